      *----------------------------------------------------------------
      * REGEXEC - LAYOUT DO CONTROLE DE EXECUCAO DOS PROGRAMAS BATCH
      *           ARQUIVO CTEXEC.DAT - INDEXADO POR DATA DE NEGOCIO +
      *           PROGRAMA + SEQUENCIA DA EXECUCAO NO DIA.
      * MANTIDO SOMENTE PELO STP043 (CHAMADO NO INICIO E NO FIM DE
      * CADA PROGRAMA DA ESTEIRA - STP005, STP007, STP016, STP018,
      * STP019, STP025, STP026, STP029, STP030 - E NO FECHAMENTO DE
      * LOTE DO STP024). CADA EXECUCAO GRAVA INICIO, FIM, OPERADOR,
      * CARTOES DE PARAMETRO, CONTADORES E RETURN-CODE.
      * A DATA DE NEGOCIO E A DATA DO SISTEMA - EXECUCAO ANTES DAS
      * 06:00 PERTENCE AO DIA ANTERIOR (ESTEIRA QUE PASSA DA
      * MEIA-NOITE CONTINUA NO MESMO DIA DE NEGOCIO).
      * SIT-EX: "I" = INICIADO SEM FIM REGISTRADO (EM CURSO OU
      *               ABORTADO), "F" = CONCLUIDO COM O RC-EX,
      *               "R" = RECUSADO POR PRE-REQUISITO (RC-EX 16).
      * OS CONTADORES SAO OS DO PROPRIO PROGRAMA (LIDOS, GRAVADOS OU
      * APLICADOS E REJEITADOS) - O SIGNIFICADO DE CADA UM ESTA NO
      * CABECALHO DO PROGRAMA. O HISTORICO SAI PELO STP044.
      * USO     : COPY REGEXEC.  (FILE SECTION, FD CTEXEC)
      *----------------------------------------------------------------
       01 REGEXEC.
          03 CHAVE-EXEC.
             05 DT-NEG-EX      PIC 9(08).
             05 PROG-EX        PIC X(08).
             05 SEQ-EX         PIC 9(03).
          03 SIT-EX         PIC X(01).
             88 EXEC-EM-CURSO     VALUE "I".
             88 EXEC-CONCLUIDA    VALUE "F".
             88 EXEC-RECUSADA     VALUE "R".
          03 DT-INICIO-EX   PIC 9(08).
          03 HR-INICIO-EX   PIC 9(06).
          03 DT-FIM-EX      PIC 9(08).
          03 HR-FIM-EX      PIC 9(06).
          03 OPERADOR-EX    PIC X(08).
          03 PARAM-EX       PIC X(60).
          03 QTD-LIDOS-EX   PIC 9(09).
          03 QTD-GRAV-EX    PIC 9(09).
          03 QTD-REJ-EX     PIC 9(09).
          03 RC-EX          PIC 9(03).
          03 MENS-EX        PIC X(40).
