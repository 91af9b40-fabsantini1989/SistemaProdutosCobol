       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP049.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * IMPORTACAO DAS NF-E DE ENTRADA DOS FORNECEDORES *
      **************************************
      *------------------------------------------------------------
      * LE O EXTRATO DE LAYOUT FIXO DAS NOTAS FISCAIS ELETRONICAS
      * RECEBIDAS (NFEIMP, REGNFE - CABECALHO "H" SEGUIDO DOS ITENS
      * "I") E REGISTRA CADA NOTA COMO SE FOSSE DIGITADA NO STP011:
      * CONFERE O EMITENTE NO CADFORN, RESOLVE CADA ITEM PARA O
      * CODIGO INTERNO E GRAVA A NOTA INTEIRA (DOCFIS "D" + ITENS +
      * ENCARGOS E OS MOVIMENTOS "E" NO LOTE ABERTO DO MOVPROD) PELO
      * STP051, O MESMO QUE GRAVA A LIBERACAO DO STP050.
      * RESOLUCAO DO ITEM, NESTA ORDEM:
      *   1. CODIGO DO ITEM NO FORNECEDOR (COD-ITEM-FORN-PF) NO
      *      PRODFORN DO EMITENTE;
      *   2. EAN PELO CADALT (STP033);
      *   3. CODIGO DO ITEM NO FORNECEDOR PELO CADALT (STP033).
      * MAIS DE UM PRODUTO PARA O MESMO CODIGO E AMBIGUO. PRODUTO
      * COM CONTROLE DE LOTE EXIGE LOTE E VALIDADE NA NOTA, COM A
      * MESMA VALIDADE DO LOTE JA EXISTENTE NO LOCAL (SALDLOTE).
      * FRETE, SEGURO, IPI E ICMS-ST DOS ITENS SAO SOMADOS POR TIPO
      * EM ENCARGOS DA NOTA, RATEADOS PELO VALOR (STP005/STP039).
      * NOTA COM EMITENTE NAO CADASTRADO, ITEM NAO RESOLVIDO OU
      * AMBIGUO, LOTE FALTANDO, DOCUMENTO JA EXISTENTE NO DOCFIS,
      * MES JA FECHADO OU LOCAL INVALIDO NAO GRAVA NADA NO DOCFIS/
      * MOVPROD: FICA INTEIRA EM SUSPENSO NO NFESUSP E SAI NO
      * RELATORIO DE EXCECOES (RELNFE). O RECEBEDOR MAPEIA OS
      * CODIGOS E LIBERA A NOTA NO STP050.
      * TODA NOTA PROCESSADA FICA NO NFESUSP (IMPORTADA OU PENDENTE)
      * - REPROCESSAR O MESMO EXTRATO NAO GRAVA NADA DUAS VEZES.
      * NOTA COM MAIS DE 99 ITENS, SEM ITENS OU COM CABECALHO/
      * QUANTIDADE/VALOR INVALIDO NAO E IMPORTADA NEM FICA EM
      * SUSPENSO - SAI NO RELATORIO PARA DIGITACAO NO STP011.
      * PARAMETRO POR CARTAO (SYSIN): LOCAL DE ESTOQUE DO
      * RECEBIMENTO (X(02), CADLOC) - VALE PARA AS NOTAS SEM LOCAL
      * NO CABECALHO DO EXTRATO.
      * OS DOCUMENTOS SAO ASSINADOS "NFEIMP"; CADA EXECUCAO FICA
      * REGISTRADA NO CONTROLE DE EXECUCAO (CTEXEC, VIA STP043).
      * RETURN-CODE:  0 = TODAS AS NOTAS IMPORTADAS
      *               4 = HA NOTAS EM SUSPENSO, NAO IMPORTADAS OU
      *                   JA PROCESSADAS ANTES
      *               8 = PARAMETRO INVALIDO
      *              12 = ERRO DE ABERTURA/GRAVACAO DE ARQUIVO
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NFEIMP  ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
       SELECT CADFORN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CNPJ OF REGFORN
                      FILE STATUS  IS ST-ERRO2.
       SELECT CADPROD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                      FILE STATUS  IS ST-ERRO3.
       SELECT CADLOC  ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS LOC-CODIGO
                      FILE STATUS  IS ST-ERRO4.
       SELECT PRODFORN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-PFOR
                      FILE STATUS  IS ST-ERRO5.
       SELECT SALDLOTE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-SLOT
                      FILE STATUS  IS ST-ERRO6.
       SELECT NFESUSP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-NFS
                      FILE STATUS  IS ST-ERRO7.
       SELECT RELNFE  ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO8.
      *
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD NFEIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFEIMP.DAT".
       COPY REGNFE.
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       COPY REGFORN.
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       COPY REGPROD.
       FD CADLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOC.DAT".
       COPY REGLOC.
       FD PRODFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODFORN.DAT".
       COPY REGPFOR.
       FD SALDLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDLOTE.DAT".
       COPY REGSLOT.
       FD NFESUSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFESUSP.DAT".
       COPY REGNFSP.
       FD RELNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELNFE.DAT".
       01 LINHA-RELNFE     PIC X(80).
      *
      *------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 ST-ERRO5         PIC X(02) VALUE "00".
       01 ST-ERRO6         PIC X(02) VALUE "00".
       01 ST-ERRO7         PIC X(02) VALUE "00".
       01 ST-ERRO8         PIC X(02) VALUE "00".
       01 W-LOCAL-CARTAO   PIC X(02) VALUE SPACES.
       01 W-DT-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-USUARIO        PIC X(08) VALUE "NFEIMP".
       01 W-FIM-NFEIMP     PIC X(01) VALUE "N".
       01 W-FIM-PRODFORN   PIC X(01) VALUE "N".
       01 W-SEM-PRODFORN   PIC X(01) VALUE "N".
       01 W-SEM-SALDLOTE   PIC X(01) VALUE "N".
       01 W-NOTA-IMPRESSA  PIC X(01) VALUE "N".
       01 W-NOTA-INVALIDA  PIC X(01) VALUE "N".
       01 W-MOTIVO-NOTA    PIC X(01) VALUE SPACES.
       01 W-MOTIVO-AUX     PIC X(01) VALUE SPACES.
       01 W-COD-ALTERNO    PIC X(14) VALUE SPACES.
       01 W-COD-RESOLVIDO  PIC 9(06) VALUE ZEROS.
       01 W-ALT-RESULT     PIC X(01) VALUE SPACES.
       01 W-QTD-ACHADOS    PIC 9(03) VALUE ZEROS.
       01 W-OCORRENCIA     PIC X(77) VALUE SPACES.
      *--------[ CABECALHO DA NOTA EM PROCESSAMENTO ]-------------------
       01 W-NUM-DOC        PIC 9(09) VALUE ZEROS.
       01 W-SERIE          PIC X(03) VALUE SPACES.
       01 W-CNPJ-EMIT      PIC 9(14) VALUE ZEROS.
       01 W-DT-EMISSAO     PIC 9(08) VALUE ZEROS.
       01 W-LOCAL-NOTA     PIC X(02) VALUE SPACES.
      *--------[ ITENS DA NOTA EM PROCESSAMENTO ]-----------------------
       01 W-IND-ITEM       PIC 9(03) VALUE ZEROS.
       01 W-IND-LOTE       PIC 9(03) VALUE ZEROS.
       01 W-QTD-ITENS      PIC 9(03) VALUE ZEROS.
       01 W-QTD-LIDOS      PIC 9(05) VALUE ZEROS.
       01 W-PENDENTES      PIC 9(03) VALUE ZEROS.
       01 W-ITENS.
          03 W-ITEM OCCURS 99 TIMES.
             05 W-IT-COD-NFE   PIC X(15).
             05 W-IT-EAN       PIC X(14).
             05 W-IT-CODIGO    PIC 9(06).
             05 W-IT-QTD       PIC 9(06).
             05 W-IT-CUSTO     PIC 9(08).
             05 W-IT-LOTE      PIC X(10).
             05 W-IT-VALID     PIC 9(08).
             05 W-IT-MOTIVO    PIC X(01).
      *--------[ ENCARGOS SOMADOS DOS ITENS (F/S/I/T) ]-----------------
       01 W-IND-ENC        PIC 9(01) VALUE ZEROS.
       01 W-QTD-ENC        PIC 9(01) VALUE ZEROS.
       01 W-VALOR-ENC      PIC 9(12) VALUE ZEROS.
       01 W-ENCARGOS.
          03 W-EN-VALOR OCCURS 4 TIMES PIC 9(12).
       01 TB-ENC-LETRA.
          03 FILLER          PIC X(01) VALUE "F".
          03 FILLER          PIC X(01) VALUE "S".
          03 FILLER          PIC X(01) VALUE "I".
          03 FILLER          PIC X(01) VALUE "T".
       01 TB-ENC-LETRA-R REDEFINES TB-ENC-LETRA.
          03 TB-LETRA OCCURS 4 TIMES PIC X(01).
      *--------[ CODIGOS DE ITEM DO EMITENTE NO PRODFORN ]--------------
       01 W-CNPJ-PFOR      PIC 9(14) VALUE ZEROS.
       01 W-QTD-PFOR       PIC 9(03) VALUE ZEROS.
       01 W-IND-PFOR       PIC 9(03) VALUE ZEROS.
       01 W-PFOR-EXCEDE    PIC X(01) VALUE "N".
       01 TAB-PFOR.
          03 TP-ITEM OCCURS 999 TIMES.
             05 TP-CODIGO      PIC 9(06).
             05 TP-COD-FORN    PIC X(15).
      *--------[ TOTAIS DA EXECUCAO ]-----------------------------------
       01 W-TOT-NOTAS      PIC 9(06) VALUE ZEROS.
       01 W-TOT-GRAVADAS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-SUSPENSO   PIC 9(06) VALUE ZEROS.
       01 W-TOT-RECUSADAS  PIC 9(06) VALUE ZEROS.
       01 W-TOT-REPETIDAS  PIC 9(06) VALUE ZEROS.
       01 W-TOT-REG-INV    PIC 9(06) VALUE ZEROS.
       01 W-TOT-EXCECOES   PIC 9(06) VALUE ZEROS.
       01 LINHA-CABEC1.
          03 FILLER           PIC X(40)
                VALUE "IMPORTACAO DAS NF-E DE ENTRADA - DATA: ".
          03 LC-DT-HOJE       PIC 9(08).
          03 FILLER           PIC X(17) VALUE "  LOCAL PADRAO: ".
          03 LC-LOCAL         PIC X(02).
       01 LINHA-CABEC2.
          03 FILLER           PIC X(40)
                VALUE "EXCECOES - NOTAS EM SUSPENSO OU NAO IMPO".
          03 FILLER           PIC X(40)
                VALUE "RTADAS                                  ".
       01 LINHA-NOTA.
          03 FILLER           PIC X(03) VALUE "NF ".
          03 LN-NUM-DOC       PIC 9(09).
          03 FILLER           PIC X(07) VALUE " SERIE ".
          03 LN-SERIE         PIC X(03).
          03 FILLER           PIC X(10) VALUE " EMITENTE ".
          03 LN-CNPJ          PIC 9(14).
          03 FILLER           PIC X(09) VALUE " EMISSAO ".
          03 LN-DT-EMISSAO    PIC 9(08).
          03 FILLER           PIC X(07) VALUE " LOCAL ".
          03 LN-LOCAL         PIC X(02).
       01 LINHA-ITEM.
          03 FILLER           PIC X(05) VALUE "ITEM ".
          03 LI-SEQ           PIC 9(03).
          03 FILLER           PIC X(05) VALUE " COD ".
          03 LI-COD-NFE       PIC X(15).
          03 FILLER           PIC X(05) VALUE " EAN ".
          03 LI-EAN           PIC X(14).
          03 FILLER           PIC X(03) VALUE " - ".
          03 LI-MOTIVO        PIC X(27).
       01 LINHA-OCORRENCIA.
          03 FILLER           PIC X(03) VALUE SPACES.
          03 LO-TEXTO         PIC X(77).
           COPY REGAEXE.
           COPY REGGNFE.
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM PREPARA-EXECUCAO THRU PREPARA-EXECUCAO-FIM.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM INICIA-EXECUCAO THRU INICIA-EXECUCAO-FIM.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           PERFORM IMPRIME-CABECALHO THRU IMPRIME-CABECALHO-FIM.
           PERFORM LE-NFEIMP THRU LE-NFEIMP-FIM.
           PERFORM PROCESSA-NOTA THRU PROCESSA-NOTA-FIM
                   UNTIL W-FIM-NFEIMP = "S".
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           DISPLAY "IMPORTACAO NF-E - NOTAS: " W-TOT-NOTAS
                   " IMPORTADAS: " W-TOT-GRAVADAS
                   " EM SUSPENSO: " W-TOT-SUSPENSO.
           IF W-TOT-EXCECOES NOT = ZEROS
              MOVE 4 TO RETURN-CODE.
           PERFORM FIM-EXECUCAO THRU FIM-EXECUCAO-FIM.
           GOBACK.
      *---------[ PARAMETRO: LOCAL DO RECEBIMENTO (SYSIN) ]------------
      * O LOCAL E CONFERIDO NO CADLOC NA ABERTURA DOS ARQUIVOS.
       LE-PARAMETROS.
           ACCEPT W-LOCAL-CARTAO.
           MOVE W-LOCAL-CARTAO TO AE-PARAMETROS.
           IF W-LOCAL-CARTAO = SPACES
              DISPLAY "PARAMETRO INVALIDO - INFORME O LOCAL DE "
                      "RECEBIMENTO"
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------[ ABERTURA DOS ARQUIVOS ]-----------------------------
       ABRE-ARQUIVOS.
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD
           OPEN INPUT NFEIMP
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO NFEIMP - " ST-ERRO
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN INPUT CADFORN
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN - " ST-ERRO2
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN INPUT CADPROD
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD - " ST-ERRO3
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN INPUT CADLOC
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLOC - " ST-ERRO4
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           MOVE W-LOCAL-CARTAO TO LOC-CODIGO
           READ CADLOC
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
              DISPLAY "LOCAL " W-LOCAL-CARTAO " NAO CADASTRADO NO "
                      "CADLOC"
              CLOSE NFEIMP CADFORN CADPROD CADLOC
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
      * SEM PRODFORN NENHUM ITEM E RESOLVIDO PELO CODIGO DO
      * FORNECEDOR NO CRUZAMENTO - SO PELO CADALT. SEM SALDLOTE
      * NENHUM LOTE EXISTE AINDA NOS LOCAIS.
           OPEN INPUT PRODFORN
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30" OR "35"
                 MOVE "S" TO W-SEM-PRODFORN
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODFORN - "
                         ST-ERRO5
                 MOVE 12 TO RETURN-CODE
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
           OPEN INPUT SALDLOTE
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "30" OR "35"
                 MOVE "S" TO W-SEM-SALDLOTE
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO SALDLOTE - "
                         ST-ERRO6
                 MOVE 12 TO RETURN-CODE
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
       ABRE-NFESUSP.
           OPEN I-O NFESUSP
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30" OR "35"
                 OPEN OUTPUT NFESUSP
                 CLOSE NFESUSP
                 GO TO ABRE-NFESUSP
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO NFESUSP - "
                         ST-ERRO7
                 MOVE 12 TO RETURN-CODE
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
           OPEN OUTPUT RELNFE
           IF ST-ERRO8 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELNFE - " ST-ERRO8
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
      *---------[ CABECALHO DO RELATORIO DE EXCECOES ]-----------------
       IMPRIME-CABECALHO.
           MOVE W-DT-HOJE      TO LC-DT-HOJE
           MOVE W-LOCAL-CARTAO TO LC-LOCAL
           MOVE LINHA-CABEC1 TO LINHA-RELNFE
           WRITE LINHA-RELNFE
           MOVE LINHA-CABEC2 TO LINHA-RELNFE
           WRITE LINHA-RELNFE
           MOVE SPACES TO LINHA-RELNFE
           WRITE LINHA-RELNFE.
       IMPRIME-CABECALHO-FIM.
           EXIT.
      *---------[ LEITURA SEQUENCIAL DO EXTRATO ]----------------------
       LE-NFEIMP.
           READ NFEIMP
               AT END MOVE "S" TO W-FIM-NFEIMP.
       LE-NFEIMP-FIM.
           EXIT.
      *
      *****************************************
      * UMA NOTA: CABECALHO "H" E SEUS ITENS  *
      *****************************************
      *
       PROCESSA-NOTA.
           IF NOT NF-CABECALHO
              ADD 1 TO W-TOT-REG-INV W-TOT-EXCECOES
              MOVE SPACES TO LINHA-RELNFE
              STRING "REGISTRO FORA DE NOTA IGNORADO - TIPO "
                     TP-REG-NF
                     DELIMITED BY SIZE INTO LINHA-RELNFE
              WRITE LINHA-RELNFE
              PERFORM LE-NFEIMP THRU LE-NFEIMP-FIM
              GO TO PROCESSA-NOTA-FIM.
           ADD 1 TO W-TOT-NOTAS
           MOVE "N" TO W-NOTA-IMPRESSA W-NOTA-INVALIDA
           MOVE SPACES TO W-MOTIVO-NOTA
           MOVE ZEROS TO W-QTD-ITENS W-QTD-LIDOS W-PENDENTES
           MOVE ZEROS TO W-ENCARGOS
           MOVE NUM-NF        TO W-NUM-DOC
           MOVE SERIE-NF      TO W-SERIE
           MOVE CNPJ-EMIT-NF  TO W-CNPJ-EMIT
           MOVE DT-EMISSAO-NF TO W-DT-EMISSAO
           MOVE LOCAL-NF      TO W-LOCAL-NOTA
           IF W-LOCAL-NOTA = SPACES
              MOVE W-LOCAL-CARTAO TO W-LOCAL-NOTA.
           IF NUM-NF NOT NUMERIC OR CNPJ-EMIT-NF NOT NUMERIC
              OR DT-EMISSAO-NF NOT NUMERIC
              MOVE ZEROS TO W-NUM-DOC W-CNPJ-EMIT W-DT-EMISSAO
              MOVE "S" TO W-NOTA-INVALIDA
           ELSE
              IF NUM-NF = ZEROS OR CNPJ-EMIT-NF = ZEROS
                 MOVE "S" TO W-NOTA-INVALIDA.
           PERFORM LE-NFEIMP THRU LE-NFEIMP-FIM
           PERFORM CARREGA-ITEM THRU CARREGA-ITEM-FIM
                   UNTIL W-FIM-NFEIMP = "S" OR NF-CABECALHO.
      *--------[ NOTA QUE NAO PODE SER IMPORTADA NEM SUSPENSA ]---------
           IF W-NOTA-INVALIDA = "S"
              MOVE "CABECALHO, QUANTIDADE OU VALOR INVALIDO NO EXTRATO"
                   TO W-OCORRENCIA
              PERFORM NOTA-RECUSADA THRU NOTA-RECUSADA-FIM
              GO TO PROCESSA-NOTA-FIM.
           IF W-QTD-LIDOS = ZEROS
              MOVE "NOTA SEM ITENS NO EXTRATO" TO W-OCORRENCIA
              PERFORM NOTA-RECUSADA THRU NOTA-RECUSADA-FIM
              GO TO PROCESSA-NOTA-FIM.
           IF W-QTD-LIDOS > 99
              MOVE "NOTA COM MAIS DE 99 ITENS" TO W-OCORRENCIA
              PERFORM NOTA-RECUSADA THRU NOTA-RECUSADA-FIM
              GO TO PROCESSA-NOTA-FIM.
      *--------[ NOTA JA PROCESSADA POR EXECUCAO ANTERIOR ]-------------
           MOVE W-NUM-DOC   TO NUM-DOC-NS
           MOVE W-SERIE     TO SERIE-NS
           MOVE W-CNPJ-EMIT TO CNPJ-NS
           MOVE ZEROS       TO SEQ-NS
           READ NFESUSP
           IF ST-ERRO7 = "00" OR "02"
              PERFORM NOTA-REPETIDA THRU NOTA-REPETIDA-FIM
              GO TO PROCESSA-NOTA-FIM.
           PERFORM AVALIA-NOTA THRU AVALIA-NOTA-FIM.
           IF W-MOTIVO-NOTA = SPACES
              PERFORM GRAVA-NOTA THRU GRAVA-NOTA-FIM.
           IF W-MOTIVO-NOTA NOT = SPACES
              PERFORM SUSPENDE-NOTA THRU SUSPENDE-NOTA-FIM.
       PROCESSA-NOTA-FIM.
           EXIT.
      *---------[ ITEM "I" DA NOTA CORRENTE ]--------------------------
      * REGISTRO DE OUTRO TIPO DENTRO DA NOTA E IGNORADO E CONTADO.
      * ALEM DE 99 ITENS SO CONTA - A NOTA SERA RECUSADA.
       CARREGA-ITEM.
           IF NOT NF-ITEM
              ADD 1 TO W-TOT-REG-INV W-TOT-EXCECOES
              GO TO CARREGA-ITEM-LE.
           ADD 1 TO W-QTD-LIDOS
           IF W-QTD-LIDOS > 99
              GO TO CARREGA-ITEM-LE.
           IF QTD-NF NOT NUMERIC OR CUSTO-NF NOT NUMERIC
              OR FRETE-NF NOT NUMERIC OR SEGURO-NF NOT NUMERIC
              OR IPI-NF NOT NUMERIC OR ST-NF NOT NUMERIC
              MOVE "S" TO W-NOTA-INVALIDA
              GO TO CARREGA-ITEM-LE.
           IF QTD-NF = ZEROS OR CUSTO-NF = ZEROS
              MOVE "S" TO W-NOTA-INVALIDA
              GO TO CARREGA-ITEM-LE.
           ADD 1 TO W-QTD-ITENS
           MOVE W-QTD-ITENS TO W-IND-ITEM
           MOVE COD-ITEM-NF TO W-IT-COD-NFE (W-IND-ITEM)
           MOVE EAN-NF      TO W-IT-EAN (W-IND-ITEM)
           MOVE ZEROS       TO W-IT-CODIGO (W-IND-ITEM)
           MOVE QTD-NF      TO W-IT-QTD (W-IND-ITEM)
           MOVE CUSTO-NF    TO W-IT-CUSTO (W-IND-ITEM)
           MOVE LOTE-NF     TO W-IT-LOTE (W-IND-ITEM)
           IF VALID-NF NUMERIC
              MOVE VALID-NF TO W-IT-VALID (W-IND-ITEM)
           ELSE
              MOVE ZEROS TO W-IT-VALID (W-IND-ITEM).
           MOVE SPACES      TO W-IT-MOTIVO (W-IND-ITEM)
           ADD FRETE-NF  TO W-EN-VALOR (1)
           ADD SEGURO-NF TO W-EN-VALOR (2)
           ADD IPI-NF    TO W-EN-VALOR (3)
           ADD ST-NF     TO W-EN-VALOR (4).
       CARREGA-ITEM-LE.
           PERFORM LE-NFEIMP THRU LE-NFEIMP-FIM.
       CARREGA-ITEM-FIM.
           EXIT.
      *---------[ NOTA RECUSADA - SO NO RELATORIO ]--------------------
       NOTA-RECUSADA.
           ADD 1 TO W-TOT-RECUSADAS W-TOT-EXCECOES
           PERFORM IMPRIME-OCORRENCIA THRU IMPRIME-OCORRENCIA-FIM
           MOVE "=> NAO IMPORTADA - CONFERIR O XML E DIGITAR NO STP011"
                TO W-OCORRENCIA
           PERFORM IMPRIME-OCORRENCIA THRU IMPRIME-OCORRENCIA-FIM.
       NOTA-RECUSADA-FIM.
           EXIT.
      *---------[ NOTA JA PRESENTE NO NFESUSP ]------------------------
       NOTA-REPETIDA.
           ADD 1 TO W-TOT-REPETIDAS W-TOT-EXCECOES
           MOVE SPACES TO W-OCORRENCIA
           IF NFS-PENDENTE
              STRING "=> JA EM SUSPENSO DESDE " DT-IMPORT-NS
                     " - LIBERAR NO STP050"
                     DELIMITED BY SIZE INTO W-OCORRENCIA.
           IF NFS-IMPORTADA
              STRING "=> JA IMPORTADA EM " DT-IMPORT-NS
                     " - IGNORADA"
                     DELIMITED BY SIZE INTO W-OCORRENCIA.
           IF NFS-LIBERADA
              STRING "=> JA LIBERADA NO STP050 EM " DT-SIT-NS
                     " - IGNORADA"
                     DELIMITED BY SIZE INTO W-OCORRENCIA.
           IF NFS-DESCARTADA
              STRING "=> DESCARTADA NO STP050 EM " DT-SIT-NS
                     " - IGNORADA"
                     DELIMITED BY SIZE INTO W-OCORRENCIA.
           PERFORM IMPRIME-OCORRENCIA THRU IMPRIME-OCORRENCIA-FIM.
       NOTA-REPETIDA-FIM.
           EXIT.
      *
      *****************************************
      * CONFERENCIA DA NOTA E DOS ITENS       *
      *****************************************
      *
      * TODAS AS PENDENCIAS SAO LISTADAS; O MOTIVO GRAVADO NO
      * CABECALHO DO SUSPENSO E O PRIMEIRO ENCONTRADO.
       AVALIA-NOTA.
           MOVE W-CNPJ-EMIT TO CNPJ OF REGFORN
           READ CADFORN
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "EMITENTE NAO CADASTRADO NO CADFORN (STP004)"
                   TO W-OCORRENCIA
              MOVE "F" TO W-MOTIVO-AUX
              PERFORM MARCA-MOTIVO THRU MARCA-MOTIVO-FIM.
           IF W-DT-EMISSAO = ZEROS OR W-DT-EMISSAO > W-DT-HOJE
              MOVE "DATA DE EMISSAO INVALIDA OU NO FUTURO"
                   TO W-OCORRENCIA
              MOVE "E" TO W-MOTIVO-AUX
              PERFORM MARCA-MOTIVO THRU MARCA-MOTIVO-FIM
              GO TO AVALIA-NOTA-LOCAL.
      *--------[ MES FECHADO E DOCUMENTO JA DIGITADO (STP051) ]---------
           PERFORM MONTA-AREA-NFE THRU MONTA-AREA-NFE-FIM
           MOVE "C" TO NE-FUNCAO
           CALL "STP051" USING AREA-NFE
           PERFORM CONFERE-RETORNO THRU CONFERE-RETORNO-FIM.
       AVALIA-NOTA-LOCAL.
           MOVE W-LOCAL-NOTA TO LOC-CODIGO
           READ CADLOC
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
              MOVE "LOCAL DE ESTOQUE NAO CADASTRADO NO CADLOC"
                   TO W-OCORRENCIA
              MOVE "L" TO W-MOTIVO-AUX
              PERFORM MARCA-MOTIVO THRU MARCA-MOTIVO-FIM.
           IF W-CNPJ-EMIT NOT = W-CNPJ-PFOR
              PERFORM CARREGA-PRODFORN THRU CARREGA-PRODFORN-FIM.
           PERFORM RESOLVE-ITEM THRU RESOLVE-ITEM-FIM
                   VARYING W-IND-ITEM FROM 1 BY 1
                   UNTIL W-IND-ITEM > W-QTD-ITENS.
           IF W-PENDENTES NOT = ZEROS AND W-MOTIVO-NOTA = SPACES
              MOVE "I" TO W-MOTIVO-NOTA.
       AVALIA-NOTA-FIM.
           EXIT.
      *---------[ RETORNO DO STP051: MES FECHADO / JA DIGITADO ]-------
       CONFERE-RETORNO.
           IF NE-ERRO
              DISPLAY "STP051 - " NE-MENSAGEM
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           IF NE-MES-FECHADO
              MOVE "MES DA EMISSAO JA FECHADO (CTFECH)" TO W-OCORRENCIA
              MOVE "M" TO W-MOTIVO-AUX
              PERFORM MARCA-MOTIVO THRU MARCA-MOTIVO-FIM.
           IF NE-JA-DIGITADO
              MOVE "DOCUMENTO JA EXISTENTE NO DOCFIS (VER STP022)"
                   TO W-OCORRENCIA
              MOVE "J" TO W-MOTIVO-AUX
              PERFORM MARCA-MOTIVO THRU MARCA-MOTIVO-FIM.
       CONFERE-RETORNO-FIM.
           EXIT.
      *---------[ LISTA UMA PENDENCIA DA NOTA E GUARDA O MOTIVO ]------
       MARCA-MOTIVO.
           IF W-MOTIVO-NOTA = SPACES
              MOVE W-MOTIVO-AUX TO W-MOTIVO-NOTA.
           PERFORM IMPRIME-OCORRENCIA THRU IMPRIME-OCORRENCIA-FIM.
       MARCA-MOTIVO-FIM.
           EXIT.
      *---------[ CODIGOS DO EMITENTE NO PRODFORN ]--------------------
      * O PRODFORN E INDEXADO PELO PRODUTO - A BUSCA PELO CODIGO DO
      * ITEM NO FORNECEDOR E UMA VARREDURA, FEITA UMA VEZ POR
      * EMITENTE E GUARDADA NA TABELA (NOTAS SEGUIDAS DO MESMO
      * FORNECEDOR NAO VARREM DE NOVO).
       CARREGA-PRODFORN.
           MOVE W-CNPJ-EMIT TO W-CNPJ-PFOR
           MOVE ZEROS TO W-QTD-PFOR
           MOVE "N" TO W-PFOR-EXCEDE
           IF W-SEM-PRODFORN = "S"
              GO TO CARREGA-PRODFORN-FIM.
           MOVE "N" TO W-FIM-PRODFORN
           MOVE ZEROS TO COD-PROD-PF CNPJ-PF
           START PRODFORN KEY NOT LESS THAN CHAVE-PFOR
           IF ST-ERRO5 NOT = "00"
              MOVE "S" TO W-FIM-PRODFORN.
           PERFORM CARREGA-UM-PFOR THRU CARREGA-UM-PFOR-FIM
                   UNTIL W-FIM-PRODFORN = "S".
           IF W-PFOR-EXCEDE = "S"
              DISPLAY "FORNECEDOR " W-CNPJ-EMIT " COM MAIS DE 999 "
                      "CODIGOS NO PRODFORN - EXCEDENTES IGNORADOS".
       CARREGA-PRODFORN-FIM.
           EXIT.
       CARREGA-UM-PFOR.
           READ PRODFORN NEXT RECORD
               AT END MOVE "S" TO W-FIM-PRODFORN.
           IF W-FIM-PRODFORN = "S"
              GO TO CARREGA-UM-PFOR-FIM.
           IF CNPJ-PF NOT = W-CNPJ-EMIT
              OR COD-ITEM-FORN-PF = SPACES
              GO TO CARREGA-UM-PFOR-FIM.
           IF W-QTD-PFOR NOT < 999
              MOVE "S" TO W-PFOR-EXCEDE
              GO TO CARREGA-UM-PFOR-FIM.
           ADD 1 TO W-QTD-PFOR
           MOVE COD-PROD-PF      TO TP-CODIGO (W-QTD-PFOR)
           MOVE COD-ITEM-FORN-PF TO TP-COD-FORN (W-QTD-PFOR).
       CARREGA-UM-PFOR-FIM.
           EXIT.
      *---------[ RESOLVE UM ITEM PARA O CODIGO INTERNO ]--------------
       RESOLVE-ITEM.
           MOVE ZEROS TO W-COD-RESOLVIDO
           MOVE "N" TO W-ALT-RESULT
      *--------[ 1. CODIGO DO FORNECEDOR NO PRODFORN DO EMITENTE ]------
           IF W-IT-COD-NFE (W-IND-ITEM) NOT = SPACES
              MOVE ZEROS TO W-QTD-ACHADOS
              PERFORM PROCURA-PFOR VARYING W-IND-PFOR FROM 1 BY 1
                      UNTIL W-IND-PFOR > W-QTD-PFOR
              IF W-QTD-ACHADOS = 1
                 MOVE "S" TO W-ALT-RESULT
              ELSE
                 IF W-QTD-ACHADOS > 1
                    MOVE "D" TO W-ALT-RESULT.
           IF W-ALT-RESULT NOT = "N"
              GO TO RESOLVE-ITEM-PROD.
      *--------[ 2. EAN PELO CADALT ]-----------------------------------
           IF W-IT-EAN (W-IND-ITEM) NOT = SPACES
              MOVE W-IT-EAN (W-IND-ITEM) TO W-COD-ALTERNO
              CALL "STP033" USING W-COD-ALTERNO W-COD-RESOLVIDO
                                  W-ALT-RESULT.
           IF W-ALT-RESULT NOT = "N"
              GO TO RESOLVE-ITEM-PROD.
      *--------[ 3. CODIGO DO FORNECEDOR PELO CADALT ]------------------
           IF W-IT-COD-NFE (W-IND-ITEM) NOT = SPACES
              MOVE W-IT-COD-NFE (W-IND-ITEM) TO W-COD-ALTERNO
              CALL "STP033" USING W-COD-ALTERNO W-COD-RESOLVIDO
                                  W-ALT-RESULT.
       RESOLVE-ITEM-PROD.
           IF W-ALT-RESULT = "D"
              MOVE "D" TO W-IT-MOTIVO (W-IND-ITEM)
              GO TO RESOLVE-ITEM-PEND.
           IF W-ALT-RESULT NOT = "S"
              MOVE "N" TO W-IT-MOTIVO (W-IND-ITEM)
              GO TO RESOLVE-ITEM-PEND.
           MOVE W-COD-RESOLVIDO TO CODIGO
           READ CADPROD
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
              MOVE "N" TO W-IT-MOTIVO (W-IND-ITEM)
              GO TO RESOLVE-ITEM-PEND.
           MOVE W-COD-RESOLVIDO TO W-IT-CODIGO (W-IND-ITEM)
           PERFORM CONFERE-LOTE THRU CONFERE-LOTE-FIM
           IF W-IT-MOTIVO (W-IND-ITEM) = SPACES
              GO TO RESOLVE-ITEM-FIM.
       RESOLVE-ITEM-PEND.
           ADD 1 TO W-PENDENTES
           MOVE W-IND-ITEM TO LI-SEQ
           MOVE W-IT-COD-NFE (W-IND-ITEM) TO LI-COD-NFE
           MOVE W-IT-EAN (W-IND-ITEM)     TO LI-EAN
           IF W-IT-MOTIVO (W-IND-ITEM) = "N"
              MOVE "CODIGO NAO CADASTRADO" TO LI-MOTIVO.
           IF W-IT-MOTIVO (W-IND-ITEM) = "D"
              MOVE "AMBIGUO - MAIS DE 1 PRODUTO" TO LI-MOTIVO.
           IF W-IT-MOTIVO (W-IND-ITEM) = "V"
              MOVE "LOTE/VALIDADE FALTA/DIVERGE" TO LI-MOTIVO.
           MOVE LINHA-ITEM TO W-OCORRENCIA
           PERFORM IMPRIME-OCORRENCIA THRU IMPRIME-OCORRENCIA-FIM.
       RESOLVE-ITEM-FIM.
           EXIT.
       PROCURA-PFOR.
           IF TP-COD-FORN (W-IND-PFOR) = W-IT-COD-NFE (W-IND-ITEM)
              ADD 1 TO W-QTD-ACHADOS
              MOVE TP-CODIGO (W-IND-PFOR) TO W-COD-RESOLVIDO.
      *---------[ LOTE E VALIDADE DO ITEM (CADPROD NO BUFFER) ]--------
      * MESMAS REGRAS DA ENTRADA NO STP011: LOTE E VALIDADE
      * OBRIGATORIOS, LOTE JA EXISTENTE NO LOCAL COM A MESMA
      * VALIDADE E O MESMO LOTE NAO REPETIDO NA NOTA COM OUTRA.
       CONFERE-LOTE.
           IF NOT PROD-COM-LOTE
              MOVE SPACES TO W-IT-LOTE (W-IND-ITEM)
              MOVE ZEROS TO W-IT-VALID (W-IND-ITEM)
              GO TO CONFERE-LOTE-FIM.
           IF W-IT-LOTE (W-IND-ITEM) = SPACES
              OR W-IT-VALID (W-IND-ITEM) = ZEROS
              MOVE "V" TO W-IT-MOTIVO (W-IND-ITEM)
              GO TO CONFERE-LOTE-FIM.
           IF W-SEM-SALDLOTE NOT = "S"
              MOVE W-IT-CODIGO (W-IND-ITEM) TO COD-PROD-LF
              MOVE W-LOCAL-NOTA            TO LOCAL-LF
              MOVE W-IT-LOTE (W-IND-ITEM)   TO LOTE-FAB-LF
              READ SALDLOTE
              IF (ST-ERRO6 = "00" OR "02")
                 AND DT-VALID-LF NOT = W-IT-VALID (W-IND-ITEM)
                 MOVE "V" TO W-IT-MOTIVO (W-IND-ITEM)
                 GO TO CONFERE-LOTE-FIM.
           PERFORM CONFERE-LOTE-NOTA VARYING W-IND-LOTE FROM 1 BY 1
                   UNTIL W-IND-LOTE NOT < W-IND-ITEM.
       CONFERE-LOTE-FIM.
           EXIT.
       CONFERE-LOTE-NOTA.
           IF W-IT-CODIGO (W-IND-LOTE) = W-IT-CODIGO (W-IND-ITEM)
              AND W-IT-LOTE (W-IND-LOTE) = W-IT-LOTE (W-IND-ITEM)
              AND W-IT-VALID (W-IND-LOTE) NOT = W-IT-VALID (W-IND-ITEM)
              MOVE "V" TO W-IT-MOTIVO (W-IND-ITEM).
      *
      *****************************************
      * GRAVACAO: DOCFIS/MOVPROD OU SUSPENSO  *
      *****************************************
      *
      *---------[ AREA DO STP051 COM A NOTA RESOLVIDA ]----------------
       MONTA-AREA-NFE.
           MOVE W-NUM-DOC    TO NE-NUM-DOC
           MOVE W-SERIE      TO NE-SERIE
           MOVE W-CNPJ-EMIT  TO NE-CNPJ
           MOVE W-DT-EMISSAO TO NE-DT-EMISSAO
           MOVE W-LOCAL-NOTA TO NE-LOCAL
           MOVE W-USUARIO    TO NE-USUARIO
           MOVE W-QTD-ITENS  TO NE-QTD-ITENS
           PERFORM MONTA-ITEM-NFE VARYING W-IND-ITEM FROM 1 BY 1
                   UNTIL W-IND-ITEM > W-QTD-ITENS.
           MOVE ZEROS TO NE-QTD-ENC
           PERFORM MONTA-ENC-NFE VARYING W-IND-ENC FROM 1 BY 1
                   UNTIL W-IND-ENC > 4.
       MONTA-AREA-NFE-FIM.
           EXIT.
       MONTA-ITEM-NFE.
           MOVE W-IT-CODIGO (W-IND-ITEM) TO NE-IT-CODIGO (W-IND-ITEM)
           MOVE W-IT-QTD (W-IND-ITEM)    TO NE-IT-QTD (W-IND-ITEM)
           MOVE W-IT-CUSTO (W-IND-ITEM)  TO NE-IT-CUSTO (W-IND-ITEM)
           MOVE W-IT-LOTE (W-IND-ITEM)   TO NE-IT-LOTE (W-IND-ITEM)
           MOVE W-IT-VALID (W-IND-ITEM)  TO NE-IT-VALID (W-IND-ITEM).
       MONTA-ENC-NFE.
           IF W-EN-VALOR (W-IND-ENC) NOT = ZEROS
              ADD 1 TO NE-QTD-ENC
              MOVE TB-LETRA (W-IND-ENC)   TO NE-EN-TP (NE-QTD-ENC)
              MOVE "V"                    TO NE-EN-CRIT (NE-QTD-ENC)
              MOVE W-EN-VALOR (W-IND-ENC) TO NE-EN-VALOR (NE-QTD-ENC).
      *---------[ NOTA RESOLVIDA - GRAVA NO DOCFIS E NO MOVPROD ]------
      * O STP051 CONFERE DE NOVO MES E DUPLICIDADE ANTES DE GRAVAR;
      * SE RECUSAR, A NOTA VAI PARA O SUSPENSO.
       GRAVA-NOTA.
           PERFORM MONTA-AREA-NFE THRU MONTA-AREA-NFE-FIM
           MOVE "G" TO NE-FUNCAO
           CALL "STP051" USING AREA-NFE
           PERFORM CONFERE-RETORNO THRU CONFERE-RETORNO-FIM
           IF NOT NE-GRAVADO
              GO TO GRAVA-NOTA-FIM.
           ADD 1 TO W-TOT-GRAVADAS
           MOVE W-NUM-DOC   TO NUM-DOC-NS
           MOVE W-SERIE     TO SERIE-NS
           MOVE W-CNPJ-EMIT TO CNPJ-NS
           MOVE ZEROS       TO SEQ-NS
           PERFORM LIMPA-SUSPENSO THRU LIMPA-SUSPENSO-FIM
           MOVE "I"         TO SIT-NS
           MOVE W-DT-HOJE   TO DT-SIT-NS
           MOVE W-USUARIO   TO USU-SIT-NS
           PERFORM GRAVA-SUSPENSO THRU GRAVA-SUSPENSO-FIM.
       GRAVA-NOTA-FIM.
           EXIT.
      *---------[ NOTA PENDENTE - INTEIRA NO NFESUSP ]-----------------
       SUSPENDE-NOTA.
           ADD 1 TO W-TOT-SUSPENSO W-TOT-EXCECOES
           MOVE W-NUM-DOC   TO NUM-DOC-NS
           MOVE W-SERIE     TO SERIE-NS
           MOVE W-CNPJ-EMIT TO CNPJ-NS
           MOVE ZEROS       TO SEQ-NS
           PERFORM LIMPA-SUSPENSO THRU LIMPA-SUSPENSO-FIM
           MOVE "P"           TO SIT-NS
           MOVE W-MOTIVO-NOTA TO MOTIVO-NS
           PERFORM GRAVA-SUSPENSO THRU GRAVA-SUSPENSO-FIM
           PERFORM SUSPENDE-ITEM THRU SUSPENDE-ITEM-FIM
                   VARYING W-IND-ITEM FROM 1 BY 1
                   UNTIL W-IND-ITEM > W-QTD-ITENS.
           MOVE ZEROS TO W-QTD-ENC
           PERFORM SUSPENDE-ENC THRU SUSPENDE-ENC-FIM
                   VARYING W-IND-ENC FROM 1 BY 1
                   UNTIL W-IND-ENC > 4.
           MOVE "=> EM SUSPENSO - MAPEAR E LIBERAR NO STP050"
                TO W-OCORRENCIA
           PERFORM IMPRIME-OCORRENCIA THRU IMPRIME-OCORRENCIA-FIM.
       SUSPENDE-NOTA-FIM.
           EXIT.
       SUSPENDE-ITEM.
           MOVE W-IND-ITEM TO SEQ-NS
           PERFORM LIMPA-ITEM-SUSPENSO THRU LIMPA-ITEM-SUSPENSO-FIM
           MOVE W-IT-MOTIVO (W-IND-ITEM) TO MOTIVO-NS
           MOVE W-IT-COD-NFE (W-IND-ITEM) TO COD-NFE-NS
           MOVE W-IT-EAN (W-IND-ITEM)     TO EAN-NS
           MOVE W-IT-CODIGO (W-IND-ITEM)  TO COD-PROD-NS
           MOVE W-IT-QTD (W-IND-ITEM)     TO QTD-NS
           MOVE W-IT-CUSTO (W-IND-ITEM)   TO CUSTO-NS
           MOVE W-IT-LOTE (W-IND-ITEM)    TO LOTE-NS
           MOVE W-IT-VALID (W-IND-ITEM)   TO VALID-NS
           PERFORM GRAVA-SUSPENSO THRU GRAVA-SUSPENSO-FIM.
       SUSPENDE-ITEM-FIM.
           EXIT.
       SUSPENDE-ENC.
           IF W-EN-VALOR (W-IND-ENC) = ZEROS
              GO TO SUSPENDE-ENC-FIM.
           ADD 1 TO W-QTD-ENC
           COMPUTE SEQ-NS = 900 + W-QTD-ENC
           PERFORM LIMPA-ITEM-SUSPENSO THRU LIMPA-ITEM-SUSPENSO-FIM
           MOVE TB-LETRA (W-IND-ENC)   TO TP-ENC-NS
           MOVE "V"                    TO RATEIO-NS
           MOVE W-EN-VALOR (W-IND-ENC) TO VALOR-ENC-NS
           PERFORM GRAVA-SUSPENSO THRU GRAVA-SUSPENSO-FIM.
       SUSPENDE-ENC-FIM.
           EXIT.
      *---------[ CABECALHO DO NFESUSP (CHAVE JA MONTADA) ]------------
       LIMPA-SUSPENSO.
           MOVE W-DT-EMISSAO TO DT-EMISSAO-NS
           MOVE W-LOCAL-NOTA TO LOCAL-NS
           MOVE SPACES       TO SIT-NS MOTIVO-NS USU-SIT-NS
           MOVE W-DT-HOJE    TO DT-IMPORT-NS
           MOVE W-QTD-ITENS  TO QTD-ITENS-NS
           MOVE ZEROS        TO QTD-ENC-NS DT-SIT-NS
           PERFORM CONTA-ENC VARYING W-IND-ENC FROM 1 BY 1
                   UNTIL W-IND-ENC > 4.
           MOVE SPACES TO COD-NFE-NS EAN-NS LOTE-NS
           MOVE ZEROS  TO COD-PROD-NS QTD-NS CUSTO-NS VALID-NS
           MOVE SPACES TO TP-ENC-NS RATEIO-NS
           MOVE ZEROS  TO VALOR-ENC-NS.
       LIMPA-SUSPENSO-FIM.
           EXIT.
       CONTA-ENC.
           IF W-EN-VALOR (W-IND-ENC) NOT = ZEROS
              ADD 1 TO QTD-ENC-NS.
      *---------[ ITEM/ENCARGO DO NFESUSP (CHAVE JA MONTADA) ]---------
       LIMPA-ITEM-SUSPENSO.
           MOVE ZEROS  TO DT-EMISSAO-NS QTD-ITENS-NS QTD-ENC-NS
           MOVE ZEROS  TO DT-SIT-NS
           MOVE SPACES TO LOCAL-NS SIT-NS MOTIVO-NS USU-SIT-NS
           MOVE W-DT-HOJE TO DT-IMPORT-NS
           MOVE SPACES TO COD-NFE-NS EAN-NS LOTE-NS
           MOVE ZEROS  TO COD-PROD-NS QTD-NS CUSTO-NS VALID-NS
           MOVE SPACES TO TP-ENC-NS RATEIO-NS
           MOVE ZEROS  TO VALOR-ENC-NS.
       LIMPA-ITEM-SUSPENSO-FIM.
           EXIT.
       GRAVA-SUSPENSO.
           WRITE REGNFSP
           IF ST-ERRO7 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO NFESUSP - " ST-ERRO7
                      " NOTA " W-NUM-DOC " " W-SERIE " " W-CNPJ-EMIT
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       GRAVA-SUSPENSO-FIM.
           EXIT.
      *---------[ UMA LINHA DE EXCECAO - A NOTA SAI ANTES, 1 VEZ ]-----
       IMPRIME-OCORRENCIA.
           IF W-NOTA-IMPRESSA NOT = "S"
              MOVE "S" TO W-NOTA-IMPRESSA
              MOVE W-NUM-DOC    TO LN-NUM-DOC
              MOVE W-SERIE      TO LN-SERIE
              MOVE W-CNPJ-EMIT  TO LN-CNPJ
              MOVE W-DT-EMISSAO TO LN-DT-EMISSAO
              MOVE W-LOCAL-NOTA TO LN-LOCAL
              MOVE SPACES TO LINHA-RELNFE
              WRITE LINHA-RELNFE
              MOVE LINHA-NOTA TO LINHA-RELNFE
              WRITE LINHA-RELNFE.
           MOVE W-OCORRENCIA TO LO-TEXTO
           MOVE LINHA-OCORRENCIA TO LINHA-RELNFE
           WRITE LINHA-RELNFE
           MOVE SPACES TO W-OCORRENCIA.
       IMPRIME-OCORRENCIA-FIM.
           EXIT.
      *---------[ TOTAIS DA IMPORTACAO ]-------------------------------
       IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELNFE
           WRITE LINHA-RELNFE
           STRING "NOTAS LIDAS.............: " W-TOT-NOTAS
                   DELIMITED BY SIZE INTO LINHA-RELNFE
           WRITE LINHA-RELNFE
           MOVE SPACES TO LINHA-RELNFE
           STRING "IMPORTADAS..............: " W-TOT-GRAVADAS
                   DELIMITED BY SIZE INTO LINHA-RELNFE
           WRITE LINHA-RELNFE
           MOVE SPACES TO LINHA-RELNFE
           STRING "EM SUSPENSO (STP050)....: " W-TOT-SUSPENSO
                   DELIMITED BY SIZE INTO LINHA-RELNFE
           WRITE LINHA-RELNFE
           MOVE SPACES TO LINHA-RELNFE
           STRING "NAO IMPORTADAS (STP011).: " W-TOT-RECUSADAS
                   DELIMITED BY SIZE INTO LINHA-RELNFE
           WRITE LINHA-RELNFE
           MOVE SPACES TO LINHA-RELNFE
           STRING "JA PROCESSADAS ANTES....: " W-TOT-REPETIDAS
                   DELIMITED BY SIZE INTO LINHA-RELNFE
           WRITE LINHA-RELNFE
           MOVE SPACES TO LINHA-RELNFE
           STRING "REGISTROS IGNORADOS.....: " W-TOT-REG-INV
                   DELIMITED BY SIZE INTO LINHA-RELNFE
           WRITE LINHA-RELNFE.
       IMPRIME-TOTAIS-FIM.
           EXIT.
      *---------[ ENCERRAMENTO ]---------------------------------------
       FECHA-ARQUIVOS.
           CLOSE NFEIMP CADFORN CADPROD CADLOC NFESUSP RELNFE.
           IF W-SEM-PRODFORN NOT = "S"
              CLOSE PRODFORN.
           IF W-SEM-SALDLOTE NOT = "S"
              CLOSE SALDLOTE.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *---------[ CONTROLE DE EXECUCAO (CTEXEC, VIA STP043) ]-------
       PREPARA-EXECUCAO.
           MOVE "STP049" TO AE-PROGRAMA
           MOVE "BATCH" TO AE-OPERADOR
           MOVE SPACES TO AE-PRE-REQ
           MOVE SPACES TO AE-PARAMETROS AE-MENSAGEM
           MOVE ZEROS TO AE-QTD-LIDOS AE-QTD-GRAV AE-QTD-REJ
           MOVE ZEROS TO AE-RC AE-SEQ AE-DT-NEGOCIO.
       PREPARA-EXECUCAO-FIM.
           EXIT.
       INICIA-EXECUCAO.
           MOVE "I" TO AE-FUNCAO
           CALL "STP043" USING AREA-EXEC
           IF AE-RECUSADO
              DISPLAY "EXECUCAO RECUSADA - " AE-MENSAGEM
              MOVE AE-RC TO RETURN-CODE
              GOBACK.
       INICIA-EXECUCAO-FIM.
           EXIT.
      * O CALL ZERA O RETURN-CODE - O VALOR E DEVOLVIDO PELO AE-RC.
       FIM-EXECUCAO.
           MOVE "F" TO AE-FUNCAO
           MOVE W-TOT-NOTAS TO AE-QTD-LIDOS
           MOVE W-TOT-GRAVADAS TO AE-QTD-GRAV
           COMPUTE AE-QTD-REJ = W-TOT-SUSPENSO + W-TOT-RECUSADAS
                              + W-TOT-REPETIDAS
           MOVE RETURN-CODE TO AE-RC
           CALL "STP043" USING AREA-EXEC
           MOVE AE-RC TO RETURN-CODE.
       FIM-EXECUCAO-FIM.
           EXIT.
       FIM-ANORMAL.
           IF RETURN-CODE < 12
              MOVE 12 TO RETURN-CODE.
           MOVE "TERMINO ANORMAL - VER SYSOUT" TO AE-MENSAGEM
           PERFORM FIM-EXECUCAO THRU FIM-EXECUCAO-FIM.
       FIM-ANORMAL-FIM.
           EXIT.
       PARAMETRO-INVALIDO.
           MOVE 8 TO RETURN-CODE
           MOVE "PARAMETRO INVALIDO" TO AE-MENSAGEM
           PERFORM FIM-EXECUCAO THRU FIM-EXECUCAO-FIM.
       PARAMETRO-INVALIDO-FIM.
           EXIT.
