       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP040.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * CADASTRO DE CLIENTES                *
      **************************************
      *------------------------------------------------------------
      * MANUTENCAO DO CADCLI, NOS MOLDES DO CADASTRO DE FORNECEDORES
      * (STP004): PESSOA JURIDICA PELO CNPJ (STP010) OU FISICA PELO
      * CPF (STP041), NOME, ENDERECO, CIDADE/UF E SITUACAO (A=ATIVO,
      * B=BLOQUEADO). CLIENTE BLOQUEADO NAO RECEBE SAIDA NO STP011.
      * NIVEL 1 SO CONSULTA, INCLUSAO E ALTERACAO NIVEL 2; BLOQUEIO,
      * DESBLOQUEIO E EXCLUSAO SOMENTE SUPERVISOR. TODA GRAVACAO VAI
      * PARA O JORNAL DE MANUTENCAO (JRNMEST).
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCLI  ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DOC-CLI
                      FILE STATUS  IS ST-ERRO.
       SELECT JRNMEST ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       COPY REGCLI.
       FD JRNMEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JRNMEST.DAT".
       COPY REGJORN.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-CLI-ANT     PIC X(202) VALUE SPACES.
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-DOC-OK      PIC X(01) VALUE "S".
       01 W-TIPO-PESSOA PIC X(01) VALUE SPACES.
       01 W-CNPJ-TELA   PIC 9(14) VALUE ZEROS.
       01 W-CPF-TELA    PIC 9(11) VALUE ZEROS.
       01 W-SIT-ORIG    PIC X(01) VALUE SPACES.
       01 W-USUARIO     PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
       01 LK-NIVEL      PIC 9(01).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACLI.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "________________________________________".
           05  LINE 01  COLUMN 41
               VALUE  "________________________________________".
           05  LINE 02  COLUMN 01
               VALUE  "__________________________[CADASTRO DE C".
           05  LINE 02  COLUMN 41
               VALUE  "LIENTES]________________________________".
           05  LINE 04  COLUMN 1 VALUE "PESSOA (J/F): ".
           05  LINE 05  COLUMN 1 VALUE "CNPJ.......: ".
           05  LINE 05  COLUMN 36 VALUE "CPF: ".
           05  LINE 06  COLUMN 1 VALUE "NOME.......: ".
           05  LINE 07  COLUMN 1 VALUE "CEP........: ".
           05  LINE 08  COLUMN 1 VALUE "ENDERECO...: ".
           05  LINE 09  COLUMN 1 VALUE "NUMERO.....: ".
           05  LINE 10  COLUMN 1 VALUE "COMPL......: ".
           05  LINE 11  COLUMN 1 VALUE "BAIRRO.....: ".
           05  LINE 12  COLUMN 1 VALUE "CIDADE.....: ".
           05  LINE 13  COLUMN 1 VALUE "ESTADO.....: ".
           05  LINE 14  COLUMN 1 VALUE "SITUACAO...: ".
           05  LINE 14  COLUMN 18 VALUE "(A=ATIVO  B=BLOQUEADO)".
           05  LINE 22  COLUMN 01
               VALUE  "__________________________________[PAINE".
           05  LINE 22  COLUMN 41
               VALUE  "L]______________________________________".
           05  TTPPESSOA
               LINE 04  COLUMN 15   PIC X(01)
               USING  W-TIPO-PESSOA.
           05  TCNPJCLI
               LINE 05  COLUMN 15   PIC 99.999.999/9999.99
               USING  W-CNPJ-TELA.
           05  TCPFCLI
               LINE 05  COLUMN 41   PIC 999.999.999/99
               USING  W-CPF-TELA.
           05  TNOMECLI
               LINE 06  COLUMN 15   PIC X(40)
               USING  NOME-CLI.
           05  TCEPCLI
               LINE 07  COLUMN 15   PIC 99999.999
               USING  CEP-CLI.
           05  TENDCLI
               LINE 08  COLUMN 15   PIC X(40)
               USING  ENDERECO-CLI.
           05  TNUMCLI
               LINE 09  COLUMN 15   PIC 9999
               USING  NUMERO-CLI.
           05  TCOMPLCLI
               LINE 10  COLUMN 15   PIC X(12)
               USING  COMPL-CLI.
           05  TBAIRROCLI
               LINE 11  COLUMN 15   PIC X(20)
               USING  BAIRRO-CLI.
           05  TCIDADECLI
               LINE 12  COLUMN 15   PIC X(20)
               USING  CIDADE-CLI.
           05  TUFCLI
               LINE 13  COLUMN 15   PIC X(02)
               USING  UF-CLI.
           05  TSITCLI
               LINE 14  COLUMN 15   PIC X(01)
               USING  SIT-CLI.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       INICIO.
      * O OPERADOR VEM AUTENTICADO DO MENU (STP001).
           MOVE LK-OPERADOR TO W-USUARIO.
       R0.
           OPEN I-O CADCLI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR "35"
                 OPEN OUTPUT CADCLI
                 CLOSE CADCLI
                 MOVE "*** ARQUIVO CADCLI FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXCUTADO **" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
                ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADCLI" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0J.
           OPEN EXTEND JRNMEST
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30" OR "35"
                 OPEN OUTPUT JRNMEST
                 CLOSE JRNMEST
                 MOVE "*** ARQUIVO JRNMEST FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0J
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO JRNMEST" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE ZEROS TO DOC-CLI CEP-CLI NUMERO-CLI
           MOVE SPACES TO TP-PESSOA-CLI NOME-CLI ENDERECO-CLI
           MOVE SPACES TO COMPL-CLI BAIRRO-CLI CIDADE-CLI UF-CLI
           MOVE "A" TO SIT-CLI
           MOVE SPACES TO W-TIPO-PESSOA
           MOVE ZEROS TO W-CNPJ-TELA W-CPF-TELA.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELACLI.
      *-------------[  ENTRADA DOS DADOS ]------------------------------
       R2.
           DISPLAY (23, 12) " PESSOA J=JURIDICA (CNPJ) F=FISICA (CPF) "
           ACCEPT TTPPESSOA
           DISPLAY (23, 12) "                                         "
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-TIPO-PESSOA = "j"
                   MOVE "J" TO W-TIPO-PESSOA.
           IF W-TIPO-PESSOA = "f"
                   MOVE "F" TO W-TIPO-PESSOA.
           IF W-TIPO-PESSOA NOT = "J" AND W-TIPO-PESSOA NOT = "F"
                     MOVE "*** DIGITE APENAS J OU F ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R2.
       R2D.
           IF W-TIPO-PESSOA = "F"
                   GO TO R2F.
           ACCEPT TCNPJCLI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-CNPJ-TELA = ZEROS
                     MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R2D.
           CALL "STP010" USING W-CNPJ-TELA W-DOC-OK
           IF W-DOC-OK NOT = "S"
                     MOVE "*** CNPJ INVALIDO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R2D.
           MOVE W-CNPJ-TELA TO DOC-CLI
           GO TO LER-CADCLI.
       R2F.
           ACCEPT TCPFCLI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-CPF-TELA = ZEROS
                     MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R2F.
           CALL "STP041" USING W-CPF-TELA W-DOC-OK
           IF W-DOC-OK NOT = "S"
                     MOVE "*** CPF INVALIDO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R2F.
           MOVE W-CPF-TELA TO DOC-CLI.
       LER-CADCLI.
           MOVE 0 TO W-SEL
           READ CADCLI
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00" OR "02"
                MOVE REGCLI TO W-CLI-ANT
                MOVE SIT-CLI TO W-SIT-ORIG
                PERFORM PREPARA-TELA THRU PREPARA-TELA-FIM
                DISPLAY TELACLI
                MOVE "*** CLIENTE JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADCLI" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      * NIVEL 1 (CONSULTA) NAO INCLUI CLIENTE NOVO.
           IF LK-NIVEL < 2
                MOVE "*** NIVEL PERMITE SOMENTE CONSULTA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE W-TIPO-PESSOA TO TP-PESSOA-CLI
           MOVE "A" TO SIT-CLI W-SIT-ORIG.
       R3.
           ACCEPT TNOMECLI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF NOME-CLI = SPACES
                     MOVE "*** INFORME O NOME DO CLIENTE ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R3.
       R4.
           ACCEPT TCEPCLI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
       R5.
           ACCEPT TENDCLI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
       R6.
           ACCEPT TNUMCLI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
       R7.
           ACCEPT TCOMPLCLI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
       R8.
           ACCEPT TBAIRROCLI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
       R9.
           ACCEPT TCIDADECLI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF CIDADE-CLI = SPACES
                     MOVE "*** INFORME A CIDADE DO CLIENTE ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R9.
       R10.
           ACCEPT TUFCLI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           IF UF-CLI = SPACES
                     MOVE "*** INFORME A UF DO CLIENTE ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R10.
       R11.
           ACCEPT TSITCLI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
           IF SIT-CLI NOT = "A" AND SIT-CLI NOT = "B"
                     MOVE "*** SITUACAO: A=ATIVO  B=BLOQUEADO ***"
                          TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R11.
      * BLOQUEIO E DESBLOQUEIO SAO DO SUPERVISOR - PARA OS DEMAIS
      * NIVEIS A SITUACAO ORIGINAL E MANTIDA.
           IF SIT-CLI NOT = W-SIT-ORIG AND LK-NIVEL < 3
                   MOVE W-SIT-ORIG TO SIT-CLI
                   DISPLAY TELACLI
                   MOVE "* SITUACAO MANTIDA - ALTERACAO SO SUPERVISOR *"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCLI
                IF ST-ERRO = "00"
                      MOVE "CADCLI"  TO JORN-ARQUIVO
                      MOVE "I"       TO JORN-OPERACAO
                      MOVE DOC-CLI   TO JORN-CHAVE
                      MOVE SPACES    TO JORN-IMAGEM-ANT
                      MOVE REGCLI    TO JORN-IMAGEM-NOVA
                      PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU
                      ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  PERFORM RELE-CLI-ANT THRU RELE-CLI-ANT-FIM
                  MOVE "* CLIENTE JA EXISTE,DADOS NAO GRAVADOS *"
                  TO MENS
                  PERFORM ROT-MENS
                  THRU ROT-MENS-FIM
                  GO TO ACE-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CLIENTES"
                      TO MENS
                      PERFORM ROT-MENS
                      THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
      * NIVEL 1 SO CONSULTA; EXCLUSAO SOMENTE PARA SUPERVISOR.
                IF W-OPCAO NOT = "N" AND LK-NIVEL < 2
                    MOVE "*** NIVEL PERMITE SOMENTE CONSULTA ***"
                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ACE-001.
                IF W-OPCAO = "E" AND LK-NIVEL < 3
                    MOVE "*** EXCLUSAO SOMENTE PARA SUPERVISOR ***"
                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3.
      *
      * O CLIENTE COM DOCUMENTOS NO HISTORICO DEVE SER BLOQUEADO, E
      * NAO EXCLUIDO - SEM O CADASTRO O NOME SOME DA REIMPRESSAO
      * (STP022) E DO RELATORIO DE VENDAS (STP042).
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADCLI RECORD
                IF ST-ERRO = "00"
                   MOVE "CADCLI"   TO JORN-ARQUIVO
                   MOVE "E"        TO JORN-OPERACAO
                   MOVE DOC-CLI    TO JORN-CHAVE
                   MOVE W-CLI-ANT  TO JORN-IMAGEM-ANT
                   MOVE SPACES     TO JORN-IMAGEM-NOVA
                   PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                   MOVE "*** REGISTRO CLIENTE EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCLI
                IF ST-ERRO = "00" OR "02"
                   MOVE "CADCLI"   TO JORN-ARQUIVO
                   MOVE "A"        TO JORN-OPERACAO
                   MOVE DOC-CLI    TO JORN-CHAVE
                   MOVE W-CLI-ANT  TO JORN-IMAGEM-ANT
                   MOVE REGCLI     TO JORN-IMAGEM-NOVA
                   PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CLIENTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *--------[ CNPJ OU CPF DO CLIENTE LIDO, NO CAMPO CERTO DA TELA ]--
       PREPARA-TELA.
                MOVE TP-PESSOA-CLI TO W-TIPO-PESSOA
                MOVE ZEROS TO W-CNPJ-TELA W-CPF-TELA
                IF CLI-FISICA
                   MOVE DOC-CLI TO W-CPF-TELA
                ELSE
                   MOVE DOC-CLI TO W-CNPJ-TELA.
       PREPARA-TELA-FIM.
                EXIT.
      *--------[ RELE O REGISTRO EXISTENTE APOS O STATUS 22 ]-----------
       RELE-CLI-ANT.
                READ CADCLI
                IF ST-ERRO = "00" OR "02"
                   MOVE REGCLI TO W-CLI-ANT
                   MOVE SIT-CLI TO W-SIT-ORIG
                   PERFORM PREPARA-TELA THRU PREPARA-TELA-FIM
                   DISPLAY TELACLI
                ELSE
                   MOVE SPACES TO W-CLI-ANT.
       RELE-CLI-ANT-FIM.
                EXIT.
      *---------[ JORNAL DE MANUTENCAO - GRAVA UMA OCORRENCIA ]---------
      * O CHAMADOR PREENCHE JORN-ARQUIVO, JORN-OPERACAO, JORN-CHAVE
      * E AS IMAGENS ANTES/DEPOIS; AQUI ENTRAM DATA, HORA, OPERADOR
      * E PROGRAMA. A CONSULTA DO JORNAL E FEITA PELO STP020.
       GRAVA-JORNAL.
                ACCEPT JORN-DATA FROM DATE YYYYMMDD
                ACCEPT JORN-HORA FROM TIME
                MOVE W-USUARIO TO JORN-OPERADOR
                MOVE "STP040"  TO JORN-PROGRAMA
                WRITE REGJORN
                IF ST-ERRO3 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO JRNMEST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-JORNAL-FIM.
                EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCLI JRNMEST.
           GOBACK.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
