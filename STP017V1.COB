      * PRAZO DE ENTREGA, A LISTA DOS FORNECEDORES ALTERNATIVOS DO
      * PRODUTO E O AVISO QUANDO O FORNECEDOR PADRAO NAO E O MAIS
      * BARATO. SEM O PRODFORN O RELATORIO SAI COMO ANTES.
      * O SALDO AINDA A RECEBER DOS PEDIDOS DE COMPRA EM ABERTO
      * (PEDCOMP, ITENS "A"/"P") CONTA COMO ESTOQUE: O PRODUTO SO E
      * SUGERIDO QUANDO QUANTIDADE + EM PEDIDO < QTDMINIMA, E A
      * QUANTIDADE SUGERIDA JA DESCONTA O QUE ESTA EM PEDIDO.
      * PARAMETRO POR CARTAO (SYSIN): "G" GERA NO PEDCOMP UM PEDIDO
      * POR FORNECEDOR CADASTRADO, COM A QUANTIDADE SUGERIDA, O
      * PRECO DO ULT-CUSTO-PF E A DATA PREVISTA DE HOJE + PRAZO DE
      * ENTREGA (ASSINADO "SUGESTAO", MANTIDO DEPOIS NO STP034);
      * BRANCO SO IMPRIME A SUGESTAO.
      * COM O ESTOQUE MINIMO/MAXIMO POR LOCAL (ESTLOC, STP047) O
      * PRODUTO TAMBEM E SUGERIDO PELA FALTA QUE SOBRA NOS LOCAIS
      * DEPOIS DA REPOSICAO ENTRE LOCAIS (STP048): SOMA DO QUE FALTA
      * PARA O MINIMO DOS LOCAIS MENOS A SOBRA ACIMA DO MAXIMO DOS
      * DEMAIS, PELO SALDLOC, DESCONTADO O QUE ESTA EM PEDIDO. VALE
      * A MAIOR DAS DUAS FALTAS (TOTAL X QTDMINIMA OU LOCAIS). A
      * CONTA NAO MUDA COM AS TRANSFERENCIAS - SO O QUE O ESTOQUE
      * INTERNO NAO COBRE VAI PARA A COMPRA. SEM ESTLOC OU SALDLOC
      * A SUGESTAO SAI COMO ANTES.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-PFOR
                      FILE STATUS  IS ST-ERRO4.
       SELECT PEDCOMP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-PED
                      ALTERNATE RECORD KEY IS COD-PROD-PC
                                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO5.
       SELECT ESTLOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-ELOC
                      FILE STATUS  IS ST-ERRO6.
       SELECT SALDLOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-SLOC
                      FILE STATUS  IS ST-ERRO7.
       SELECT SORT-SUGER ASSIGN TO DISK.
      *
      *------------------------------------------------------------
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODFORN.DAT".
       COPY REGPFOR.
       FD PEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
       COPY REGPED.
       FD ESTLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESTLOC.DAT".
       COPY REGELOC.
       FD SALDLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDLOC.DAT".
       COPY REGSLOC.
       SD SORT-SUGER.
       01 SD-REGISTRO.
          03 SD-CLASSE       PIC 9(01).
          03 SD-UNIDADE      PIC X(02).
          03 SD-QUANTIDADE   PIC 9(06).
          03 SD-QTDMINIMA    PIC 9(06).
          03 SD-EM-PEDIDO    PIC 9(06).
          03 SD-FALTA-LOCAL  PIC 9(06).
      *
      *------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 ST-ERRO5         PIC X(02) VALUE "00".
       01 ST-ERRO6         PIC X(02) VALUE "00".
       01 ST-ERRO7         PIC X(02) VALUE "00".
       01 W-MODO           PIC X(01) VALUE SPACES.
       01 W-SEM-PEDCOMP    PIC X(01) VALUE "N".
       01 W-FIM-PEDCOMP    PIC X(01) VALUE "N".
       01 W-QTD-PEDIDO     PIC 9(08) VALUE ZEROS.
       01 W-QTD-COBERTA    PIC 9(08) VALUE ZEROS.
       01 W-SEM-ESTLOC     PIC X(01) VALUE "N".
       01 W-SEM-SALDLOC    PIC X(01) VALUE "N".
       01 W-FIM-ELOC       PIC X(01) VALUE "N".
       01 W-SALDO-LOC      PIC 9(06) VALUE ZEROS.
       01 W-NECES-LOC      PIC 9(08) VALUE ZEROS.
       01 W-SOBRA-LOC      PIC 9(08) VALUE ZEROS.
       01 W-FALTA-LOCAL    PIC 9(08) VALUE ZEROS.
       01 W-FALTA-TOTAL    PIC 9(08) VALUE ZEROS.
       01 W-FALTA-LOC-COMP PIC 9(08) VALUE ZEROS.
       01 W-GERA-FORN      PIC X(01) VALUE "N".
       01 W-DT-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-DIAS-INT       PIC 9(08) VALUE ZEROS.
       01 W-ULT-PED        PIC 9(06) VALUE ZEROS.
       01 W-FIM-ULT        PIC X(01) VALUE "N".
       01 W-PED-GERADO     PIC 9(06) VALUE ZEROS.
       01 W-SEQ-GERADO     PIC 9(03) VALUE ZEROS.
       01 W-VALOR-GERADO   PIC 9(14) VALUE ZEROS.
       01 W-VALOR-ITEM     PIC 9(14) VALUE ZEROS.
       01 W-DT-MAIOR-GER   PIC 9(08) VALUE ZEROS.
       01 W-TOT-PEDIDOS    PIC 9(06) VALUE ZEROS.
       01 W-FIM-CADPROD    PIC X(01) VALUE "N".
       01 W-FIM-SORT       PIC X(01) VALUE "N".
       01 W-FIM-PFOR       PIC X(01) VALUE "N".
          03 FILLER           PIC X(04) VALUE "UN  ".
          03 FILLER           PIC X(09) VALUE "SALDO    ".
          03 FILLER           PIC X(09) VALUE "MINIMO   ".
          03 FILLER           PIC X(09) VALUE "EM PEDIDO".
          03 FILLER           PIC X(09) VALUE " SUGERIDO".
       01 LINHA-DETALHE.
          03 LD-CODIGO        PIC 9(06).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LD-QTDMINIMA     PIC ZZZ.ZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LD-EM-PEDIDO     PIC ZZZ.ZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LD-SUGERIDO      PIC ZZZ.ZZ9.
       01 LINHA-FALTA-LOCAL.
          03 FILLER           PIC X(44) VALUE
             "   FALTA NOS LOCAIS APOS AS TRANSFERENCIAS: ".
          03 LL-FALTA         PIC ZZZ.ZZ9.
       01 LINHA-CUSTO.
          03 FILLER           PIC X(15) VALUE "   CUSTO ULT.: ".
          03 LV-CUSTO         PIC ZZ.ZZZ.ZZ9.
       01 LINHA-AVISO.
          03 FILLER           PIC X(49) VALUE
             "   *** FORNECEDOR PADRAO NAO E O MAIS BARATO ***".
       01 LINHA-PEDIDO.
          03 FILLER           PIC X(18) VALUE ">> PEDIDO GERADO: ".
          03 LP-NUM-PED       PIC 9(06).
          03 FILLER           PIC X(09) VALUE "  ITENS: ".
          03 LP-ITENS         PIC ZZ9.
          03 FILLER           PIC X(09) VALUE "  VALOR: ".
          03 LP-VALOR         PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9.
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           SORT SORT-SUGER
                ON ASCENDING  KEY SD-CLASSE
                OUTPUT PROCEDURE IMPRIME-SUGESTAO.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           GOBACK.
      *---------[ PARAMETRO: G = GERA PEDIDOS, BRANCO = SO IMPRIME ]---
       LE-PARAMETROS.
           ACCEPT W-MODO.
           IF W-MODO = "g"
              MOVE "G" TO W-MODO.
           IF W-MODO NOT = "G" AND W-MODO NOT = SPACES
              DISPLAY "MODO INVALIDO - INFORME G=GERA PEDIDOS OU BRANCO"
              MOVE 8 TO RETURN-CODE
              GOBACK.
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------[ ABERTURA DOS ARQUIVOS ]-----------------------------
       ABRE-ARQUIVOS.
           OPEN INPUT CADPROD
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODFORN - "
                         ST-ERRO4
                 STOP RUN.
      * SEM ESTLOC/SALDLOC NAO HA FALTA POR LOCAL - SO A DO TOTAL.
           OPEN INPUT ESTLOC
           IF ST-ERRO6 = "30" OR "35"
              MOVE "S" TO W-SEM-ESTLOC
           ELSE
              IF ST-ERRO6 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESTLOC - "
                         ST-ERRO6
                 STOP RUN.
           OPEN INPUT SALDLOC
           IF ST-ERRO7 = "30" OR "35"
              MOVE "S" TO W-SEM-SALDLOC
           ELSE
              IF ST-ERRO7 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO SALDLOC - "
                         ST-ERRO7
                 STOP RUN.
      * SEM PEDCOMP NADA ESTA EM PEDIDO; NA GERACAO ELE E CRIADO.
           IF W-MODO = "G"
              GO TO ABRE-PEDCOMP-GERA.
           OPEN INPUT PEDCOMP
           IF ST-ERRO5 = "30" OR "35"
              MOVE "S" TO W-SEM-PEDCOMP
           ELSE
              IF ST-ERRO5 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDCOMP - "
                         ST-ERRO5
                 STOP RUN.
           GO TO ABRE-ARQUIVOS-FIM.
       ABRE-PEDCOMP-GERA.
           OPEN I-O PEDCOMP
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30" OR "35"
                 OPEN OUTPUT PEDCOMP
                 CLOSE PEDCOMP
                 GO TO ABRE-PEDCOMP-GERA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDCOMP - "
                         ST-ERRO5
                 STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
      *---------[ SELECIONA OS PRODUTOS ABAIXO DA QTDMINIMA ]----------
       LE-CADPROD-FIM.
           EXIT.
       AVALIA-PRODUTO.
           PERFORM SOMA-EM-PEDIDO THRU SOMA-EM-PEDIDO-FIM
           PERFORM SOMA-FALTA-LOCAL THRU SOMA-FALTA-LOCAL-FIM
           COMPUTE W-QTD-COBERTA = QUANTIDADE + W-QTD-PEDIDO
           MOVE ZEROS TO W-FALTA-TOTAL W-FALTA-LOC-COMP
           IF W-QTD-COBERTA < QTDMINIMA
              COMPUTE W-FALTA-TOTAL = QTDMINIMA - W-QTD-COBERTA.
           IF W-FALTA-LOCAL > W-QTD-PEDIDO
              COMPUTE W-FALTA-LOC-COMP = W-FALTA-LOCAL - W-QTD-PEDIDO.
           IF W-FALTA-TOTAL = ZEROS AND W-FALTA-LOC-COMP = ZEROS
              GO TO AVALIA-PRODUTO-LE.
           MOVE CODIGO      TO SD-CODIGO
           MOVE DESCRICAO   TO SD-DESCRICAO
           MOVE UNIDADE     TO SD-UNIDADE
           MOVE QUANTIDADE  TO SD-QUANTIDADE
           MOVE QTDMINIMA   TO SD-QTDMINIMA
           MOVE W-QTD-PEDIDO TO SD-EM-PEDIDO
           IF W-FALTA-LOC-COMP > W-FALTA-TOTAL
              MOVE W-FALTA-LOC-COMP TO SD-FALTA
              MOVE W-FALTA-LOCAL    TO SD-FALTA-LOCAL
           ELSE
              MOVE W-FALTA-TOTAL    TO SD-FALTA
              MOVE ZEROS            TO SD-FALTA-LOCAL.
           MOVE CNPJ OF REGPROD TO SD-CNPJ
           IF CNPJ OF REGPROD = ZEROS
              MOVE 1 TO SD-CLASSE
           ELSE
              MOVE 0 TO SD-CLASSE.
           RELEASE SD-REGISTRO
           ADD 1 TO W-TOT-FALTANTES.
       AVALIA-PRODUTO-LE.
           PERFORM LE-CADPROD THRU LE-CADPROD-FIM.
       AVALIA-PRODUTO-FIM.
           EXIT.
      *---------[ FALTA NOS LOCAIS QUE A REPOSICAO NAO COBRE ]----------
      * PELO ESTLOC DO PRODUTO: O QUE FALTA PARA O MINIMO NOS LOCAIS
      * ABAIXO DELE MENOS A SOBRA ACIMA DO MAXIMO NOS DEMAIS (MAXIMO
      * ZERADO NAO CEDE). E A FALTA NAO COBERTA DO STP048.
       SOMA-FALTA-LOCAL.
           MOVE ZEROS TO W-FALTA-LOCAL W-NECES-LOC W-SOBRA-LOC
           IF W-SEM-ESTLOC = "S"
              GO TO SOMA-FALTA-LOCAL-FIM.
           MOVE "N" TO W-FIM-ELOC
           MOVE CODIGO TO COD-PROD-EL
           MOVE SPACES TO LOCAL-EL
           START ESTLOC KEY NOT LESS THAN CHAVE-ELOC
           IF ST-ERRO6 NOT = "00"
              MOVE "S" TO W-FIM-ELOC.
           PERFORM SOMA-UM-LOCAL THRU SOMA-UM-LOCAL-FIM
                   UNTIL W-FIM-ELOC = "S".
           IF W-NECES-LOC > W-SOBRA-LOC
              COMPUTE W-FALTA-LOCAL = W-NECES-LOC - W-SOBRA-LOC.
       SOMA-FALTA-LOCAL-FIM.
           EXIT.
       SOMA-UM-LOCAL.
           READ ESTLOC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ELOC.
           IF W-FIM-ELOC = "S"
              GO TO SOMA-UM-LOCAL-FIM.
           IF COD-PROD-EL NOT = CODIGO
              MOVE "S" TO W-FIM-ELOC
              GO TO SOMA-UM-LOCAL-FIM.
           MOVE ZEROS TO W-SALDO-LOC
           IF W-SEM-SALDLOC NOT = "S"
              MOVE CHAVE-ELOC TO CHAVE-SLOC
              READ SALDLOC
              IF ST-ERRO7 = "00" OR "02"
                 MOVE QTD-SLOC TO W-SALDO-LOC.
           IF W-SALDO-LOC < QTD-MIN-EL
              COMPUTE W-NECES-LOC = W-NECES-LOC
                                  + QTD-MIN-EL - W-SALDO-LOC.
           IF QTD-MAX-EL NOT = ZEROS AND W-SALDO-LOC > QTD-MAX-EL
              COMPUTE W-SOBRA-LOC = W-SOBRA-LOC
                                  + W-SALDO-LOC - QTD-MAX-EL.
       SOMA-UM-LOCAL-FIM.
           EXIT.
      *---------[ SALDO A RECEBER DOS PEDIDOS EM ABERTO DO PRODUTO ]---
      * PELA CHAVE ALTERNADA DO PEDCOMP: SOMA PEDIDO - RECEBIDO DOS
      * ITENS ABERTOS OU PARCIAIS, DE QUALQUER FORNECEDOR.
       SOMA-EM-PEDIDO.
           MOVE ZEROS TO W-QTD-PEDIDO
           IF W-SEM-PEDCOMP = "S"
              GO TO SOMA-EM-PEDIDO-FIM.
           MOVE "N" TO W-FIM-PEDCOMP
           MOVE CODIGO TO COD-PROD-PC
           START PEDCOMP KEY NOT LESS THAN COD-PROD-PC
           IF ST-ERRO5 NOT = "00"
              MOVE "S" TO W-FIM-PEDCOMP.
           PERFORM SOMA-UM-PEDIDO THRU SOMA-UM-PEDIDO-FIM
                   UNTIL W-FIM-PEDCOMP = "S".
       SOMA-EM-PEDIDO-FIM.
           EXIT.
       SOMA-UM-PEDIDO.
           READ PEDCOMP NEXT RECORD
               AT END MOVE "S" TO W-FIM-PEDCOMP.
           IF W-FIM-PEDCOMP = "S"
              GO TO SOMA-UM-PEDIDO-FIM.
           IF COD-PROD-PC NOT = CODIGO
              MOVE "S" TO W-FIM-PEDCOMP
              GO TO SOMA-UM-PEDIDO-FIM.
           IF SEQ-ITEM-PC = ZEROS
              GO TO SOMA-UM-PEDIDO-FIM.
           IF (PED-ABERTO OR PED-PARCIAL)
              AND QTD-PEDIDA-PC > QTD-RECEB-PC
              COMPUTE W-QTD-PEDIDO = W-QTD-PEDIDO
                                   + QTD-PEDIDA-PC - QTD-RECEB-PC.
       SOMA-UM-PEDIDO-FIM.
           EXIT.
      *---------[ IMPRIME AS PROPOSTAS JA CLASSIFICADAS ]--------------
       IMPRIME-SUGESTAO.
           RETURN SORT-SUGER AT END MOVE "S" TO W-FIM-SORT.
           PERFORM IMPRIME-UMA-LINHA THRU IMPRIME-UMA-LINHA-FIM
                   UNTIL W-FIM-SORT = "S".
           PERFORM FECHA-PEDIDO-GERADO THRU FECHA-PEDIDO-GERADO-FIM.
           IF W-TOT-FALTANTES = ZEROS
              MOVE SPACES TO LINHA-RELSUGER
              STRING "NENHUM PRODUTO ABAIXO DA QUANTIDADE MINIMA"
                      DELIMITED BY SIZE INTO LINHA-RELSUGER
              WRITE LINHA-RELSUGER.
           IF W-MODO = "G"
              MOVE SPACES TO LINHA-RELSUGER
              WRITE LINHA-RELSUGER
              MOVE SPACES TO LINHA-RELSUGER
              STRING "PEDIDOS DE COMPRA GERADOS: " W-TOT-PEDIDOS
                      DELIMITED BY SIZE INTO LINHA-RELSUGER
              WRITE LINHA-RELSUGER.
       IMPRIME-UMA-LINHA.
           IF W-PRIMEIRO-GRUPO = "S"
              OR SD-CLASSE NOT = W-CLASSE-ANT
           MOVE SD-UNIDADE     TO LD-UNIDADE
           MOVE SD-QUANTIDADE  TO LD-QUANTIDADE
           MOVE SD-QTDMINIMA   TO LD-QTDMINIMA
           MOVE SD-EM-PEDIDO   TO LD-EM-PEDIDO
           MOVE SD-FALTA       TO LD-SUGERIDO
           MOVE LINHA-DETALHE  TO LINHA-RELSUGER
           WRITE LINHA-RELSUGER
           IF SD-FALTA-LOCAL NOT = ZEROS
              MOVE SD-FALTA-LOCAL TO LL-FALTA
              MOVE LINHA-FALTA-LOCAL TO LINHA-RELSUGER
              WRITE LINHA-RELSUGER.
           IF W-SEM-PRODFORN NOT = "S"
              PERFORM INFO-COMPRA THRU INFO-COMPRA-FIM.
           IF W-GERA-FORN = "S"
              PERFORM GRAVA-ITEM-GERADO THRU GRAVA-ITEM-GERADO-FIM.
           RETURN SORT-SUGER AT END MOVE "S" TO W-FIM-SORT.
       IMPRIME-UMA-LINHA-FIM.
           EXIT.
           EXIT.
      *---------[ QUEBRA DE FORNECEDOR - CABECALHO DA PROPOSTA ]-------
       IMPRIME-CABEC-FORN.
           PERFORM FECHA-PEDIDO-GERADO THRU FECHA-PEDIDO-GERADO-FIM
           MOVE "N" TO W-GERA-FORN
           MOVE "N" TO W-PRIMEIRO-GRUPO
           MOVE SD-CLASSE TO W-CLASSE-ANT
           MOVE SD-CNPJ   TO W-CNPJ-ANT
              MOVE RSOC   TO LF-RSOC
              MOVE CIDADE TO LF-CIDADE
              MOVE UF     TO LF-UF
              IF W-MODO = "G"
                 PERFORM ABRE-PEDIDO-GERADO THRU ABRE-PEDIDO-GERADO-FIM
              ELSE
                 NEXT SENTENCE
           ELSE
              MOVE SPACES TO LF-NOMEF
              MOVE "FORNECEDOR NAO CADASTRADO" TO LF-OBS
           WRITE LINHA-RELSUGER.
       IMPRIME-CABEC-FORN-FIM.
           EXIT.
      *---------[ GERACAO DO PEDIDO DE COMPRA DO FORNECEDOR ]----------
      * SO PARA FORNECEDOR CADASTRADO NO CADFORN. O CABECALHO (SEQ
      * 0) E GRAVADO NA QUEBRA DE FORNECEDOR E REGRAVADO COM OS
      * TOTAIS NA QUEBRA SEGUINTE (OU NO FIM), DEPOIS DOS ITENS.
       ABRE-PEDIDO-GERADO.
           PERFORM ULTIMO-PEDIDO THRU ULTIMO-PEDIDO-FIM
           COMPUTE W-PED-GERADO = W-ULT-PED + 1
           MOVE ZEROS TO W-SEQ-GERADO W-VALOR-GERADO
           MOVE W-DT-HOJE TO W-DT-MAIOR-GER
           MOVE W-PED-GERADO TO NUM-PED
           MOVE ZEROS        TO SEQ-ITEM-PC COD-PROD-PC
           MOVE SD-CNPJ      TO CNPJ-PED
           MOVE W-DT-HOJE    TO DT-PEDIDO DT-PREVISTA-PC
           MOVE ZEROS        TO QTD-PEDIDA-PC QTD-RECEB-PC
           MOVE ZEROS        TO CUSTO-PEDIDO-PC VLR-RECEB-PC
           MOVE ZEROS        TO TOT-ITENS-PC TOT-VALOR-PC
           MOVE "A"          TO SIT-PED
           MOVE "SUGESTAO"   TO USUARIO-PC
           MOVE ZEROS        TO DT-IMPRESSAO-PC
           WRITE REGPED
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO PEDCOMP - " ST-ERRO5
              STOP RUN.
           MOVE "S" TO W-GERA-FORN
           ADD 1 TO W-TOT-PEDIDOS.
       ABRE-PEDIDO-GERADO-FIM.
           EXIT.
      * PRECO = ULTIMO CUSTO DO FORNECEDOR; DATA PREVISTA = HOJE +
      * PRAZO DE ENTREGA. SEM CRUZAMENTO NO PRODFORN O ITEM SAI COM
      * PRECO ZERADO PARA O COMPRADOR ACERTAR NO STP034.
       GRAVA-ITEM-GERADO.
           IF W-SEQ-GERADO NOT < 999
              GO TO GRAVA-ITEM-GERADO-FIM.
           ADD 1 TO W-SEQ-GERADO
           MOVE ZEROS     TO CUSTO-PEDIDO-PC
           MOVE W-DT-HOJE TO DT-PREVISTA-PC
           IF W-SEM-PRODFORN NOT = "S"
              MOVE SD-CODIGO TO COD-PROD-PF
              MOVE SD-CNPJ   TO CNPJ-PF
              READ PRODFORN
              IF ST-ERRO4 = "00" OR "02"
                 MOVE ULT-CUSTO-PF TO CUSTO-PEDIDO-PC
                 COMPUTE W-DIAS-INT =
                         FUNCTION INTEGER-OF-DATE (W-DT-HOJE)
                         + PRAZO-ENTREGA-PF
                 COMPUTE DT-PREVISTA-PC =
                         FUNCTION DATE-OF-INTEGER (W-DIAS-INT).
           MOVE W-PED-GERADO TO NUM-PED
           MOVE W-SEQ-GERADO TO SEQ-ITEM-PC
           MOVE SD-CNPJ      TO CNPJ-PED
           MOVE SD-CODIGO    TO COD-PROD-PC
           MOVE W-DT-HOJE    TO DT-PEDIDO
           MOVE SD-FALTA     TO QTD-PEDIDA-PC
           MOVE ZEROS        TO QTD-RECEB-PC VLR-RECEB-PC
           MOVE ZEROS        TO TOT-ITENS-PC TOT-VALOR-PC
           MOVE "A"          TO SIT-PED
           MOVE "SUGESTAO"   TO USUARIO-PC
           MOVE ZEROS        TO DT-IMPRESSAO-PC
           WRITE REGPED
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO PEDCOMP - " ST-ERRO5
              STOP RUN.
           IF DT-PREVISTA-PC > W-DT-MAIOR-GER
              MOVE DT-PREVISTA-PC TO W-DT-MAIOR-GER.
           COMPUTE W-VALOR-ITEM = QTD-PEDIDA-PC * CUSTO-PEDIDO-PC
           ADD W-VALOR-ITEM TO W-VALOR-GERADO
              ON SIZE ERROR MOVE 99999999999999 TO W-VALOR-GERADO.
       GRAVA-ITEM-GERADO-FIM.
           EXIT.
       FECHA-PEDIDO-GERADO.
           IF W-GERA-FORN NOT = "S"
              GO TO FECHA-PEDIDO-GERADO-FIM.
           MOVE "N" TO W-GERA-FORN
           MOVE W-PED-GERADO TO NUM-PED
           MOVE ZEROS        TO SEQ-ITEM-PC
           READ PEDCOMP
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
              DISPLAY "ERRO NA LEITURA DO PEDCOMP - " ST-ERRO5
              STOP RUN.
           MOVE W-SEQ-GERADO   TO TOT-ITENS-PC
           MOVE W-VALOR-GERADO TO TOT-VALOR-PC
           MOVE W-DT-MAIOR-GER TO DT-PREVISTA-PC
           REWRITE REGPED
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
              DISPLAY "ERRO NA ATUALIZACAO DO PEDCOMP - " ST-ERRO5
              STOP RUN.
           MOVE W-PED-GERADO   TO LP-NUM-PED
           MOVE W-SEQ-GERADO   TO LP-ITENS
           MOVE W-VALOR-GERADO TO LP-VALOR
           MOVE LINHA-PEDIDO TO LINHA-RELSUGER
           WRITE LINHA-RELSUGER.
       FECHA-PEDIDO-GERADO-FIM.
           EXIT.
      *---------[ ULTIMO NUMERO DE PEDIDO USADO ]-----------------------
      * SALTA DE PEDIDO EM PEDIDO PELO CABECALHO (NUMERO + 1, SEQ 0)
      * ATE NAO HAVER MAIS NENHUM ADIANTE.
       ULTIMO-PEDIDO.
           MOVE ZEROS TO W-ULT-PED
           MOVE "N" TO W-FIM-ULT
           PERFORM PROXIMO-PEDIDO THRU PROXIMO-PEDIDO-FIM
                   UNTIL W-FIM-ULT = "S".
       ULTIMO-PEDIDO-FIM.
           EXIT.
       PROXIMO-PEDIDO.
           IF W-ULT-PED = 999999
              MOVE "S" TO W-FIM-ULT
              GO TO PROXIMO-PEDIDO-FIM.
           COMPUTE NUM-PED = W-ULT-PED + 1
           MOVE ZEROS TO SEQ-ITEM-PC
           START PEDCOMP KEY NOT LESS THAN CHAVE-PED
           IF ST-ERRO5 NOT = "00"
              MOVE "S" TO W-FIM-ULT
              GO TO PROXIMO-PEDIDO-FIM.
           READ PEDCOMP NEXT RECORD
               AT END MOVE "S" TO W-FIM-ULT.
           IF W-FIM-ULT NOT = "S"
              MOVE NUM-PED TO W-ULT-PED.
       PROXIMO-PEDIDO-FIM.
           EXIT.
      *---------[ ENCERRAMENTO ]----------------------------------------
       FECHA-ARQUIVOS.
           CLOSE CADPROD CADFORN RELSUGER.
           IF W-SEM-PRODFORN NOT = "S"
              CLOSE PRODFORN.
           IF W-SEM-PEDCOMP NOT = "S"
              CLOSE PEDCOMP.
           IF W-SEM-ESTLOC NOT = "S"
              CLOSE ESTLOC.
           IF W-SEM-SALDLOC NOT = "S"
              CLOSE SALDLOC.
       FECHA-ARQUIVOS-FIM.
           EXIT.
