      * RELATORIOS, DIGITACAO DA CONTAGEM E A ENTRADA NAS TELAS DE
      * CADASTRO NIVEL 1 (DENTRO DOS CADASTROS O NIVEL 1 SO
      * CONSULTA - INCLUSAO/ALTERACAO EXIGEM NIVEL 2 E EXCLUSAO OU
      * PRECO NIVEL 3, CHECADOS NOS PROPRIOS PROGRAMAS; NO
      * CADASTRO DE CLIENTES O BLOQUEIO TAMBEM E NIVEL 3);
      * MOVIMENTACAO DE ESTOQUE NIVEL 2; LOTES, INVENTARIO, CARGA
      * E OPERADORES NIVEL 3; ESTORNO DE DOCUMENTO FISCAL NIVEL 3;
      * REPOSICAO ENTRE LOCAIS (GERA TRANSFERENCIAS) NIVEL 2; NF-E
      * EM SUSPENSO NIVEL 1 (CONSULTA - MAPEAR E LIBERAR EXIGEM
      * NIVEL 2 E DESCARTAR NIVEL 3, CHECADOS NO STP050).
      * NA PRIMEIRA EXECUCAO (CADOPER INEXISTENTE) E GRAVADO O
      * OPERADOR "MASTER" SENHA "MASTER" NIVEL 3 - TROCAR A SENHA
      * LOGO APOS O PRIMEIRO ACESSO.
               VALUE "23 PRODUTO X FORNECEDOR".
           05  LINE 16  COLUMN 03
               VALUE "24 CODIGOS ALTERNATIVOS".
           05  LINE 17  COLUMN 03
               VALUE "25 PEDIDOS DE COMPRA".
           05  LINE 18  COLUMN 03
               VALUE "26 ESTORNO DE DOCUMENTO".
           05  LINE 19  COLUMN 03
               VALUE "27 CADASTRO DE CLIENTES".
           05  LINE 19  COLUMN 42
               VALUE "28 MINIMO/MAXIMO POR LOCAL".
           05  LINE 20  COLUMN 42
               VALUE "29 REPOSICAO ENTRE LOCAIS".
           05  LINE 21  COLUMN 42
               VALUE "30 NF-E EM SUSPENSO".
           05  LINE 20  COLUMN 03
               VALUE "XX ENCERRA A SESSAO".
           05  LINE 21  COLUMN 03 VALUE "OPCAO......: ".
           05  TOPCAO
               LINE 21  COLUMN 16 PIC X(02)
               USING  W-OPCAO.
      *
      *-----------------------------------------------------------------
                   IF W-NIVEL NOT < W-NIVEL-REQ
                      CALL "STP032" USING W-OPERADOR W-NIVEL
                      CANCEL "STP032".
           IF W-OPCAO = "25"
                   MOVE 1 TO W-NIVEL-REQ
                   PERFORM CHECA-NIVEL THRU CHECA-NIVEL-FIM
                   IF W-NIVEL NOT < W-NIVEL-REQ
                      CALL "STP034" USING W-OPERADOR W-NIVEL
                      CANCEL "STP034".
           IF W-OPCAO = "26"
                   MOVE 3 TO W-NIVEL-REQ
                   PERFORM CHECA-NIVEL THRU CHECA-NIVEL-FIM
                   IF W-NIVEL NOT < W-NIVEL-REQ
                      CALL "STP037" USING W-OPERADOR W-NIVEL
                      CANCEL "STP037".
           IF W-OPCAO = "27"
                   MOVE 1 TO W-NIVEL-REQ
                   PERFORM CHECA-NIVEL THRU CHECA-NIVEL-FIM
                   IF W-NIVEL NOT < W-NIVEL-REQ
                      CALL "STP040" USING W-OPERADOR W-NIVEL
                      CANCEL "STP040".
           IF W-OPCAO = "28"
                   MOVE 1 TO W-NIVEL-REQ
                   PERFORM CHECA-NIVEL THRU CHECA-NIVEL-FIM
                   IF W-NIVEL NOT < W-NIVEL-REQ
                      CALL "STP047" USING W-OPERADOR W-NIVEL
                      CANCEL "STP047".
           IF W-OPCAO = "29"
                   MOVE 2 TO W-NIVEL-REQ
                   PERFORM CHECA-NIVEL THRU CHECA-NIVEL-FIM
                   IF W-NIVEL NOT < W-NIVEL-REQ
                      CALL "STP048" USING W-OPERADOR W-NIVEL
                      CANCEL "STP048".
           IF W-OPCAO = "30"
                   MOVE 1 TO W-NIVEL-REQ
                   PERFORM CHECA-NIVEL THRU CHECA-NIVEL-FIM
                   IF W-NIVEL NOT < W-NIVEL-REQ
                      CALL "STP050" USING W-OPERADOR W-NIVEL
                      CANCEL "STP050".
           GO TO MENU-GERAL.
      *------------[ CADASTRO DE OPERADORES USA O MESMO CADOPER ]-------
      * O CADOPER FICA ABERTO NO MENU - FECHA ANTES DE CHAMAR O
