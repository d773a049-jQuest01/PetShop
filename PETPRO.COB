      * MANUTENCAO DO CADASTRO DE PRODUTOS *
      * DE BALCAO (CADPRO) - DESCRICAO,    *
      * PRECO, ESTOQUE E PONTO DE REPOSICAO*
      * E CUSTO MEDIO INICIAL (AS ENTRADAS *
      * DO PETENT RECALCULAM O CUSTO)      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CUSFIX     PIC X(01) VALUE "N".
       77 W-CONT       PIC 9(05) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRT      PIC X(02) VALUE "00".
               VALUE  "  ESTOQUE   :".
           05  LINE 09  COLUMN 01
               VALUE  "  QTD.MINIMA:".
           05  LINE 10  COLUMN 01
               VALUE  "  CUSTO MED.:".
           05  SENHAT
               LINE 05  COLUMN 15  PIC 9(05)
               USING  COD-PRO
               LINE 09  COLUMN 15  PIC 9(05)
               USING  QTDMIN-PRO
               HIGHLIGHT.
           05  T-CUSTO
               LINE 10  COLUMN 15  PIC ZZZZ9,9999
               USING  CUSTO-PRO
               HIGHLIGHT.
           05  MENS1
               LINE 19  COLUMN 25  PIC X(50)
               USING  MENS
       PRO-001.
                UNLOCK CADPRO
                MOVE ZEROS  TO COD-PRO PRECO-PRO QTDEST-PRO QTDMIN-PRO
                               CUSTO-PRO
                MOVE SPACES TO DESC-PRO
                MOVE "N"    TO W-CUSFIX
                DISPLAY TELPRO.
       PRO-002.
                ACCEPT SENHAT
                ACCEPT T-MINIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PRO-005.
      *
      * O CUSTO DIGITADO AQUI SO VALE PARA O SALDO JA EXISTENTE
      * (CADASTRO NOVO OU PRODUTO ANTIGO SEM CUSTO) - DEPOIS CADA
      * ENTRADA DO PETENT REFAZ A MEDIA PONDERADA. PRODUTO JA GRAVADO
      * COM CUSTO SO MOSTRA O CUSTO MEDIO, QUE NAO E MAIS DIGITADO
       PRO-007.
                IF W-SEL = 1 AND W-CUSFIX = "S"
                   DISPLAY T-CUSTO
                   GO TO PRO-008.
                ACCEPT T-CUSTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PRO-006.
       PRO-008.
                DISPLAY TELPRO
      *
                IF W-SEL = 3
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 AND W-SEL = 1 AND W-CUSFIX = "S"
                   GO TO PRO-006.
                IF W-ACT = 02 GO TO PRO-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                IF W-ACT = 03 AND CUSTO-PRO NOT = ZEROS
                   MOVE "S" TO W-CUSFIX.
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO PRO-001.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 AND W-CUSFIX = "S"
                   GO TO PRO-006.
                IF W-ACT = 02 GO TO PRO-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
