               VALUE  "18 - CALENDARIO DA LOJA".
           05  LINE 12  COLUMN 58
               VALUE  "19 - CAIXA DO OPERADOR".
           05  LINE 13  COLUMN 58
               VALUE  "20 - ESTORNO DE LANCAMENTOS".
           05  LINE 14  COLUMN 58
               VALUE  "21 - REABERTURA DE MES FECHADO".
           05  LINE 15  COLUMN 58
               VALUE  "22 - VENDA DE PACOTE PRE-PAGO".
           05  LINE 16  COLUMN 58
               VALUE  "23 - HOSPEDAGEM".
           05  LINE 17  COLUMN 58
               VALUE  "24 - CADASTRO DE CANIS".
           05  LINE 18  COLUMN 58
               VALUE  "26 - REPARO DE SALDO DE ESTOQUE".
           05  LINE 16  COLUMN 20
               VALUE  "25 - INVENTARIO DE ESTOQUE".
           05  LINE 17  COLUMN 20
               VALUE  "27 - CONTAS CONTABEIS".
           05  LINE 18  COLUMN 20
               VALUE  "28 - TRANSFERENCIA ENTRE LOJAS".
           05  LINE 19  COLUMN 20
               VALUE  "99 - ENCERRAR".
           05  LINE 20  COLUMN 20
               VALUE  "OPCAO :".
           05  M-OPSEL
               LINE 20  COLUMN 28  PIC 9(02)
               USING  W-OPSEL
               HIGHLIGHT.
           05  MENM
               LINE 21  COLUMN 20  PIC X(50)
               USING  MENS
               HIGHLIGHT.
      *-----------------------------------------------------------------
                IF W-OPSEL = 19
                   CALL "PETSES" USING AREA-OPERADOR
                   GO TO MNU-001.
                IF W-OPSEL = 20
                   IF OPER-NIVEL < 2
                      GO TO MNU-NEGADO
                   ELSE
                      CALL "PETESR" USING AREA-OPERADOR
                      GO TO MNU-001.
                IF W-OPSEL = 21
                   IF OPER-NIVEL < 3
                      GO TO MNU-NEGADO
                   ELSE
                      CALL "PETREA" USING AREA-OPERADOR
                      GO TO MNU-001.
                IF W-OPSEL = 22
                   CALL "PETPAC" USING AREA-OPERADOR
                   GO TO MNU-001.
                IF W-OPSEL = 23
                   CALL "PETHOS" USING AREA-OPERADOR
                   GO TO MNU-001.
                IF W-OPSEL = 24
                   IF OPER-NIVEL < 2
                      GO TO MNU-NEGADO
                   ELSE
                      CALL "PETCAN" USING AREA-OPERADOR
                      GO TO MNU-001.
                IF W-OPSEL = 25
                   CALL "PETCNT" USING AREA-OPERADOR
                   GO TO MNU-001.
                IF W-OPSEL = 26
                   IF OPER-NIVEL < 3
                      GO TO MNU-NEGADO
                   ELSE
                      CALL "PETRSD" USING AREA-OPERADOR
                      GO TO MNU-001.
                IF W-OPSEL = 27
                   IF OPER-NIVEL < 2
                      GO TO MNU-NEGADO
                   ELSE
                      CALL "PETCTB" USING AREA-OPERADOR
                      GO TO MNU-001.
                IF W-OPSEL = 28
                   CALL "PETTRF" USING AREA-OPERADOR
                   GO TO MNU-001.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MNU-001.
