       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETRSD.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * REPARO DE SALDO DE ESTOQUE (NIVEL 3)*
      * REFAZ O QTDEST-PRO DE UM PRODUTO    *
      * PELO ULTIMO SALDO-MOV DO KARDEX     *
      * (CADMOV), O CASO SEGURO APONTADO NA *
      * CONFERENCIA DE INTEGRIDADE PETIRF.  *
      * MOSTRA OS DOIS SALDOS E A DIFERENCA *
      * E SO REGRAVA COM CONFIRMACAO DO     *
      * SUPERVISOR. O KARDEX NAO E ALTERADO *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADPR.
           COPY SELCADMV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADPR.
      *
           COPY FDCADMV.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRT      PIC X(02) VALUE "00".
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(05) VALUE ZEROS.
       77 W-TEMMOV     PIC X(01) VALUE "N".
       77 W-FIMSEQ     PIC X(01) VALUE "N".
           88 ACABOU-SEQ          VALUE "S".
       77 MENS         PIC X(50) VALUE SPACES.
      *
      **************************************************
      * CAMPOS DA TELA                                  *
      **************************************************
       77 W-CODPRO     PIC 9(05) VALUE ZEROS.
       77 W-DESCPRO    PIC X(30) VALUE SPACES.
       77 W-SALPRO     PIC 9(05) VALUE ZEROS.
       77 W-SALMOV     PIC 9(05) VALUE ZEROS.
       77 W-DTULT      PIC 9(08) VALUE ZEROS.
       77 W-DIFER      PIC S9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY COMOPER.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELRSD.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "                  REPARO DE SALDO DE ESTOQUE".
           05  LINE 04  COLUMN 47
               VALUE  "PETSHOP".
           05  LINE 05  COLUMN 01
               VALUE  "  PRODUTO        :".
           05  LINE 06  COLUMN 01
               VALUE  "  DESCRICAO      :".
           05  LINE 07  COLUMN 01
               VALUE  "  SALDO CADPRO   :".
           05  LINE 08  COLUMN 01
               VALUE  "  SALDO KARDEX   :".
           05  LINE 09  COLUMN 01
               VALUE  "  ULT. MOVIMENTO :".
           05  LINE 10  COLUMN 01
               VALUE  "  DIFERENCA      :".
           05  R-CODPRO
               LINE 05  COLUMN 20  PIC 9(05)
               USING  W-CODPRO
               HIGHLIGHT.
           05  R-DESCPRO
               LINE 06  COLUMN 20  PIC X(30)
               USING  W-DESCPRO
               HIGHLIGHT.
           05  R-SALPRO
               LINE 07  COLUMN 20  PIC ZZ.ZZ9
               USING  W-SALPRO
               HIGHLIGHT.
           05  R-SALMOV
               LINE 08  COLUMN 20  PIC ZZ.ZZ9
               USING  W-SALMOV
               HIGHLIGHT.
           05  R-DTULT
               LINE 09  COLUMN 20  PIC 9(08)
               USING  W-DTULT
               HIGHLIGHT.
           05  R-DIFER
               LINE 10  COLUMN 20  PIC ZZ.ZZ9-
               USING  W-DIFER
               HIGHLIGHT.
           05  MENR
               LINE 19  COLUMN 25  PIC X(50)
               USING  MENS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING AREA-OPERADOR.
       INICIO.
      *
      * O REPARO E RESTRITO - O MENU (PETMENU) SO CHAMA ESTE
      * PROGRAMA PARA NIVEL 3
       RSD-OP0.
           OPEN I-O CADPRO
           IF ST-ERRT NOT = "00"
               IF ST-ERRT = "30" OR ST-ERRT = "35"
                   MOVE "*** NENHUM PRODUTO CADASTRADO (CADPRO) ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADPRO" TO MENS
                   DISPLAY MENS
                   GO TO ROT-FIMP.
      *
      * SEM O KARDEX NAO HA SALDO DE REFERENCIA PARA O REPARO
       RSD-OP0A.
           OPEN INPUT CADMOV
           IF ST-ERRM NOT = "00"
               IF ST-ERRM = "30" OR ST-ERRM = "35"
                   MOVE "*** KARDEX CADMOV AUSENTE - NADA A REPARAR ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADPRO
                   GO TO ROT-FIMP
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADMOV" TO MENS
                   DISPLAY MENS
                   CLOSE CADPRO
                   GO TO ROT-FIMP.
       RSD-001.
                UNLOCK CADPRO
                MOVE ZEROS  TO W-CODPRO W-SALPRO W-SALMOV W-DTULT
                               W-DIFER
                MOVE SPACES TO W-DESCPRO
                DISPLAY TELRSD.
       RSD-002.
                ACCEPT R-CODPRO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-CODPRO = ZEROS
                   MOVE "*** CODIGO DE PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO RSD-002.
                MOVE W-CODPRO TO COD-PRO
                READ CADPRO WITH LOCK
                IF ST-ERRT = "99"
                   MOVE "** REGISTRO EM USO NO OUTRO TERMINAL **"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO RSD-002.
                IF ST-ERRT = "23"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO RSD-002.
                IF ST-ERRT NOT = "00"
                   MOVE "ERRO NA LEITURA ARQ. PRODUTOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE DESC-PRO   TO W-DESCPRO
                MOVE QTDEST-PRO TO W-SALPRO
      *
      * O KARDEX E LIDO DEPOIS DE TRAVAR O PRODUTO, PARA NENHUMA
      * VENDA OU ENTRADA MUDAR O SALDO ENTRE A LEITURA E O REPARO
                PERFORM RSD-KARDEX THRU RSD-KARDEX-FIM
                IF W-TEMMOV NOT = "S"
                   DISPLAY TELRSD
                   MOVE "*** PRODUTO SEM MOVIMENTO NO KARDEX ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO RSD-001.
                COMPUTE W-DIFER = W-SALMOV - W-SALPRO
                DISPLAY TELRSD
                IF W-DIFER = ZEROS
                   MOVE "*** SALDO CONFERE COM O KARDEX ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO RSD-001.
       RSD-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "REPARAR O SALDO (S/N) : ".
                ACCEPT (23, 64) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO RSD-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* REPARO CANCELADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RSD-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RSD-OPC.
       RSD-RW1.
                MOVE W-SALMOV TO QTDEST-PRO
                REWRITE REGPRO
                IF ST-ERRT NOT = "00" AND ST-ERRT NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADPRO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** SALDO REFEITO PELO KARDEX ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO RSD-001.
      *
      **********************************
      * ULTIMO SALDO-MOV DO PRODUTO NO *
      * KARDEX - A CHAVE E PRODUTO +   *
      * DATA + SEQUENCIA, ENTAO O      *
      * ULTIMO REGISTRO LIDO DO PRODU- *
      * TO E O MAIS RECENTE            *
      **********************************
       RSD-KARDEX.
                MOVE "N"     TO W-TEMMOV
                MOVE "N"     TO W-FIMSEQ
                MOVE COD-PRO TO COD-PRO-MOV
                MOVE ZEROS   TO DTMOV-MOV SEQ-MOV
                START CADMOV KEY IS NOT LESS THAN CHAVE-MOV
                   INVALID KEY
                      MOVE "S" TO W-FIMSEQ.
                PERFORM RSD-KARDEX1 THRU RSD-KARDEX1-FIM
                   UNTIL ACABOU-SEQ.
       RSD-KARDEX-FIM.
                EXIT.
       RSD-KARDEX1.
                READ CADMOV NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMSEQ
                      GO TO RSD-KARDEX1-FIM.
                IF ST-ERRM NOT = "00"
                   MOVE "S" TO W-FIMSEQ
                   GO TO RSD-KARDEX1-FIM.
                IF COD-PRO-MOV NOT = COD-PRO
                   MOVE "S" TO W-FIMSEQ
                   GO TO RSD-KARDEX1-FIM.
                MOVE "S"       TO W-TEMMOV
                MOVE SALDO-MOV TO W-SALMOV
                MOVE DTMOV-MOV TO W-DTULT.
       RSD-KARDEX1-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADPRO
                CLOSE CADMOV
                DISPLAY TELRSD
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY TELRSD.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY TELRSD.
       ROT-MENS-FIM.
                EXIT.
