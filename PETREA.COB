       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETREA.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * REABERTURA DE MES FECHADO (NIVEL 3) *
      * O MES FECHADO PELO PETMES NO RESUMO *
      * CADRES FICA TRAVADO PARA OS PROGRA- *
      * MAS DE LANCAMENTO. AQUI O GERENTE   *
      * REABRE O MES COM UM MOTIVO, QUE VAI *
      * PARA O LOG CADAJU. ENQUANTO O MES   *
      * ESTIVER REABERTO OS LANCAMENTOS NE- *
      * LE SAO ACEITOS E REGISTRADOS EM     *
      * CADAJU (RELATORIO PETAJL), ATE O    *
      * PETMES FECHAR O MES DE NOVO         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADRE.
           COPY SELCADAJ.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADRE.
      *
           COPY FDCADAJ.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERR1      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(05) VALUE ZEROS.
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       77 W-MES        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *
      **************************************************
      * CAMPOS DA TELA                                  *
      **************************************************
       77 W-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-DSITU      PIC X(20) VALUE SPACES.
       77 W-VLFAT      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLREC      PIC 9(08)V99 VALUE ZEROS.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY COMOPER.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELREA.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "                  REABERTURA DE MES FECHADO".
           05  LINE 04  COLUMN 47
               VALUE  "PETSHOP".
           05  LINE 05  COLUMN 01
               VALUE  "  MES      :          (AAAAMM)".
           05  LINE 06  COLUMN 01
               VALUE  "  SITUACAO :".
           05  LINE 07  COLUMN 01
               VALUE  "  FATURADO :".
           05  LINE 08  COLUMN 01
               VALUE  "  RECEBIDO :".
           05  LINE 09  COLUMN 01
               VALUE  "  MOTIVO   :".
           05  R-ANOMES
               LINE 05  COLUMN 14  PIC 9(06)
               USING  W-ANOMES
               HIGHLIGHT.
           05  R-SITU
               LINE 06  COLUMN 14  PIC X(20)
               USING  W-DSITU
               HIGHLIGHT.
           05  R-VLFAT
               LINE 07  COLUMN 14  PIC ZZ.ZZZ.ZZ9,99
               USING  W-VLFAT
               HIGHLIGHT.
           05  R-VLREC
               LINE 08  COLUMN 14  PIC ZZ.ZZZ.ZZ9,99
               USING  W-VLREC
               HIGHLIGHT.
           05  R-MOTIVO
               LINE 09  COLUMN 14  PIC X(30)
               USING  W-MOTIVO
               HIGHLIGHT.
           05  MENR
               LINE 19  COLUMN 25  PIC X(50)
               USING  MENS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING AREA-OPERADOR.
       INICIO.
      *
      * SEM CADRES NENHUM MES FOI FECHADO - NAO HA O QUE REABRIR
       REA-OP0.
           OPEN I-O CADRES
           IF ST-ERRB NOT = "00"
               IF ST-ERRB = "30" OR ST-ERRB = "35"
                   MOVE "*** NENHUM MES FECHADO AINDA (CADRES) ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADRES" TO MENS
                   DISPLAY MENS
                   GO TO ROT-FIMP.
       REA-OP0A.
           OPEN I-O CADAJU
           IF ST-ERR1 NOT = "00"
               IF ST-ERR1 = "30" OR ST-ERR1 = "35"
                      OPEN OUTPUT CADAJU
                      CLOSE CADAJU
                      MOVE "*** ARQUIVO CADAJU SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO REA-OP0A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADAJU" TO MENS
                      DISPLAY MENS
                      CLOSE CADRES
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       REA-001.
                MOVE ZEROS  TO W-ANOMES W-VLFAT W-VLREC
                MOVE SPACES TO W-DSITU W-MOTIVO
                DISPLAY TELREA.
       REA-002.
                ACCEPT R-ANOMES
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                DIVIDE W-ANOMES BY 100 GIVING W-ANO REMAINDER W-MES
                IF W-ANO = ZEROS OR W-MES < 1 OR W-MES > 12
                   MOVE "*** MES INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO REA-002.
                MOVE W-ANOMES TO ANOMES-RES
                READ CADRES
                IF ST-ERRB = "23"
                   MOVE "*** MES NAO FECHADO - NADA A REABRIR ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO REA-002.
                IF ST-ERRB NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADRES" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE VLFAT-RES TO W-VLFAT
                MOVE VLREC-RES TO W-VLREC
                IF SITU-RES = "R"
                   MOVE "REABERTO" TO W-DSITU
                   DISPLAY TELREA
                   MOVE "*** MES JA ESTA REABERTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO REA-001.
                MOVE "FECHADO" TO W-DSITU
                DISPLAY TELREA.
       REA-003.
                ACCEPT R-MOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO REA-001.
                IF W-MOTIVO = SPACES
                   MOVE "*** INFORME O MOTIVO DA REABERTURA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO REA-003.
       REA-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA REABERTURA (S/N) : ".
                ACCEPT (23, 68) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO REA-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* REABERTURA CANCELADA PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REA-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REA-OPC.
      *
      **********************************
      * MARCA O MES COMO REABERTO NO   *
      * RESUMO E REGISTRA A REABERTURA *
      * COM O MOTIVO NO LOG CADAJU     *
      **********************************
       REA-WR1.
                MOVE "R" TO SITU-RES
                REWRITE REGRES
                IF ST-ERRB NOT = "00" AND ST-ERRB NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADRES" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-ANOMES    TO ANOMES-AJU
                ACCEPT DTLAN-AJU FROM DATE YYYYMMDD
                ACCEPT HRLAN-AJU FROM TIME
                MOVE "R"         TO TIPO-AJU
                MOVE ZEROS       TO CODREF-AJU DTREF-AJU QTDE-AJU
                MOVE W-VLFAT     TO VALOR-AJU
                MOVE OPER-CODIGO TO OPER-AJU
                MOVE OPER-FILIAL TO FIL-AJU
                MOVE W-MOTIVO    TO MOTIVO-AJU.
       REA-WR2.
                WRITE REGAJU
                IF ST-ERR1 = "22"
                   ADD 1 TO HRLAN-AJU
                   GO TO REA-WR2.
                IF ST-ERR1 NOT = "00" AND ST-ERR1 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAJU" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** MES REABERTO *** " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO REA-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADRES
                CLOSE CADAJU
                DISPLAY TELREA
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
               DISPLAY TELREA.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY TELREA.
       ROT-MENS-FIM.
                EXIT.
