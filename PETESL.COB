       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETESL.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************************
      * RELATORIO DIARIO DE ESTORNOS                    *
      * VARRE CADEST E LISTA OS ESTORNOS FEITOS NA DATA *
      * INFORMADA (PETESR): O LANCAMENTO ESTORNADO, QUEM*
      * O LANCOU, QUEM ESTORNOU, A HORA E O MOTIVO, COM *
      * OS TOTAIS DE VISITAS, VENDAS E PAGAMENTOS       *
      * ESTORNADOS PARA A CONFERENCIA DO GERENTE        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADES.
           SELECT PRTESL ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADES.
      *
       FD  PRTESL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETESL.LST".
       01  REG-PRTESL             PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-CADEST       VALUE "S".
       77 W-DATA       PIC 9(08) VALUE ZEROS.
       77 W-QTLIDOS    PIC 9(05) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *
       01 W-HORA       PIC 9(08) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
           03 W-HH      PIC 9(02).
           03 W-MI      PIC 9(02).
           03 FILLER    PIC 9(04).
      *
       01 W-TOTAIS.
           03 W-QTVIS   PIC 9(05) VALUE ZEROS.
           03 W-VLVIS   PIC 9(07)V99 VALUE ZEROS.
           03 W-QTVEN   PIC 9(05) VALUE ZEROS.
           03 W-VLVEN   PIC 9(07)V99 VALUE ZEROS.
           03 W-QTPAG   PIC 9(05) VALUE ZEROS.
           03 W-VLPAG   PIC 9(07)V99 VALUE ZEROS.
      *
       01 CAB-01.
           03 FILLER    PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(45) VALUE
               "*** RELATORIO DIARIO DE ESTORNOS ***".
           03 FILLER    PIC X(57) VALUE SPACES.
      *
       01 CAB-02.
           03 FILLER    PIC X(18) VALUE "DATA DO ESTORNO : ".
           03 C-DATA    PIC 9(08).
           03 FILLER    PIC X(106) VALUE SPACES.
      *
       01 CAB-03.
           03 FILLER    PIC X(09) VALUE "TIPO".
           03 FILLER    PIC X(07) VALUE "CODIGO".
           03 FILLER    PIC X(10) VALUE "DT.ORIG.".
           03 FILLER    PIC X(14) VALUE "       VALOR".
           03 FILLER    PIC X(10) VALUE "LANCOU".
           03 FILLER    PIC X(10) VALUE "ESTORNOU".
           03 FILLER    PIC X(07) VALUE "HORA".
           03 FILLER    PIC X(32) VALUE "MOTIVO".
           03 FILLER    PIC X(11) VALUE "SITUACAO".
           03 FILLER    PIC X(22) VALUE SPACES.
      *
       01 LIN-DET.
           03 D-TIPO    PIC X(09).
           03 D-CODREF  PIC 9(05).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-DTREF   PIC 9(08).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-VALOR   PIC Z.ZZZ.ZZ9,99.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-OPORIG  PIC X(08).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-OPEST   PIC X(08).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-HH      PIC 9(02).
           03 FILLER    PIC X(01) VALUE ":".
           03 D-MI      PIC 9(02).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-MOTIVO  PIC X(30).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-SITU    PIC X(11).
           03 FILLER    PIC X(22) VALUE SPACES.
      *
       01 LIN-TOTVIS.
           03 FILLER    PIC X(26) VALUE
               "VISITAS ESTORNADAS .....: ".
           03 T-QTVIS   PIC ZZ.ZZ9.
           03 FILLER    PIC X(06) VALUE SPACES.
           03 T-VLVIS   PIC Z.ZZZ.ZZ9,99.
           03 FILLER    PIC X(82) VALUE SPACES.
      *
       01 LIN-TOTVEN.
           03 FILLER    PIC X(26) VALUE
               "VENDAS ESTORNADAS ......: ".
           03 T-QTVEN   PIC ZZ.ZZ9.
           03 FILLER    PIC X(06) VALUE SPACES.
           03 T-VLVEN   PIC Z.ZZZ.ZZ9,99.
           03 FILLER    PIC X(82) VALUE SPACES.
      *
       01 LIN-TOTPAG.
           03 FILLER    PIC X(26) VALUE
               "PAGAMENTOS ESTORNADOS ..: ".
           03 T-QTPAG   PIC ZZ.ZZ9.
           03 FILLER    PIC X(06) VALUE SPACES.
           03 T-VLPAG   PIC Z.ZZZ.ZZ9,99.
           03 FILLER    PIC X(82) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ESL-OP0.
           DISPLAY "*** RELATORIO DIARIO DE ESTORNOS - CADEST ***"
           DISPLAY "DATA DO ESTORNO (AAAAMMDD), ENTER=HOJE: "
                   WITH NO ADVANCING
           ACCEPT W-DATA
           IF W-DATA = ZEROS
               ACCEPT W-DATA FROM DATE YYYYMMDD.
           OPEN INPUT CADEST
           IF ST-ERRX NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEST"
               GO TO ROT-FIMS.
           OPEN OUTPUT PRTESL
           IF ST-PRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRTESL"
               CLOSE CADEST
               GO TO ROT-FIMS.
           MOVE CAB-01 TO REG-PRTESL
           WRITE REG-PRTESL
           MOVE SPACES TO REG-PRTESL
           WRITE REG-PRTESL
           MOVE W-DATA TO C-DATA
           MOVE CAB-02 TO REG-PRTESL
           WRITE REG-PRTESL
           MOVE SPACES TO REG-PRTESL
           WRITE REG-PRTESL
           MOVE CAB-03 TO REG-PRTESL
           WRITE REG-PRTESL
           MOVE SPACES TO REG-PRTESL
           WRITE REG-PRTESL.
       ESL-002.
           PERFORM ESL-LER THRU ESL-LER-FIM
                   UNTIL ACABOU-CADEST.
       ESL-003.
           MOVE SPACES TO REG-PRTESL
           WRITE REG-PRTESL
           MOVE W-QTVIS TO T-QTVIS
           MOVE W-VLVIS TO T-VLVIS
           MOVE LIN-TOTVIS TO REG-PRTESL
           WRITE REG-PRTESL
           MOVE W-QTVEN TO T-QTVEN
           MOVE W-VLVEN TO T-VLVEN
           MOVE LIN-TOTVEN TO REG-PRTESL
           WRITE REG-PRTESL
           MOVE W-QTPAG TO T-QTPAG
           MOVE W-VLPAG TO T-VLPAG
           MOVE LIN-TOTPAG TO REG-PRTESL
           WRITE REG-PRTESL
           DISPLAY "ESTORNOS LIDOS .: " W-QTLIDOS
           DISPLAY "VISITAS ........: " W-QTVIS
           DISPLAY "VENDAS .........: " W-QTVEN
           DISPLAY "PAGAMENTOS .....: " W-QTPAG
           GO TO ROT-FIM.
      *
      **********************************
      * LEITURA SEQUENCIAL DE CADEST - *
      * SO OS ESTORNOS FEITOS NA DATA  *
      **********************************
       ESL-LER.
           READ CADEST NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO ESL-LER-FIM.
           IF ST-ERRX NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADEST"
               MOVE "S" TO W-ACABOU
               GO TO ESL-LER-FIM.
           ADD 1 TO W-QTLIDOS
           IF DTEST NOT = W-DATA
               GO TO ESL-LER-FIM.
           IF TIPO-EST = "V"
               MOVE "VISITA"    TO D-TIPO
               MOVE OPER-EVI    TO D-OPORIG
               ADD 1            TO W-QTVIS
               ADD VALOR-EST    TO W-VLVIS.
           IF TIPO-EST = "N"
               MOVE "VENDA"     TO D-TIPO
               MOVE OPER-EVE    TO D-OPORIG
               ADD 1            TO W-QTVEN
               ADD VALOR-EST    TO W-VLVEN.
           IF TIPO-EST = "P"
               MOVE "PAGAMENTO" TO D-TIPO
               MOVE OPER-EPG    TO D-OPORIG
               ADD 1            TO W-QTPAG
               ADD VALOR-EST    TO W-VLPAG.
           IF SITU-EST = "S"
               MOVE "SUBSTITUIDO" TO D-SITU
           ELSE
               MOVE "EM VIGOR"    TO D-SITU.
           MOVE HREST      TO W-HORA
           MOVE CODREF-EST TO D-CODREF
           MOVE DTREF-EST  TO D-DTREF
           MOVE VALOR-EST  TO D-VALOR
           MOVE OPER-EST   TO D-OPEST
           MOVE W-HH       TO D-HH
           MOVE W-MI       TO D-MI
           MOVE MOTIVO-EST TO D-MOTIVO
           MOVE LIN-DET TO REG-PRTESL
           WRITE REG-PRTESL.
       ESL-LER-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE CADEST
           CLOSE PRTESL.
       ROT-FIMS.
           STOP RUN.
