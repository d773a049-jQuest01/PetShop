       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETTRL.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************************
      * TRANSFERENCIAS ENTRE LOJAS PENDENTES (MATRIZ)   *
      * VARRE O CONSOLIDADO CONTRF (CARGA DO PETCON) E  *
      * LISTA AS LINHAS QUE NAO FECHAM: ENVIADAS E AINDA*
      * NAO RECEBIDAS (EM TRANSITO), RECEBIDAS COM      *
      * FALTA OU SOBRA, GUIA DIGITADA NO DESTINO DIFE-  *
      * RENTE DO ENVIO E RECEBIMENTO SEM ENVIO DA       *
      * ORIGEM. O TOTAL EM TRANSITO E O QUE FALTA SOMAR *
      * AOS ESTOQUES DAS LOJAS PARA O ESTOQUE COMBINADO *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCONTR.
           SELECT PRTTRL ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCONTR.
      *
       FD  PRTTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETTRL.LST".
       01  REG-PRTTRL             PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRCT     PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-CONTRF       VALUE "S".
       77 W-LOJA       PIC 9(02) VALUE ZEROS.
       77 W-QTLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-QTOK       PIC 9(07) VALUE ZEROS.
       77 W-DIF        PIC S9(06) VALUE ZEROS.
       77 W-VLDIF      PIC 9(07)V99 VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *
      **************************************************
      * TOTAIS POR SITUACAO                             *
      **************************************************
       77 W-LNTRA      PIC 9(05) VALUE ZEROS.
       77 W-QTTRA      PIC 9(07) VALUE ZEROS.
       77 W-VLTRA      PIC 9(09)V99 VALUE ZEROS.
       77 W-LNFAL      PIC 9(05) VALUE ZEROS.
       77 W-QTFAL      PIC 9(07) VALUE ZEROS.
       77 W-VLFAL      PIC 9(09)V99 VALUE ZEROS.
       77 W-LNSOB      PIC 9(05) VALUE ZEROS.
       77 W-QTSOB      PIC 9(07) VALUE ZEROS.
       77 W-LNGUI      PIC 9(05) VALUE ZEROS.
       77 W-LNSEM      PIC 9(05) VALUE ZEROS.
       77 W-QTSEM      PIC 9(07) VALUE ZEROS.
      *
       01 CAB-01.
           03 FILLER    PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(55) VALUE
               "*** TRANSFERENCIAS ENTRE LOJAS PENDENTES ***".
           03 FILLER    PIC X(57) VALUE SPACES.
      *
       01 CAB-02.
           03 FILLER    PIC X(09) VALUE "LOJA  : ".
           03 C-LOJA    PIC X(06).
           03 FILLER    PIC X(117) VALUE SPACES.
      *
       01 CAB-03.
           03 FILLER    PIC X(22) VALUE "OR NUMERO PRODUT DE  ".
           03 FILLER    PIC X(34) VALUE
               "DT.ENVIO QT.ENV     VL.ENVIO  GUIA".
           03 FILLER    PIC X(38) VALUE
               "  DT.RECEB QT.REC    DIFER  SITUACAO".
           03 FILLER    PIC X(38) VALUE SPACES.
      *
       01 LIN-DET.
           03 D-FILORI  PIC 9(02).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 D-NUM     PIC 9(06).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 D-CODPRO  PIC 9(05).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-FILDES  PIC 9(02).
           03 FILLER    PIC X(03) VALUE SPACES.
           03 D-DTENV   PIC 9(08).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 D-QTENV   PIC ZZZZ9.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-VLENV   PIC ZZZZ.ZZ9,99.
           03 FILLER    PIC X(01) VALUE SPACES.
           03 D-QTGUIA  PIC ZZZZ9.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-DTREC   PIC 9(08).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 D-QTREC   PIC ZZZZ9.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-DIF     PIC -ZZ.ZZ9.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-SITU    PIC X(30).
           03 FILLER    PIC X(20) VALUE SPACES.
      *
       01 LIN-TOTTRA.
           03 FILLER    PIC X(31) VALUE
               "EM TRANSITO (SOMAR AO ESTOQUE):".
           03 T-LNTRA   PIC ZZ.ZZ9.
           03 FILLER    PIC X(09) VALUE " LINHA(S)".
           03 FILLER    PIC X(03) VALUE SPACES.
           03 T-QTTRA   PIC Z.ZZZ.ZZ9.
           03 FILLER    PIC X(07) VALUE " UNID. ".
           03 T-VLTRA   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(53) VALUE SPACES.
      *
       01 LIN-TOTFAL.
           03 FILLER    PIC X(31) VALUE
               "RECEBIDAS COM FALTA ..........:".
           03 T-LNFAL   PIC ZZ.ZZ9.
           03 FILLER    PIC X(09) VALUE " LINHA(S)".
           03 FILLER    PIC X(03) VALUE SPACES.
           03 T-QTFAL   PIC Z.ZZZ.ZZ9.
           03 FILLER    PIC X(07) VALUE " UNID. ".
           03 T-VLFAL   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(53) VALUE SPACES.
      *
       01 LIN-TOTSOB.
           03 FILLER    PIC X(31) VALUE
               "RECEBIDAS COM SOBRA ..........:".
           03 T-LNSOB   PIC ZZ.ZZ9.
           03 FILLER    PIC X(09) VALUE " LINHA(S)".
           03 FILLER    PIC X(03) VALUE SPACES.
           03 T-QTSOB   PIC Z.ZZZ.ZZ9.
           03 FILLER    PIC X(07) VALUE " UNID. ".
           03 FILLER    PIC X(67) VALUE SPACES.
      *
       01 LIN-TOTGUI.
           03 FILLER    PIC X(31) VALUE
               "GUIA DIFERENTE DO ENVIO ......:".
           03 T-LNGUI   PIC ZZ.ZZ9.
           03 FILLER    PIC X(09) VALUE " LINHA(S)".
           03 FILLER    PIC X(86) VALUE SPACES.
      *
       01 LIN-TOTSEM.
           03 FILLER    PIC X(31) VALUE
               "RECEBIDAS SEM ENVIO DA ORIGEM :".
           03 T-LNSEM   PIC ZZ.ZZ9.
           03 FILLER    PIC X(09) VALUE " LINHA(S)".
           03 FILLER    PIC X(03) VALUE SPACES.
           03 T-QTSEM   PIC Z.ZZZ.ZZ9.
           03 FILLER    PIC X(07) VALUE " UNID. ".
           03 FILLER    PIC X(67) VALUE SPACES.
      *
       01 LIN-TOTOK.
           03 FILLER    PIC X(31) VALUE
               "RECEBIDAS CONFORME ...........:".
           03 T-QTOK    PIC ZZ.ZZ9.
           03 FILLER    PIC X(09) VALUE " LINHA(S)".
           03 FILLER    PIC X(86) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       TRL-OP0.
           DISPLAY "*** TRANSFERENCIAS PENDENTES - CONTRF ***"
           DISPLAY "LOJA DE ORIGEM OU DESTINO (ENTER=TODAS): "
                   WITH NO ADVANCING
           ACCEPT W-LOJA
           OPEN INPUT CONTRF
           IF ST-ERRCT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTRF - RODE A"
               DISPLAY "CARGA DO PETCON ANTES DO RELATORIO"
               GO TO ROT-FIMS.
           OPEN OUTPUT PRTTRL
           IF ST-PRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRTTRL"
               CLOSE CONTRF
               GO TO ROT-FIMS.
           MOVE CAB-01 TO REG-PRTTRL
           WRITE REG-PRTTRL
           MOVE SPACES TO REG-PRTTRL
           WRITE REG-PRTTRL
           IF W-LOJA = ZEROS
               MOVE "TODAS" TO C-LOJA
           ELSE
               MOVE W-LOJA  TO C-LOJA.
           MOVE CAB-02 TO REG-PRTTRL
           WRITE REG-PRTTRL
           MOVE SPACES TO REG-PRTTRL
           WRITE REG-PRTTRL
           MOVE CAB-03 TO REG-PRTTRL
           WRITE REG-PRTTRL
           MOVE SPACES TO REG-PRTTRL
           WRITE REG-PRTTRL.
       TRL-002.
           PERFORM TRL-LER THRU TRL-LER-FIM
                   UNTIL ACABOU-CONTRF.
       TRL-003.
           MOVE SPACES TO REG-PRTTRL
           WRITE REG-PRTTRL
           MOVE W-LNTRA TO T-LNTRA
           MOVE W-QTTRA TO T-QTTRA
           MOVE W-VLTRA TO T-VLTRA
           MOVE LIN-TOTTRA TO REG-PRTTRL
           WRITE REG-PRTTRL
           MOVE W-LNFAL TO T-LNFAL
           MOVE W-QTFAL TO T-QTFAL
           MOVE W-VLFAL TO T-VLFAL
           MOVE LIN-TOTFAL TO REG-PRTTRL
           WRITE REG-PRTTRL
           MOVE W-LNSOB TO T-LNSOB
           MOVE W-QTSOB TO T-QTSOB
           MOVE LIN-TOTSOB TO REG-PRTTRL
           WRITE REG-PRTTRL
           MOVE W-LNGUI TO T-LNGUI
           MOVE LIN-TOTGUI TO REG-PRTTRL
           WRITE REG-PRTTRL
           MOVE W-LNSEM TO T-LNSEM
           MOVE W-QTSEM TO T-QTSEM
           MOVE LIN-TOTSEM TO REG-PRTTRL
           WRITE REG-PRTTRL
           MOVE W-QTOK TO T-QTOK
           MOVE LIN-TOTOK TO REG-PRTTRL
           WRITE REG-PRTTRL
           DISPLAY "LINHAS LIDAS ......: " W-QTLIDOS
           DISPLAY "EM TRANSITO .......: " W-LNTRA
           GO TO ROT-FIM.
      *
      **********************************
      * LEITURA SEQUENCIAL DE CONTRF - *
      * CADA LINHA CAI EM UMA SO SITU- *
      * ACAO, NA ORDEM: SEM ENVIO, EM  *
      * TRANSITO, GUIA DIFERENTE,      *
      * FALTA/SOBRA                    *
      **********************************
       TRL-LER.
           READ CONTRF NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO TRL-LER-FIM.
           IF ST-ERRCT NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CONTRF"
               MOVE "S" TO W-ACABOU
               GO TO TRL-LER-FIM.
           ADD 1 TO W-QTLIDOS
           IF W-LOJA NOT = ZEROS AND FILORI-CTR NOT = W-LOJA
                                 AND FILDES-CTR NOT = W-LOJA
               GO TO TRL-LER-FIM.
           MOVE ZEROS TO W-DIF
           IF DTENV-CTR = ZEROS
               MOVE "RECEBIDA SEM ENVIO DA ORIGEM" TO D-SITU
               ADD 1         TO W-LNSEM
               ADD QTREC-CTR TO W-QTSEM
               GO TO TRL-IMPR.
           IF DTREC-CTR = ZEROS
               MOVE "EM TRANSITO" TO D-SITU
               ADD 1         TO W-LNTRA
               ADD QTENV-CTR TO W-QTTRA
               ADD VLENV-CTR TO W-VLTRA
               GO TO TRL-IMPR.
           COMPUTE W-DIF = QTREC-CTR - QTENV-CTR
           IF QTGUIA-CTR NOT = QTENV-CTR
               MOVE "GUIA DIFERENTE DO ENVIO" TO D-SITU
               ADD 1 TO W-LNGUI
               GO TO TRL-IMPR.
      *
      * A FALTA E VALORIZADA PELO CUSTO UNITARIO DO ENVIO
           IF W-DIF < ZEROS
               MOVE "RECEBIDA COM FALTA" TO D-SITU
               ADD 1 TO W-LNFAL
               SUBTRACT W-DIF FROM W-QTFAL
               COMPUTE W-VLDIF ROUNDED =
                       (QTENV-CTR - QTREC-CTR) * VLENV-CTR / QTENV-CTR
               ADD W-VLDIF TO W-VLFAL
               GO TO TRL-IMPR.
           IF W-DIF > ZEROS
               MOVE "RECEBIDA COM SOBRA" TO D-SITU
               ADD 1     TO W-LNSOB
               ADD W-DIF TO W-QTSOB
               GO TO TRL-IMPR.
           ADD 1 TO W-QTOK
           GO TO TRL-LER-FIM.
       TRL-IMPR.
           MOVE FILORI-CTR TO D-FILORI
           MOVE NUM-CTR    TO D-NUM
           MOVE CODPRO-CTR TO D-CODPRO
           MOVE FILDES-CTR TO D-FILDES
           MOVE DTENV-CTR  TO D-DTENV
           MOVE QTENV-CTR  TO D-QTENV
           MOVE VLENV-CTR  TO D-VLENV
           MOVE QTGUIA-CTR TO D-QTGUIA
           MOVE DTREC-CTR  TO D-DTREC
           MOVE QTREC-CTR  TO D-QTREC
           MOVE W-DIF      TO D-DIF
           MOVE LIN-DET TO REG-PRTTRL
           WRITE REG-PRTTRL.
       TRL-LER-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE CONTRF
           CLOSE PRTTRL.
       ROT-FIMS.
           STOP RUN.
