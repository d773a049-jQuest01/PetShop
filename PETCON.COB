      * REGISTRO SEM FILIAL (ANTERIOR AO CAMPO) RECEBE  *
      * A FILIAL REMETENTE INFORMADA NA ENTRADA. O      *
      * OPERADOR DO MOVIMENTO E DADO LOCAL DE CADA LOJA *
      * E NAO E CARREGADO NOS CONSOLIDADOS.             *
      * AS TRANSFERENCIAS (INTTRF.DAT) SAO JUNTADAS EM  *
      * CONTRF: A LINHA DA ORIGEM TRAZ O ENVIO E A DO   *
      * DESTINO TRAZ O RECEBIMENTO, CADA UMA ATUALIZAN- *
      * DO SO A SUA PARTE DO REGISTRO CONSOLIDADO       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELCONVE.
           COPY SELCONPG.
           COPY SELCONPE.
           COPY SELCONTR.
           SELECT INTVIS ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-INT.
           SELECT INTPET ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-INT.
           SELECT INTTRF ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-INT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY FDCONPG.
      *
           COPY FDCONPE.
      *
           COPY FDCONTR.
      *
       FD  INTVIS
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INTPET.DAT".
       01  REG-INTPET             PIC X(107).
      *
       FD  INTTRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INTTRF.DAT".
       01  REG-INTTRF             PIC X(60).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRW      PIC X(02) VALUE "00".
       77 ST-ERRY      PIC X(02) VALUE "00".
       77 ST-ERRZ      PIC X(02) VALUE "00".
       77 ST-ERRCT     PIC X(02) VALUE "00".
       77 ST-INT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-ARQ          VALUE "S".
           03 W-EPET-DONO     PIC 9(05).
           03 W-EPET-DTMOV    PIC 9(08).
           03 W-EPET-FIL      PIC 9(02).
      *
       01 W-ENTTRF.
           03 W-ETRF-TIPO     PIC X(01).
           03 W-ETRF-FILORI   PIC 9(02).
           03 W-ETRF-NUM      PIC 9(06).
           03 W-ETRF-CODPRO   PIC 9(05).
           03 W-ETRF-FILDES   PIC 9(02).
           03 W-ETRF-DTENV    PIC 9(08).
           03 W-ETRF-QTENV    PIC 9(05).
           03 W-ETRF-VLENV    PIC 9(07)V99.
           03 W-ETRF-DTREC    PIC 9(08).
           03 W-ETRF-QTREC    PIC 9(05).
           03 W-ETRF-SITU     PIC X(01).
           03 W-ETRF-OPER     PIC X(08).
      *
       01 W-TRAILER.
           03 W-TRL-TIPO      PIC X(01).
           OPEN INPUT INTPET
           IF ST-INT NOT = "00"
               DISPLAY "INTPET.DAT AUSENTE - PETS NAO CARREGADOS"
               GO TO CON-TRF.
           OPEN I-O CONPET
           IF ST-ERRZ NOT = "00"
               IF ST-ERRZ = "30" OR ST-ERRZ = "35"
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONPET"
                      MOVE "S" TO W-ERRORUN
                      CLOSE INTPET
                      GO TO CON-TRF.
           MOVE "N"   TO W-ACABOU
           MOVE "N"   TO W-TEMTRL
           MOVE ZEROS TO W-QTREG W-VLREG W-QTGRAV
           PERFORM CON-CONFERE THRU CON-CONFERE-FIM
           CLOSE INTPET
           CLOSE CONPET
           DISPLAY "CONPET  CARREGADO - REGISTROS: " W-QTGRAV.
       CON-TRF.
           OPEN INPUT INTTRF
           IF ST-INT NOT = "00"
               DISPLAY "INTTRF.DAT AUSENTE - TRANSFERENCIAS NAO "
                       "CARREGADAS"
               GO TO ROT-FIM.
           OPEN I-O CONTRF
           IF ST-ERRCT NOT = "00"
               IF ST-ERRCT = "30" OR ST-ERRCT = "35"
                      OPEN OUTPUT CONTRF
                      CLOSE CONTRF
                      DISPLAY "*** ARQUIVO CONTRF SENDO CRIADO ***"
                      OPEN I-O CONTRF
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTRF"
                      MOVE "S" TO W-ERRORUN
                      CLOSE INTTRF
                      GO TO ROT-FIM.
           MOVE "N"   TO W-ACABOU
           MOVE "N"   TO W-TEMTRL
           MOVE ZEROS TO W-QTREG W-VLREG W-QTGRAV
           PERFORM CON-TRF-LER THRU CON-TRF-LER-FIM
                   UNTIL ACABOU-ARQ
           PERFORM CON-CONFERE THRU CON-CONFERE-FIM
           CLOSE INTTRF
           CLOSE CONTRF
           DISPLAY "CONTRF  CARREGADO - REGISTROS: " W-QTGRAV
           GO TO ROT-FIM.
      *
      **********************************
           EXIT.
      *
      **********************************
      * CARGA DAS TRANSFERENCIAS - A   *
      * LINHA SEM DATA DE RECEBIMENTO  *
      * VEM DA ORIGEM (ENVIO); COM     *
      * DATA, VEM DO DESTINO           *
      **********************************
       CON-TRF-LER.
           READ INTTRF
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO CON-TRF-LER-FIM.
           MOVE REG-INTTRF TO W-ENTTRF
           IF W-ETRF-TIPO = "T"
               MOVE REG-INTTRF TO W-TRAILER
               MOVE "S" TO W-TEMTRL
               GO TO CON-TRF-LER-FIM.
           IF W-ETRF-TIPO NOT = "D"
               DISPLAY "TIPO DE REGISTRO INVALIDO EM INTTRF.DAT"
               MOVE "S" TO W-ERRORUN
               GO TO CON-TRF-LER-FIM.
           ADD 1              TO W-QTREG
           ADD W-ETRF-VLENV   TO W-VLREG
           MOVE W-ETRF-FILORI TO FILORI-CTR
           MOVE W-ETRF-NUM    TO NUM-CTR
           MOVE W-ETRF-CODPRO TO CODPRO-CTR
           READ CONTRF
           IF ST-ERRCT = "23"
               MOVE ZEROS TO FILDES-CTR DTENV-CTR QTENV-CTR VLENV-CTR
                             QTGUIA-CTR DTREC-CTR QTREC-CTR
           ELSE
               IF ST-ERRCT NOT = "00"
                   DISPLAY "ERRO NA LEITURA DE CONTRF"
                   MOVE "S" TO W-ERRORUN
                   GO TO CON-TRF-LER-FIM.
           MOVE W-ETRF-FILDES TO FILDES-CTR
           IF W-ETRF-DTREC = ZEROS
               MOVE W-ETRF-DTENV TO DTENV-CTR
               MOVE W-ETRF-QTENV TO QTENV-CTR
               MOVE W-ETRF-VLENV TO VLENV-CTR
           ELSE
               MOVE W-ETRF-QTENV TO QTGUIA-CTR
               MOVE W-ETRF-DTREC TO DTREC-CTR
               MOVE W-ETRF-QTREC TO QTREC-CTR.
           IF ST-ERRCT = "23"
               WRITE REGCTR
           ELSE
               REWRITE REGCTR.
           IF ST-ERRCT = "00" OR "02"
               ADD 1 TO W-QTGRAV
           ELSE
               DISPLAY "ERRO NA GRAVACAO DE CONTRF"
               MOVE "S" TO W-ERRORUN.
       CON-TRF-LER-FIM.
           EXIT.
      *
      **********************************
      * CONFERENCIA DO FECHO: CONTAGEM *
      * E TOTAL APURADOS NA CARGA TEM  *
      * DE BATER COM O QUE A LOJA      *
