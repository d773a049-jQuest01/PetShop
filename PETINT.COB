       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************************
      * INTERCAMBIO NOTURNO ENTRE LOJAS - EXTRACAO      *
      * DESCARREGA CADVIS, CADVEN, CADPAG, CADPET E     *
      * CADTRF EM ARQUIVOS SEQUENCIAIS PLANOS (INTVIS/  *
      * INTVEN/INTPAG/INTPET/INTTRF.DAT), NO ESTILO DO  *
      * PETBKP, PARA ENVIO A MATRIZ E CARGA PELO PETCON.*
      * CADA ARQUIVO LEVA REGISTROS DE DETALHE (TIPO D) *
      * E UM REGISTRO DE FECHO (TIPO T) COM A CONTAGEM  *
      * E O TOTAL EM VALOR, PARA CONFERENCIA NO DESTINO *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELCADVE.
           COPY SELCADPG.
           COPY SELCADPE.
           COPY SELCADTR.
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
           COPY FDCADPG.
      *
           COPY FDCADPET.
      *
           COPY FDCADTR.
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
       77 ST-ERRN      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERR0      PIC X(02) VALUE "00".
       77 ST-INT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-ARQ          VALUE "S".
           03 W-TRLPET-QT     PIC 9(07).
           03 W-TRLPET-VL     PIC 9(10)V99.
           03 FILLER          PIC X(87) VALUE SPACES.
      *
       01 W-DETTRF.
           03 FILLER          PIC X(01) VALUE "D".
           03 W-DETTRF-DADOS  PIC X(59).
       01 W-TRLTRF.
           03 FILLER          PIC X(01) VALUE "T".
           03 W-TRLTRF-QT     PIC 9(07).
           03 W-TRLTRF-VL     PIC 9(10)V99.
           03 FILLER          PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADPET
           IF ST-ERRO = "30" OR ST-ERRO = "35"
               DISPLAY "CADPET  AUSENTE - NAO EXTRAIDO"
               GO TO INT-TRF.
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPET"
               MOVE "S" TO W-ERRORUN
               GO TO INT-TRF.
           OPEN OUTPUT INTPET
           IF ST-INT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO INTPET.DAT"
               MOVE "S" TO W-ERRORUN
               CLOSE CADPET
               GO TO INT-TRF.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG W-VLREG
           PERFORM INT-PET-LER THRU INT-PET-LER-FIM
           CLOSE CADPET
           CLOSE INTPET
           DISPLAY "INTPET  GERADO - REGISTROS: " W-QTREG
           GO TO INT-TRF.
       INT-PET-LER.
           READ CADPET NEXT RECORD
               AT END
           EXIT.
      *
      **********************
      * CADTRF -> INTTRF   *
      **********************
      *
      * CADTRF SO EXISTE NA LOJA QUE JA ENVIOU OU RECEBEU ALGUMA
      * TRANSFERENCIA. O VALOR DO FECHO E O TOTAL ENVIADO
       INT-TRF.
           OPEN INPUT CADTRF
           IF ST-ERR0 = "30" OR ST-ERR0 = "35"
               DISPLAY "CADTRF  AUSENTE - NAO EXTRAIDO"
               GO TO ROT-FIM.
           IF ST-ERR0 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTRF"
               MOVE "S" TO W-ERRORUN
               GO TO ROT-FIM.
           OPEN OUTPUT INTTRF
           IF ST-INT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO INTTRF.DAT"
               MOVE "S" TO W-ERRORUN
               CLOSE CADTRF
               GO TO ROT-FIM.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG W-VLREG
           PERFORM INT-TRF-LER THRU INT-TRF-LER-FIM
                   UNTIL ACABOU-ARQ
           MOVE W-QTREG TO W-TRLTRF-QT
           MOVE W-VLREG TO W-TRLTRF-VL
           MOVE W-TRLTRF TO REG-INTTRF
           WRITE REG-INTTRF
           CLOSE CADTRF
           CLOSE INTTRF
           DISPLAY "INTTRF  GERADO - REGISTROS: " W-QTREG
                   "  VALOR: " W-VLREG
           GO TO ROT-FIM.
       INT-TRF-LER.
           READ CADTRF NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO INT-TRF-LER-FIM.
           IF ST-ERR0 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADTRF"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO INT-TRF-LER-FIM.
           MOVE REGTRF TO W-DETTRF-DADOS
           MOVE W-DETTRF TO REG-INTTRF
           WRITE REG-INTTRF
           ADD 1         TO W-QTREG
           ADD VLENV-TRF TO W-VLREG.
       INT-TRF-LER-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
