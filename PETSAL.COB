      * VARRE CADVIS E LISTA AS VISITAS SEM PAGAMENTO   *
      * CORRESPONDENTE EM CADPAG, TOTALIZANDO POR DONO  *
      * (VIA DONO-COD DO PET EM CADPET, NOME EM CADDONO)*
      * VISITA ESTORNADA (CADEST) NAO E COBRADA; VISITA *
      * COM O PAGAMENTO ESTORNADO VOLTA A FICAR ABERTA. *
      * VISITA FEITA COM PACOTE PRE-PAGO (CADUSO) JA    *
      * ESTA PAGA E NAO ENTRA                           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELCADDO.
           COPY SELCADVI.
           COPY SELCADPG.
           COPY SELCADES.
           COPY SELCADUS.
           SELECT PRTSAL ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
           COPY FDCADVI.
      *
           COPY FDCADPG.
      *
           COPY FDCADES.
      *
           COPY FDCADUS.
      *
       FD  PRTSAL
               LABEL RECORD IS STANDARD
       77 ST-ERRD      PIC X(02) VALUE "00".
       77 ST-ERRV      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERR3      PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-CADVIS       VALUE "S".
       77 W-QTDONOS    PIC 9(03) VALUE ZEROS.
       77 W-DONOVIS    PIC 9(05) VALUE ZEROS.
       77 W-TEMPAG     PIC X(01) VALUE "S".
       77 W-TEMEST     PIC X(01) VALUE "S".
       77 W-TEMUSO     PIC X(01) VALUE "S".
       77 W-QTLIDOS    PIC 9(05) VALUE ZEROS.
       77 W-QTABERTO   PIC 9(05) VALUE ZEROS.
       77 W-VLABERTO   PIC 9(07)V99 VALUE ZEROS.
           OPEN INPUT CADPAG
           IF ST-ERRP NOT = "00"
               MOVE "N" TO W-TEMPAG.
           MOVE "S" TO W-TEMEST
           OPEN INPUT CADEST
           IF ST-ERRX NOT = "00"
               MOVE "N" TO W-TEMEST.
           MOVE "S" TO W-TEMUSO
           OPEN INPUT CADUSO
           IF ST-ERR3 NOT = "00"
               MOVE "N" TO W-TEMUSO.
           OPEN OUTPUT PRTSAL
           IF ST-PRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRTSAL"
               CLOSE CADPET
               CLOSE CADDONO
               CLOSE CADVIS
               IF W-TEMEST = "S"
                   CLOSE CADEST.
           IF ST-PRT NOT = "00"
               IF W-TEMUSO = "S"
                   CLOSE CADUSO.
           IF ST-PRT NOT = "00"
               IF W-TEMPAG = "S"
                   CLOSE CADPAG
                   GO TO ROT-FIMS
      **********************************
      * LEITURA SEQUENCIAL DE CADVIS - *
      * VISITA SEM REGISTRO EM CADPAG  *
      * (OU COM O PAGAMENTO ESTORNADO) *
      * E VISITA EM ABERTO. VISITA     *
      * ESTORNADA OU FEITA COM PACOTE  *
      * NAO ENTRA                      *
      **********************************
       SAL-LER.
           READ CADVIS NEXT RECORD
               MOVE "S" TO W-ACABOU
               GO TO SAL-LER-FIM.
           ADD 1 TO W-QTLIDOS
           IF W-TEMEST = "S"
               MOVE "V"      TO TIPO-EST
               MOVE COD-VIS  TO CODREF-EST
               MOVE DTVISITA TO DTREF-EST
               MOVE ZEROS    TO SEQ-EST
               READ CADEST
               IF ST-ERRX = "00"
                   GO TO SAL-LER-FIM.
           IF W-TEMUSO = "S"
               MOVE COD-VIS  TO COD-USO
               MOVE DTVISITA TO DTVIS-USO
               READ CADUSO
               IF ST-ERR3 = "00"
                   GO TO SAL-LER-FIM.
           IF W-TEMPAG NOT = "S"
               GO TO SAL-LER-ABERTO.
           MOVE COD-VIS  TO COD-PAG
           MOVE DTVISITA TO DTVIS-PAG
           READ CADPAG
           IF ST-ERRP = "00"
               IF W-TEMEST NOT = "S"
                   GO TO SAL-LER-FIM
               ELSE
                   MOVE "P"      TO TIPO-EST
                   MOVE COD-VIS  TO CODREF-EST
                   MOVE DTVISITA TO DTREF-EST
                   MOVE ZEROS    TO SEQ-EST
                   READ CADEST
                   IF ST-ERRX = "00"
                       GO TO SAL-LER-ABERTO
                   ELSE
                       GO TO SAL-LER-FIM.
           IF ST-ERRP NOT = "23"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPAG"
               MOVE "S" TO W-ACABOU
           CLOSE CADVIS
           IF W-TEMPAG = "S"
               CLOSE CADPAG.
           IF W-TEMEST = "S"
               CLOSE CADEST.
           IF W-TEMUSO = "S"
               CLOSE CADUSO.
           CLOSE PRTSAL.
       ROT-FIMS.
           STOP RUN.
