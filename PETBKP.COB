           COPY SELCADME.
           COPY SELCADCA.
           COPY SELCADSE.
           COPY SELCADES.
           COPY SELCADAJ.
           COPY SELCADPC.
           COPY SELCADUS.
           COPY SELCADCN.
           COPY SELCADHO.
           COPY SELCADPT.
           COPY SELCADIN.
           COPY SELCADCB.
           COPY SELCADDI.
           COPY SELCADTR.
           SELECT BKPPET ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
           SELECT BKPSES ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
           SELECT BKPEST ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
           SELECT BKPAJU ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
           SELECT BKPPAC ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
           SELECT BKPUSO ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
           SELECT BKPCAN ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
           SELECT BKPHOS ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
           SELECT BKPPTS ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
           SELECT BKPINV ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
           SELECT BKPCTB ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
           SELECT BKPDIA ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
           SELECT BKPTRF ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY FDCADCA.
      *
           COPY FDCADSE.
      *
           COPY FDCADES.
      *
           COPY FDCADAJ.
      *
           COPY FDCADPC.
      *
           COPY FDCADUS.
      *
           COPY FDCADCN.
      *
           COPY FDCADHO.
      *
           COPY FDCADPT.
      *
           COPY FDCADIN.
      *
           COPY FDCADCB.
      *
           COPY FDCADDI.
      *
           COPY FDCADTR.
      *
       FD  BKPPET
               LABEL RECORD IS STANDARD
       FD  BKPAGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGE.BKP".
       01  REG-BKPAGE             PIC X(50).
      *
       FD  BKPPAG
               LABEL RECORD IS STANDARD
       FD  BKPPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRO.BKP".
       01  REG-BKPPRO             PIC X(60).
      *
       FD  BKPVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEN.BKP".
       01  REG-BKPVEN             PIC X(53).
      *
       FD  BKPFOR
               LABEL RECORD IS STANDARD
       FD  BKPRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRES.BKP".
       01  REG-BKPRES             PIC X(185).
      *
       FD  BKPFUN
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSES.BKP".
       01  REG-BKPSES             PIC X(53).
      *
       FD  BKPEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEST.BKP".
       01  REG-BKPEST             PIC X(142).
      *
       FD  BKPAJU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAJU.BKP".
       01  REG-BKPAJU             PIC X(90).
      *
       FD  BKPPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.BKP".
       01  REG-BKPPAC             PIC X(50).
      *
       FD  BKPUSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSO.BKP".
       01  REG-BKPUSO             PIC X(47).
      *
       FD  BKPCAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAN.BKP".
       01  REG-BKPCAN             PIC X(31).
      *
       FD  BKPHOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHOS.BKP".
       01  REG-BKPHOS             PIC X(88).
      *
       FD  BKPPTS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPTS.BKP".
       01  REG-BKPPTS             PIC X(62).
      *
       FD  BKPINV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINV.BKP".
       01  REG-BKPINV             PIC X(69).
      *
       FD  BKPCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTB.BKP".
       01  REG-BKPCTB             PIC X(61).
      *
       FD  BKPDIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIA.BKP".
       01  REG-BKPDIA             PIC X(54).
      *
       FD  BKPTRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRF.BKP".
       01  REG-BKPTRF             PIC X(59).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRI      PIC X(02) VALUE "00".
       77 ST-ERRJ      PIC X(02) VALUE "00".
       77 ST-ERRK      PIC X(02) VALUE "00".
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERR1      PIC X(02) VALUE "00".
       77 ST-ERR2      PIC X(02) VALUE "00".
       77 ST-ERR3      PIC X(02) VALUE "00".
       77 ST-ERR4      PIC X(02) VALUE "00".
       77 ST-ERR5      PIC X(02) VALUE "00".
       77 ST-ERR6      PIC X(02) VALUE "00".
       77 ST-ERR7      PIC X(02) VALUE "00".
       77 ST-ERR8      PIC X(02) VALUE "00".
       77 ST-ERR9      PIC X(02) VALUE "00".
       77 ST-ERR0      PIC X(02) VALUE "00".
       77 ST-BKP       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-ARQ          VALUE "S".
           OPEN INPUT CADSES
           IF ST-ERRK = "30" OR ST-ERRK = "35"
               DISPLAY "CADSES  AUSENTE - NAO COPIADO"
               GO TO BKP-EST.
           IF ST-ERRK NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSES"
               MOVE "S" TO W-ERRORUN
               GO TO BKP-EST.
           OPEN OUTPUT BKPSES
           IF ST-BKP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSES.BKP"
               MOVE "S" TO W-ERRORUN
               CLOSE CADSES
               GO TO BKP-EST.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG
           PERFORM BKP-SES-LER THRU BKP-SES-LER-FIM
           CLOSE CADSES
           CLOSE BKPSES
           DISPLAY "CADSES  COPIADO - REGISTROS: " W-QTREG
           GO TO BKP-EST.
       BKP-SES-LER.
           READ CADSES NEXT RECORD
               AT END
           EXIT.
      *
      **********************
      * CADEST             *
      **********************
       BKP-EST.
           OPEN INPUT CADEST
           IF ST-ERRX = "30" OR ST-ERRX = "35"
               DISPLAY "CADEST  AUSENTE - NAO COPIADO"
               GO TO BKP-AJU.
           IF ST-ERRX NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEST"
               MOVE "S" TO W-ERRORUN
               GO TO BKP-AJU.
           OPEN OUTPUT BKPEST
           IF ST-BKP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEST.BKP"
               MOVE "S" TO W-ERRORUN
               CLOSE CADEST
               GO TO BKP-AJU.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG
           PERFORM BKP-EST-LER THRU BKP-EST-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE CADEST
           CLOSE BKPEST
           DISPLAY "CADEST  COPIADO - REGISTROS: " W-QTREG
           GO TO BKP-AJU.
       BKP-EST-LER.
           READ CADEST NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO BKP-EST-LER-FIM.
           IF ST-ERRX NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADEST"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO BKP-EST-LER-FIM.
           MOVE REGEST TO REG-BKPEST
           WRITE REG-BKPEST
           ADD 1 TO W-QTREG.
       BKP-EST-LER-FIM.
           EXIT.
      *
      **********************
      * CADAJU             *
      **********************
       BKP-AJU.
           OPEN INPUT CADAJU
           IF ST-ERR1 = "30" OR ST-ERR1 = "35"
               DISPLAY "CADAJU  AUSENTE - NAO COPIADO"
               GO TO BKP-PAC.
           IF ST-ERR1 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAJU"
               MOVE "S" TO W-ERRORUN
               GO TO BKP-PAC.
           OPEN OUTPUT BKPAJU
           IF ST-BKP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAJU.BKP"
               MOVE "S" TO W-ERRORUN
               CLOSE CADAJU
               GO TO BKP-PAC.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG
           PERFORM BKP-AJU-LER THRU BKP-AJU-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE CADAJU
           CLOSE BKPAJU
           DISPLAY "CADAJU  COPIADO - REGISTROS: " W-QTREG
           GO TO BKP-PAC.
       BKP-AJU-LER.
           READ CADAJU NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO BKP-AJU-LER-FIM.
           IF ST-ERR1 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADAJU"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO BKP-AJU-LER-FIM.
           MOVE REGAJU TO REG-BKPAJU
           WRITE REG-BKPAJU
           ADD 1 TO W-QTREG.
       BKP-AJU-LER-FIM.
           EXIT.
      *
      **********************
      * CADPAC             *
      **********************
       BKP-PAC.
           OPEN INPUT CADPAC
           IF ST-ERR2 = "30" OR ST-ERR2 = "35"
               DISPLAY "CADPAC  AUSENTE - NAO COPIADO"
               GO TO BKP-USO.
           IF ST-ERR2 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAC"
               MOVE "S" TO W-ERRORUN
               GO TO BKP-USO.
           OPEN OUTPUT BKPPAC
           IF ST-BKP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAC.BKP"
               MOVE "S" TO W-ERRORUN
               CLOSE CADPAC
               GO TO BKP-USO.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG
           PERFORM BKP-PAC-LER THRU BKP-PAC-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE CADPAC
           CLOSE BKPPAC
           DISPLAY "CADPAC  COPIADO - REGISTROS: " W-QTREG
           GO TO BKP-USO.
       BKP-PAC-LER.
           READ CADPAC NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO BKP-PAC-LER-FIM.
           IF ST-ERR2 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPAC"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO BKP-PAC-LER-FIM.
           MOVE REGPAC TO REG-BKPPAC
           WRITE REG-BKPPAC
           ADD 1 TO W-QTREG.
       BKP-PAC-LER-FIM.
           EXIT.
      *
      **********************
      * CADUSO             *
      **********************
       BKP-USO.
           OPEN INPUT CADUSO
           IF ST-ERR3 = "30" OR ST-ERR3 = "35"
               DISPLAY "CADUSO  AUSENTE - NAO COPIADO"
               GO TO BKP-CAN.
           IF ST-ERR3 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADUSO"
               MOVE "S" TO W-ERRORUN
               GO TO BKP-CAN.
           OPEN OUTPUT BKPUSO
           IF ST-BKP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADUSO.BKP"
               MOVE "S" TO W-ERRORUN
               CLOSE CADUSO
               GO TO BKP-CAN.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG
           PERFORM BKP-USO-LER THRU BKP-USO-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE CADUSO
           CLOSE BKPUSO
           DISPLAY "CADUSO  COPIADO - REGISTROS: " W-QTREG
           GO TO BKP-CAN.
       BKP-USO-LER.
           READ CADUSO NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO BKP-USO-LER-FIM.
           IF ST-ERR3 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADUSO"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO BKP-USO-LER-FIM.
           MOVE REGUSO TO REG-BKPUSO
           WRITE REG-BKPUSO
           ADD 1 TO W-QTREG.
       BKP-USO-LER-FIM.
           EXIT.
      *
      **********************
      * CADCAN             *
      **********************
       BKP-CAN.
           OPEN INPUT CADCAN
           IF ST-ERR4 = "30" OR ST-ERR4 = "35"
               DISPLAY "CADCAN  AUSENTE - NAO COPIADO"
               GO TO BKP-HOS.
           IF ST-ERR4 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCAN"
               MOVE "S" TO W-ERRORUN
               GO TO BKP-HOS.
           OPEN OUTPUT BKPCAN
           IF ST-BKP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCAN.BKP"
               MOVE "S" TO W-ERRORUN
               CLOSE CADCAN
               GO TO BKP-HOS.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG
           PERFORM BKP-CAN-LER THRU BKP-CAN-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE CADCAN
           CLOSE BKPCAN
           DISPLAY "CADCAN  COPIADO - REGISTROS: " W-QTREG
           GO TO BKP-HOS.
       BKP-CAN-LER.
           READ CADCAN NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO BKP-CAN-LER-FIM.
           IF ST-ERR4 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADCAN"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO BKP-CAN-LER-FIM.
           MOVE REGCAN TO REG-BKPCAN
           WRITE REG-BKPCAN
           ADD 1 TO W-QTREG.
       BKP-CAN-LER-FIM.
           EXIT.
      *
      **********************
      * CADHOS             *
      **********************
       BKP-HOS.
           OPEN INPUT CADHOS
           IF ST-ERR5 = "30" OR ST-ERR5 = "35"
               DISPLAY "CADHOS  AUSENTE - NAO COPIADO"
               GO TO BKP-PTS.
           IF ST-ERR5 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADHOS"
               MOVE "S" TO W-ERRORUN
               GO TO BKP-PTS.
           OPEN OUTPUT BKPHOS
           IF ST-BKP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADHOS.BKP"
               MOVE "S" TO W-ERRORUN
               CLOSE CADHOS
               GO TO BKP-PTS.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG
           PERFORM BKP-HOS-LER THRU BKP-HOS-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE CADHOS
           CLOSE BKPHOS
           DISPLAY "CADHOS  COPIADO - REGISTROS: " W-QTREG
           GO TO BKP-PTS.
       BKP-HOS-LER.
           READ CADHOS NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO BKP-HOS-LER-FIM.
           IF ST-ERR5 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADHOS"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO BKP-HOS-LER-FIM.
           MOVE REGHOS TO REG-BKPHOS
           WRITE REG-BKPHOS
           ADD 1 TO W-QTREG.
       BKP-HOS-LER-FIM.
           EXIT.
      *
      **********************
      * CADPTS             *
      **********************
       BKP-PTS.
           OPEN INPUT CADPTS
           IF ST-ERR6 = "30" OR ST-ERR6 = "35"
               DISPLAY "CADPTS  AUSENTE - NAO COPIADO"
               GO TO BKP-INV.
           IF ST-ERR6 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPTS"
               MOVE "S" TO W-ERRORUN
               GO TO BKP-INV.
           OPEN OUTPUT BKPPTS
           IF ST-BKP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPTS.BKP"
               MOVE "S" TO W-ERRORUN
               CLOSE CADPTS
               GO TO BKP-INV.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG
           PERFORM BKP-PTS-LER THRU BKP-PTS-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE CADPTS
           CLOSE BKPPTS
           DISPLAY "CADPTS  COPIADO - REGISTROS: " W-QTREG
           GO TO BKP-INV.
       BKP-PTS-LER.
           READ CADPTS NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO BKP-PTS-LER-FIM.
           IF ST-ERR6 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPTS"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO BKP-PTS-LER-FIM.
           MOVE REGPTS TO REG-BKPPTS
           WRITE REG-BKPPTS
           ADD 1 TO W-QTREG.
       BKP-PTS-LER-FIM.
           EXIT.
      *
      **********************
      * CADINV             *
      **********************
       BKP-INV.
           OPEN INPUT CADINV
           IF ST-ERR7 = "30" OR ST-ERR7 = "35"
               DISPLAY "CADINV  AUSENTE - NAO COPIADO"
               GO TO BKP-CTB.
           IF ST-ERR7 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADINV"
               MOVE "S" TO W-ERRORUN
               GO TO BKP-CTB.
           OPEN OUTPUT BKPINV
           IF ST-BKP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADINV.BKP"
               MOVE "S" TO W-ERRORUN
               CLOSE CADINV
               GO TO BKP-CTB.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG
           PERFORM BKP-INV-LER THRU BKP-INV-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE CADINV
           CLOSE BKPINV
           DISPLAY "CADINV  COPIADO - REGISTROS: " W-QTREG
           GO TO BKP-CTB.
       BKP-INV-LER.
           READ CADINV NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO BKP-INV-LER-FIM.
           IF ST-ERR7 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADINV"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO BKP-INV-LER-FIM.
           MOVE REGINV TO REG-BKPINV
           WRITE REG-BKPINV
           ADD 1 TO W-QTREG.
       BKP-INV-LER-FIM.
           EXIT.
      *
      **********************
      * CADCTB             *
      **********************
       BKP-CTB.
           OPEN INPUT CADCTB
           IF ST-ERR8 = "30" OR ST-ERR8 = "35"
               DISPLAY "CADCTB  AUSENTE - NAO COPIADO"
               GO TO BKP-DIA.
           IF ST-ERR8 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCTB"
               MOVE "S" TO W-ERRORUN
               GO TO BKP-DIA.
           OPEN OUTPUT BKPCTB
           IF ST-BKP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCTB.BKP"
               MOVE "S" TO W-ERRORUN
               CLOSE CADCTB
               GO TO BKP-DIA.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG
           PERFORM BKP-CTB-LER THRU BKP-CTB-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE CADCTB
           CLOSE BKPCTB
           DISPLAY "CADCTB  COPIADO - REGISTROS: " W-QTREG
           GO TO BKP-DIA.
       BKP-CTB-LER.
           READ CADCTB NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO BKP-CTB-LER-FIM.
           IF ST-ERR8 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADCTB"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO BKP-CTB-LER-FIM.
           MOVE REGCTB TO REG-BKPCTB
           WRITE REG-BKPCTB
           ADD 1 TO W-QTREG.
       BKP-CTB-LER-FIM.
           EXIT.
      *
      **********************
      * CADDIA             *
      **********************
       BKP-DIA.
           OPEN INPUT CADDIA
           IF ST-ERR9 = "30" OR ST-ERR9 = "35"
               DISPLAY "CADDIA  AUSENTE - NAO COPIADO"
               GO TO BKP-TRF.
           IF ST-ERR9 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDIA"
               MOVE "S" TO W-ERRORUN
               GO TO BKP-TRF.
           OPEN OUTPUT BKPDIA
           IF ST-BKP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDIA.BKP"
               MOVE "S" TO W-ERRORUN
               CLOSE CADDIA
               GO TO BKP-TRF.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG
           PERFORM BKP-DIA-LER THRU BKP-DIA-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE CADDIA
           CLOSE BKPDIA
           DISPLAY "CADDIA  COPIADO - REGISTROS: " W-QTREG
           GO TO BKP-TRF.
       BKP-DIA-LER.
           READ CADDIA NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO BKP-DIA-LER-FIM.
           IF ST-ERR9 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADDIA"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO BKP-DIA-LER-FIM.
           MOVE REGDIA TO REG-BKPDIA
           WRITE REG-BKPDIA
           ADD 1 TO W-QTREG.
       BKP-DIA-LER-FIM.
           EXIT.
      *
      **********************
      * CADTRF             *
      **********************
       BKP-TRF.
           OPEN INPUT CADTRF
           IF ST-ERR0 = "30" OR ST-ERR0 = "35"
               DISPLAY "CADTRF  AUSENTE - NAO COPIADO"
               GO TO ROT-FIM.
           IF ST-ERR0 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTRF"
               MOVE "S" TO W-ERRORUN
               GO TO ROT-FIM.
           OPEN OUTPUT BKPTRF
           IF ST-BKP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTRF.BKP"
               MOVE "S" TO W-ERRORUN
               CLOSE CADTRF
               GO TO ROT-FIM.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG
           PERFORM BKP-TRF-LER THRU BKP-TRF-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE CADTRF
           CLOSE BKPTRF
           DISPLAY "CADTRF  COPIADO - REGISTROS: " W-QTREG
           GO TO ROT-FIM.
       BKP-TRF-LER.
           READ CADTRF NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO BKP-TRF-LER-FIM.
           IF ST-ERR0 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADTRF"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO BKP-TRF-LER-FIM.
           MOVE REGTRF TO REG-BKPTRF
           WRITE REG-BKPTRF
           ADD 1 TO W-QTREG.
       BKP-TRF-LER-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
