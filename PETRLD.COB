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
           DISPLAY "10 = CADRAC   11 = CADPRO   12 = CADVEN"
           DISPLAY "13 = CADFOR   14 = CADMOV   15 = CADRES"
           DISPLAY "16 = CADFUN   17 = CADMED   18 = CADCAL"
           DISPLAY "19 = CADSES   20 = CADEST   21 = CADAJU"
           DISPLAY "22 = CADPAC   23 = CADUSO   24 = CADCAN"
           DISPLAY "25 = CADHOS   26 = CADPTS   27 = CADINV"
           DISPLAY "28 = CADCTB   29 = CADDIA   30 = CADTRF"
           DISPLAY "99 = ENCERRAR"
           DISPLAY "ARQUIVO A RECARREGAR: " WITH NO ADVANCING
           ACCEPT W-OPSEL
               GO TO RLD-CAL.
           IF W-OPSEL = 19
               GO TO RLD-SES.
           IF W-OPSEL = 20
               GO TO RLD-EST.
           IF W-OPSEL = 21
               GO TO RLD-AJU.
           IF W-OPSEL = 22
               GO TO RLD-PAC.
           IF W-OPSEL = 23
               GO TO RLD-USO.
           IF W-OPSEL = 24
               GO TO RLD-CAN.
           IF W-OPSEL = 25
               GO TO RLD-HOS.
           IF W-OPSEL = 26
               GO TO RLD-PTS.
           IF W-OPSEL = 27
               GO TO RLD-INV.
           IF W-OPSEL = 28
               GO TO RLD-CTB.
           IF W-OPSEL = 29
               GO TO RLD-DIA.
           IF W-OPSEL = 30
               GO TO RLD-TRF.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO RLD-MENU.
      *
           EXIT.
      *
      **********************
      * CADEST             *
      **********************
       RLD-EST.
           OPEN INPUT BKPEST
           IF ST-BKP NOT = "00"
               DISPLAY "NAO HA COPIA CADEST.BKP PARA RECARGA"
               GO TO RLD-MENU.
           OPEN OUTPUT CADEST
           IF ST-ERRX NOT = "00"
               DISPLAY "ERRO NA RECRIACAO DO ARQUIVO CADEST"
               CLOSE BKPEST
               GO TO RLD-MENU.
           PERFORM RLD-EST-LER THRU RLD-EST-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE BKPEST
           CLOSE CADEST
           DISPLAY "CADEST  - LIDOS: " W-QTLIDOS
                   "  GRAVADOS: " W-QTGRAV
           GO TO RLD-MENU.
       RLD-EST-LER.
           READ BKPEST
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO RLD-EST-LER-FIM.
           ADD 1 TO W-QTLIDOS
           MOVE REG-BKPEST TO REGEST
           WRITE REGEST
           IF ST-ERRX = "00" OR "02"
               ADD 1 TO W-QTGRAV
           ELSE
               DISPLAY "ERRO NA GRAVACAO DE CADEST PARA A CHAVE "
                       CHAVE-EST.
       RLD-EST-LER-FIM.
           EXIT.
      *
      **********************
      * CADAJU             *
      **********************
       RLD-AJU.
           OPEN INPUT BKPAJU
           IF ST-BKP NOT = "00"
               DISPLAY "NAO HA COPIA CADAJU.BKP PARA RECARGA"
               GO TO RLD-MENU.
           OPEN OUTPUT CADAJU
           IF ST-ERR1 NOT = "00"
               DISPLAY "ERRO NA RECRIACAO DO ARQUIVO CADAJU"
               CLOSE BKPAJU
               GO TO RLD-MENU.
           PERFORM RLD-AJU-LER THRU RLD-AJU-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE BKPAJU
           CLOSE CADAJU
           DISPLAY "CADAJU  - LIDOS: " W-QTLIDOS
                   "  GRAVADOS: " W-QTGRAV
           GO TO RLD-MENU.
       RLD-AJU-LER.
           READ BKPAJU
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO RLD-AJU-LER-FIM.
           ADD 1 TO W-QTLIDOS
           MOVE REG-BKPAJU TO REGAJU
           WRITE REGAJU
           IF ST-ERR1 = "00" OR "02"
               ADD 1 TO W-QTGRAV
           ELSE
               DISPLAY "ERRO NA GRAVACAO DE CADAJU PARA A CHAVE "
                       CHAVE-AJU.
       RLD-AJU-LER-FIM.
           EXIT.
      *
      **********************
      * CADPAC             *
      **********************
       RLD-PAC.
           OPEN INPUT BKPPAC
           IF ST-BKP NOT = "00"
               DISPLAY "NAO HA COPIA CADPAC.BKP PARA RECARGA"
               GO TO RLD-MENU.
           OPEN OUTPUT CADPAC
           IF ST-ERR2 NOT = "00"
               DISPLAY "ERRO NA RECRIACAO DO ARQUIVO CADPAC"
               CLOSE BKPPAC
               GO TO RLD-MENU.
           PERFORM RLD-PAC-LER THRU RLD-PAC-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE BKPPAC
           CLOSE CADPAC
           DISPLAY "CADPAC  - LIDOS: " W-QTLIDOS
                   "  GRAVADOS: " W-QTGRAV
           GO TO RLD-MENU.
       RLD-PAC-LER.
           READ BKPPAC
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO RLD-PAC-LER-FIM.
           ADD 1 TO W-QTLIDOS
           MOVE REG-BKPPAC TO REGPAC
           WRITE REGPAC
           IF ST-ERR2 = "00" OR "02"
               ADD 1 TO W-QTGRAV
           ELSE
               DISPLAY "ERRO NA GRAVACAO DE CADPAC PARA A CHAVE "
                       CHAVE-PAC.
       RLD-PAC-LER-FIM.
           EXIT.
      *
      **********************
      * CADUSO             *
      **********************
       RLD-USO.
           OPEN INPUT BKPUSO
           IF ST-BKP NOT = "00"
               DISPLAY "NAO HA COPIA CADUSO.BKP PARA RECARGA"
               GO TO RLD-MENU.
           OPEN OUTPUT CADUSO
           IF ST-ERR3 NOT = "00"
               DISPLAY "ERRO NA RECRIACAO DO ARQUIVO CADUSO"
               CLOSE BKPUSO
               GO TO RLD-MENU.
           PERFORM RLD-USO-LER THRU RLD-USO-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE BKPUSO
           CLOSE CADUSO
           DISPLAY "CADUSO  - LIDOS: " W-QTLIDOS
                   "  GRAVADOS: " W-QTGRAV
           GO TO RLD-MENU.
       RLD-USO-LER.
           READ BKPUSO
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO RLD-USO-LER-FIM.
           ADD 1 TO W-QTLIDOS
           MOVE REG-BKPUSO TO REGUSO
           WRITE REGUSO
           IF ST-ERR3 = "00" OR "02"
               ADD 1 TO W-QTGRAV
           ELSE
               DISPLAY "ERRO NA GRAVACAO DE CADUSO PARA A CHAVE "
                       CHAVE-USO.
       RLD-USO-LER-FIM.
           EXIT.
      *
      **********************
      * CADCAN             *
      **********************
       RLD-CAN.
           OPEN INPUT BKPCAN
           IF ST-BKP NOT = "00"
               DISPLAY "NAO HA COPIA CADCAN.BKP PARA RECARGA"
               GO TO RLD-MENU.
           OPEN OUTPUT CADCAN
           IF ST-ERR4 NOT = "00"
               DISPLAY "ERRO NA RECRIACAO DO ARQUIVO CADCAN"
               CLOSE BKPCAN
               GO TO RLD-MENU.
           PERFORM RLD-CAN-LER THRU RLD-CAN-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE BKPCAN
           CLOSE CADCAN
           DISPLAY "CADCAN  - LIDOS: " W-QTLIDOS
                   "  GRAVADOS: " W-QTGRAV
           GO TO RLD-MENU.
       RLD-CAN-LER.
           READ BKPCAN
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO RLD-CAN-LER-FIM.
           ADD 1 TO W-QTLIDOS
           MOVE REG-BKPCAN TO REGCAN
           WRITE REGCAN
           IF ST-ERR4 = "00" OR "02"
               ADD 1 TO W-QTGRAV
           ELSE
               DISPLAY "ERRO NA GRAVACAO DE CADCAN PARA A CHAVE "
                       COD-CAN.
       RLD-CAN-LER-FIM.
           EXIT.
      *
      **********************
      * CADHOS             *
      **********************
       RLD-HOS.
           OPEN INPUT BKPHOS
           IF ST-BKP NOT = "00"
               DISPLAY "NAO HA COPIA CADHOS.BKP PARA RECARGA"
               GO TO RLD-MENU.
           OPEN OUTPUT CADHOS
           IF ST-ERR5 NOT = "00"
               DISPLAY "ERRO NA RECRIACAO DO ARQUIVO CADHOS"
               CLOSE BKPHOS
               GO TO RLD-MENU.
           PERFORM RLD-HOS-LER THRU RLD-HOS-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE BKPHOS
           CLOSE CADHOS
           DISPLAY "CADHOS  - LIDOS: " W-QTLIDOS
                   "  GRAVADOS: " W-QTGRAV
           GO TO RLD-MENU.
       RLD-HOS-LER.
           READ BKPHOS
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO RLD-HOS-LER-FIM.
           ADD 1 TO W-QTLIDOS
           MOVE REG-BKPHOS TO REGHOS
           WRITE REGHOS
           IF ST-ERR5 = "00" OR "02"
               ADD 1 TO W-QTGRAV
           ELSE
               DISPLAY "ERRO NA GRAVACAO DE CADHOS PARA A CHAVE "
                       CHAVE-HOS.
       RLD-HOS-LER-FIM.
           EXIT.
      *
      **********************
      * CADPTS             *
      **********************
       RLD-PTS.
           OPEN INPUT BKPPTS
           IF ST-BKP NOT = "00"
               DISPLAY "NAO HA COPIA CADPTS.BKP PARA RECARGA"
               GO TO RLD-MENU.
           OPEN OUTPUT CADPTS
           IF ST-ERR6 NOT = "00"
               DISPLAY "ERRO NA RECRIACAO DO ARQUIVO CADPTS"
               CLOSE BKPPTS
               GO TO RLD-MENU.
           PERFORM RLD-PTS-LER THRU RLD-PTS-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE BKPPTS
           CLOSE CADPTS
           DISPLAY "CADPTS  - LIDOS: " W-QTLIDOS
                   "  GRAVADOS: " W-QTGRAV
           GO TO RLD-MENU.
       RLD-PTS-LER.
           READ BKPPTS
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO RLD-PTS-LER-FIM.
           ADD 1 TO W-QTLIDOS
           MOVE REG-BKPPTS TO REGPTS
           WRITE REGPTS
           IF ST-ERR6 = "00" OR "02"
               ADD 1 TO W-QTGRAV
           ELSE
               DISPLAY "ERRO NA GRAVACAO DE CADPTS PARA A CHAVE "
                       CHAVE-PTS.
       RLD-PTS-LER-FIM.
           EXIT.
      *
      **********************
      * CADINV             *
      **********************
       RLD-INV.
           OPEN INPUT BKPINV
           IF ST-BKP NOT = "00"
               DISPLAY "NAO HA COPIA CADINV.BKP PARA RECARGA"
               GO TO RLD-MENU.
           OPEN OUTPUT CADINV
           IF ST-ERR7 NOT = "00"
               DISPLAY "ERRO NA RECRIACAO DO ARQUIVO CADINV"
               CLOSE BKPINV
               GO TO RLD-MENU.
           PERFORM RLD-INV-LER THRU RLD-INV-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE BKPINV
           CLOSE CADINV
           DISPLAY "CADINV  - LIDOS: " W-QTLIDOS
                   "  GRAVADOS: " W-QTGRAV
           GO TO RLD-MENU.
       RLD-INV-LER.
           READ BKPINV
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO RLD-INV-LER-FIM.
           ADD 1 TO W-QTLIDOS
           MOVE REG-BKPINV TO REGINV
           WRITE REGINV
           IF ST-ERR7 = "00" OR "02"
               ADD 1 TO W-QTGRAV
           ELSE
               DISPLAY "ERRO NA GRAVACAO DE CADINV PARA A CHAVE "
                       CHAVE-INV.
       RLD-INV-LER-FIM.
           EXIT.
      *
      **********************
      * CADCTB             *
      **********************
       RLD-CTB.
           OPEN INPUT BKPCTB
           IF ST-BKP NOT = "00"
               DISPLAY "NAO HA COPIA CADCTB.BKP PARA RECARGA"
               GO TO RLD-MENU.
           OPEN OUTPUT CADCTB
           IF ST-ERR8 NOT = "00"
               DISPLAY "ERRO NA RECRIACAO DO ARQUIVO CADCTB"
               CLOSE BKPCTB
               GO TO RLD-MENU.
           PERFORM RLD-CTB-LER THRU RLD-CTB-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE BKPCTB
           CLOSE CADCTB
           DISPLAY "CADCTB  - LIDOS: " W-QTLIDOS
                   "  GRAVADOS: " W-QTGRAV
           GO TO RLD-MENU.
       RLD-CTB-LER.
           READ BKPCTB
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO RLD-CTB-LER-FIM.
           ADD 1 TO W-QTLIDOS
           MOVE REG-BKPCTB TO REGCTB
           WRITE REGCTB
           IF ST-ERR8 = "00" OR "02"
               ADD 1 TO W-QTGRAV
           ELSE
               DISPLAY "ERRO NA GRAVACAO DE CADCTB PARA A CHAVE "
                       CHAVE-CTB.
       RLD-CTB-LER-FIM.
           EXIT.
      *
      **********************
      * CADDIA             *
      **********************
       RLD-DIA.
           OPEN INPUT BKPDIA
           IF ST-BKP NOT = "00"
               DISPLAY "NAO HA COPIA CADDIA.BKP PARA RECARGA"
               GO TO RLD-MENU.
           OPEN OUTPUT CADDIA
           IF ST-ERR9 NOT = "00"
               DISPLAY "ERRO NA RECRIACAO DO ARQUIVO CADDIA"
               CLOSE BKPDIA
               GO TO RLD-MENU.
           PERFORM RLD-DIA-LER THRU RLD-DIA-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE BKPDIA
           CLOSE CADDIA
           DISPLAY "CADDIA  - LIDOS: " W-QTLIDOS
                   "  GRAVADOS: " W-QTGRAV
           GO TO RLD-MENU.
       RLD-DIA-LER.
           READ BKPDIA
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO RLD-DIA-LER-FIM.
           ADD 1 TO W-QTLIDOS
           MOVE REG-BKPDIA TO REGDIA
           WRITE REGDIA
           IF ST-ERR9 = "00" OR "02"
               ADD 1 TO W-QTGRAV
           ELSE
               DISPLAY "ERRO NA GRAVACAO DE CADDIA PARA A CHAVE "
                       DTLAN-DIA.
       RLD-DIA-LER-FIM.
           EXIT.
      *
      **********************
      * CADTRF             *
      **********************
       RLD-TRF.
           OPEN INPUT BKPTRF
           IF ST-BKP NOT = "00"
               DISPLAY "NAO HA COPIA CADTRF.BKP PARA RECARGA"
               GO TO RLD-MENU.
           OPEN OUTPUT CADTRF
           IF ST-ERR0 NOT = "00"
               DISPLAY "ERRO NA RECRIACAO DO ARQUIVO CADTRF"
               CLOSE BKPTRF
               GO TO RLD-MENU.
           PERFORM RLD-TRF-LER THRU RLD-TRF-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE BKPTRF
           CLOSE CADTRF
           DISPLAY "CADTRF  - LIDOS: " W-QTLIDOS
                   "  GRAVADOS: " W-QTGRAV
           GO TO RLD-MENU.
       RLD-TRF-LER.
           READ BKPTRF
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO RLD-TRF-LER-FIM.
           ADD 1 TO W-QTLIDOS
           MOVE REG-BKPTRF TO REGTRF
           WRITE REGTRF
           IF ST-ERR0 = "00" OR "02"
               ADD 1 TO W-QTGRAV
           ELSE
               DISPLAY "ERRO NA GRAVACAO DE CADTRF PARA A CHAVE "
                       CHAVE-TRF.
       RLD-TRF-LER-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
