       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETPCR.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************************
      * RELATORIO MENSAL DE PACOTES PRE-PAGOS           *
      * VARRE CADPAC E LISTA OS PACOTES COM SALDO NAO   *
      * USADO NA DATA DE REFERENCIA: DONO, SERVICO,     *
      * COMPRADO, USADO, SALDO E O VALOR AINDA A APRO-  *
      * PRIAR (RECEITA DIFERIDA = VALOR PAGO PROPORCIO- *
      * NAL AO SALDO). MARCA OS PACOTES QUE VENCEM ATE  *
      * UM MES DEPOIS DA REFERENCIA E OS JA VENCIDOS    *
      * COM SALDO, PARA A CONFERENCIA DO CONTADOR       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADPC.
           COPY SELCADDO.
           COPY SELCADSR.
           SELECT PRTPCR ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADPC.
      *
           COPY FDCADDO.
      *
           COPY FDCADSR.
      *
       FD  PRTPCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETPCR.LST".
       01  REG-PRTPCR             PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERR2      PIC X(02) VALUE "00".
       77 ST-ERRD      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-CADPAC       VALUE "S".
       77 W-TEMDON     PIC X(01) VALUE "S".
       77 W-TEMSRV     PIC X(01) VALUE "S".
       77 W-DATA       PIC 9(08) VALUE ZEROS.
       77 W-SALDO      PIC 9(03) VALUE ZEROS.
       77 W-VLAPR      PIC 9(07)V99 VALUE ZEROS.
       77 W-QTLIDOS    PIC 9(05) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *
      * LIMITE DO AVISO DE VENCIMENTO: UM MES APOS A REFERENCIA
       01 W-DTLIM      PIC 9(08) VALUE ZEROS.
       01 W-DTLIM-R REDEFINES W-DTLIM.
           03 W-ANOL    PIC 9(04).
           03 W-MESL    PIC 9(02).
           03 W-DIAL    PIC 9(02).
      *
       01 W-TOTAIS.
           03 W-QTPAC   PIC 9(05) VALUE ZEROS.
           03 W-QTSALDO PIC 9(07) VALUE ZEROS.
           03 W-VLTOTAL PIC 9(09)V99 VALUE ZEROS.
           03 W-QTVENCE PIC 9(05) VALUE ZEROS.
           03 W-VLVENCE PIC 9(09)V99 VALUE ZEROS.
           03 W-QTVENC  PIC 9(05) VALUE ZEROS.
           03 W-VLVENC  PIC 9(09)V99 VALUE ZEROS.
      *
       01 CAB-01.
           03 FILLER    PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(50) VALUE
               "*** PACOTES PRE-PAGOS - SALDOS E VENCIMENTOS ***".
           03 FILLER    PIC X(52) VALUE SPACES.
      *
       01 CAB-02.
           03 FILLER    PIC X(20) VALUE "DATA DE REFERENCIA: ".
           03 C-DATA    PIC 9(08).
           03 FILLER    PIC X(24) VALUE
               "   AVISO DE VENCIMENTO: ".
           03 C-DTLIM   PIC 9(08).
           03 FILLER    PIC X(72) VALUE SPACES.
      *
       01 CAB-03.
           03 FILLER    PIC X(07) VALUE "DONO".
           03 FILLER    PIC X(22) VALUE "NOME".
           03 FILLER    PIC X(05) VALUE "PAC".
           03 FILLER    PIC X(14) VALUE "SERVICO".
           03 FILLER    PIC X(10) VALUE "COMPRA".
           03 FILLER    PIC X(10) VALUE "VALIDADE".
           03 FILLER    PIC X(05) VALUE "COMP".
           03 FILLER    PIC X(05) VALUE "USAD".
           03 FILLER    PIC X(05) VALUE "SALD".
           03 FILLER    PIC X(14) VALUE "  VALOR PAGO".
           03 FILLER    PIC X(14) VALUE "  A APROPRIAR".
           03 FILLER    PIC X(21) VALUE "SITUACAO".
      *
       01 LIN-DET.
           03 D-DONO    PIC 9(05).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-NOME    PIC X(20).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-SEQ     PIC 9(03).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-SRV     PIC X(12).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-DTCOMP  PIC 9(08).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-DTVAL   PIC 9(08).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-QTCOMP  PIC ZZ9.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-QTUSO   PIC ZZ9.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-SALDO   PIC ZZ9.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-VLPAGO  PIC Z.ZZZ.ZZ9,99.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-VLAPR   PIC Z.ZZZ.ZZ9,99.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-SITU    PIC X(14).
           03 FILLER    PIC X(06) VALUE SPACES.
      *
       01 LIN-TOTAL.
           03 FILLER    PIC X(34) VALUE
               "PACOTES COM SALDO ..............: ".
           03 T-QTPAC   PIC ZZ.ZZ9.
           03 FILLER    PIC X(10) VALUE "  UNIDS.: ".
           03 T-QTSALDO PIC Z.ZZZ.ZZ9.
           03 FILLER    PIC X(16) VALUE "  A APROPRIAR: ".
           03 T-VLTOTAL PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(43) VALUE SPACES.
      *
       01 LIN-VENCE.
           03 FILLER    PIC X(34) VALUE
               "(DESTES) VENCEM ATE O AVISO ....: ".
           03 T-QTVENCE PIC ZZ.ZZ9.
           03 FILLER    PIC X(35) VALUE SPACES.
           03 T-VLVENCE PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(43) VALUE SPACES.
      *
       01 LIN-VENC.
           03 FILLER    PIC X(34) VALUE
               "(DESTES) JA VENCIDOS COM SALDO .: ".
           03 T-QTVENC  PIC ZZ.ZZ9.
           03 FILLER    PIC X(35) VALUE SPACES.
           03 T-VLVENC  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(43) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PCR-OP0.
           DISPLAY "*** PACOTES PRE-PAGOS - SALDOS E VENCIMENTOS ***"
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD), ENTER=HOJE: "
                   WITH NO ADVANCING
           ACCEPT W-DATA
           IF W-DATA = ZEROS
               ACCEPT W-DATA FROM DATE YYYYMMDD.
           MOVE W-DATA TO W-DTLIM
           ADD 1 TO W-MESL
           IF W-MESL > 12
               MOVE 1 TO W-MESL
               ADD 1 TO W-ANOL.
           IF W-DIAL > 28
               MOVE 28 TO W-DIAL.
           OPEN INPUT CADPAC
           IF ST-ERR2 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAC"
               GO TO ROT-FIMS.
      *
      * SEM CADDONO/CADSRV O RELATORIO SAI SEM OS NOMES
           MOVE "S" TO W-TEMDON
           OPEN INPUT CADDONO
           IF ST-ERRD NOT = "00"
               MOVE "N" TO W-TEMDON.
           MOVE "S" TO W-TEMSRV
           OPEN INPUT CADSRV
           IF ST-ERRS NOT = "00"
               MOVE "N" TO W-TEMSRV.
           OPEN OUTPUT PRTPCR
           IF ST-PRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRTPCR"
               GO TO ROT-FIMA.
           MOVE CAB-01 TO REG-PRTPCR
           WRITE REG-PRTPCR
           MOVE SPACES TO REG-PRTPCR
           WRITE REG-PRTPCR
           MOVE W-DATA  TO C-DATA
           MOVE W-DTLIM TO C-DTLIM
           MOVE CAB-02 TO REG-PRTPCR
           WRITE REG-PRTPCR
           MOVE SPACES TO REG-PRTPCR
           WRITE REG-PRTPCR
           MOVE CAB-03 TO REG-PRTPCR
           WRITE REG-PRTPCR
           MOVE SPACES TO REG-PRTPCR
           WRITE REG-PRTPCR.
       PCR-002.
           PERFORM PCR-LER THRU PCR-LER-FIM
                   UNTIL ACABOU-CADPAC.
       PCR-003.
           MOVE SPACES TO REG-PRTPCR
           WRITE REG-PRTPCR
           MOVE W-QTPAC   TO T-QTPAC
           MOVE W-QTSALDO TO T-QTSALDO
           MOVE W-VLTOTAL TO T-VLTOTAL
           MOVE LIN-TOTAL TO REG-PRTPCR
           WRITE REG-PRTPCR
           MOVE W-QTVENCE TO T-QTVENCE
           MOVE W-VLVENCE TO T-VLVENCE
           MOVE LIN-VENCE TO REG-PRTPCR
           WRITE REG-PRTPCR
           MOVE W-QTVENC  TO T-QTVENC
           MOVE W-VLVENC  TO T-VLVENC
           MOVE LIN-VENC  TO REG-PRTPCR
           WRITE REG-PRTPCR
           DISPLAY "PACOTES LIDOS ..: " W-QTLIDOS
           DISPLAY "COM SALDO ......: " W-QTPAC
           DISPLAY "VENCENDO .......: " W-QTVENCE
           DISPLAY "VENCIDOS .......: " W-QTVENC
           GO TO ROT-FIM.
      *
      **********************************
      * LEITURA SEQUENCIAL DE CADPAC - *
      * SO PACOTES COMPRADOS ATE A     *
      * REFERENCIA E COM SALDO         *
      **********************************
       PCR-LER.
           READ CADPAC NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO PCR-LER-FIM.
           IF ST-ERR2 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPAC"
               MOVE "S" TO W-ACABOU
               GO TO PCR-LER-FIM.
           ADD 1 TO W-QTLIDOS
           IF DTCOMP-PAC > W-DATA
               GO TO PCR-LER-FIM.
           IF QTUSO-PAC NOT < QTCOMP-PAC
               GO TO PCR-LER-FIM.
           COMPUTE W-SALDO = QTCOMP-PAC - QTUSO-PAC
           COMPUTE W-VLAPR ROUNDED =
                   VLPAGO-PAC * W-SALDO / QTCOMP-PAC
           MOVE SPACES TO D-NOME D-SRV D-SITU
           IF W-TEMDON = "S"
               MOVE DONO-PAC TO COD-DONO
               READ CADDONO
                   INVALID KEY
                       MOVE "** NAO CADASTRADO **" TO D-NOME
                   NOT INVALID KEY
                       MOVE NOME-DONO TO D-NOME.
           IF W-TEMSRV = "S"
               MOVE SRV-PAC TO COD-SRV
               READ CADSRV
                   INVALID KEY
                       MOVE "** INVALIDO *" TO D-SRV
                   NOT INVALID KEY
                       MOVE DESC-SRV TO D-SRV.
           ADD 1       TO W-QTPAC
           ADD W-SALDO TO W-QTSALDO
           ADD W-VLAPR TO W-VLTOTAL
           IF DTVAL-PAC < W-DATA
               MOVE "*** VENCIDO" TO D-SITU
               ADD 1       TO W-QTVENC
               ADD W-VLAPR TO W-VLVENC
           ELSE
               IF DTVAL-PAC NOT > W-DTLIM
                   MOVE "VENCE EM BREVE" TO D-SITU
                   ADD 1       TO W-QTVENCE
                   ADD W-VLAPR TO W-VLVENCE.
           MOVE DONO-PAC   TO D-DONO
           MOVE SEQ-PAC    TO D-SEQ
           MOVE DTCOMP-PAC TO D-DTCOMP
           MOVE DTVAL-PAC  TO D-DTVAL
           MOVE QTCOMP-PAC TO D-QTCOMP
           MOVE QTUSO-PAC  TO D-QTUSO
           MOVE W-SALDO    TO D-SALDO
           MOVE VLPAGO-PAC TO D-VLPAGO
           MOVE W-VLAPR    TO D-VLAPR
           MOVE LIN-DET TO REG-PRTPCR
           WRITE REG-PRTPCR.
       PCR-LER-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE PRTPCR.
       ROT-FIMA.
           CLOSE CADPAC
           IF W-TEMDON = "S"
               CLOSE CADDONO.
           IF W-TEMSRV = "S"
               CLOSE CADSRV.
       ROT-FIMS.
           STOP RUN.
