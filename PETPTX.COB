       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETPTX.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************************
      * EXPIRACAO DOS PONTOS DE FIDELIDADE (CADPTS)     *
      * PASSO DA CADEIA NOTURNA. PARA CADA DONO, OS     *
      * PONTOS GANHOS HA MAIS DE 12 MESES QUE AINDA NAO *
      * FORAM CONSUMIDOS VENCEM: OS RESGATES, EXPIRA-   *
      * COES E ESTORNOS JA LANCADOS CONSOMEM PRIMEIRO   *
      * OS PONTOS MAIS ANTIGOS, E O QUE SOBRAR DOS      *
      * GANHOS ANTERIORES AO CORTE E LANCADO COMO       *
      * EXPIRACAO (TIPO X), LIMITADO AO SALDO. RODAR    *
      * DUAS VEZES NO MESMO DIA NAO EXPIRA DE NOVO.     *
      * LISTA OS DONOS AFETADOS EM PETPTX.LST           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADPT.
           COPY SELCADDO.
           SELECT PRTPTX ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADPT.
      *
           COPY FDCADDO.
      *
       FD  PRTPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETPTX.LST".
       01  REG-PRTPTX             PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERR6      PIC X(02) VALUE "00".
       77 ST-ERRD      PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-CADPTS       VALUE "S".
       77 W-ERRORUN    PIC X(01) VALUE "N".
       77 W-TEMDON     PIC X(01) VALUE "S".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-CUTOFF     PIC 9(08) VALUE ZEROS.
       77 W-DONOATU    PIC 9(05) VALUE ZEROS.
       77 W-QTDONOS    PIC 9(05) VALUE ZEROS.
       77 W-QTEXP      PIC 9(05) VALUE ZEROS.
       77 W-TOTEXP     PIC 9(08) VALUE ZEROS.
       77 SAVE-REGPTS  PIC X(62) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
      *
      **************************************************
      * ACUMULADOS DO DONO EM CURSO - SALDO, GANHOS     *
      * ANTERIORES AO CORTE E TUDO O QUE JA CONSUMIU    *
      * PONTOS (RESGATE + EXPIRACAO + ESTORNO - DEVOLU- *
      * CAO DE RESGATE)                                 *
      **************************************************
       77 W-SALDOCALC  PIC S9(08) VALUE ZEROS.
       77 W-GANHOANT   PIC S9(08) VALUE ZEROS.
       77 W-CONSUMO    PIC S9(08) VALUE ZEROS.
       77 W-PTSEXP     PIC S9(08) VALUE ZEROS.
      *
       01 CAB-01.
           03 FILLER    PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(50) VALUE
               "*** EXPIRACAO DE PONTOS DE FIDELIDADE ***".
           03 FILLER    PIC X(06) VALUE "DATA: ".
           03 C-DATA    PIC 9(08).
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(17) VALUE "GANHOS ANTES DE ".
           03 C-CORTE   PIC 9(08).
           03 FILLER    PIC X(19) VALUE SPACES.
      *
       01 CAB-02.
           03 FILLER    PIC X(07) VALUE "DONO   ".
           03 FILLER    PIC X(31) VALUE "NOME".
           03 FILLER    PIC X(14) VALUE "SALDO ANTERIOR".
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(16) VALUE "PONTOS VENCIDOS ".
           03 FILLER    PIC X(12) VALUE "SALDO ATUAL".
           03 FILLER    PIC X(50) VALUE SPACES.
      *
       01 LIN-DET.
           03 D-DONO    PIC 9(05).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-NOME    PIC X(30).
           03 FILLER    PIC X(05) VALUE SPACES.
           03 D-SALDOANT PIC ZZ.ZZZ.ZZ9.
           03 FILLER    PIC X(05) VALUE SPACES.
           03 D-PTSEXP  PIC ZZ.ZZZ.ZZ9.
           03 FILLER    PIC X(05) VALUE SPACES.
           03 D-SALDO   PIC ZZ.ZZZ.ZZ9.
           03 FILLER    PIC X(50) VALUE SPACES.
      *
       01 LIN-TOTGER.
           03 FILLER    PIC X(26) VALUE
               "DONOS COM PONTOS .......: ".
           03 T-QTDONOS PIC ZZ.ZZ9.
           03 FILLER    PIC X(10) VALUE SPACES.
           03 FILLER    PIC X(26) VALUE
               "DONOS COM EXPIRACAO ....: ".
           03 T-QTEXP   PIC ZZ.ZZ9.
           03 FILLER    PIC X(10) VALUE SPACES.
           03 FILLER    PIC X(18) VALUE "PONTOS VENCIDOS: ".
           03 T-TOTEXP  PIC ZZ.ZZZ.ZZ9.
           03 FILLER    PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PTX-OP0.
           DISPLAY "*** EXPIRACAO DE PONTOS DE FIDELIDADE - CADPTS ***"
      *
      * O CORTE E A MESMA DATA DE HOJE UM ANO ATRAS - GANHOS
      * LANCADOS ANTES DELE TEM MAIS DE 12 MESES
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-CUTOFF = W-HOJE - 10000
      *
      * SEM CADPTS O PROGRAMA DE FIDELIDADE AINDA NAO FOI USADO -
      * NAO HA O QUE EXPIRAR E O PASSO TERMINA LIMPO
           OPEN I-O CADPTS
           IF ST-ERR6 NOT = "00"
               IF ST-ERR6 = "30" OR ST-ERR6 = "35"
                   DISPLAY "CADPTS AUSENTE - NENHUM PONTO A EXPIRAR"
                   GO TO ROT-FIMS
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPTS"
                   MOVE "S" TO W-ERRORUN
                   GO TO ROT-FIMS.
           OPEN OUTPUT PRTPTX
           IF ST-PRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRTPTX"
               MOVE "S" TO W-ERRORUN
               CLOSE CADPTS
               GO TO ROT-FIMS.
      *
      * SEM CADDONO A LISTAGEM SAI SEM O NOME DO DONO
           MOVE "S" TO W-TEMDON
           OPEN INPUT CADDONO
           IF ST-ERRD NOT = "00"
               MOVE "N" TO W-TEMDON.
           DISPLAY "EXPIRAM OS PONTOS GANHOS ANTES DE " W-CUTOFF
           MOVE W-HOJE   TO C-DATA
           MOVE W-CUTOFF TO C-CORTE
           MOVE CAB-01 TO REG-PRTPTX
           WRITE REG-PRTPTX
           MOVE SPACES TO REG-PRTPTX
           WRITE REG-PRTPTX
           MOVE CAB-02 TO REG-PRTPTX
           WRITE REG-PRTPTX
           MOVE SPACES TO REG-PRTPTX
           WRITE REG-PRTPTX.
       PTX-002.
           MOVE ZEROS TO W-DONOATU W-SALDOCALC W-GANHOANT W-CONSUMO
           MOVE ZEROS TO DONO-PTS DTLAN-PTS HRLAN-PTS
           START CADPTS KEY IS NOT LESS THAN CHAVE-PTS
               INVALID KEY
                   MOVE "S" TO W-ACABOU.
           PERFORM PTX-LER THRU PTX-LER-FIM
                   UNTIL ACABOU-CADPTS.
           IF W-DONOATU NOT = ZEROS
               PERFORM PTX-EXPIRA THRU PTX-EXPIRA-FIM.
           MOVE SPACES TO REG-PRTPTX
           WRITE REG-PRTPTX
           MOVE W-QTDONOS TO T-QTDONOS
           MOVE W-QTEXP   TO T-QTEXP
           MOVE W-TOTEXP  TO T-TOTEXP
           MOVE LIN-TOTGER TO REG-PRTPTX
           WRITE REG-PRTPTX
           DISPLAY "DONOS COM PONTOS ...: " W-QTDONOS
           DISPLAY "DONOS COM EXPIRACAO : " W-QTEXP
           DISPLAY "PONTOS VENCIDOS ....: " W-TOTEXP
           GO TO ROT-FIM.
      *
      **********************************
      * LEITURA SEQUENCIAL DE CADPTS - *
      * OS LANCAMENTOS VEM AGRUPADOS   *
      * POR DONO (CHAVE)               *
      **********************************
       PTX-LER.
           READ CADPTS NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO PTX-LER-FIM.
           IF ST-ERR6 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPTS"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO PTX-LER-FIM.
           IF DONO-PTS NOT = W-DONOATU
               PERFORM PTX-QUEBRA THRU PTX-QUEBRA-FIM.
           IF TIPO-PTS = "G"
               ADD PONTOS-PTS TO W-SALDOCALC
               IF DTLAN-PTS < W-CUTOFF
                   ADD PONTOS-PTS TO W-GANHOANT
               ELSE
                   NEXT SENTENCE
           ELSE
               IF TIPO-PTS = "D"
                   ADD PONTOS-PTS TO W-SALDOCALC
                   SUBTRACT PONTOS-PTS FROM W-CONSUMO
               ELSE
                   SUBTRACT PONTOS-PTS FROM W-SALDOCALC
                   ADD PONTOS-PTS TO W-CONSUMO.
       PTX-LER-FIM.
           EXIT.
      *
      **********************************
      * TROCA DE DONO: FECHA O DONO    *
      * ANTERIOR E ZERA OS ACUMULADOS. *
      * A EXPIRACAO E GRAVADA SOB O    *
      * DONO ANTERIOR, ATRAS DA POSI-  *
      * CAO DA LEITURA, QUE NAO MUDA - *
      * SO O REGISTRO LIDO E GUARDADO  *
      **********************************
       PTX-QUEBRA.
           IF W-DONOATU NOT = ZEROS
               MOVE REGPTS TO SAVE-REGPTS
               PERFORM PTX-EXPIRA THRU PTX-EXPIRA-FIM
               MOVE SAVE-REGPTS TO REGPTS.
           MOVE DONO-PTS TO W-DONOATU
           MOVE ZEROS    TO W-SALDOCALC W-GANHOANT W-CONSUMO
           ADD 1 TO W-QTDONOS.
       PTX-QUEBRA-FIM.
           EXIT.
      *
      **********************************
      * EXPIRA DO DONO EM CURSO O QUE  *
      * SOBRA DOS GANHOS ANTERIORES AO *
      * CORTE DEPOIS DE DESCONTADO TUDO*
      * O QUE JA FOI CONSUMIDO         *
      **********************************
       PTX-EXPIRA.
           COMPUTE W-PTSEXP = W-GANHOANT - W-CONSUMO
           IF W-PTSEXP > W-SALDOCALC
               MOVE W-SALDOCALC TO W-PTSEXP.
           IF W-PTSEXP NOT > ZEROS
               GO TO PTX-EXPIRA-FIM.
           MOVE W-DONOATU TO DONO-PTS
           MOVE W-HOJE    TO DTLAN-PTS
           ACCEPT HRLAN-PTS FROM TIME
           MOVE "X"       TO TIPO-PTS
           MOVE W-PTSEXP  TO PONTOS-PTS
           MOVE SPACES    TO ORIG-PTS
           MOVE ZEROS     TO CODREF-PTS VALOR-PTS FIL-PTS
           MOVE W-CUTOFF  TO DTREF-PTS
           MOVE "PETPTX"  TO OPER-PTS.
       PTX-EXPIRA1.
           WRITE REGPTS
           IF ST-ERR6 = "22"
               ADD 1 TO HRLAN-PTS
               GO TO PTX-EXPIRA1.
           IF ST-ERR6 NOT = "00" AND ST-ERR6 NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DE CADPTS PARA O DONO "
                        W-DONOATU
               MOVE "S" TO W-ERRORUN
               GO TO PTX-EXPIRA-FIM.
           ADD 1        TO W-QTEXP
           ADD W-PTSEXP TO W-TOTEXP
           MOVE W-DONOATU   TO D-DONO
           MOVE SPACES      TO D-NOME
           IF W-TEMDON = "S"
               MOVE W-DONOATU TO COD-DONO
               READ CADDONO
                   INVALID KEY
                       MOVE "*** DONO NAO CADASTRADO ***" TO D-NOME
                   NOT INVALID KEY
                       MOVE NOME-DONO TO D-NOME.
           MOVE W-SALDOCALC TO D-SALDOANT
           MOVE W-PTSEXP    TO D-PTSEXP
           SUBTRACT W-PTSEXP FROM W-SALDOCALC
           MOVE W-SALDOCALC TO D-SALDO
           MOVE LIN-DET TO REG-PRTPTX
           WRITE REG-PRTPTX.
       PTX-EXPIRA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE CADPTS
           CLOSE PRTPTX
           IF W-TEMDON = "S"
               CLOSE CADDONO.
      *
      * O CODIGO DE RETORNO SINALIZA AO DRIVER NOTURNO (PETNOC) SE
      * A EXPIRACAO TERMINOU LIMPA - O GOBACK DEVOLVE O CONTROLE
      * AO DRIVER QUANDO CHAMADO E ENCERRA NORMALMENTE QUANDO AVULSO
       ROT-FIMS.
           IF W-ERRORUN = "S"
               MOVE 8 TO RETURN-CODE.
           GOBACK.
