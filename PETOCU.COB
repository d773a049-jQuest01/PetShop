       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETOCU.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************************
      * QUADRO DIARIO DE OCUPACAO DA HOSPEDAGEM         *
      * VARRE OS CANIS (CADCAN) E, PARA CADA UM, AS     *
      * ESTADAS (CADHOS, CHAVE ALTERNATIVA CAN-HOS):    *
      * QUEM ESTA NO CANIL NA DATA DO QUADRO, QUEM SAI  *
      * NO DIA (PREVISTO OU JA SAIU), QUEM ESTA COM A   *
      * SAIDA ATRASADA E OS CANIS LIVRES. CONFERE O     *
      * CALENDARIO DA LOJA (CADCAL): SE A DATA DO QUADRO*
      * E DIA FECHADO O CABECALHO AVISA E AS SAIDAS DO  *
      * DIA SAO MARCADAS; SAIDA PREVISTA PARA UM DIA    *
      * FECHADO TAMBEM E MARCADA PARA SER REMARCADA     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADCN.
           COPY SELCADHO.
           COPY SELCADPE.
           COPY SELCADCA.
           SELECT PRTOCU ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADCN.
      *
           COPY FDCADHO.
      *
           COPY FDCADPET.
      *
           COPY FDCADCA.
      *
       FD  PRTOCU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETOCU.LST".
       01  REG-PRTOCU             PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERR4      PIC X(02) VALUE "00".
       77 ST-ERR5      PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRJ      PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-CADCAN       VALUE "S".
       77 W-FIMHOS     PIC X(01) VALUE "N".
           88 ACABOU-HOS          VALUE "S".
       77 W-TEMHOS     PIC X(01) VALUE "S".
       77 W-TEMPET     PIC X(01) VALUE "S".
       77 W-DATA       PIC 9(08) VALUE ZEROS.
       77 W-DIAFECH    PIC X(01) VALUE "N".
       77 W-LINHAS     PIC 9(03) VALUE ZEROS.
       77 W-OCUPA      PIC X(01) VALUE "N".
       77 MENS         PIC X(50) VALUE SPACES.
      *
      **************************************************
      * DIAS CORRIDOS DE UMA DATA (ANO COMECANDO EM     *
      * MARCO) PARA CONTAR AS NOITES JA HOSPEDADAS      *
      **************************************************
       01 W-DTCALC     PIC 9(08) VALUE ZEROS.
       01 W-DTCALC-R REDEFINES W-DTCALC.
           03 W-ANOC    PIC 9(04).
           03 W-MESC    PIC 9(02).
           03 W-DIAC    PIC 9(02).
       77 W-NDIAS      PIC 9(07) VALUE ZEROS.
       77 W-NDATA      PIC 9(07) VALUE ZEROS.
       77 W-NA         PIC 9(04) VALUE ZEROS.
       77 W-NM         PIC 9(02) VALUE ZEROS.
       77 W-NA4        PIC 9(04) VALUE ZEROS.
       77 W-NA100      PIC 9(04) VALUE ZEROS.
       77 W-NA400      PIC 9(04) VALUE ZEROS.
       77 W-NMD        PIC 9(04) VALUE ZEROS.
      *
      **************************************************
      * CAMPOS DE TRABALHO DO CALCULO DO DIA DA SEMANA  *
      * (CONGRUENCIA DE ZELLER) E DA CRITICA DE         *
      * CALENDARIO - W-DIASEM: 1=DOMINGO ... 7=SABADO   *
      **************************************************
       77 W-TEMCAL     PIC X(01) VALUE "S".
       77 W-CALBLOQ    PIC X(01) VALUE "N".
       77 W-DTCAL      PIC 9(08) VALUE ZEROS.
       77 W-CALMOT     PIC X(30) VALUE SPACES.
       77 W-DIASEM     PIC 9(01) VALUE ZEROS.
       77 W-ZD         PIC 9(02) VALUE ZEROS.
       77 W-ZM         PIC 9(02) VALUE ZEROS.
       77 W-ZMD        PIC 9(04) VALUE ZEROS.
       77 W-ZA         PIC 9(04) VALUE ZEROS.
       77 W-ZK         PIC 9(02) VALUE ZEROS.
       77 W-ZJ         PIC 9(02) VALUE ZEROS.
       77 W-ZH         PIC 9(04) VALUE ZEROS.
       77 W-ZT1        PIC 9(04) VALUE ZEROS.
       77 W-ZT2        PIC 9(02) VALUE ZEROS.
       77 W-ZT3        PIC 9(02) VALUE ZEROS.
      *
       01 W-TOTAIS.
           03 W-QTCAN   PIC 9(04) VALUE ZEROS.
           03 W-QTOCUP  PIC 9(04) VALUE ZEROS.
           03 W-QTLIVRE PIC 9(04) VALUE ZEROS.
           03 W-QTSAI   PIC 9(04) VALUE ZEROS.
           03 W-QTSAIU  PIC 9(04) VALUE ZEROS.
           03 W-QTATRAS PIC 9(04) VALUE ZEROS.
      *
       01 CAB-01.
           03 FILLER    PIC X(35) VALUE SPACES.
           03 FILLER    PIC X(45) VALUE
               "*** HOSPEDAGEM - QUADRO DE OCUPACAO ***".
           03 FILLER    PIC X(52) VALUE SPACES.
      *
       01 CAB-02.
           03 FILLER    PIC X(16) VALUE "DATA DO QUADRO: ".
           03 C-DATA    PIC 9(08).
           03 FILLER    PIC X(03) VALUE SPACES.
           03 C-CAL     PIC X(50).
           03 FILLER    PIC X(55) VALUE SPACES.
      *
       01 CAB-03.
           03 FILLER    PIC X(06) VALUE "CANIL".
           03 FILLER    PIC X(22) VALUE "DESCRICAO".
           03 FILLER    PIC X(03) VALUE "P".
           03 FILLER    PIC X(07) VALUE "PET".
           03 FILLER    PIC X(32) VALUE "NOME".
           03 FILLER    PIC X(10) VALUE "ENTRADA".
           03 FILLER    PIC X(10) VALUE "PREVISTA".
           03 FILLER    PIC X(10) VALUE "SAIDA".
           03 FILLER    PIC X(06) VALUE "NOITE".
           03 FILLER    PIC X(26) VALUE "SITUACAO".
      *
       01 LIN-DET.
           03 D-CAN     PIC 9(03).
           03 FILLER    PIC X(03) VALUE SPACES.
           03 D-DESC    PIC X(20).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-TAM     PIC X(01).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-PET     PIC 9(05).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-NOME    PIC X(30).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-DTENT   PIC 9(08).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-DTPREV  PIC 9(08).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-DTSAI   PIC Z(08).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-NOITES  PIC ZZ9.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 D-SITU    PIC X(20).
           03 FILLER    PIC X(06) VALUE SPACES.
      *
       01 LIN-LIVRE.
           03 L-CAN     PIC 9(03).
           03 FILLER    PIC X(03) VALUE SPACES.
           03 L-DESC    PIC X(20).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 L-TAM     PIC X(01).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(13) VALUE "*** LIVRE ***".
           03 FILLER    PIC X(88) VALUE SPACES.
      *
       01 LIN-TOT1.
           03 FILLER    PIC X(22) VALUE "CANIS ..............: ".
           03 T-QTCAN   PIC ZZZ9.
           03 FILLER    PIC X(16) VALUE "  OCUPADOS ...: ".
           03 T-QTOCUP  PIC ZZZ9.
           03 FILLER    PIC X(16) VALUE "  LIVRES .....: ".
           03 T-QTLIVRE PIC ZZZ9.
           03 FILLER    PIC X(66) VALUE SPACES.
      *
       01 LIN-TOT2.
           03 FILLER    PIC X(22) VALUE "SAIDAS PREVISTAS ...: ".
           03 T-QTSAI   PIC ZZZ9.
           03 FILLER    PIC X(16) VALUE "  JA SAIRAM ..: ".
           03 T-QTSAIU  PIC ZZZ9.
           03 FILLER    PIC X(16) VALUE "  ATRASADAS ..: ".
           03 T-QTATRAS PIC ZZZ9.
           03 FILLER    PIC X(66) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       OCU-OP0.
           DISPLAY "*** HOSPEDAGEM - QUADRO DE OCUPACAO ***"
           DISPLAY "DATA DO QUADRO (AAAAMMDD), ENTER=HOJE: "
                   WITH NO ADVANCING
           ACCEPT W-DATA
           IF W-DATA = ZEROS
               ACCEPT W-DATA FROM DATE YYYYMMDD.
           OPEN INPUT CADCAN
           IF ST-ERR4 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCAN"
               GO TO ROT-FIMS.
      *
      * SEM CADHOS NENHUMA ESTADA AINDA - TODOS OS CANIS LIVRES;
      * SEM CADPET O QUADRO SAI SEM OS NOMES; SEM CADCAL TODO
      * DIA E ABERTO
           MOVE "S" TO W-TEMHOS
           OPEN INPUT CADHOS
           IF ST-ERR5 NOT = "00"
               MOVE "N" TO W-TEMHOS.
           MOVE "S" TO W-TEMPET
           OPEN INPUT CADPET
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEMPET.
           MOVE "S" TO W-TEMCAL
           OPEN INPUT CADCAL
           IF ST-ERRJ NOT = "00"
               MOVE "N" TO W-TEMCAL.
           OPEN OUTPUT PRTOCU
           IF ST-PRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRTOCU"
               GO TO ROT-FIMA.
      *
      * A DATA DO QUADRO CONTRA O CALENDARIO DA LOJA
           MOVE W-DATA TO W-DTCAL
           PERFORM OCU-CAL THRU OCU-CAL-FIM
           MOVE W-CALBLOQ TO W-DIAFECH
           MOVE SPACES TO C-CAL
           IF W-DIAFECH = "S"
               STRING "LOJA FECHADA - " DELIMITED BY SIZE
                      W-CALMOT DELIMITED BY SIZE
                      INTO C-CAL.
           MOVE W-DATA TO W-DTCALC
           PERFORM OCU-NDIAS THRU OCU-NDIAS-FIM
           MOVE W-NDIAS TO W-NDATA
           MOVE CAB-01 TO REG-PRTOCU
           WRITE REG-PRTOCU
           MOVE SPACES TO REG-PRTOCU
           WRITE REG-PRTOCU
           MOVE W-DATA TO C-DATA
           MOVE CAB-02 TO REG-PRTOCU
           WRITE REG-PRTOCU
           MOVE SPACES TO REG-PRTOCU
           WRITE REG-PRTOCU
           MOVE CAB-03 TO REG-PRTOCU
           WRITE REG-PRTOCU
           MOVE SPACES TO REG-PRTOCU
           WRITE REG-PRTOCU.
       OCU-002.
           PERFORM OCU-LER THRU OCU-LER-FIM
                   UNTIL ACABOU-CADCAN.
       OCU-003.
           MOVE SPACES TO REG-PRTOCU
           WRITE REG-PRTOCU
           MOVE W-QTCAN   TO T-QTCAN
           MOVE W-QTOCUP  TO T-QTOCUP
           MOVE W-QTLIVRE TO T-QTLIVRE
           MOVE LIN-TOT1  TO REG-PRTOCU
           WRITE REG-PRTOCU
           MOVE W-QTSAI   TO T-QTSAI
           MOVE W-QTSAIU  TO T-QTSAIU
           MOVE W-QTATRAS TO T-QTATRAS
           MOVE LIN-TOT2  TO REG-PRTOCU
           WRITE REG-PRTOCU
           DISPLAY "CANIS ..........: " W-QTCAN
           DISPLAY "OCUPADOS .......: " W-QTOCUP
           DISPLAY "SAIDAS DO DIA ..: " W-QTSAI
           DISPLAY "ATRASADAS ......: " W-QTATRAS
           GO TO ROT-FIM.
      *
      **********************************
      * LEITURA SEQUENCIAL DE CADCAN - *
      * LISTA AS ESTADAS DO CANIL OU   *
      * A LINHA DE CANIL LIVRE         *
      **********************************
       OCU-LER.
           READ CADCAN NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO OCU-LER-FIM.
           IF ST-ERR4 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADCAN"
               MOVE "S" TO W-ACABOU
               GO TO OCU-LER-FIM.
           ADD 1 TO W-QTCAN
           MOVE ZEROS TO W-LINHAS
           MOVE "N"   TO W-OCUPA
           IF W-TEMHOS = "S"
               PERFORM OCU-EST THRU OCU-EST-FIM.
           IF W-OCUPA = "S"
               ADD 1 TO W-QTOCUP
           ELSE
               ADD 1 TO W-QTLIVRE.
           IF W-LINHAS = ZEROS
               MOVE COD-CAN  TO L-CAN
               MOVE DESC-CAN TO L-DESC
               MOVE TAM-CAN  TO L-TAM
               MOVE LIN-LIVRE TO REG-PRTOCU
               WRITE REG-PRTOCU.
       OCU-LER-FIM.
           EXIT.
      *
      **********************************
      * ESTADAS DO CANIL PELA CHAVE    *
      * ALTERNATIVA CAN-HOS            *
      **********************************
       OCU-EST.
           MOVE "N"     TO W-FIMHOS
           MOVE COD-CAN TO CAN-HOS
           START CADHOS KEY IS NOT LESS THAN CAN-HOS
               INVALID KEY
                   MOVE "S" TO W-FIMHOS.
           PERFORM OCU-HOS THRU OCU-HOS-FIM
                   UNTIL ACABOU-HOS.
       OCU-EST-FIM.
           EXIT.
      *
      **********************************
      * ESTADAS DO CANIL - SO AS QUE   *
      * ESTAO NO CANIL NA DATA DO QUA- *
      * DRO OU QUE SAIRAM NELA         *
      **********************************
       OCU-HOS.
           READ CADHOS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIMHOS
                   GO TO OCU-HOS-FIM.
           IF ST-ERR5 NOT = "00" OR CAN-HOS NOT = COD-CAN
               MOVE "S" TO W-FIMHOS
               GO TO OCU-HOS-FIM.
           IF DTENT-HOS > W-DATA
               GO TO OCU-HOS-FIM.
           IF DTSAI-HOS NOT = ZEROS AND DTSAI-HOS < W-DATA
               GO TO OCU-HOS-FIM.
           MOVE SPACES TO D-SITU
           IF DTSAI-HOS = W-DATA
               MOVE "SAIU NO DIA" TO D-SITU
               ADD 1 TO W-QTSAIU
               GO TO OCU-HOS1.
           MOVE "S" TO W-OCUPA
           IF DTSAI-HOS NOT = ZEROS
               GO TO OCU-HOS1.
           IF DTPREV-HOS = W-DATA
               ADD 1 TO W-QTSAI
               IF W-DIAFECH = "S"
                   MOVE "SAI HOJE - FECHADO" TO D-SITU
                   GO TO OCU-HOS1
               ELSE
                   MOVE "SAI HOJE" TO D-SITU
                   GO TO OCU-HOS1.
           IF DTPREV-HOS < W-DATA
               MOVE "SAIDA ATRASADA" TO D-SITU
               ADD 1 TO W-QTATRAS
               GO TO OCU-HOS1.
           MOVE DTPREV-HOS TO W-DTCAL
           PERFORM OCU-CAL THRU OCU-CAL-FIM
           IF W-CALBLOQ = "S"
               MOVE "PREVISTA DIA FECHADO" TO D-SITU.
       OCU-HOS1.
           MOVE SPACES TO D-NOME
           IF W-TEMPET = "S"
               MOVE COD-HOS TO COD
               READ CADPET
                   INVALID KEY
                       MOVE "** NAO CADASTRADO **" TO D-NOME
                   NOT INVALID KEY
                       MOVE NOME TO D-NOME.
           MOVE DTENT-HOS TO W-DTCALC
           PERFORM OCU-NDIAS THRU OCU-NDIAS-FIM
           COMPUTE D-NOITES = W-NDATA - W-NDIAS
           MOVE COD-CAN    TO D-CAN
           MOVE DESC-CAN   TO D-DESC
           MOVE TAM-CAN    TO D-TAM
           MOVE COD-HOS    TO D-PET
           MOVE DTENT-HOS  TO D-DTENT
           MOVE DTPREV-HOS TO D-DTPREV
           MOVE DTSAI-HOS  TO D-DTSAI
           MOVE LIN-DET TO REG-PRTOCU
           WRITE REG-PRTOCU
           ADD 1 TO W-LINHAS.
       OCU-HOS-FIM.
           EXIT.
      *
      **********************************
      * DIAS CORRIDOS DE W-DTCALC EM   *
      * W-NDIAS - O ANO COMECA EM MAR- *
      * CO PARA O 29 DE FEVEREIRO CAIR *
      * NO FIM                         *
      **********************************
       OCU-NDIAS.
           IF W-MESC < 3
               COMPUTE W-NA = W-ANOC - 1
               COMPUTE W-NM = W-MESC + 9
           ELSE
               MOVE W-ANOC TO W-NA
               COMPUTE W-NM = W-MESC - 3.
           DIVIDE W-NA BY 4   GIVING W-NA4
           DIVIDE W-NA BY 100 GIVING W-NA100
           DIVIDE W-NA BY 400 GIVING W-NA400
           COMPUTE W-NMD = (153 * W-NM + 2) / 5
           COMPUTE W-NDIAS = 365 * W-NA + W-NA4 - W-NA100
                           + W-NA400 + W-NMD + W-DIAC.
       OCU-NDIAS-FIM.
           EXIT.
      *
      **********************************
      * CONSULTA O CALENDARIO DA LOJA  *
      * PARA W-DTCAL: PRIMEIRO A DATA  *
      * ESPECIFICA, DEPOIS O DIA DA    *
      * SEMANA. W-CALBLOQ = S SE O DIA *
      * E FECHADO                      *
      **********************************
       OCU-CAL.
           MOVE "N" TO W-CALBLOQ
           MOVE SPACES TO W-CALMOT
           IF W-TEMCAL NOT = "S"
               GO TO OCU-CAL-FIM.
           MOVE W-DTCAL TO CHAVE-CAL
           READ CADCAL
           IF ST-ERRJ = "00"
               IF FECHADO-CAL = "S"
                   MOVE "S" TO W-CALBLOQ
                   MOVE DESC-CAL TO W-CALMOT
                   GO TO OCU-CAL-FIM
               ELSE
                   GO TO OCU-CAL-FIM
           ELSE
               NEXT SENTENCE.
           PERFORM OCU-DIASEM THRU OCU-DIASEM-FIM
           MOVE W-DIASEM TO CHAVE-CAL
           READ CADCAL
           IF ST-ERRJ NOT = "00"
               GO TO OCU-CAL-FIM.
           IF FECHADO-CAL = "S"
               MOVE "S" TO W-CALBLOQ
               MOVE DESC-CAL TO W-CALMOT.
       OCU-CAL-FIM.
           EXIT.
      *
      **********************************
      * DIA DA SEMANA DE W-DTCAL PELA  *
      * CONGRUENCIA DE ZELLER - AS     *
      * DIVISOES EM CAMPOS INTEIROS    *
      * FAZEM O TRUNCAMENTO EXIGIDO    *
      **********************************
       OCU-DIASEM.
           DIVIDE W-DTCAL BY 10000 GIVING W-ZA REMAINDER W-ZMD
           DIVIDE W-ZMD BY 100 GIVING W-ZM REMAINDER W-ZD
           IF W-ZM < 3
               ADD 12 TO W-ZM
               SUBTRACT 1 FROM W-ZA.
           DIVIDE W-ZA BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZT1 = (13 * (W-ZM + 1)) / 5
           COMPUTE W-ZT2 = W-ZK / 4
           COMPUTE W-ZT3 = W-ZJ / 4
           COMPUTE W-ZH = W-ZD + W-ZT1 + W-ZK + W-ZT2 + W-ZT3
                        + 5 * W-ZJ
           DIVIDE W-ZH BY 7 GIVING W-ZT1 REMAINDER W-ZH
      *
      * NA CONGRUENCIA 0 = SABADO E 1 = DOMINGO - CONVERTE PARA A
      * CONVENCAO DO CADCAL (1 = DOMINGO ... 7 = SABADO)
           IF W-ZH = ZEROS
               MOVE 7 TO W-DIASEM
           ELSE
               MOVE W-ZH TO W-DIASEM.
       OCU-DIASEM-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE PRTOCU.
       ROT-FIMA.
           CLOSE CADCAN
           IF W-TEMHOS = "S"
               CLOSE CADHOS.
           IF W-TEMPET = "S"
               CLOSE CADPET.
           IF W-TEMCAL = "S"
               CLOSE CADCAL.
       ROT-FIMS.
           STOP RUN.
