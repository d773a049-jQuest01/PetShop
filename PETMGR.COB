       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETMGR.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************************
      * RELATORIO MENSAL DE MARGEM BRUTA POR PRODUTO    *
      * VARRE CADVEN NO MES INFORMADO E TOTALIZA, POR   *
      * COD-PRO-VEN, A QUANTIDADE VENDIDA, A RECEITA    *
      * (VALOR-VEN) E O CUSTO DA MERCADORIA VENDIDA     *
      * (CUSTO-VEN, CUSTO MEDIO DO DIA DA VENDA). AS    *
      * VENDAS ESTORNADAS NO MES (CADEST) SAEM DO MES   *
      * DO ESTORNO PELA IMAGEM. IMPRIME MARGEM E MARGEM *
      * PERCENTUAL, MARCANDO OS PRODUTOS VENDIDOS ABAIXO*
      * DO CUSTO E OS SEM CUSTO MEDIO, E O TOTAL GERAL  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADVE.
           COPY SELCADPR.
           COPY SELCADES.
           SELECT PRTMGR ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADVE.
      *
           COPY FDCADPR.
      *
           COPY FDCADES.
      *
       FD  PRTMGR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETMGR.LST".
       01  REG-PRTMGR             PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRN      PIC X(02) VALUE "00".
       77 ST-ERRT      PIC X(02) VALUE "00".
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-CADVEN       VALUE "S".
       77 W-ACABOUE    PIC X(01) VALUE "N".
           88 ACABOU-CADEST       VALUE "S".
       77 W-TEMEST     PIC X(01) VALUE "S".
       77 W-ACHOU      PIC X(01) VALUE "N".
           88 ACHOU-PROD          VALUE "S".
       77 W-I          PIC 9(03) VALUE ZEROS.
       77 W-POS        PIC 9(03) VALUE ZEROS.
       77 W-QTPRODT    PIC 9(03) VALUE ZEROS.
       77 W-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       77 W-MES        PIC 9(02) VALUE ZEROS.
       77 W-DATAINI    PIC 9(08) VALUE ZEROS.
       77 W-DATAFIM    PIC 9(08) VALUE ZEROS.
       77 W-QTLIDOS    PIC 9(05) VALUE ZEROS.
       77 W-QTMES      PIC 9(05) VALUE ZEROS.
       77 W-QTEST      PIC 9(05) VALUE ZEROS.
       77 W-QTABAIXO   PIC 9(03) VALUE ZEROS.
       77 W-QTSEMCUS   PIC 9(03) VALUE ZEROS.
       77 W-PRODAC     PIC 9(05) VALUE ZEROS.
       77 W-CUSTOAC    PIC 9(07)V99 VALUE ZEROS.
       77 W-QTNET      PIC S9(07) VALUE ZEROS.
       77 W-VLNET      PIC S9(08)V99 VALUE ZEROS.
       77 W-CUNET      PIC S9(08)V99 VALUE ZEROS.
       77 W-MARGEM     PIC S9(08)V99 VALUE ZEROS.
       77 W-PCMARG     PIC S9(05)V99 VALUE ZEROS.
       77 W-TOTQT      PIC S9(07) VALUE ZEROS.
       77 W-TOTVL      PIC S9(09)V99 VALUE ZEROS.
       77 W-TOTCU      PIC S9(09)V99 VALUE ZEROS.
       77 W-TOTMG      PIC S9(09)V99 VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *
      **************************************************
      * TABELA DE TOTAIS POR PRODUTO, MONTADA NA        *
      * VARREDURA DE CADVEN E COMPLETADA COM AS VENDAS  *
      * ESTORNADAS NO MES (CADEST)                      *
      **************************************************
       01 W-TABPROD.
           03 W-PROD-ENT OCCURS 500 TIMES.
               05 W-PROD-CODT PIC 9(05).
               05 W-PROD-QT   PIC 9(07).
               05 W-PROD-VL   PIC 9(08)V99.
               05 W-PROD-CU   PIC 9(08)V99.
               05 W-PROD-QTE  PIC 9(07).
               05 W-PROD-VLE  PIC 9(08)V99.
               05 W-PROD-CUE  PIC 9(08)V99.
      *
       01 CAB-01.
           03 FILLER    PIC X(22) VALUE SPACES.
           03 FILLER    PIC X(55) VALUE
               "*** RELATORIO MENSAL DE MARGEM POR PRODUTO ***".
           03 FILLER    PIC X(55) VALUE SPACES.
      *
       01 CAB-02.
           03 FILLER    PIC X(10) VALUE "MES     : ".
           03 C-ANOMES  PIC 9(06).
           03 FILLER    PIC X(116) VALUE SPACES.
      *
       01 CAB-03.
           03 FILLER    PIC X(07) VALUE "PROD.".
           03 FILLER    PIC X(31) VALUE "DESCRICAO".
           03 FILLER    PIC X(08) VALUE "  QTDADE".
           03 FILLER    PIC X(16) VALUE "         RECEITA".
           03 FILLER    PIC X(16) VALUE "           CUSTO".
           03 FILLER    PIC X(16) VALUE "          MARGEM".
           03 FILLER    PIC X(10) VALUE "   MARG.%".
           03 FILLER    PIC X(28) VALUE SPACES.
      *
       01 LIN-DET.
           03 D-PROD    PIC 9(05).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-DESCR   PIC X(30).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 D-QTDE    PIC ZZZ.ZZ9-.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-RECEITA PIC ZZ.ZZZ.ZZ9,99-.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-CUSTO   PIC ZZ.ZZZ.ZZ9,99-.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-MARGEM  PIC ZZ.ZZZ.ZZ9,99-.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-PCMARG  PIC ZZZ9,99-.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-MARCA   PIC X(15).
           03 FILLER    PIC X(11) VALUE SPACES.
      *
       01 LIN-TOTGER.
           03 FILLER    PIC X(38) VALUE
               "TOTAL GERAL ..........................".
           03 T-QTDE    PIC ZZZ.ZZ9-.
           03 FILLER    PIC X(01) VALUE SPACES.
           03 T-RECEITA PIC ZZZ.ZZZ.ZZ9,99-.
           03 FILLER    PIC X(01) VALUE SPACES.
           03 T-CUSTO   PIC ZZZ.ZZZ.ZZ9,99-.
           03 FILLER    PIC X(01) VALUE SPACES.
           03 T-MARGEM  PIC ZZZ.ZZZ.ZZ9,99-.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 T-PCMARG  PIC ZZZ9,99-.
           03 FILLER    PIC X(28) VALUE SPACES.
      *
       01 LIN-TOTABX.
           03 FILLER    PIC X(38) VALUE
               "PRODUTOS VENDIDOS ABAIXO DO CUSTO ...:".
           03 TA-QTDE   PIC ZZ9.
           03 FILLER    PIC X(91) VALUE SPACES.
      *
       01 LIN-TOTSCU.
           03 FILLER    PIC X(38) VALUE
               "PRODUTOS SEM CUSTO MEDIO INFORMADO ..:".
           03 TS-QTDE   PIC ZZ9.
           03 FILLER    PIC X(91) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       MGR-OP0.
           DISPLAY "*** MARGEM BRUTA POR PRODUTO - CADVEN ***"
           DISPLAY "MES (AAAAMM): " WITH NO ADVANCING
           ACCEPT W-ANOMES
           IF W-ANOMES = ZEROS
               DISPLAY "*** MES INVALIDO ***"
               GO TO ROT-FIMS.
           DIVIDE W-ANOMES BY 100 GIVING W-ANO REMAINDER W-MES
           IF W-MES < 1 OR W-MES > 12
               DISPLAY "*** MES INVALIDO ***"
               GO TO ROT-FIMS.
           COMPUTE W-DATAINI = W-ANOMES * 100 + 1
           COMPUTE W-DATAFIM = W-ANOMES * 100 + 31
           OPEN INPUT CADVEN
           IF ST-ERRN NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEN"
               GO TO ROT-FIMS.
           OPEN INPUT CADPRO
           IF ST-ERRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPRO"
               CLOSE CADVEN
               GO TO ROT-FIMS.
      *
      * SEM O ARQUIVO DE ESTORNOS A MARGEM SAI SOBRE O BRUTO
           MOVE "S" TO W-TEMEST
           OPEN INPUT CADEST
           IF ST-ERRX NOT = "00"
               MOVE "N" TO W-TEMEST.
           OPEN OUTPUT PRTMGR
           IF ST-PRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRTMGR"
               CLOSE CADVEN
               CLOSE CADPRO
               IF W-TEMEST = "S"
                   CLOSE CADEST
                   GO TO ROT-FIMS
               ELSE
                   GO TO ROT-FIMS.
           MOVE CAB-01 TO REG-PRTMGR
           WRITE REG-PRTMGR
           MOVE SPACES TO REG-PRTMGR
           WRITE REG-PRTMGR
           MOVE W-ANOMES TO C-ANOMES
           MOVE CAB-02 TO REG-PRTMGR
           WRITE REG-PRTMGR
           MOVE SPACES TO REG-PRTMGR
           WRITE REG-PRTMGR
           MOVE CAB-03 TO REG-PRTMGR
           WRITE REG-PRTMGR
           MOVE SPACES TO REG-PRTMGR
           WRITE REG-PRTMGR.
       MGR-002.
           PERFORM MGR-LER THRU MGR-LER-FIM
                   UNTIL ACABOU-CADVEN.
           IF W-TEMEST = "S"
               PERFORM MGR-LERE THRU MGR-LERE-FIM
                   UNTIL ACABOU-CADEST.
       MGR-003.
           PERFORM MGR-IMPR THRU MGR-IMPR-FIM
                   VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-QTPRODT.
           MOVE SPACES TO REG-PRTMGR
           WRITE REG-PRTMGR
           COMPUTE W-TOTMG = W-TOTVL - W-TOTCU
           MOVE ZEROS TO W-PCMARG
           IF W-TOTVL NOT = ZEROS
               COMPUTE W-PCMARG ROUNDED = W-TOTMG * 100 / W-TOTVL.
           MOVE W-TOTQT  TO T-QTDE
           MOVE W-TOTVL  TO T-RECEITA
           MOVE W-TOTCU  TO T-CUSTO
           MOVE W-TOTMG  TO T-MARGEM
           MOVE W-PCMARG TO T-PCMARG
           MOVE LIN-TOTGER TO REG-PRTMGR
           WRITE REG-PRTMGR
           MOVE W-QTABAIXO TO TA-QTDE
           MOVE LIN-TOTABX TO REG-PRTMGR
           WRITE REG-PRTMGR
           MOVE W-QTSEMCUS TO TS-QTDE
           MOVE LIN-TOTSCU TO REG-PRTMGR
           WRITE REG-PRTMGR
           DISPLAY "VENDAS LIDAS ....: " W-QTLIDOS
           DISPLAY "VENDAS NO MES ...: " W-QTMES
           DISPLAY "ESTORNOS NO MES .: " W-QTEST
           DISPLAY "ABAIXO DO CUSTO .: " W-QTABAIXO
           GO TO ROT-FIM.
      *
      **********************************
      * LEITURA SEQUENCIAL DE CADVEN   *
      **********************************
       MGR-LER.
           READ CADVEN NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO MGR-LER-FIM.
           IF ST-ERRN NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADVEN"
               MOVE "S" TO W-ACABOU
               GO TO MGR-LER-FIM.
           ADD 1 TO W-QTLIDOS
           IF DTVENDA < W-DATAINI OR DTVENDA > W-DATAFIM
               GO TO MGR-LER-FIM.
           ADD 1 TO W-QTMES
      *
      * VENDA GRAVADA ANTES DO CUSTO MEDIO NAO TEM CUSTO
           MOVE ZEROS TO W-CUSTOAC
           IF CUSTO-VEN NUMERIC
               MOVE CUSTO-VEN TO W-CUSTOAC.
           MOVE COD-PRO-VEN TO W-PRODAC
           PERFORM MGR-TPROD THRU MGR-TPROD-FIM
           IF W-POS NOT = ZEROS
               ADD QTDE-VEN  TO W-PROD-QT (W-POS)
               ADD VALOR-VEN TO W-PROD-VL (W-POS)
               ADD W-CUSTOAC TO W-PROD-CU (W-POS).
       MGR-LER-FIM.
           EXIT.
      *
      **********************************
      * LEITURA SEQUENCIAL DE CADEST - *
      * A VENDA ESTORNADA NO MES SAI   *
      * DO PRODUTO PELA IMAGEM, COM A  *
      * RECEITA E O CUSTO ORIGINAIS    *
      **********************************
       MGR-LERE.
           READ CADEST NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOUE
                   GO TO MGR-LERE-FIM.
           IF ST-ERRX NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADEST"
               MOVE "S" TO W-ACABOUE
               GO TO MGR-LERE-FIM.
           IF TIPO-EST NOT = "N"
               GO TO MGR-LERE-FIM.
           IF DTEST < W-DATAINI OR DTEST > W-DATAFIM
               GO TO MGR-LERE-FIM.
           ADD 1 TO W-QTEST
           MOVE ZEROS TO W-CUSTOAC
           IF CUSTO-EVE NUMERIC
               MOVE CUSTO-EVE TO W-CUSTOAC.
           MOVE COD-PRO-EVE TO W-PRODAC
           PERFORM MGR-TPROD THRU MGR-TPROD-FIM
           IF W-POS NOT = ZEROS
               ADD QTDE-EVE  TO W-PROD-QTE (W-POS)
               ADD VALOR-EVE TO W-PROD-VLE (W-POS)
               ADD W-CUSTOAC TO W-PROD-CUE (W-POS).
       MGR-LERE-FIM.
           EXIT.
      *
      **********************************
      * LOCALIZA (OU ABRE) NA TABELA A *
      * ENTRADA DO PRODUTO W-PRODAC -  *
      * W-POS ZERADO QUANDO A TABELA   *
      * ESTA CHEIA                     *
      **********************************
       MGR-TPROD.
           MOVE "N"   TO W-ACHOU
           MOVE ZEROS TO W-POS
           PERFORM MGR-TPROD1 THRU MGR-TPROD1-FIM
                   VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-QTPRODT OR ACHOU-PROD.
           IF NOT ACHOU-PROD
               IF W-QTPRODT < 500
                   ADD 1 TO W-QTPRODT
                   MOVE W-QTPRODT TO W-POS
                   MOVE W-PRODAC TO W-PROD-CODT (W-POS)
                   MOVE ZEROS    TO W-PROD-QT   (W-POS)
                   MOVE ZEROS    TO W-PROD-VL   (W-POS)
                   MOVE ZEROS    TO W-PROD-CU   (W-POS)
                   MOVE ZEROS    TO W-PROD-QTE  (W-POS)
                   MOVE ZEROS    TO W-PROD-VLE  (W-POS)
                   MOVE ZEROS    TO W-PROD-CUE  (W-POS)
               ELSE
                   DISPLAY "*** TABELA DE PRODUTOS CHEIA ***"
                   GO TO MGR-TPROD-FIM.
       MGR-TPROD-FIM.
           EXIT.
       MGR-TPROD1.
           IF W-PROD-CODT (W-I) = W-PRODAC
               MOVE "S" TO W-ACHOU
               MOVE W-I TO W-POS.
       MGR-TPROD1-FIM.
           EXIT.
      *
      **********************************
      * IMPRESSAO DE UM PRODUTO, COM A *
      * DESCRICAO DE CADPRO. QUANTIDADE*
      * RECEITA E CUSTO SAO LIQUIDOS   *
      * DOS ESTORNOS DO MES (NEGATIVOS *
      * QUANDO O ESTORNO E DE VENDA DE *
      * MES ANTERIOR)                  *
      **********************************
       MGR-IMPR.
           COMPUTE W-QTNET = W-PROD-QT (W-I) - W-PROD-QTE (W-I)
           COMPUTE W-VLNET = W-PROD-VL (W-I) - W-PROD-VLE (W-I)
           COMPUTE W-CUNET = W-PROD-CU (W-I) - W-PROD-CUE (W-I)
           COMPUTE W-MARGEM = W-VLNET - W-CUNET
           MOVE ZEROS TO W-PCMARG
           IF W-VLNET NOT = ZEROS
               COMPUTE W-PCMARG ROUNDED = W-MARGEM * 100 / W-VLNET.
           MOVE W-PROD-CODT (W-I) TO COD-PRO
           READ CADPRO
           IF ST-ERRT = "00"
               MOVE DESC-PRO TO D-DESCR
           ELSE
               MOVE "*** PRODUTO NAO CADASTRADO ***" TO D-DESCR.
      *
      * SEM CUSTO A MARGEM SERIA A PROPRIA RECEITA - SO SINALIZA
           MOVE SPACES TO D-MARCA
           IF W-CUNET = ZEROS AND W-VLNET > ZEROS
               MOVE "SEM CUSTO MEDIO" TO D-MARCA
               ADD 1 TO W-QTSEMCUS
           ELSE
               IF W-VLNET < W-CUNET
                   MOVE "ABAIXO DO CUSTO" TO D-MARCA
                   ADD 1 TO W-QTABAIXO.
           MOVE W-PROD-CODT (W-I) TO D-PROD
           MOVE W-QTNET  TO D-QTDE
           MOVE W-VLNET  TO D-RECEITA
           MOVE W-CUNET  TO D-CUSTO
           MOVE W-MARGEM TO D-MARGEM
           MOVE W-PCMARG TO D-PCMARG
           ADD  W-QTNET  TO W-TOTQT
           ADD  W-VLNET  TO W-TOTVL
           ADD  W-CUNET  TO W-TOTCU
           MOVE LIN-DET TO REG-PRTMGR
           WRITE REG-PRTMGR.
       MGR-IMPR-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE CADVEN
           CLOSE CADPRO
           IF W-TEMEST = "S"
               CLOSE CADEST.
           CLOSE PRTMGR.
       ROT-FIMS.
           STOP RUN.
