      * TPSERV-VIS (CADVIS), AS VENDAS DE PRODUTOS      *
      * (CADVEN) E O RECEBIDO NO CAIXA (CADPAG) DO MES  *
      * INFORMADO, COMPARANDO FATURADO X RECEBIDO E O   *
      * MES ANTERIOR. FATURADO E RECEBIDO SAO LIQUIDOS  *
      * DOS ESTORNOS FEITOS NO MES (CADEST). O CUSTO    *
      * DOS PRODUTOS VENDIDOS (CUSTO-VEN) SAI JUNTO.    *
      * AO FECHAR, OS TOTAIS SAO GRAVADOS               *
      * NO RESUMO MENSAL CADRES - UM MES JA FECHADO SO  *
      * E REGRAVADO COM CONFIRMACAO EXPRESSA, E PODE    *
      * SER REIMPRESSO DIRETO DO RESUMO SEM RELER O     *
      * MOVIMENTO. O MES FECHADO FICA TRAVADO PARA OS   *
      * LANCAMENTOS; UM MES REABERTO PELO GERENTE       *
      * (PETREA) E FECHADO DE NOVO AQUI, COM REGISTRO   *
      * NO LOG CADAJU                                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELCADVE.
           COPY SELCADPG.
           COPY SELCADRE.
           COPY SELCADES.
           COPY SELCADAJ.
           SELECT PRTMES ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
           COPY FDCADPG.
      *
           COPY FDCADRE.
      *
           COPY FDCADES.
      *
           COPY FDCADAJ.
      *
       FD  PRTMES
               LABEL RECORD IS STANDARD
       77 ST-ERRN      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERR1      PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-CADPAG       VALUE "S".
       77 W-TEMVEN     PIC X(01) VALUE "S".
       77 W-TEMPAG     PIC X(01) VALUE "S".
       77 W-ACABOUE    PIC X(01) VALUE "N".
           88 ACABOU-CADEST       VALUE "S".
       77 W-TEMEST     PIC X(01) VALUE "S".
       77 W-REIMP      PIC X(01) VALUE "N".
       77 W-REFECHA    PIC X(01) VALUE "N".
       77 W-I          PIC 9(02) VALUE ZEROS.
       77 W-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-ANO        PIC 9(04) VALUE ZEROS.
           03 W-VLPROD  PIC 9(07)V99 VALUE ZEROS.
           03 W-VLFAT   PIC 9(08)V99 VALUE ZEROS.
           03 W-VLREC   PIC 9(08)V99 VALUE ZEROS.
           03 W-QTESTF  PIC 9(05) VALUE ZEROS.
           03 W-VLESTF  PIC 9(08)V99 VALUE ZEROS.
           03 W-VLESTR  PIC 9(08)V99 VALUE ZEROS.
           03 W-CUSPRO  PIC 9(07)V99 VALUE ZEROS.
           03 W-CUSEST  PIC 9(07)V99 VALUE ZEROS.
      *
      **************************************************
      * TOTAIS DO MES ANTERIOR, VINDOS DO RESUMO       *
           03 FILLER    PIC X(06) VALUE SPACES.
           03 P-VALOR   PIC Z.ZZZ.ZZ9,99.
           03 FILLER    PIC X(82) VALUE SPACES.
      *
       01 LIN-CUSPRO.
           03 FILLER    PIC X(26) VALUE
               "CUSTO DOS PRODUTOS .....: ".
           03 FILLER    PIC X(12) VALUE SPACES.
           03 CP-VALOR  PIC Z.ZZZ.ZZ9,99.
           03 FILLER    PIC X(82) VALUE SPACES.
      *
       01 LIN-CUSEST.
           03 FILLER    PIC X(26) VALUE
               "(-) CUSTO ESTORNADO ....: ".
           03 FILLER    PIC X(12) VALUE SPACES.
           03 CE-VALOR  PIC Z.ZZZ.ZZ9,99.
           03 FILLER    PIC X(82) VALUE SPACES.
      *
       01 LIN-ESTFAT.
           03 FILLER    PIC X(26) VALUE
               "(-) ESTORNOS DO MES ....: ".
           03 E-QTDE    PIC ZZ.ZZ9.
           03 FILLER    PIC X(05) VALUE SPACES.
           03 E-VALOR   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(82) VALUE SPACES.
      *
       01 LIN-ESTREC.
           03 FILLER    PIC X(26) VALUE
               "(-) PAGAMENTOS ESTORNADOS ".
           03 ER-VALOR  PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(93) VALUE SPACES.
      *
       01 LIN-FAT.
           03 FILLER    PIC X(26) VALUE
           OPEN INPUT CADPAG
           IF ST-ERRP NOT = "00"
               MOVE "N" TO W-TEMPAG.
           MOVE "S" TO W-TEMEST
           OPEN INPUT CADEST
           IF ST-ERRX NOT = "00"
               MOVE "N" TO W-TEMEST.
       MES-OP0B.
           OPEN I-O CADRES
           IF ST-ERRB NOT = "00"
           READ CADRES
           IF ST-ERRB NOT = "00"
               GO TO MES-002.
      *
      * MES REABERTO PELO GERENTE: O MOVIMENTO MUDOU E O FECHAMENTO
      * E REFEITO SEM PERGUNTAR, TRAVANDO O MES DE NOVO
           IF SITU-RES = "R"
               DISPLAY "*** MES " W-ANOMES " REABERTO - SERA "
                       "REPROCESSADO E FECHADO DE NOVO ***"
               MOVE "S" TO W-REFECHA
               GO TO MES-002.
           DISPLAY "*** MES " W-ANOMES " JA FECHADO EM CADRES ***"
           DISPLAY "REPROCESSAR E REGRAVAR O FECHAMENTO (S/N)? "
                   "N = SO REIMPRIME: " WITH NO ADVANCING
           IF W-TEMPAG = "S"
               PERFORM MES-LERP THRU MES-LERP-FIM
                   UNTIL ACABOU-CADPAG.
           IF W-TEMEST = "S"
               PERFORM MES-LERE THRU MES-LERE-FIM
                   UNTIL ACABOU-CADEST.
           COMPUTE W-VLFAT = W-VLGERAL + W-VLPROD - W-VLESTF
           SUBTRACT W-VLESTR FROM W-VLREC.
      *
      **********************************
      * IMPRESSAO DO DEMONSTRATIVO     *
           MOVE W-VLPROD TO P-VALOR
           MOVE LIN-TOTPRO TO REG-PRTMES
           WRITE REG-PRTMES
           MOVE W-CUSPRO TO CP-VALOR
           MOVE LIN-CUSPRO TO REG-PRTMES
           WRITE REG-PRTMES
           IF W-CUSEST NOT = ZEROS
               MOVE W-CUSEST TO CE-VALOR
               MOVE LIN-CUSEST TO REG-PRTMES
               WRITE REG-PRTMES.
           IF W-VLESTF NOT = ZEROS
               MOVE W-QTESTF TO E-QTDE
               MOVE W-VLESTF TO E-VALOR
               MOVE LIN-ESTFAT TO REG-PRTMES
               WRITE REG-PRTMES.
           MOVE SPACES TO REG-PRTMES
           WRITE REG-PRTMES
           MOVE W-VLFAT TO F-VALOR
           MOVE LIN-FAT TO REG-PRTMES
           WRITE REG-PRTMES
           IF W-VLESTR NOT = ZEROS
               MOVE W-VLESTR TO ER-VALOR
               MOVE LIN-ESTREC TO REG-PRTMES
               WRITE REG-PRTMES.
           MOVE W-VLREC TO R-VALOR
           MOVE LIN-REC TO REG-PRTMES
           WRITE REG-PRTMES
               GO TO MES-006.
           MOVE W-ANOMES TO ANOMES-RES
           PERFORM MES-MONTA THRU MES-MONTA-FIM
           MOVE "F" TO SITU-RES
           WRITE REGRES
           IF ST-ERRB = "00" OR "02"
               DISPLAY "*** FECHAMENTO DO MES GRAVADO EM CADRES ***"
               REWRITE REGRES
               IF ST-ERRB = "00" OR "02"
                   DISPLAY "*** FECHAMENTO DO MES REGRAVADO ***"
                   PERFORM MES-LOGF THRU MES-LOGF-FIM
                   GO TO MES-006
               ELSE
                   DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO CADRES"
           IF DTVENDA < W-DATAINI OR DTVENDA > W-DATAFIM
               GO TO MES-LERN-FIM.
           ADD 1         TO W-QTPROD
           ADD VALOR-VEN TO W-VLPROD
           ADD CUSTO-VEN TO W-CUSPRO.
       MES-LERN-FIM.
           EXIT.
      *
           EXIT.
      *
      **********************************
      * LEITURA SEQUENCIAL DE CADEST - *
      * O ESTORNO SAI DO MES EM QUE    *
      * FOI FEITO. O LANCAMENTO SUBS-  *
      * TITUIDO (SITU-EST = S) JA NAO  *
      * ESTA NO SEU ARQUIVO E VOLTA AO *
      * MES ORIGINAL PELA IMAGEM       *
      **********************************
       MES-LERE.
           READ CADEST NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOUE
                   GO TO MES-LERE-FIM.
           IF ST-ERRX NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADEST"
               MOVE "S" TO W-ACABOUE
               GO TO MES-LERE-FIM.
           IF TIPO-EST = "V" AND SITU-EST = "S"
               IF DTVIS-EVI NOT < W-DATAINI AND
                  DTVIS-EVI NOT > W-DATAFIM AND
                  TPSERV-EVI > 0 AND TPSERV-EVI < 10
                   ADD 1         TO W-QTSERV (TPSERV-EVI)
                   ADD VALOR-EVI TO W-VLSERV (TPSERV-EVI)
                   ADD 1         TO W-QTGERAL
                   ADD VALOR-EVI TO W-VLGERAL.
           IF TIPO-EST = "P" AND SITU-EST = "S"
               IF DTPAG-EPG NOT < W-DATAINI AND
                  DTPAG-EPG NOT > W-DATAFIM
                   ADD VALOR-EPG TO W-VLREC.
           IF DTEST < W-DATAINI OR DTEST > W-DATAFIM
               GO TO MES-LERE-FIM.
           IF TIPO-EST = "N"
               ADD CUSTO-EVE TO W-CUSEST.
           IF TIPO-EST = "P"
               ADD VALOR-EST TO W-VLESTR
           ELSE
               ADD 1         TO W-QTESTF
               ADD VALOR-EST TO W-VLESTF.
       MES-LERE-FIM.
           EXIT.
      *
      **********************************
      * IMPRESSAO DOS TOTAIS POR       *
      * SERVICO, COM DESCRICAO         *
      **********************************
           MOVE W-QTPROD TO QTPRO-RES
           MOVE W-VLPROD TO VLPRO-RES
           MOVE W-VLFAT  TO VLFAT-RES
           MOVE W-VLREC  TO VLREC-RES
           MOVE W-CUSPRO TO CUSPRO-RES
           MOVE W-CUSEST TO CUSEST-RES.
       MES-MONTA-FIM.
           EXIT.
       MES-MONTA1.
      * CARREGA OS TOTAIS A PARTIR DO  *
      * RESUMO GRAVADO (REIMPRESSAO)   *
      **********************************
      *
      * O RESUMO GUARDA SERVICOS E PRODUTOS BRUTOS E O FATURADO
      * LIQUIDO - A DIFERENCA E O TOTAL DOS ESTORNOS DO MES
       MES-CARREGA.
           PERFORM MES-CARREGA1 THRU MES-CARREGA1-FIM
                   VARYING W-I FROM 1 BY 1
           MOVE QTPRO-RES TO W-QTPROD
           MOVE VLPRO-RES TO W-VLPROD
           MOVE VLFAT-RES TO W-VLFAT
           MOVE VLREC-RES TO W-VLREC
      *
      * RESUMO GRAVADO ANTES DO CUSTO MEDIO NAO TRAZ OS CUSTOS
           IF CUSPRO-RES NUMERIC AND CUSEST-RES NUMERIC
               MOVE CUSPRO-RES TO W-CUSPRO
               MOVE CUSEST-RES TO W-CUSEST.
           IF W-VLFAT < W-VLGERAL + W-VLPROD
               COMPUTE W-VLESTF = W-VLGERAL + W-VLPROD - W-VLFAT.
       MES-CARREGA-FIM.
           EXIT.
       MES-CARREGA1.
           EXIT.
      *
      **********************************
      * MES REABERTO FECHADO DE NOVO - *
      * REGISTRA O FECHAMENTO NO LOG   *
      * CADAJU, ENCERRANDO OS AJUSTES  *
      * TARDIOS DO MES                 *
      **********************************
       MES-LOGF.
           IF W-REFECHA NOT = "S"
               GO TO MES-LOGF-FIM.
           OPEN I-O CADAJU
           IF ST-ERR1 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAJU"
               GO TO MES-LOGF-FIM.
           MOVE W-ANOMES TO ANOMES-AJU
           ACCEPT DTLAN-AJU FROM DATE YYYYMMDD
           ACCEPT HRLAN-AJU FROM TIME
           MOVE "F"      TO TIPO-AJU
           MOVE ZEROS    TO CODREF-AJU DTREF-AJU QTDE-AJU FIL-AJU
           MOVE W-VLFAT  TO VALOR-AJU
           MOVE "PETMES" TO OPER-AJU
           MOVE "FECHADO DE NOVO PELO PETMES" TO MOTIVO-AJU.
       MES-LOGF1.
           WRITE REGAJU
           IF ST-ERR1 = "22"
               ADD 1 TO HRLAN-AJU
               GO TO MES-LOGF1.
           IF ST-ERR1 NOT = "00" AND ST-ERR1 NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADAJU".
           CLOSE CADAJU.
       MES-LOGF-FIM.
           EXIT.
      *
      **********************************
      * FECHAMENTO DOS ARQUIVOS DE     *
      * MOVIMENTO                      *
      **********************************
               CLOSE CADVEN.
           IF W-TEMPAG = "S"
               CLOSE CADPAG.
           IF W-TEMEST = "S"
               CLOSE CADEST.
       MES-FECHA-FIM.
           EXIT.
      *
