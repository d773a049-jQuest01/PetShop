      * NO PERIODO INFORMADO (DATA INICIAL/FINAL), COM  *
      * A DESCRICAO DO SERVICO VINDA DE CADSRV, SOMA AS *
      * VENDAS DE PRODUTOS DO PERIODO (CADVEN) E FECHA  *
      * O TOTAL GERAL DA GAVETA (SERVICOS + PRODUTOS),  *
      * LIQUIDO DOS ESTORNOS FEITOS NO PERIODO (CADEST) *
      * OS PACOTES PRE-PAGOS VENDIDOS NO PERIODO        *
      * (CADPAC) ENTRAM NA GAVETA PELO VALOR PAGO; A    *
      * VISITA FEITA COM PACOTE VEM DE CADVIS A ZERO    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELCADVI.
           COPY SELCADSR.
           COPY SELCADVE.
           COPY SELCADES.
           COPY SELCADPC.
           SELECT PRTCXA ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
           COPY FDCADSR.
      *
           COPY FDCADVE.
      *
           COPY FDCADES.
      *
           COPY FDCADPC.
      *
       FD  PRTCXA
               LABEL RECORD IS STANDARD
       77 ST-ERRV      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRN      PIC X(02) VALUE "00".
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERR2      PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-CADVIS       VALUE "S".
       77 W-ACABOUV    PIC X(01) VALUE "N".
           88 ACABOU-CADVEN       VALUE "S".
       77 W-TEMVEN     PIC X(01) VALUE "S".
       77 W-ACABOUE    PIC X(01) VALUE "N".
           88 ACABOU-CADEST       VALUE "S".
       77 W-TEMEST     PIC X(01) VALUE "S".
       77 W-ACABOUP    PIC X(01) VALUE "N".
           88 ACABOU-CADPAC       VALUE "S".
       77 W-TEMPAC     PIC X(01) VALUE "S".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-DATAINI    PIC 9(08) VALUE ZEROS.
       77 W-DATAFIM    PIC 9(08) VALUE ZEROS.
           03 W-VLGERAL PIC 9(07)V99 VALUE ZEROS.
           03 W-QTPROD  PIC 9(05) VALUE ZEROS.
           03 W-VLPROD  PIC 9(07)V99 VALUE ZEROS.
           03 W-QTPAC   PIC 9(05) VALUE ZEROS.
           03 W-VLPAC   PIC 9(07)V99 VALUE ZEROS.
           03 W-QTESTS  PIC 9(05) VALUE ZEROS.
           03 W-VLESTS  PIC 9(07)V99 VALUE ZEROS.
           03 W-QTESTP  PIC 9(05) VALUE ZEROS.
           03 W-VLESTP  PIC 9(07)V99 VALUE ZEROS.
           03 W-QTTOTAL PIC S9(06) VALUE ZEROS.
           03 W-VLTOTAL PIC S9(08)V99 VALUE ZEROS.
      *
       01 CAB-01.
           03 FILLER    PIC X(25) VALUE SPACES.
           03 FILLER    PIC X(06) VALUE SPACES.
           03 P-VALOR   PIC Z.ZZZ.ZZ9,99.
           03 FILLER    PIC X(82) VALUE SPACES.
      *
       01 LIN-TOTPAC.
           03 FILLER    PIC X(26) VALUE
               "PACOTES PRE-PAGOS ......: ".
           03 K-QTDE    PIC ZZ.ZZ9.
           03 FILLER    PIC X(06) VALUE SPACES.
           03 K-VALOR   PIC Z.ZZZ.ZZ9,99.
           03 FILLER    PIC X(82) VALUE SPACES.
      *
       01 LIN-ESTSRV.
           03 FILLER    PIC X(26) VALUE
               "(-) ESTORNOS DE SERVICOS: ".
           03 E-QTDES   PIC ZZ.ZZ9.
           03 FILLER    PIC X(06) VALUE SPACES.
           03 E-VALORS  PIC Z.ZZZ.ZZ9,99.
           03 FILLER    PIC X(82) VALUE SPACES.
      *
       01 LIN-ESTPRO.
           03 FILLER    PIC X(26) VALUE
               "(-) ESTORNOS DE PRODUTOS: ".
           03 E-QTDEP   PIC ZZ.ZZ9.
           03 FILLER    PIC X(06) VALUE SPACES.
           03 E-VALORP  PIC Z.ZZZ.ZZ9,99.
           03 FILLER    PIC X(82) VALUE SPACES.
      *
       01 LIN-TOTGER.
           03 FILLER    PIC X(26) VALUE
               "TOTAL GERAL DO PERIODO .: ".
           03 T-QTDE    PIC ZZZ.ZZ9-.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 T-VALOR   PIC ZZ.ZZZ.ZZ9,99-.
           03 FILLER    PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADVEN
           IF ST-ERRN NOT = "00"
               MOVE "N" TO W-TEMVEN.
      *
      * SEM O ARQUIVO DE ESTORNOS (NENHUM ESTORNO FEITO AINDA) O
      * FECHAMENTO SAI SEM AS LINHAS DE ESTORNO
           MOVE "S" TO W-TEMEST
           OPEN INPUT CADEST
           IF ST-ERRX NOT = "00"
               MOVE "N" TO W-TEMEST.
      *
      * SEM O ARQUIVO DE PACOTES (NENHUM PACOTE VENDIDO AINDA) O
      * FECHAMENTO SAI SEM A LINHA DE PACOTES
           MOVE "S" TO W-TEMPAC
           OPEN INPUT CADPAC
           IF ST-ERR2 NOT = "00"
               MOVE "N" TO W-TEMPAC.
           OPEN OUTPUT PRTCXA
           IF ST-PRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRTCXA"
               CLOSE CADVIS
               CLOSE CADSRV
               IF W-TEMEST = "S"
                   CLOSE CADEST.
           IF ST-PRT NOT = "00"
               IF W-TEMPAC = "S"
                   CLOSE CADPAC.
           IF ST-PRT NOT = "00"
               IF W-TEMVEN = "S"
                   CLOSE CADVEN
                   GO TO ROT-FIMS
           IF W-TEMVEN = "S"
               PERFORM CXA-LERV THRU CXA-LERV-FIM
                   UNTIL ACABOU-CADVEN.
           IF W-TEMEST = "S"
               PERFORM CXA-LERE THRU CXA-LERE-FIM
                   UNTIL ACABOU-CADEST.
           IF W-TEMPAC = "S"
               PERFORM CXA-LERP THRU CXA-LERP-FIM
                   UNTIL ACABOU-CADPAC.
       CXA-003.
           PERFORM CXA-SUBT THRU CXA-SUBT-FIM
                   VARYING W-ACT FROM 1 BY 1
           MOVE W-VLPROD TO P-VALOR
           MOVE LIN-TOTPRO TO REG-PRTCXA
           WRITE REG-PRTCXA
           IF W-TEMPAC = "S"
               MOVE W-QTPAC TO K-QTDE
               MOVE W-VLPAC TO K-VALOR
               MOVE LIN-TOTPAC TO REG-PRTCXA
               WRITE REG-PRTCXA.
           IF W-TEMEST = "S"
               MOVE W-QTESTS TO E-QTDES
               MOVE W-VLESTS TO E-VALORS
               MOVE LIN-ESTSRV TO REG-PRTCXA
               WRITE REG-PRTCXA
               MOVE W-QTESTP TO E-QTDEP
               MOVE W-VLESTP TO E-VALORP
               MOVE LIN-ESTPRO TO REG-PRTCXA
               WRITE REG-PRTCXA.
           COMPUTE W-QTTOTAL = W-QTGERAL + W-QTPROD + W-QTPAC
                             - W-QTESTS - W-QTESTP
           COMPUTE W-VLTOTAL = W-VLGERAL + W-VLPROD + W-VLPAC
                             - W-VLESTS - W-VLESTP
           MOVE SPACES TO REG-PRTCXA
           WRITE REG-PRTCXA
           MOVE W-QTTOTAL TO T-QTDE
           DISPLAY "VISITAS LIDAS ..: " W-QTLIDOS
           DISPLAY "VISITAS NO PERIODO: " W-QTGERAL
           DISPLAY "ITENS VENDIDOS ..: " W-QTPROD
           DISPLAY "PACOTES VENDIDOS : " W-QTPAC
           DISPLAY "ESTORNOS ........: " W-QTESTS " " W-QTESTP
           GO TO ROT-FIM.
      *
      **********************************
           EXIT.
      *
      **********************************
      * LEITURA SEQUENCIAL DE CADEST - *
      * O ESTORNO SAI DO CAIXA NA DATA *
      * EM QUE FOI FEITO. O LANCAMENTO *
      * SUBSTITUIDO (SITU-EST = S) JA  *
      * NAO ESTA NO SEU ARQUIVO E VOLTA*
      * AO CAIXA PELA IMAGEM, NA DATA  *
      * ORIGINAL. ESTORNO DE PAGAMENTO *
      * NAO AFETA ESTE FECHAMENTO      *
      **********************************
       CXA-LERE.
           READ CADEST NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOUE
                   GO TO CXA-LERE-FIM.
           IF ST-ERRX NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADEST"
               MOVE "S" TO W-ACABOUE
               GO TO CXA-LERE-FIM.
           IF TIPO-EST = "V"
               IF DTEST NOT < W-DATAINI AND DTEST NOT > W-DATAFIM
                   ADD 1         TO W-QTESTS
                   ADD VALOR-EST TO W-VLESTS.
           IF TIPO-EST = "V" AND SITU-EST = "S"
               IF DTVIS-EVI NOT < W-DATAINI AND
                  DTVIS-EVI NOT > W-DATAFIM AND
                  TPSERV-EVI > 0 AND TPSERV-EVI < 10
                   ADD 1         TO W-QTSERV (TPSERV-EVI)
                   ADD VALOR-EVI TO W-VLSERV (TPSERV-EVI)
                   ADD 1         TO W-QTGERAL
                   ADD VALOR-EVI TO W-VLGERAL.
           IF TIPO-EST = "N"
               IF DTEST NOT < W-DATAINI AND DTEST NOT > W-DATAFIM
                   ADD 1         TO W-QTESTP
                   ADD VALOR-EST TO W-VLESTP.
       CXA-LERE-FIM.
           EXIT.
      *
      **********************************
      * LEITURA SEQUENCIAL DE CADPAC - *
      * PACOTES VENDIDOS NO PERIODO    *
      **********************************
       CXA-LERP.
           READ CADPAC NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOUP
                   GO TO CXA-LERP-FIM.
           IF ST-ERR2 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPAC"
               MOVE "S" TO W-ACABOUP
               GO TO CXA-LERP-FIM.
           IF DTCOMP-PAC < W-DATAINI OR DTCOMP-PAC > W-DATAFIM
               GO TO CXA-LERP-FIM.
           ADD 1          TO W-QTPAC
           ADD VLPAGO-PAC TO W-VLPAC.
       CXA-LERP-FIM.
           EXIT.
      *
      **********************************
      * IMPRESSAO DOS TOTAIS POR       *
      * SERVICO, COM DESCRICAO         *
      **********************************
           CLOSE CADSRV
           IF W-TEMVEN = "S"
               CLOSE CADVEN.
           IF W-TEMEST = "S"
               CLOSE CADEST.
           IF W-TEMPAC = "S"
               CLOSE CADPAC.
           CLOSE PRTCXA.
       ROT-FIMS.
           STOP RUN.
