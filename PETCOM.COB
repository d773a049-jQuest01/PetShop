      * FUNC-VIS, A QUANTIDADE DE SERVICOS, O VALOR E   *
      * A COMISSAO (VALOR X PCCOM-FUN DE CADFUN).       *
      * VISITAS ANTIGAS SEM FUNCIONARIO (FUNC-VIS =     *
      * ZEROS) SAEM AGRUPADAS A PARTE, SEM COMISSAO.    *
      * AS VISITAS ESTORNADAS NO MES (CADEST) SAEM EM   *
      * COLUNA PROPRIA E A COMISSAO E CALCULADA SOBRE   *
      * O VALOR LIQUIDO DOS ESTORNOS                    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY SELCADVI.
           COPY SELCADFU.
           COPY SELCADES.
           SELECT PRTCOM ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
           COPY FDCADVI.
      *
           COPY FDCADFU.
      *
           COPY FDCADES.
      *
       FD  PRTCOM
               LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       77 ST-ERRV      PIC X(02) VALUE "00".
       77 ST-ERRU      PIC X(02) VALUE "00".
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-CADVIS       VALUE "S".
       77 W-ACABOUE    PIC X(01) VALUE "N".
           88 ACABOU-CADEST       VALUE "S".
       77 W-TEMEST     PIC X(01) VALUE "S".
       77 W-ACHOU      PIC X(01) VALUE "N".
           88 ACHOU-FUNC          VALUE "S".
       77 W-I          PIC 9(03) VALUE ZEROS.
       77 W-DATAFIM    PIC 9(08) VALUE ZEROS.
       77 W-QTLIDOS    PIC 9(05) VALUE ZEROS.
       77 W-QTMES      PIC 9(05) VALUE ZEROS.
       77 W-QTEST      PIC 9(05) VALUE ZEROS.
       77 W-FUNCAC     PIC 9(03) VALUE ZEROS.
       77 W-VLNET      PIC S9(07)V99 VALUE ZEROS.
       77 W-VLCOMIS    PIC S9(07)V99 VALUE ZEROS.
       77 W-TOTCOMIS   PIC S9(08)V99 VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *
      **************************************************
      * TABELA DE TOTAIS POR FUNCIONARIO, MONTADA NA    *
      * VARREDURA DE CADVIS (ENTRADA ZEROS = VISITAS    *
      * SEM FUNCIONARIO INFORMADO) E COMPLETADA COM OS  *
      * ESTORNOS DE CADEST                              *
      **************************************************
       01 W-TABFUNC.
           03 W-FUNC-ENT OCCURS 100 TIMES.
               05 W-FUNC-CODT PIC 9(03).
               05 W-FUNC-QT   PIC 9(05).
               05 W-FUNC-VL   PIC 9(07)V99.
               05 W-FUNC-QTE  PIC 9(05).
               05 W-FUNC-VLE  PIC 9(07)V99.
      *
       01 CAB-01.
           03 FILLER    PIC X(22) VALUE SPACES.
           03 FILLER    PIC X(31) VALUE "NOME".
           03 FILLER    PIC X(10) VALUE "  SERVICOS".
           03 FILLER    PIC X(14) VALUE "         VALOR".
           03 FILLER    PIC X(08) VALUE "  ESTORN".
           03 FILLER    PIC X(14) VALUE "   VL.ESTORNOS".
           03 FILLER    PIC X(09) VALUE "   COM.% ".
           03 FILLER    PIC X(14) VALUE "      COMISSAO".
           03 FILLER    PIC X(27) VALUE SPACES.
      *
       01 LIN-DET.
           03 D-FUNC    PIC 9(03).
           03 D-QTDE    PIC ZZ.ZZ9.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-VALOR   PIC Z.ZZZ.ZZ9,99.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-QTEST   PIC ZZ.ZZ9.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-VLEST   PIC Z.ZZZ.ZZ9,99.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 D-PCCOM   PIC Z9,99.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-COMIS   PIC Z.ZZZ.ZZ9,99-.
           03 FILLER    PIC X(31) VALUE SPACES.
      *
       01 LIN-TOTGER.
           03 FILLER    PIC X(26) VALUE
               "TOTAL DE COMISSOES .....: ".
           03 T-COMIS   PIC ZZ.ZZZ.ZZ9,99-.
           03 FILLER    PIC X(92) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUN"
               CLOSE CADVIS
               GO TO ROT-FIMS.
      *
      * SEM O ARQUIVO DE ESTORNOS AS COMISSOES SAEM SOBRE O BRUTO
           MOVE "S" TO W-TEMEST
           OPEN INPUT CADEST
           IF ST-ERRX NOT = "00"
               MOVE "N" TO W-TEMEST.
           OPEN OUTPUT PRTCOM
           IF ST-PRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRTCOM"
               CLOSE CADVIS
               CLOSE CADFUN
               IF W-TEMEST = "S"
                   CLOSE CADEST
                   GO TO ROT-FIMS
               ELSE
                   GO TO ROT-FIMS.
           MOVE CAB-01 TO REG-PRTCOM
           WRITE REG-PRTCOM
           MOVE SPACES TO REG-PRTCOM
       COM-002.
           PERFORM COM-LER THRU COM-LER-FIM
                   UNTIL ACABOU-CADVIS.
           IF W-TEMEST = "S"
               PERFORM COM-LERE THRU COM-LERE-FIM
                   UNTIL ACABOU-CADEST.
       COM-003.
           PERFORM COM-IMPR THRU COM-IMPR-FIM
                   VARYING W-I FROM 1 BY 1
           WRITE REG-PRTCOM
           DISPLAY "VISITAS LIDAS ...: " W-QTLIDOS
           DISPLAY "VISITAS NO MES ..: " W-QTMES
           DISPLAY "ESTORNOS NO MES .: " W-QTEST
           DISPLAY "TOTAL COMISSOES .: " W-TOTCOMIS
           GO TO ROT-FIM.
      *
           IF DTVISITA < W-DATAINI OR DTVISITA > W-DATAFIM
               GO TO COM-LER-FIM.
           ADD 1 TO W-QTMES
           MOVE FUNC-VIS TO W-FUNCAC
           PERFORM COM-TFUNC THRU COM-TFUNC-FIM
           IF W-POS NOT = ZEROS
               ADD 1         TO W-FUNC-QT (W-POS)
               ADD VALOR-VIS TO W-FUNC-VL (W-POS).
       COM-LER-FIM.
           EXIT.
      *
      **********************************
      * LEITURA SEQUENCIAL DE CADEST - *
      * A VISITA ESTORNADA NO MES SAI  *
      * DO FUNCIONARIO QUE A EXECUTOU. *
      * A VISITA SUBSTITUIDA (SITU-EST *
      * = S) JA NAO ESTA EM CADVIS E   *
      * VOLTA PELA IMAGEM, NO MES DA   *
      * VISITA ORIGINAL                *
      **********************************
       COM-LERE.
           READ CADEST NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOUE
                   GO TO COM-LERE-FIM.
           IF ST-ERRX NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADEST"
               MOVE "S" TO W-ACABOUE
               GO TO COM-LERE-FIM.
           IF TIPO-EST NOT = "V"
               GO TO COM-LERE-FIM.
           MOVE FUNC-EVI TO W-FUNCAC
           IF SITU-EST = "S" AND
              DTVIS-EVI NOT < W-DATAINI AND DTVIS-EVI NOT > W-DATAFIM
               ADD 1 TO W-QTMES
               PERFORM COM-TFUNC THRU COM-TFUNC-FIM
               IF W-POS NOT = ZEROS
                   ADD 1         TO W-FUNC-QT (W-POS)
                   ADD VALOR-EVI TO W-FUNC-VL (W-POS).
           IF DTEST < W-DATAINI OR DTEST > W-DATAFIM
               GO TO COM-LERE-FIM.
           ADD 1 TO W-QTEST
           PERFORM COM-TFUNC THRU COM-TFUNC-FIM
           IF W-POS NOT = ZEROS
               ADD 1         TO W-FUNC-QTE (W-POS)
               ADD VALOR-EST TO W-FUNC-VLE (W-POS).
       COM-LERE-FIM.
           EXIT.
      *
      **********************************
      * LOCALIZA (OU ABRE) NA TABELA A *
      * ENTRADA DO FUNCIONARIO EXECUTOR*
      * W-FUNCAC - W-POS ZERADO QUANDO *
      * A TABELA ESTA CHEIA            *
      **********************************
       COM-TFUNC.
           MOVE "N"   TO W-ACHOU
               IF W-QTFUNC < 100
                   ADD 1 TO W-QTFUNC
                   MOVE W-QTFUNC TO W-POS
                   MOVE W-FUNCAC TO W-FUNC-CODT (W-POS)
                   MOVE ZEROS    TO W-FUNC-QT   (W-POS)
                   MOVE ZEROS    TO W-FUNC-VL   (W-POS)
                   MOVE ZEROS    TO W-FUNC-QTE  (W-POS)
                   MOVE ZEROS    TO W-FUNC-VLE  (W-POS)
               ELSE
                   DISPLAY "*** TABELA DE FUNCIONARIOS CHEIA ***"
                   GO TO COM-TFUNC-FIM.
       COM-TFUNC-FIM.
           EXIT.
       COM-TFUNC1.
           IF W-FUNC-CODT (W-I) = W-FUNCAC
               MOVE "S" TO W-ACHOU
               MOVE W-I TO W-POS.
       COM-TFUNC1-FIM.
      * COM NOME E PERCENTUAL VINDOS   *
      * DE CADFUN E A COMISSAO CALCU-  *
      * LADA SOBRE O VALOR DO MES      *
      * LIQUIDO DOS ESTORNOS (NEGATIVA *
      * QUANDO O ESTORNO E DE VISITA   *
      * DE MES ANTERIOR)               *
      **********************************
       COM-IMPR.
           COMPUTE W-VLNET = W-FUNC-VL (W-I) - W-FUNC-VLE (W-I)
           MOVE W-FUNC-CODT (W-I) TO D-FUNC
           IF W-FUNC-CODT (W-I) = ZEROS
               MOVE "** SEM FUNCIONARIO INFORMADO **" TO D-NOME
               MOVE NOME-FUN  TO D-NOME
               MOVE PCCOM-FUN TO D-PCCOM
               COMPUTE W-VLCOMIS ROUNDED =
                       W-VLNET * PCCOM-FUN / 100
           ELSE
               MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO D-NOME
               MOVE ZEROS TO D-PCCOM
       COM-IMPR-GRV.
           MOVE W-FUNC-QT (W-I) TO D-QTDE
           MOVE W-FUNC-VL (W-I) TO D-VALOR
           MOVE W-FUNC-QTE (W-I) TO D-QTEST
           MOVE W-FUNC-VLE (W-I) TO D-VLEST
           MOVE W-VLCOMIS       TO D-COMIS
           ADD  W-VLCOMIS       TO W-TOTCOMIS
           MOVE LIN-DET TO REG-PRTCOM
       ROT-FIM.
           CLOSE CADVIS
           CLOSE CADFUN
           IF W-TEMEST = "S"
               CLOSE CADEST.
           CLOSE PRTCOM.
       ROT-FIMS.
           STOP RUN.
