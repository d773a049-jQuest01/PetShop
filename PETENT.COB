      * PERDA/QUEBRA (TIPO P, SO NIVEL 2),  *
      * BAIXANDO O SALDO. TODO MOVIMENTO E  *
      * GRAVADO NO LIVRO CADMOV (KARDEX) EM *
      * VEZ DE SOBREPOR O SALDO NO PETPRO.  *
      * A ENTRADA REFAZ O CUSTO MEDIO.      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELCADPR.
           COPY SELCADFO.
           COPY SELCADMV.
           COPY SELCADRE.
           COPY SELCADAJ.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY FDCADFO.
      *
           COPY FDCADMV.
      *
           COPY FDCADRE.
      *
           COPY FDCADAJ.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRT      PIC X(02) VALUE "00".
       77 ST-ERRF      PIC X(02) VALUE "00".
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERR1      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(05) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-NOMEFOR    PIC X(30) VALUE SPACES.
       77 SAVE-REGMOV  PIC X(42) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
      *
      **************************************************
      * TRAVA DOS MESES FECHADOS (CADRES) - MES FECHADO *
      * NAO ACEITA LANCAMENTO; MES REABERTO PELO GEREN- *
      * TE ACEITA E REGISTRA O LANCAMENTO NO LOG CADAJU *
      **************************************************
       77 W-TEMRES     PIC X(01) VALUE "S".
       77 W-TEMAJU     PIC X(01) VALUE "S".
       77 W-DTLANC     PIC 9(08) VALUE ZEROS.
       77 W-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-MESSIT     PIC X(01) VALUE SPACES.
           88 MES-FECHADO         VALUE "F".
           88 MES-REABERTO        VALUE "R".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY COMOPER.
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      *
      * SEM CADRES NENHUM MES FOI FECHADO AINDA; CADAJU SO EXISTE
      * DEPOIS DA PRIMEIRA REABERTURA
       ENT-OP0B.
           MOVE "S" TO W-TEMRES
           OPEN INPUT CADRES
           IF ST-ERRB NOT = "00"
               MOVE "N" TO W-TEMRES.
           MOVE "S" TO W-TEMAJU
           OPEN I-O CADAJU
           IF ST-ERR1 NOT = "00"
               MOVE "N" TO W-TEMAJU.
       ENT-001.
                UNLOCK CADPRO
                MOVE ZEROS  TO COD-PRO-MOV DTMOV-MOV SEQ-MOV QTDE-MOV
      * GRAVA O MOVIMENTO NO KARDEX    *
      **********************************
       ENT-ATSLD.
                ACCEPT W-DTLANC FROM DATE YYYYMMDD
                PERFORM ENT-VMES THRU ENT-VMES-FIM
                IF MES-FECHADO
                   MOVE "*** MES FECHADO - MOVIMENTO NAO ACEITO ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ENT-001.
      *
      * NA ENTRADA O CUSTO MEDIO PONDERADO E REFEITO: SALDO ANTIGO AO
      * CUSTO MEDIO ANTERIOR MAIS A NOTA, DIVIDIDO PELO SALDO NOVO.
      * A PERDA (TIPO P) NAO ALTERA O CUSTO MEDIO
                IF W-TIPO = "E"
                   COMPUTE CUSTO-PRO ROUNDED =
                           (QTDEST-PRO * CUSTO-PRO + W-VALOR) /
                           (QTDEST-PRO + W-QTDE)
                   ADD W-QTDE TO QTDEST-PRO
                ELSE
                   SUBTRACT W-QTDE FROM QTDEST-PRO.
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMOV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "M"       TO TIPO-AJU
                MOVE COD-PRO   TO CODREF-AJU
                MOVE DTMOV-MOV TO DTREF-AJU
                MOVE W-QTDE    TO QTDE-AJU
                MOVE W-VALOR   TO VALOR-AJU
                PERFORM ENT-AJU THRU ENT-AJU-FIM
                IF W-TIPO = "E"
                   MOVE "*** ENTRADA REGISTRADA *** " TO MENS
                ELSE
       ENT-PROXSEQ1-FIM.
                EXIT.
      *
      **********************************
      * SITUACAO DO MES DA DATA DO     *
      * LANCAMENTO (W-DTLANC) NO RESU- *
      * MO MENSAL: BRANCO = ABERTO,    *
      * F = FECHADO, R = REABERTO      *
      **********************************
       ENT-VMES.
                MOVE SPACES TO W-MESSIT
                IF W-TEMRES NOT = "S"
                   GO TO ENT-VMES-FIM.
                DIVIDE W-DTLANC BY 100 GIVING W-ANOMES
                MOVE W-ANOMES TO ANOMES-RES
                READ CADRES
                IF ST-ERRB NOT = "00"
                   GO TO ENT-VMES-FIM.
                IF SITU-RES = "R"
                   MOVE "R" TO W-MESSIT
                ELSE
                   MOVE "F" TO W-MESSIT.
       ENT-VMES-FIM.
                EXIT.
      *
      **********************************
      * LANCAMENTO EM MES REABERTO -   *
      * REGISTRA NO LOG CADAJU PARA O  *
      * RELATORIO DE AJUSTES TARDIOS.  *
      * TIPO, REFERENCIA, QUANTIDADE E *
      * VALOR VEM MONTADOS EM REGAJU   *
      **********************************
       ENT-AJU.
                IF NOT MES-REABERTO OR W-TEMAJU NOT = "S"
                   GO TO ENT-AJU-FIM.
                MOVE W-ANOMES    TO ANOMES-AJU
                ACCEPT DTLAN-AJU FROM DATE YYYYMMDD
                ACCEPT HRLAN-AJU FROM TIME
                MOVE OPER-CODIGO TO OPER-AJU
                MOVE OPER-FILIAL TO FIL-AJU
                MOVE "LANCAMENTO NO MES REABERTO" TO MOTIVO-AJU.
       ENT-AJU1.
                WRITE REGAJU
                IF ST-ERR1 = "22"
                   ADD 1 TO HRLAN-AJU
                   GO TO ENT-AJU1.
                IF ST-ERR1 NOT = "00" AND ST-ERR1 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAJU" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ENT-AJU-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-TEMRES = "S"
                   CLOSE CADRES.
                IF W-TEMAJU = "S"
                   CLOSE CADAJU.
                CLOSE CADPRO
                CLOSE CADFOR
                CLOSE CADMOV
