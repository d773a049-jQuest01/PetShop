       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETAJL.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************************
      * RELATORIO MENSAL DE AJUSTES TARDIOS             *
      * LISTA DO LOG CADAJU TUDO O QUE FOI LANCADO NO   *
      * MES INFORMADO DEPOIS QUE ELE FOI REABERTO       *
      * (PETREA): A REABERTURA COM O MOTIVO, CADA LAN-  *
      * CAMENTO TARDIO E O NOVO FECHAMENTO (PETMES).    *
      * MES COM LANCAMENTO AQUI TEM O DEMONSTRATIVO     *
      * (PETMES) A REEMITIR PARA A CONTABILIDADE        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADAJ.
           SELECT PRTAJL ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADAJ.
      *
       FD  PRTAJL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETAJL.LST".
       01  REG-PRTAJL             PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERR1      PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-CADAJU       VALUE "S".
       77 W-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       77 W-MES        PIC 9(02) VALUE ZEROS.
       77 W-QTLIDOS    PIC 9(05) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *
       01 W-HORA       PIC 9(08) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
           03 W-HH      PIC 9(02).
           03 W-MI      PIC 9(02).
           03 FILLER    PIC 9(04).
      *
       01 W-TOTAIS.
           03 W-QTREA   PIC 9(05) VALUE ZEROS.
           03 W-QTLAN   PIC 9(05) VALUE ZEROS.
           03 W-VLLAN   PIC 9(08)V99 VALUE ZEROS.
           03 W-SITU    PIC X(01) VALUE SPACES.
      *
       01 CAB-01.
           03 FILLER    PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(45) VALUE
               "*** AJUSTES TARDIOS EM MES REABERTO ***".
           03 FILLER    PIC X(57) VALUE SPACES.
      *
       01 CAB-02.
           03 FILLER    PIC X(10) VALUE "MES     : ".
           03 C-ANOMES  PIC 9(06).
           03 FILLER    PIC X(116) VALUE SPACES.
      *
       01 CAB-03.
           03 FILLER    PIC X(10) VALUE "DT.LANC.".
           03 FILLER    PIC X(07) VALUE "HORA".
           03 FILLER    PIC X(14) VALUE "TIPO".
           03 FILLER    PIC X(07) VALUE "CODIGO".
           03 FILLER    PIC X(10) VALUE "DT.MOV.".
           03 FILLER    PIC X(08) VALUE "  QTDE".
           03 FILLER    PIC X(15) VALUE "        VALOR".
           03 FILLER    PIC X(10) VALUE "OPERADOR".
           03 FILLER    PIC X(04) VALUE "FIL".
           03 FILLER    PIC X(30) VALUE "MOTIVO / OBSERVACAO".
           03 FILLER    PIC X(17) VALUE SPACES.
      *
       01 LIN-DET.
           03 D-DTLAN   PIC 9(08).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-HH      PIC 9(02).
           03 FILLER    PIC X(01) VALUE ":".
           03 D-MI      PIC 9(02).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-TIPO    PIC X(12).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-CODREF  PIC 9(05).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-DTREF   PIC 9(08).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-QTDE    PIC ZZ.ZZ9.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-VALOR   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-OPER    PIC X(08).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-FIL     PIC 9(02).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-MOTIVO  PIC X(30).
           03 FILLER    PIC X(17) VALUE SPACES.
      *
       01 LIN-TOTREA.
           03 FILLER    PIC X(26) VALUE
               "REABERTURAS DO MES .....: ".
           03 T-QTREA   PIC ZZ.ZZ9.
           03 FILLER    PIC X(100) VALUE SPACES.
      *
       01 LIN-TOTLAN.
           03 FILLER    PIC X(26) VALUE
               "LANCAMENTOS TARDIOS ....: ".
           03 T-QTLAN   PIC ZZ.ZZ9.
           03 FILLER    PIC X(05) VALUE SPACES.
           03 T-VLLAN   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(82) VALUE SPACES.
      *
       01 LIN-SITU.
           03 FILLER    PIC X(26) VALUE
               "SITUACAO NO FIM DO LOG .: ".
           03 T-SITU    PIC X(50).
           03 FILLER    PIC X(56) VALUE SPACES.
      *
       01 LIN-NADA.
           03 FILLER    PIC X(50) VALUE
               "NENHUM AJUSTE TARDIO REGISTRADO NO MES".
           03 FILLER    PIC X(82) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       AJL-OP0.
           DISPLAY "*** RELATORIO DE AJUSTES TARDIOS - CADAJU ***"
           DISPLAY "MES DE REFERENCIA (AAAAMM): " WITH NO ADVANCING
           ACCEPT W-ANOMES
           DIVIDE W-ANOMES BY 100 GIVING W-ANO REMAINDER W-MES
           IF W-ANO = ZEROS OR W-MES < 1 OR W-MES > 12
               DISPLAY "*** MES INVALIDO ***"
               GO TO ROT-FIMS.
           OPEN INPUT CADAJU
           IF ST-ERR1 NOT = "00"
               IF ST-ERR1 = "30" OR ST-ERR1 = "35"
                   DISPLAY "*** NENHUM MES FOI REABERTO (CADAJU) ***"
                   GO TO ROT-FIMS
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAJU"
                   GO TO ROT-FIMS.
           OPEN OUTPUT PRTAJL
           IF ST-PRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRTAJL"
               CLOSE CADAJU
               GO TO ROT-FIMS.
           MOVE CAB-01 TO REG-PRTAJL
           WRITE REG-PRTAJL
           MOVE SPACES TO REG-PRTAJL
           WRITE REG-PRTAJL
           MOVE W-ANOMES TO C-ANOMES
           MOVE CAB-02 TO REG-PRTAJL
           WRITE REG-PRTAJL
           MOVE SPACES TO REG-PRTAJL
           WRITE REG-PRTAJL
           MOVE CAB-03 TO REG-PRTAJL
           WRITE REG-PRTAJL
           MOVE SPACES TO REG-PRTAJL
           WRITE REG-PRTAJL.
      *
      * O LOG E CHAVEADO PELO MES - POSICIONA NO PRIMEIRO REGISTRO
      * DO MES E LE ATE MUDAR O MES
       AJL-001.
           MOVE W-ANOMES TO ANOMES-AJU
           MOVE ZEROS    TO DTLAN-AJU HRLAN-AJU
           START CADAJU KEY IS NOT LESS THAN CHAVE-AJU
               INVALID KEY
                   MOVE "S" TO W-ACABOU.
       AJL-002.
           PERFORM AJL-LER THRU AJL-LER-FIM
                   UNTIL ACABOU-CADAJU.
       AJL-003.
           IF W-QTREA = ZEROS AND W-QTLAN = ZEROS
               MOVE LIN-NADA TO REG-PRTAJL
               WRITE REG-PRTAJL
               GO TO AJL-004.
           MOVE SPACES TO REG-PRTAJL
           WRITE REG-PRTAJL
           MOVE W-QTREA TO T-QTREA
           MOVE LIN-TOTREA TO REG-PRTAJL
           WRITE REG-PRTAJL
           MOVE W-QTLAN TO T-QTLAN
           MOVE W-VLLAN TO T-VLLAN
           MOVE LIN-TOTLAN TO REG-PRTAJL
           WRITE REG-PRTAJL
           IF W-SITU = "F"
               MOVE "FECHADO DE NOVO - REEMITIR O DEMONSTRATIVO"
                                          TO T-SITU
           ELSE
               MOVE "AINDA REABERTO - FECHAR PELO PETMES" TO T-SITU.
           MOVE LIN-SITU TO REG-PRTAJL
           WRITE REG-PRTAJL.
       AJL-004.
           DISPLAY "REGISTROS LIDOS .: " W-QTLIDOS
           DISPLAY "REABERTURAS .....: " W-QTREA
           DISPLAY "LANCAMENTOS .....: " W-QTLAN
           GO TO ROT-FIM.
      *
      **********************************
      * LEITURA DO LOG DO MES          *
      **********************************
       AJL-LER.
           READ CADAJU NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO AJL-LER-FIM.
           IF ST-ERR1 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADAJU"
               MOVE "S" TO W-ACABOU
               GO TO AJL-LER-FIM.
           IF ANOMES-AJU NOT = W-ANOMES
               MOVE "S" TO W-ACABOU
               GO TO AJL-LER-FIM.
           ADD 1 TO W-QTLIDOS
           MOVE "*** OUTRO ***" TO D-TIPO
           IF TIPO-AJU = "R"
               MOVE "REABERTURA"  TO D-TIPO
               MOVE "R"           TO W-SITU
               ADD 1              TO W-QTREA.
           IF TIPO-AJU = "F"
               MOVE "REFECHAMENTO" TO D-TIPO
               MOVE "F"            TO W-SITU.
           IF TIPO-AJU = "V"
               MOVE "VISITA"      TO D-TIPO.
           IF TIPO-AJU = "N"
               MOVE "VENDA"       TO D-TIPO.
           IF TIPO-AJU = "P"
               MOVE "PAGAMENTO"   TO D-TIPO.
           IF TIPO-AJU = "M"
               MOVE "ESTOQUE"     TO D-TIPO.
           IF TIPO-AJU = "S"
               MOVE "ESTORNO"     TO D-TIPO.
           IF TIPO-AJU NOT = "R" AND TIPO-AJU NOT = "F"
               ADD 1         TO W-QTLAN
               ADD VALOR-AJU TO W-VLLAN.
           MOVE HRLAN-AJU  TO W-HORA
           MOVE DTLAN-AJU  TO D-DTLAN
           MOVE W-HH       TO D-HH
           MOVE W-MI       TO D-MI
           MOVE CODREF-AJU TO D-CODREF
           MOVE DTREF-AJU  TO D-DTREF
           MOVE QTDE-AJU   TO D-QTDE
           MOVE VALOR-AJU  TO D-VALOR
           MOVE OPER-AJU   TO D-OPER
           MOVE FIL-AJU    TO D-FIL
           MOVE MOTIVO-AJU TO D-MOTIVO
           MOVE LIN-DET TO REG-PRTAJL
           WRITE REG-PRTAJL.
       AJL-LER-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE CADAJU
           CLOSE PRTAJL.
       ROT-FIMS.
           STOP RUN.
