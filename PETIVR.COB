       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETIVR.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************************
      * RELATORIO DE DIFERENCAS DO INVENTARIO FISICO    *
      * LISTA OS ITENS DE UM INVENTARIO DE CADINV COM O *
      * SALDO CONGELADO NA ABERTURA, A QUANTIDADE CON-  *
      * TADA, A DIFERENCA (SOBRA +, FALTA -) E O SEU    *
      * VALOR PELO PRECO DA ABERTURA, ALEM DOS ITENS    *
      * NAO CONTADOS E, DEPOIS DA APROVACAO NO PETCNT,  *
      * A QUANTIDADE LANCADA EM CADMOV. TOTAIS DE SO-   *
      * BRAS, FALTAS E DIFERENCA LIQUIDA PARA A APROVA- *
      * CAO DO SUPERVISOR                               *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADIN.
           COPY SELCADPR.
           SELECT PRTIVR ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADIN.
      *
           COPY FDCADPR.
      *
       FD  PRTIVR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETIVR.LST".
       01  REG-PRTIVR             PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERR7      PIC X(02) VALUE "00".
       77 ST-ERRT      PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-CADINV       VALUE "S".
       77 W-TEMPRO     PIC X(01) VALUE "S".
       77 W-DATA       PIC 9(08) VALUE ZEROS.
       77 W-DIF        PIC S9(05) VALUE ZEROS.
       77 W-VLDIF      PIC S9(08)V99 VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *
       01 W-TOTAIS.
           03 W-QTITENS PIC 9(05) VALUE ZEROS.
           03 W-QTCONT  PIC 9(05) VALUE ZEROS.
           03 W-QTNCONT PIC 9(05) VALUE ZEROS.
           03 W-QTSOBRA PIC 9(07) VALUE ZEROS.
           03 W-VLSOBRA PIC 9(09)V99 VALUE ZEROS.
           03 W-QTFALTA PIC 9(07) VALUE ZEROS.
           03 W-VLFALTA PIC 9(09)V99 VALUE ZEROS.
           03 W-VLLIQ   PIC S9(09)V99 VALUE ZEROS.
      *
       01 CAB-01.
           03 FILLER    PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(50) VALUE
               "*** INVENTARIO FISICO - DIFERENCAS ***".
           03 FILLER    PIC X(52) VALUE SPACES.
      *
       01 CAB-02.
           03 FILLER    PIC X(20) VALUE "DATA DO INVENTARIO: ".
           03 C-DATA    PIC 9(08).
           03 FILLER    PIC X(08) VALUE "  HORA: ".
           03 C-HORA    PIC 99.99.99.
           03 FILLER    PIC X(88) VALUE SPACES.
      *
       01 CAB-03.
           03 FILLER    PIC X(07) VALUE "CODIGO".
           03 FILLER    PIC X(32) VALUE "DESCRICAO".
           03 FILLER    PIC X(08) VALUE "CONGEL.".
           03 FILLER    PIC X(08) VALUE "CONTADO".
           03 FILLER    PIC X(09) VALUE " DIFER.".
           03 FILLER    PIC X(10) VALUE "   PRECO".
           03 FILLER    PIC X(15) VALUE "  VALOR DIFER.".
           03 FILLER    PIC X(16) VALUE "SITUACAO".
           03 FILLER    PIC X(27) VALUE "LANCADO".
      *
       01 LIN-DET.
           03 D-COD     PIC 9(05).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-DESCR   PIC X(30).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-QTLIV   PIC ZZ.ZZ9.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-QTCONT  PIC ZZ.ZZ9.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-DIF     PIC -ZZ.ZZ9.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-PRECO   PIC Z.ZZ9,99.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-VLDIF   PIC -Z.ZZZ.ZZ9,99.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-SITU    PIC X(14).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-QTAJU   PIC ZZ.ZZ9.
           03 FILLER    PIC X(21) VALUE SPACES.
      *
       01 LIN-TOTITE.
           03 FILLER    PIC X(26) VALUE
               "ITENS NO INVENTARIO ....: ".
           03 T-QTITENS PIC ZZ.ZZ9.
           03 FILLER    PIC X(14) VALUE "  CONTADOS: ".
           03 T-QTCONT  PIC ZZ.ZZ9.
           03 FILLER    PIC X(18) VALUE "  NAO CONTADOS: ".
           03 T-QTNCONT PIC ZZ.ZZ9.
           03 FILLER    PIC X(56) VALUE SPACES.
      *
       01 LIN-TOTSOB.
           03 FILLER    PIC X(26) VALUE
               "SOBRAS (UNIDADES/VALOR) : ".
           03 T-QTSOBRA PIC Z.ZZZ.ZZ9.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 T-VLSOBRA PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(79) VALUE SPACES.
      *
       01 LIN-TOTFAL.
           03 FILLER    PIC X(26) VALUE
               "FALTAS (UNIDADES/VALOR) : ".
           03 T-QTFALTA PIC Z.ZZZ.ZZ9.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 T-VLFALTA PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(79) VALUE SPACES.
      *
       01 LIN-TOTLIQ.
           03 FILLER    PIC X(26) VALUE
               "DIFERENCA LIQUIDA ......: ".
           03 FILLER    PIC X(13) VALUE SPACES.
           03 T-VLLIQ   PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(78) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       IVR-OP0.
           DISPLAY "*** INVENTARIO FISICO - RELATORIO DE DIFERENCAS ***"
           DISPLAY "DATA DO INVENTARIO (AAAAMMDD), ENTER=ULTIMO: "
                   WITH NO ADVANCING
           ACCEPT W-DATA
           OPEN INPUT CADINV
           IF ST-ERR7 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADINV"
               GO TO ROT-FIMS.
      *
      * SEM DATA INFORMADA VALE O INVENTARIO MAIS RECENTE DO ARQUIVO
           IF W-DATA = ZEROS
               MOVE ZEROS TO DTINV-INV COD-PRO-INV
               START CADINV KEY IS NOT LESS THAN CHAVE-INV
                   INVALID KEY
                       MOVE "S" TO W-ACABOU.
           IF W-DATA = ZEROS
               PERFORM IVR-ULTIMO THRU IVR-ULTIMO-FIM
                       UNTIL ACABOU-CADINV
               MOVE "N" TO W-ACABOU.
           MOVE W-DATA TO DTINV-INV
           MOVE ZEROS  TO COD-PRO-INV
           START CADINV KEY IS NOT LESS THAN CHAVE-INV
               INVALID KEY
                   MOVE "S" TO W-ACABOU.
           IF NOT ACABOU-CADINV
               READ CADINV NEXT RECORD
                   AT END
                       MOVE "S" TO W-ACABOU.
           IF ACABOU-CADINV OR DTINV-INV NOT = W-DATA
               DISPLAY "*** INVENTARIO NAO ENCONTRADO ***"
               CLOSE CADINV
               GO TO ROT-FIMS.
      *
      * SEM CADPRO O RELATORIO SAI SEM A DESCRICAO
           MOVE "S" TO W-TEMPRO
           OPEN INPUT CADPRO
           IF ST-ERRT NOT = "00"
               MOVE "N" TO W-TEMPRO.
           OPEN OUTPUT PRTIVR
           IF ST-PRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRTIVR"
               GO TO ROT-FIMA.
           MOVE CAB-01 TO REG-PRTIVR
           WRITE REG-PRTIVR
           MOVE SPACES TO REG-PRTIVR
           WRITE REG-PRTIVR
           MOVE W-DATA TO C-DATA
           DIVIDE HRINV-INV BY 100 GIVING C-HORA
           MOVE CAB-02 TO REG-PRTIVR
           WRITE REG-PRTIVR
           MOVE SPACES TO REG-PRTIVR
           WRITE REG-PRTIVR
           MOVE CAB-03 TO REG-PRTIVR
           WRITE REG-PRTIVR
           MOVE SPACES TO REG-PRTIVR
           WRITE REG-PRTIVR.
      *
      * O PRIMEIRO ITEM JA ESTA LIDO
       IVR-002.
           PERFORM IVR-ITEM THRU IVR-ITEM-FIM
           PERFORM IVR-LER THRU IVR-LER-FIM
                   UNTIL ACABOU-CADINV.
       IVR-003.
           MOVE SPACES TO REG-PRTIVR
           WRITE REG-PRTIVR
           MOVE W-QTITENS TO T-QTITENS
           MOVE W-QTCONT  TO T-QTCONT
           MOVE W-QTNCONT TO T-QTNCONT
           MOVE LIN-TOTITE TO REG-PRTIVR
           WRITE REG-PRTIVR
           MOVE W-QTSOBRA TO T-QTSOBRA
           MOVE W-VLSOBRA TO T-VLSOBRA
           MOVE LIN-TOTSOB TO REG-PRTIVR
           WRITE REG-PRTIVR
           MOVE W-QTFALTA TO T-QTFALTA
           MOVE W-VLFALTA TO T-VLFALTA
           MOVE LIN-TOTFAL TO REG-PRTIVR
           WRITE REG-PRTIVR
           COMPUTE W-VLLIQ = W-VLSOBRA - W-VLFALTA
           MOVE W-VLLIQ   TO T-VLLIQ
           MOVE LIN-TOTLIQ TO REG-PRTIVR
           WRITE REG-PRTIVR
           DISPLAY "ITENS NO INVENTARIO: " W-QTITENS
           DISPLAY "CONTADOS ..........: " W-QTCONT
           DISPLAY "NAO CONTADOS ......: " W-QTNCONT
           GO TO ROT-FIM.
      *
      **********************************
      * DATA DO ULTIMO INVENTARIO      *
      **********************************
       IVR-ULTIMO.
           READ CADINV NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO IVR-ULTIMO-FIM.
           IF ST-ERR7 NOT = "00"
               MOVE "S" TO W-ACABOU
               GO TO IVR-ULTIMO-FIM.
           MOVE DTINV-INV TO W-DATA.
       IVR-ULTIMO-FIM.
           EXIT.
      *
      **********************************
      * LEITURA DOS ITENS DO INVENTARIO*
      **********************************
       IVR-LER.
           READ CADINV NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO IVR-LER-FIM.
           IF ST-ERR7 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADINV"
               MOVE "S" TO W-ACABOU
               GO TO IVR-LER-FIM.
           IF DTINV-INV NOT = W-DATA
               MOVE "S" TO W-ACABOU
               GO TO IVR-LER-FIM.
           PERFORM IVR-ITEM THRU IVR-ITEM-FIM.
       IVR-LER-FIM.
           EXIT.
      *
      **********************************
      * LINHA DO ITEM - SO OS ITENS    *
      * CONTADOS (C) OU LANCADOS (L)   *
      * TEM DIFERENCA                  *
      **********************************
       IVR-ITEM.
           ADD 1 TO W-QTITENS
           MOVE ZEROS TO W-DIF W-VLDIF
           MOVE SPACES TO D-DESCR
           IF W-TEMPRO = "S"
               MOVE COD-PRO-INV TO COD-PRO
               READ CADPRO
                   INVALID KEY
                       MOVE "** EXCLUIDO DO CADASTRO **" TO D-DESCR
                   NOT INVALID KEY
                       MOVE DESC-PRO TO D-DESCR.
           IF SITU-INV = "A"
               MOVE "NAO CONTADO" TO D-SITU.
           IF SITU-INV = "C"
               MOVE "CONTADO" TO D-SITU.
           IF SITU-INV = "L"
               MOVE "LANCADO" TO D-SITU.
           IF SITU-INV = "N"
               MOVE "ENC. S/ CONT." TO D-SITU.
           IF SITU-INV = "X"
               MOVE "CANCELADO" TO D-SITU.
           IF SITU-INV = "A" OR SITU-INV = "N"
               ADD 1 TO W-QTNCONT
               GO TO IVR-ITEM1.
           IF SITU-INV = "X" AND OPCONT-INV = SPACES
               ADD 1 TO W-QTNCONT
               GO TO IVR-ITEM1.
           ADD 1 TO W-QTCONT
           COMPUTE W-DIF = QTCONT-INV - QTLIV-INV
           COMPUTE W-VLDIF = W-DIF * PRECO-INV
           IF W-DIF > ZEROS
               ADD W-DIF   TO W-QTSOBRA
               ADD W-VLDIF TO W-VLSOBRA.
           IF W-DIF < ZEROS
               SUBTRACT W-DIF   FROM W-QTFALTA
               SUBTRACT W-VLDIF FROM W-VLFALTA.
       IVR-ITEM1.
           MOVE COD-PRO-INV TO D-COD
           MOVE QTLIV-INV   TO D-QTLIV
           MOVE QTCONT-INV  TO D-QTCONT
           MOVE W-DIF       TO D-DIF
           MOVE PRECO-INV   TO D-PRECO
           MOVE W-VLDIF     TO D-VLDIF
           MOVE QTAJU-INV   TO D-QTAJU
           MOVE LIN-DET TO REG-PRTIVR
           WRITE REG-PRTIVR.
       IVR-ITEM-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE PRTIVR.
       ROT-FIMA.
           CLOSE CADINV
           IF W-TEMPRO = "S"
               CLOSE CADPRO.
       ROT-FIMS.
           STOP RUN.
