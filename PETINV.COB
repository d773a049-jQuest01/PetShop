       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETINV.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************************
      * ABERTURA DO INVENTARIO FISICO DO ESTOQUE        *
      * CONGELA EM CADINV, COM A DATA E A HORA DE HOJE, *
      * O SALDO (QTDEST-PRO) E O PRECO DE CADA PRODUTO  *
      * DE CADPRO, E IMPRIME AS FOLHAS DE CONTAGEM EM   *
      * BRANCO (SEM O SALDO DO SISTEMA, PARA A CONTAGEM *
      * SER CEGA) EM PETINV.LST. A CONTAGEM E DIGITADA  *
      * E APROVADA NO PETCNT; PETIVR LISTA AS DIFEREN-  *
      * CAS. SO UM INVENTARIO PODE ESTAR EM ABERTO      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADPR.
           COPY SELCADIN.
           SELECT PRMFIL ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRF.
           SELECT PRTINV ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADPR.
      *
           COPY FDCADIN.
      *
       FD  PRMFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETFIL.PRM".
       01  REG-PRMFIL.
           03 PRM-FILIAL   PIC 9(02).
      *
       FD  PRTINV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETINV.LST".
       01  REG-PRTINV             PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRT      PIC X(02) VALUE "00".
       77 ST-ERR7      PIC X(02) VALUE "00".
       77 ST-PRF       PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-ARQ          VALUE "S".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-HORA       PIC 9(08) VALUE ZEROS.
       77 W-FILIAL     PIC 9(02) VALUE 1.
       77 W-DTABERTO   PIC 9(08) VALUE ZEROS.
       77 W-JAHOJE     PIC X(01) VALUE "N".
       77 W-QTPRO      PIC 9(05) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *
       01 CAB-01.
           03 FILLER    PIC X(30) VALUE SPACES.
           03 FILLER    PIC X(50) VALUE
               "*** INVENTARIO FISICO - FOLHA DE CONTAGEM ***".
           03 FILLER    PIC X(52) VALUE SPACES.
      *
       01 CAB-02.
           03 FILLER    PIC X(20) VALUE "DATA DO INVENTARIO: ".
           03 C-DATA    PIC 9(08).
           03 FILLER    PIC X(08) VALUE "  HORA: ".
           03 C-HORA    PIC 99.99.99.
           03 FILLER    PIC X(08) VALUE "  LOJA: ".
           03 C-FILIAL  PIC 9(02).
           03 FILLER    PIC X(78) VALUE SPACES.
      *
       01 CAB-03.
           03 FILLER    PIC X(08) VALUE "CODIGO".
           03 FILLER    PIC X(32) VALUE "DESCRICAO".
           03 FILLER    PIC X(20) VALUE "QUANTIDADE CONTADA".
           03 FILLER    PIC X(30) VALUE "OBSERVACAO".
           03 FILLER    PIC X(42) VALUE SPACES.
      *
       01 LIN-DET.
           03 D-COD     PIC 9(05).
           03 FILLER    PIC X(03) VALUE SPACES.
           03 D-DESCR   PIC X(30).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(20) VALUE "__________".
           03 FILLER    PIC X(30) VALUE
               "______________________________".
           03 FILLER    PIC X(42) VALUE SPACES.
      *
       01 LIN-TOTAL.
           03 FILLER    PIC X(26) VALUE
               "PRODUTOS A CONTAR ......: ".
           03 T-QTPRO   PIC ZZ.ZZ9.
           03 FILLER    PIC X(100) VALUE SPACES.
      *
       01 LIN-ASSIN.
           03 FILLER    PIC X(40) VALUE
               "CONTADO POR: ___________________________".
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(42) VALUE
               "CONFERIDO POR: ___________________________".
           03 FILLER    PIC X(46) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INV-OP0.
           DISPLAY "*** ABERTURA DO INVENTARIO FISICO - CADINV ***"
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
      *
      * O CODIGO DA LOJA VEM DE PETFIL.PRM - SEM O ARQUIVO VALE 01
           OPEN INPUT PRMFIL
           IF ST-PRF NOT = "00"
               GO TO INV-OP0T.
           READ PRMFIL
               AT END
                   MOVE ZEROS TO PRM-FILIAL.
           CLOSE PRMFIL
           IF PRM-FILIAL NOT = ZEROS
               MOVE PRM-FILIAL TO W-FILIAL.
       INV-OP0T.
           OPEN INPUT CADPRO
           IF ST-ERRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPRO"
               GO TO ROT-FIMS.
       INV-OP1.
           OPEN I-O CADINV
           IF ST-ERR7 NOT = "00"
               IF ST-ERR7 = "30" OR ST-ERR7 = "35"
                   OPEN OUTPUT CADINV
                   CLOSE CADINV
                   DISPLAY "*** ARQUIVO CADINV SENDO CRIADO ***"
                   GO TO INV-OP1
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADINV"
                   CLOSE CADPRO
                   GO TO ROT-FIMS.
      *
      * UM INVENTARIO NAO APROVADO NEM CANCELADO IMPEDE O PROXIMO -
      * DOIS EM ABERTO LANCARIAM A MESMA DIFERENCA DUAS VEZES
       INV-002.
           MOVE ZEROS TO DTINV-INV COD-PRO-INV
           START CADINV KEY IS NOT LESS THAN CHAVE-INV
               INVALID KEY
                   MOVE "S" TO W-ACABOU.
           PERFORM INV-VER THRU INV-VER-FIM
                   UNTIL ACABOU-ARQ.
           IF W-DTABERTO NOT = ZEROS
               DISPLAY "*** INVENTARIO DE " W-DTABERTO
                       " AINDA EM ABERTO ***"
               DISPLAY "*** APROVE OU CANCELE NO PETCNT ANTES DE "
                       "ABRIR OUTRO ***"
               GO TO ROT-FIMA.
           IF W-JAHOJE = "S"
               DISPLAY "*** JA HOUVE INVENTARIO COM A DATA DE HOJE ***"
               GO TO ROT-FIMA.
           OPEN OUTPUT PRTINV
           IF ST-PRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRTINV"
               GO TO ROT-FIMA.
           MOVE CAB-01 TO REG-PRTINV
           WRITE REG-PRTINV
           MOVE SPACES TO REG-PRTINV
           WRITE REG-PRTINV
           MOVE W-HOJE   TO C-DATA
           DIVIDE W-HORA BY 100 GIVING C-HORA
           MOVE W-FILIAL TO C-FILIAL
           MOVE CAB-02 TO REG-PRTINV
           WRITE REG-PRTINV
           MOVE SPACES TO REG-PRTINV
           WRITE REG-PRTINV
           MOVE CAB-03 TO REG-PRTINV
           WRITE REG-PRTINV
           MOVE SPACES TO REG-PRTINV
           WRITE REG-PRTINV.
       INV-003.
           MOVE "N" TO W-ACABOU
           PERFORM INV-LER THRU INV-LER-FIM
                   UNTIL ACABOU-ARQ.
           MOVE SPACES TO REG-PRTINV
           WRITE REG-PRTINV
           MOVE W-QTPRO TO T-QTPRO
           MOVE LIN-TOTAL TO REG-PRTINV
           WRITE REG-PRTINV
           MOVE SPACES TO REG-PRTINV
           WRITE REG-PRTINV
           WRITE REG-PRTINV
           MOVE LIN-ASSIN TO REG-PRTINV
           WRITE REG-PRTINV
           DISPLAY "INVENTARIO ABERTO EM " W-HOJE
           DISPLAY "PRODUTOS A CONTAR ..: " W-QTPRO
           GO TO ROT-FIM.
      *
      **********************************
      * PROCURA INVENTARIO EM ABERTO   *
      * (ITENS A CONTAR OU CONTADOS E  *
      * NAO LANCADOS) OU JA FEITO HOJE *
      **********************************
       INV-VER.
           READ CADINV NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO INV-VER-FIM.
           IF ST-ERR7 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADINV"
               MOVE "S" TO W-ACABOU
               GO TO INV-VER-FIM.
           IF DTINV-INV = W-HOJE
               MOVE "S" TO W-JAHOJE.
           IF SITU-INV = "A" OR SITU-INV = "C"
               MOVE DTINV-INV TO W-DTABERTO.
       INV-VER-FIM.
           EXIT.
      *
      **********************************
      * LEITURA SEQUENCIAL DE CADPRO - *
      * CONGELA O SALDO E IMPRIME A    *
      * LINHA DA FOLHA DE CONTAGEM     *
      **********************************
       INV-LER.
           READ CADPRO NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO INV-LER-FIM.
           IF ST-ERRT NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPRO"
               MOVE "S" TO W-ACABOU
               GO TO INV-LER-FIM.
           MOVE W-HOJE     TO DTINV-INV
           MOVE COD-PRO    TO COD-PRO-INV
           MOVE W-HORA     TO HRINV-INV
           MOVE QTDEST-PRO TO QTLIV-INV
           MOVE PRECO-PRO  TO PRECO-INV
           MOVE ZEROS      TO QTCONT-INV QTAJU-INV DTLAN-INV
           MOVE "A"        TO SITU-INV
           MOVE SPACES     TO OPCONT-INV OPLAN-INV
           MOVE W-FILIAL   TO FIL-INV
           WRITE REGINV
           IF ST-ERR7 NOT = "00" AND ST-ERR7 NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADINV - PRODUTO "
                       COD-PRO
               GO TO INV-LER-FIM.
           MOVE COD-PRO  TO D-COD
           MOVE DESC-PRO TO D-DESCR
           MOVE LIN-DET  TO REG-PRTINV
           WRITE REG-PRTINV
           MOVE SPACES TO REG-PRTINV
           WRITE REG-PRTINV
           ADD 1 TO W-QTPRO.
       INV-LER-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE PRTINV.
       ROT-FIMA.
           CLOSE CADPRO
           CLOSE CADINV.
       ROT-FIMS.
           STOP RUN.
