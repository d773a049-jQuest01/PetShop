       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETCAN.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * MANUTENCAO DO CADASTRO DE CANIS DA *
      * HOSPEDAGEM (CADCAN) - PORTE, PRECO *
      * DA DIARIA E O SERVICO (CADSRV) EM  *
      * QUE A ESTADA E COBRADA NA SAIDA.   *
      * CANIL COM PET HOSPEDADO (CADHOS)   *
      * NAO PODE SER EXCLUIDO              *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADCN.
           COPY SELCADSR.
           COPY SELCADHO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADCN.
      *
           COPY FDCADSR.
      *
           COPY FDCADHO.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(05) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERR4      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERR5      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-DESCSRV    PIC X(12) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
      *
      * SEM CADHOS NENHUMA ESTADA FOI REGISTRADA AINDA
       77 W-TEMHOS     PIC X(01) VALUE "S".
       77 W-OCUPADO    PIC X(01) VALUE "N".
       77 W-FIMHOS     PIC X(01) VALUE "N".
           88 ACABOU-HOS          VALUE "S".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY COMOPER.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELCAN.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "                     CADASTRO DE CANIS".
           05  LINE 04  COLUMN 47
               VALUE  "PETSHOP".
           05  LINE 05  COLUMN 01
               VALUE  "  CANIL     :".
           05  LINE 06  COLUMN 01
               VALUE  "  DESCRICAO :".
           05  LINE 07  COLUMN 01
               VALUE  "  PORTE     :     (P/M/G)".
           05  LINE 08  COLUMN 01
               VALUE  "  DIARIA    :".
           05  LINE 09  COLUMN 01
               VALUE  "  SERVICO   :     -".
           05  C-CODIGO
               LINE 05  COLUMN 15  PIC 9(03)
               USING  COD-CAN
               HIGHLIGHT.
           05  C-DESCR
               LINE 06  COLUMN 15  PIC X(20)
               USING  DESC-CAN
               HIGHLIGHT.
           05  C-TAM
               LINE 07  COLUMN 15  PIC X(01)
               USING  TAM-CAN
               HIGHLIGHT.
           05  C-DIARIA
               LINE 08  COLUMN 15  PIC ZZZ9,99
               USING  DIARIA-CAN
               HIGHLIGHT.
           05  C-SRV
               LINE 09  COLUMN 15  PIC 9(01)
               USING  SRV-CAN
               HIGHLIGHT.
           05  C-DESCSRV
               LINE 09  COLUMN 21  PIC X(12)
               USING  W-DESCSRV
               HIGHLIGHT.
           05  MENC
               LINE 19  COLUMN 25  PIC X(50)
               USING  MENS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING AREA-OPERADOR.
       INICIO.
      *
      * A MANUTENCAO DE CANIS E RESTRITA - O MENU (PETMENU) SO
      * CHAMA ESTE PROGRAMA PARA NIVEL 2 OU SUPERIOR
       CAN-OP0.
           OPEN INPUT CADSRV
           IF ST-ERRS NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADSRV" TO MENS
               DISPLAY MENS
               GO TO ROT-FIMP.
           MOVE "S" TO W-TEMHOS
           OPEN INPUT CADHOS
           IF ST-ERR5 NOT = "00"
               MOVE "N" TO W-TEMHOS.
       CAN-OP0A.
           OPEN I-O CADCAN
           IF ST-ERR4 NOT = "00"
               IF ST-ERR4 = "30" OR ST-ERR4 = "35"
                      OPEN OUTPUT CADCAN
                      CLOSE CADCAN
                      MOVE "*** ARQUIVO CADCAN SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO CAN-OP0A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAN" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMA
                ELSE
                    NEXT SENTENCE.
       CAN-001.
                UNLOCK CADCAN
                MOVE ZEROS  TO COD-CAN DIARIA-CAN SRV-CAN
                MOVE SPACES TO DESC-CAN TAM-CAN W-DESCSRV
                DISPLAY TELCAN.
       CAN-002.
                ACCEPT C-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF COD-CAN = 0
                   MOVE "*** CODIGO DE CANIL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-002.
       LER-CAN01.
                MOVE 0 TO W-SEL
                READ CADCAN WITH LOCK
                IF ST-ERR4 = "99"
                   MOVE "** REGISTRO EM USO NO OUTRO TERMINAL **"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-002.
                IF ST-ERR4 NOT = "23"
                   IF ST-ERR4 = "00"
                      PERFORM CAN-MOSTRA THRU CAN-MOSTRA-FIM
                      DISPLAY TELCAN
                      MOVE "*** CANIL JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CANIS" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       CAN-003.
                ACCEPT C-DESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CAN-002.
                IF DESC-CAN = SPACES
                   MOVE "*** INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO CAN-003.
       CAN-004.
                ACCEPT C-TAM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CAN-003.
                IF TAM-CAN = "p" MOVE "P" TO TAM-CAN.
                IF TAM-CAN = "m" MOVE "M" TO TAM-CAN.
                IF TAM-CAN = "g" MOVE "G" TO TAM-CAN.
                IF TAM-CAN NOT = "P" AND "M" AND "G"
                   MOVE "*** PORTE DEVE SER P, M OU G ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO CAN-004.
       CAN-005.
                ACCEPT C-DIARIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CAN-004.
                IF DIARIA-CAN = ZEROS
                   MOVE "*** INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO CAN-005.
       CAN-006.
                ACCEPT C-SRV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CAN-005.
                IF SRV-CAN = ZEROS
                   MOVE "*** INFORME O SERVICO DA HOSPEDAGEM ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO CAN-006.
                MOVE SRV-CAN TO COD-SRV
                READ CADSRV
                   INVALID KEY
                      MOVE "*** SERVICO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO CAN-006.
                MOVE DESC-SRV TO W-DESCSRV
                DISPLAY TELCAN
      *
                IF W-SEL = 1
                              GO TO ALT-OPC.

       CAN-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CAN-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-OPC.
       CAN-WR1.
                WRITE REGCAN
                IF ST-ERR4 = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO CAN-001.
                IF ST-ERR4 = "22"
                      MOVE "*** CANIL JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO CAN-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CANIS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO CAN-001.
                IF W-ACT = 03
                   MOVE 1 TO W-SEL
                   GO TO CAN-003.
                IF W-ACT = 04
                   GO TO EXC-OPC.
      *
       EXC-OPC.
                PERFORM CAN-OCUP THRU CAN-OCUP-FIM
                IF W-OCUPADO = "S"
                   MOVE "*** CANIL OCUPADO - NAO PODE SER EXCLUIDO ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-001.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADCAN RECORD
                IF ST-ERR4 = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CAN-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCAN
                IF ST-ERR4 = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE CANIL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       CAN-MOSTRA.
                MOVE SPACES TO W-DESCSRV
                MOVE SRV-CAN TO COD-SRV
                READ CADSRV
                   NOT INVALID KEY
                      MOVE DESC-SRV TO W-DESCSRV.
       CAN-MOSTRA-FIM.
                EXIT.
      *
      **********************************
      * PROCURA PELA CHAVE ALTERNATIVA *
      * CAN-HOS UMA ESTADA SEM SAIDA   *
      * NO CANIL                       *
      **********************************
       CAN-OCUP.
                MOVE "N" TO W-OCUPADO
                IF W-TEMHOS NOT = "S"
                   GO TO CAN-OCUP-FIM.
                MOVE "N"     TO W-FIMHOS
                MOVE COD-CAN TO CAN-HOS
                START CADHOS KEY IS NOT LESS THAN CAN-HOS
                   INVALID KEY
                      MOVE "S" TO W-FIMHOS.
                PERFORM CAN-OCUP1 THRU CAN-OCUP1-FIM
                        UNTIL ACABOU-HOS.
       CAN-OCUP-FIM.
                EXIT.
       CAN-OCUP1.
                READ CADHOS NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMHOS
                      GO TO CAN-OCUP1-FIM.
                IF ST-ERR5 NOT = "00" OR CAN-HOS NOT = COD-CAN
                   MOVE "S" TO W-FIMHOS
                   GO TO CAN-OCUP1-FIM.
                IF DTSAI-HOS = ZEROS
                   MOVE "S" TO W-OCUPADO W-FIMHOS.
       CAN-OCUP1-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADCAN.
       ROT-FIMA.
                CLOSE CADSRV
                IF W-TEMHOS = "S"
                   CLOSE CADHOS.
                DISPLAY TELCAN
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY TELCAN.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY TELCAN.
       ROT-MENS-FIM.
                EXIT.
