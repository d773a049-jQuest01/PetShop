       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETCTB.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * MANUTENCAO DAS CONTAS CONTABEIS DO *
      * DIARIO (CADCTB) - PARA CADA TIPO DE*
      * LANCAMENTO E SERVICO/PRODUTO, A    *
      * CONTA A DEBITAR E A CONTA A CREDI- *
      * TAR NO ARQUIVO DO PETDIA. CODIGO   *
      * ZERO E A CONTA PADRAO DO TIPO      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADCB.
           COPY SELCADSR.
           COPY SELCADPR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADCB.
      *
           COPY FDCADSR.
      *
           COPY FDCADPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(05) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERR8      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRT      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-DESCREF    PIC X(30) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
      *
      * SEM CADSRV/CADPRO O CODIGO DO SERVICO/PRODUTO NAO E CONFERIDO
       77 W-TEMSRV     PIC X(01) VALUE "S".
       77 W-TEMPRO     PIC X(01) VALUE "S".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY COMOPER.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELCTB.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "                 CONTAS CONTABEIS DO DIARIO".
           05  LINE 04  COLUMN 47
               VALUE  "PETSHOP".
           05  LINE 05  COLUMN 01
               VALUE  "  TIPO      :".
           05  LINE 06  COLUMN 01
               VALUE  "  CODIGO    :        -".
           05  LINE 07  COLUMN 01
               VALUE  "  DESCRICAO :".
           05  LINE 08  COLUMN 01
               VALUE  "  CONTA DEB.:".
           05  LINE 09  COLUMN 01
               VALUE  "  CONTA CRE.:".
           05  LINE 11  COLUMN 01
               VALUE  "  TIPOS: SV=SERVICO  PC=PACOTE  PR=PRODUTO".
           05  LINE 12  COLUMN 10
               VALUE  "RC=RECEBIMENTO  EN=ENTRADA DE MERCADORIA".
           05  LINE 13  COLUMN 10
               VALUE  "PT=DESCONTO EM PONTOS DE FIDELIDADE".
           05  LINE 14  COLUMN 01
               VALUE  "  CODIGO ZERO = CONTA PADRAO DO TIPO".
           05  T-TIPO
               LINE 05  COLUMN 15  PIC X(02)
               USING  TIPO-CTB
               HIGHLIGHT.
           05  T-CODIGO
               LINE 06  COLUMN 15  PIC 9(05)
               USING  COD-CTB
               HIGHLIGHT.
           05  T-DESCREF
               LINE 06  COLUMN 24  PIC X(30)
               USING  W-DESCREF
               HIGHLIGHT.
           05  T-DESCR
               LINE 07  COLUMN 15  PIC X(30)
               USING  DESC-CTB
               HIGHLIGHT.
           05  T-CONTAD
               LINE 08  COLUMN 15  PIC X(12)
               USING  CONTAD-CTB
               HIGHLIGHT.
           05  T-CONTAC
               LINE 09  COLUMN 15  PIC X(12)
               USING  CONTAC-CTB
               HIGHLIGHT.
           05  MENT
               LINE 19  COLUMN 25  PIC X(50)
               USING  MENS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING AREA-OPERADOR.
       INICIO.
      *
      * A MANUTENCAO DAS CONTAS E RESTRITA - O MENU (PETMENU) SO
      * CHAMA ESTE PROGRAMA PARA NIVEL 2 OU SUPERIOR
       CTB-OP0.
           MOVE "S" TO W-TEMSRV W-TEMPRO
           OPEN INPUT CADSRV
           IF ST-ERRS NOT = "00"
               MOVE "N" TO W-TEMSRV.
           OPEN INPUT CADPRO
           IF ST-ERRT NOT = "00"
               MOVE "N" TO W-TEMPRO.
       CTB-OP0A.
           OPEN I-O CADCTB
           IF ST-ERR8 NOT = "00"
               IF ST-ERR8 = "30" OR ST-ERR8 = "35"
                      OPEN OUTPUT CADCTB
                      CLOSE CADCTB
                      MOVE "*** ARQUIVO CADCTB SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO CTB-OP0A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCTB" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMA
                ELSE
                    NEXT SENTENCE.
       CTB-001.
                UNLOCK CADCTB
                MOVE ZEROS  TO COD-CTB
                MOVE SPACES TO TIPO-CTB DESC-CTB CONTAD-CTB CONTAC-CTB
                               W-DESCREF
                DISPLAY TELCTB.
       CTB-002.
                ACCEPT T-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF TIPO-CTB = "sv" MOVE "SV" TO TIPO-CTB.
                IF TIPO-CTB = "pc" MOVE "PC" TO TIPO-CTB.
                IF TIPO-CTB = "pr" MOVE "PR" TO TIPO-CTB.
                IF TIPO-CTB = "rc" MOVE "RC" TO TIPO-CTB.
                IF TIPO-CTB = "en" MOVE "EN" TO TIPO-CTB.
                IF TIPO-CTB = "pt" MOVE "PT" TO TIPO-CTB.
                IF TIPO-CTB NOT = "SV" AND "PC" AND "PR" AND "RC"
                                   AND "EN" AND "PT"
                   MOVE "** TIPO DEVE SER SV, PC, PR, RC, EN OU PT **"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-002.
       CTB-003.
                ACCEPT T-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CTB-002.
                PERFORM CTB-MOSTRA THRU CTB-MOSTRA-FIM
                IF MENS NOT = SPACES
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-003.
                DISPLAY TELCTB.
       LER-CTB01.
                MOVE 0 TO W-SEL
                READ CADCTB WITH LOCK
                IF ST-ERR8 = "99"
                   MOVE "** REGISTRO EM USO NO OUTRO TERMINAL **"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-003.
                IF ST-ERR8 NOT = "23"
                   IF ST-ERR8 = "00"
                      DISPLAY TELCTB
                      MOVE "*** CONTAS JA CADASTRADAS ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CONTAS" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       CTB-004.
                ACCEPT T-DESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CTB-003.
                IF DESC-CTB = SPACES
                   MOVE "*** INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO CTB-004.
       CTB-005.
                ACCEPT T-CONTAD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CTB-004.
                IF CONTAD-CTB = SPACES
                   MOVE "*** INFORME A CONTA A DEBITAR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO CTB-005.
       CTB-006.
                ACCEPT T-CONTAC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CTB-005.
                IF CONTAC-CTB = SPACES
                   MOVE "*** INFORME A CONTA A CREDITAR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO CTB-006.
                IF CONTAC-CTB = CONTAD-CTB
                   MOVE "*** DEBITO E CREDITO NA MESMA CONTA ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO CTB-006.
                DISPLAY TELCTB
      *
                IF W-SEL = 1
                              GO TO ALT-OPC.

       CTB-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CTB-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-OPC.
       CTB-WR1.
                WRITE REGCTB
                IF ST-ERR8 = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO CTB-001.
                IF ST-ERR8 = "22"
                      MOVE "*** CONTAS JA EXISTEM ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO CTB-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CONTAS"
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
                   GO TO CTB-001.
                IF W-ACT = 03
                   MOVE 1 TO W-SEL
                   GO TO CTB-004.
                IF W-ACT = 04
                   GO TO EXC-OPC.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADCTB RECORD
                IF ST-ERR8 = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CTB-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCTB
                IF ST-ERR8 = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CTB-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE CONTAS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************************
      * CONFERE O CODIGO CONFORME O    *
      * TIPO E TRAZ A DESCRICAO DO     *
      * SERVICO/PRODUTO. DEIXA EM MENS *
      * O MOTIVO DA RECUSA             *
      **********************************
       CTB-MOSTRA.
                MOVE SPACES TO W-DESCREF MENS
                IF COD-CTB = ZEROS
                   MOVE "CONTA PADRAO DO TIPO" TO W-DESCREF
                   GO TO CTB-MOSTRA-FIM.
                IF TIPO-CTB = "RC"
                   MOVE "*** RECEBIMENTO SO TEM CONTA PADRAO ***"
                                                     TO MENS
                   GO TO CTB-MOSTRA-FIM.
                IF TIPO-CTB = "PT"
                   MOVE "*** DESCONTO EM PONTOS SO TEM CONTA PADRAO ***"
                                                     TO MENS
                   GO TO CTB-MOSTRA-FIM.
                IF TIPO-CTB = "SV" OR TIPO-CTB = "PC"
                   IF COD-CTB > 9
                      MOVE "*** CODIGO DE SERVICO INVALIDO ***" TO MENS
                      GO TO CTB-MOSTRA-FIM
                   ELSE
                      GO TO CTB-MOSTRA1.
                IF W-TEMPRO NOT = "S"
                   GO TO CTB-MOSTRA-FIM.
                MOVE COD-CTB TO COD-PRO
                READ CADPRO
                   INVALID KEY
                      MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   NOT INVALID KEY
                      MOVE DESC-PRO TO W-DESCREF.
                GO TO CTB-MOSTRA-FIM.
       CTB-MOSTRA1.
                IF W-TEMSRV NOT = "S"
                   GO TO CTB-MOSTRA-FIM.
                MOVE COD-CTB TO COD-SRV
                READ CADSRV
                   INVALID KEY
                      MOVE "*** SERVICO NAO CADASTRADO ***" TO MENS
                   NOT INVALID KEY
                      MOVE DESC-SRV TO W-DESCREF.
       CTB-MOSTRA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADCTB.
       ROT-FIMA.
                IF W-TEMSRV = "S"
                   CLOSE CADSRV.
                IF W-TEMPRO = "S"
                   CLOSE CADPRO.
                DISPLAY TELCTB
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
               DISPLAY TELCTB.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY TELCTB.
       ROT-MENS-FIM.
                EXIT.
