       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETPAC.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * VENDA DE PACOTE DE SERVICO PRE-PAGO *
      * (EX.: 4 BANHOS PAGOS ADIANTADO).    *
      * GRAVA O PACOTE EM CADPAC NO DONO    *
      * (CADDONO), COM O SERVICO (CADSRV),  *
      * A QUANTIDADE, O VALOR PAGO E A DATA *
      * DE VALIDADE. AS UNIDADES SAO CONSU- *
      * MIDAS NO BALCAO POR PETVIS/PETCHK   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADDO.
           COPY SELCADSR.
           COPY SELCADPC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADDO.
      *
           COPY FDCADSR.
      *
           COPY FDCADPC.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRD      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERR2      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(05) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *
      **************************************************
      * CAMPOS DA TELA E DE TRABALHO - A SEQUENCIA DO   *
      * PACOTE E A PROXIMA LIVRE DENTRO DO DONO         *
      **************************************************
       77 W-DONO       PIC 9(05) VALUE ZEROS.
       77 W-NOMEDONO   PIC X(30) VALUE SPACES.
       77 W-SRV        PIC 9(01) VALUE ZEROS.
       77 W-DESCSRV    PIC X(12) VALUE SPACES.
       77 W-PRECO      PIC 9(04)V99 VALUE ZEROS.
       77 W-QTDE       PIC 9(03) VALUE ZEROS.
       77 W-VLTAB      PIC 9(07)V99 VALUE ZEROS.
       77 W-VLPAGO     PIC 9(07)V99 VALUE ZEROS.
       77 W-DTVAL      PIC 9(08) VALUE ZEROS.
       77 W-SEQ        PIC 9(03) VALUE ZEROS.
       77 W-ULTSEQ     PIC 9(03) VALUE ZEROS.
       77 W-FIMPAC     PIC X(01) VALUE "N".
           88 ACABOU-PAC          VALUE "S".
      *
      * VALIDADE PADRAO: SEIS MESES A PARTIR DA COMPRA (DIA LIMITADO
      * A 28 PARA VALER EM QUALQUER MES)
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DTCALC     PIC 9(08) VALUE ZEROS.
       01 W-DTCALC-R REDEFINES W-DTCALC.
           03 W-ANOC    PIC 9(04).
           03 W-MESC    PIC 9(02).
           03 W-DIAC    PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY COMOPER.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELPAC.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "                  VENDA DE PACOTE PRE-PAGO".
           05  LINE 04  COLUMN 47
               VALUE  "PETSHOP".
           05  LINE 05  COLUMN 01
               VALUE  "  DONO       :".
           05  LINE 06  COLUMN 01
               VALUE  "  SERVICO    :     -".
           05  LINE 07  COLUMN 01
               VALUE  "  PRECO UNIT.:".
           05  LINE 08  COLUMN 01
               VALUE  "  QUANTIDADE :".
           05  LINE 09  COLUMN 01
               VALUE  "  VALOR TAB. :".
           05  LINE 10  COLUMN 01
               VALUE  "  VALOR PAGO :".
           05  LINE 11  COLUMN 01
               VALUE  "  VALIDADE   :           (AAAAMMDD)".
           05  LINE 12  COLUMN 01
               VALUE  "  PACOTE No. :".
           05  P-DONO
               LINE 05  COLUMN 16  PIC 9(05)
               USING  W-DONO
               HIGHLIGHT.
           05  P-NOMEDONO
               LINE 05  COLUMN 23  PIC X(30)
               USING  W-NOMEDONO
               HIGHLIGHT.
           05  P-SRV
               LINE 06  COLUMN 17  PIC 9(01)
               USING  W-SRV
               HIGHLIGHT.
           05  P-DESCSRV
               LINE 06  COLUMN 23  PIC X(12)
               USING  W-DESCSRV
               HIGHLIGHT.
           05  P-PRECO
               LINE 07  COLUMN 16  PIC ZZZ9,99
               USING  W-PRECO
               HIGHLIGHT.
           05  P-QTDE
               LINE 08  COLUMN 16  PIC ZZ9
               USING  W-QTDE
               HIGHLIGHT.
           05  P-VLTAB
               LINE 09  COLUMN 16  PIC Z.ZZZ.ZZ9,99
               USING  W-VLTAB
               HIGHLIGHT.
           05  P-VLPAGO
               LINE 10  COLUMN 16  PIC Z.ZZZ.ZZ9,99
               USING  W-VLPAGO
               HIGHLIGHT.
           05  P-DTVAL
               LINE 11  COLUMN 16  PIC 9(08)
               USING  W-DTVAL
               HIGHLIGHT.
           05  P-SEQ
               LINE 12  COLUMN 16  PIC 9(03)
               USING  W-SEQ
               HIGHLIGHT.
           05  MENP
               LINE 19  COLUMN 25  PIC X(50)
               USING  MENS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING AREA-OPERADOR.
       INICIO.
      *
       PAC-OP0.
           OPEN INPUT CADDONO
           IF ST-ERRD NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADDONO" TO MENS
               DISPLAY MENS
               GO TO ROT-FIMP.
           OPEN INPUT CADSRV
           IF ST-ERRS NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADSRV" TO MENS
               DISPLAY MENS
               CLOSE CADDONO
               GO TO ROT-FIMP.
       PAC-OP0P.
           OPEN I-O CADPAC
           IF ST-ERR2 NOT = "00"
               IF ST-ERR2 = "30" OR ST-ERR2 = "35"
                      OPEN OUTPUT CADPAC
                      CLOSE CADPAC
                      MOVE "*** ARQUIVO CADPAC SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO PAC-OP0P
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADDONO
                      CLOSE CADSRV
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       PAC-001.
                MOVE ZEROS  TO W-DONO W-SRV W-PRECO W-QTDE W-VLTAB
                               W-VLPAGO W-DTVAL W-SEQ
                MOVE SPACES TO W-NOMEDONO W-DESCSRV
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                DISPLAY TELPAC.
       PAC-002.
                ACCEPT P-DONO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-DONO = ZEROS
                   MOVE "*** DONO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PAC-002.
                MOVE W-DONO TO COD-DONO
                READ CADDONO
                   INVALID KEY
                      MOVE "*** DONO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO PAC-002.
                MOVE NOME-DONO TO W-NOMEDONO
                DISPLAY TELPAC.
       PAC-003.
                ACCEPT P-SRV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PAC-002.
                IF W-SRV = ZEROS
                   MOVE "*** INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PAC-003.
                MOVE W-SRV TO COD-SRV
                READ CADSRV
                   INVALID KEY
                      MOVE "*** SERVICO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO PAC-003.
                MOVE DESC-SRV  TO W-DESCSRV
                MOVE PRECO-SRV TO W-PRECO
                DISPLAY TELPAC.
       PAC-004.
                ACCEPT P-QTDE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PAC-003.
                IF W-QTDE < 2
                   MOVE "*** PACOTE DEVE TER 2 OU MAIS UNIDADES ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PAC-004.
                COMPUTE W-VLTAB = W-PRECO * W-QTDE
                IF W-VLPAGO = ZEROS
                   MOVE W-VLTAB TO W-VLPAGO.
                DISPLAY TELPAC.
      *
      * O VALOR PAGO VEM SUGERIDO PELA TABELA; O DESCONTO DO PACOTE
      * E DADO DIGITANDO O VALOR COMBINADO COM O DONO
       PAC-005.
                ACCEPT P-VLPAGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PAC-004.
                IF W-VLPAGO = ZEROS
                   MOVE "*** INFORME O VALOR PAGO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PAC-005.
                IF W-VLPAGO > W-VLTAB
                   MOVE "*** VALOR PAGO ACIMA DA TABELA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PAC-005.
                IF W-DTVAL = ZEROS
                   MOVE W-HOJE TO W-DTCALC
                   ADD 6 TO W-MESC
                   IF W-MESC > 12
                      SUBTRACT 12 FROM W-MESC
                      ADD 1 TO W-ANOC.
                IF W-DTVAL = ZEROS
                   IF W-DIAC > 28
                      MOVE 28 TO W-DIAC
                      MOVE W-DTCALC TO W-DTVAL
                   ELSE
                      MOVE W-DTCALC TO W-DTVAL.
                DISPLAY TELPAC.
       PAC-006.
                ACCEPT P-DTVAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PAC-005.
                MOVE W-DTVAL TO W-DTCALC
                IF W-MESC < 1 OR W-MESC > 12 OR W-DIAC < 1
                                            OR W-DIAC > 31
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PAC-006.
                IF W-DTVAL NOT > W-HOJE
                   MOVE "*** VALIDADE DEVE SER APOS HOJE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PAC-006.
       PAC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PAC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAC-OPC.
      *
      **********************************
      * PROXIMA SEQUENCIA LIVRE DO     *
      * DONO E GRAVACAO DO PACOTE      *
      **********************************
       PAC-WR1.
                PERFORM PAC-PROX THRU PAC-PROX-FIM
                IF W-ULTSEQ = 999
                   MOVE "*** LIMITE DE PACOTES DO DONO ATINGIDO ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAC-001.
                COMPUTE W-SEQ = W-ULTSEQ + 1
                MOVE W-DONO      TO DONO-PAC
                MOVE W-SEQ       TO SEQ-PAC
                MOVE W-SRV       TO SRV-PAC
                MOVE W-QTDE      TO QTCOMP-PAC
                MOVE ZEROS       TO QTUSO-PAC
                MOVE W-VLPAGO    TO VLPAGO-PAC
                MOVE W-HOJE      TO DTCOMP-PAC
                MOVE W-DTVAL     TO DTVAL-PAC
                MOVE OPER-FILIAL TO FIL-PAC
                MOVE OPER-CODIGO TO OPER-PAC.
       PAC-WR2.
                WRITE REGPAC
                IF ST-ERR2 = "22"
                   ADD 1 TO W-SEQ
                   MOVE W-SEQ TO SEQ-PAC
                   GO TO PAC-WR2.
                IF ST-ERR2 NOT = "00" AND ST-ERR2 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPAC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                DISPLAY TELPAC
                MOVE "*** PACOTE REGISTRADO *** " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PAC-001.
      *
      **********************************
      * MAIOR SEQUENCIA JA USADA PELO  *
      * DONO EM CADPAC                 *
      **********************************
       PAC-PROX.
                MOVE ZEROS  TO W-ULTSEQ
                MOVE "N"    TO W-FIMPAC
                MOVE W-DONO TO DONO-PAC
                MOVE ZEROS  TO SEQ-PAC
                START CADPAC KEY IS NOT LESS THAN CHAVE-PAC
                   INVALID KEY
                      MOVE "S" TO W-FIMPAC.
                PERFORM PAC-PROX1 THRU PAC-PROX1-FIM
                        UNTIL ACABOU-PAC.
       PAC-PROX-FIM.
                EXIT.
       PAC-PROX1.
                READ CADPAC NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMPAC
                      GO TO PAC-PROX1-FIM.
                IF ST-ERR2 NOT = "00" OR DONO-PAC NOT = W-DONO
                   MOVE "S" TO W-FIMPAC
                   GO TO PAC-PROX1-FIM.
                MOVE SEQ-PAC TO W-ULTSEQ.
       PAC-PROX1-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADDONO
                CLOSE CADSRV
                CLOSE CADPAC
                DISPLAY TELPAC
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
               DISPLAY TELPAC.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY TELPAC.
       ROT-MENS-FIM.
                EXIT.
