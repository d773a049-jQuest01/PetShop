       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETCNT.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * CONTAGEM E APROVACAO DO INVENTARIO *
      * TRABALHA SOBRE O INVENTARIO EM     *
      * ABERTO EM CADINV (ABERTO PELO      *
      * PETINV). O BALCAO DIGITA A QUANTI- *
      * DADE CONTADA DE CADA PRODUTO, SEM  *
      * VER O SALDO DO SISTEMA. O SUPER-   *
      * VISOR (NIVEL 2) APROVA: A DIFEREN- *
      * CA CONTADO - SALDO CONGELADO NA    *
      * ABERTURA E APLICADA AO SALDO ATUAL *
      * DE QTDEST-PRO (VENDAS E ENTRADAS   *
      * FEITAS DEPOIS DA ABERTURA FICAM    *
      * FORA DA DIFERENCA) E GRAVADA NO    *
      * KARDEX CADMOV COMO AJUSTE DE IN-   *
      * VENTARIO (I = SOBRA, F = FALTA).   *
      * ITENS NAO CONTADOS NAO SAO AJUSTA- *
      * DOS. O SUPERVISOR PODE TAMBEM CAN- *
      * CELAR O INVENTARIO EM ABERTO       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADIN.
           COPY SELCADPR.
           COPY SELCADMV.
           COPY SELCADRE.
           COPY SELCADAJ.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADIN.
      *
           COPY FDCADPR.
      *
           COPY FDCADMV.
      *
           COPY FDCADRE.
      *
           COPY FDCADAJ.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERR7      PIC X(02) VALUE "00".
       77 ST-ERRT      PIC X(02) VALUE "00".
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERR1      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(05) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-DTINV      PIC 9(08) VALUE ZEROS.
       77 W-DSITU      PIC X(20) VALUE SPACES.
       77 W-DESCPRO    PIC X(30) VALUE SPACES.
       77 W-QTCONT     PIC 9(05) VALUE ZEROS.
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-INV          VALUE "S".
       77 W-ERRLAN     PIC X(01) VALUE "N".
       77 W-SITNOVA    PIC X(01) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
      *
      **************************************************
      * RESUMO DO INVENTARIO EM ABERTO - OS VALORES DAS *
      * DIFERENCAS SO APARECEM NA APROVACAO, PARA NAO   *
      * ORIENTAR A CONTAGEM                             *
      **************************************************
       77 W-QTITENS    PIC 9(05) VALUE ZEROS.
       77 W-QTCONTADO  PIC 9(05) VALUE ZEROS.
       77 W-QTACONTAR  PIC 9(05) VALUE ZEROS.
       77 W-QTLANCADO  PIC 9(05) VALUE ZEROS.
       77 W-QTDIF      PIC 9(05) VALUE ZEROS.
       77 W-VLSOBRA    PIC 9(08)V99 VALUE ZEROS.
       77 W-VLFALTA    PIC 9(08)V99 VALUE ZEROS.
       77 W-TVLSOBRA   PIC 9(08)V99 VALUE ZEROS.
       77 W-TVLFALTA   PIC 9(08)V99 VALUE ZEROS.
      *
      **************************************************
      * LANCAMENTO DOS AJUSTES NO KARDEX                *
      **************************************************
       77 W-TIPO       PIC X(01) VALUE SPACES.
       77 W-QTAJU      PIC 9(05) VALUE ZEROS.
       77 W-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77 W-QTLANC     PIC 9(05) VALUE ZEROS.
       77 W-QTPEND     PIC 9(05) VALUE ZEROS.
       77 W-ULTSEQ     PIC 9(04) VALUE ZEROS.
       77 W-FIMSEQ     PIC X(01) VALUE "N".
           88 ACABOU-SEQ          VALUE "S".
       77 SAVE-REGMOV  PIC X(42) VALUE SPACES.
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
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELCNT.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "                   INVENTARIO DE ESTOQUE".
           05  LINE 04  COLUMN 47
               VALUE  "PETSHOP".
           05  LINE 05  COLUMN 01
               VALUE  "  DATA INV.:".
           05  LINE 06  COLUMN 01
               VALUE  "  PRODUTO  :".
           05  LINE 07  COLUMN 01
               VALUE  "  SITUACAO :".
           05  LINE 08  COLUMN 01
               VALUE  "  CONTADO  :".
           05  LINE 10  COLUMN 01
               VALUE  "  ITENS    :".
           05  LINE 10  COLUMN 22
               VALUE  "CONTADOS :".
           05  LINE 10  COLUMN 41
               VALUE  "A CONTAR :".
           05  LINE 11  COLUMN 01
               VALUE  "  LANCADOS :".
           05  LINE 12  COLUMN 01
               VALUE  "  SOBRAS   :".
           05  LINE 13  COLUMN 01
               VALUE  "  FALTAS   :".
           05  C-DTINV
               LINE 05  COLUMN 14  PIC 9(08)
               FROM   W-DTINV
               HIGHLIGHT.
           05  C-PROD
               LINE 06  COLUMN 14  PIC 9(05)
               USING  COD-PRO-INV
               HIGHLIGHT.
           05  C-DESCPRO
               LINE 06  COLUMN 21  PIC X(30)
               FROM   W-DESCPRO
               HIGHLIGHT.
           05  C-SITU
               LINE 07  COLUMN 14  PIC X(20)
               FROM   W-DSITU
               HIGHLIGHT.
           05  C-QTDE
               LINE 08  COLUMN 14  PIC ZZZZ9
               USING  W-QTCONT
               HIGHLIGHT.
           05  C-QTITENS
               LINE 10  COLUMN 14  PIC ZZ.ZZ9
               FROM   W-QTITENS
               HIGHLIGHT.
           05  C-QTCONTADO
               LINE 10  COLUMN 33  PIC ZZ.ZZ9
               FROM   W-QTCONTADO
               HIGHLIGHT.
           05  C-QTACONTAR
               LINE 10  COLUMN 52  PIC ZZ.ZZ9
               FROM   W-QTACONTAR
               HIGHLIGHT.
           05  C-QTLANCADO
               LINE 11  COLUMN 14  PIC ZZ.ZZ9
               FROM   W-QTLANCADO
               HIGHLIGHT.
           05  C-VLSOBRA
               LINE 12  COLUMN 14  PIC ZZ.ZZZ.ZZ9,99
               FROM   W-TVLSOBRA
               HIGHLIGHT.
           05  C-VLFALTA
               LINE 13  COLUMN 14  PIC ZZ.ZZZ.ZZ9,99
               FROM   W-TVLFALTA
               HIGHLIGHT.
           05  MENC
               LINE 19  COLUMN 25  PIC X(50)
               USING  MENS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING AREA-OPERADOR.
       INICIO.
      *
       CNT-OP0I.
           OPEN I-O CADINV
           IF ST-ERR7 NOT = "00"
               IF ST-ERR7 = "30" OR ST-ERR7 = "35"
                   MOVE "*** NENHUM INVENTARIO ABERTO (PETINV) ***"
                                                     TO MENS
                   DISPLAY MENS
                   GO TO ROT-FIMP
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADINV" TO MENS
                   DISPLAY MENS
                   GO TO ROT-FIMP.
      *
      * SO PODE HAVER UM INVENTARIO EM ABERTO (O PETINV NAO ABRE
      * OUTRO) - E ELE QUE A TELA TRABALHA
           MOVE ZEROS TO W-DTINV DTINV-INV COD-PRO-INV
           MOVE "N"   TO W-ACABOU
           START CADINV KEY IS NOT LESS THAN CHAVE-INV
               INVALID KEY
                   MOVE "S" TO W-ACABOU.
           PERFORM CNT-ABERTO THRU CNT-ABERTO-FIM
                   UNTIL ACABOU-INV.
           IF W-DTINV = ZEROS
               MOVE "*** NENHUM INVENTARIO ABERTO (PETINV) ***"
                                                     TO MENS
               DISPLAY MENS
               CLOSE CADINV
               GO TO ROT-FIMP.
       CNT-OP0T.
           OPEN I-O CADPRO
           IF ST-ERRT NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADPRO" TO MENS
               DISPLAY MENS
               CLOSE CADINV
               GO TO ROT-FIMP.
       CNT-OP0M.
           OPEN I-O CADMOV
           IF ST-ERRM NOT = "00"
               IF ST-ERRM = "30" OR ST-ERRM = "35"
                      OPEN OUTPUT CADMOV
                      CLOSE CADMOV
                      MOVE "*** ARQUIVO CADMOV SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO CNT-OP0M
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADMOV" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADINV
                      CLOSE CADPRO
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
      *
      * SEM CADRES NENHUM MES FOI FECHADO AINDA; CADAJU SO EXISTE
      * DEPOIS DA PRIMEIRA REABERTURA
       CNT-OP0B.
           MOVE "S" TO W-TEMRES
           OPEN INPUT CADRES
           IF ST-ERRB NOT = "00"
               MOVE "N" TO W-TEMRES.
           MOVE "S" TO W-TEMAJU
           OPEN I-O CADAJU
           IF ST-ERR1 NOT = "00"
               MOVE "N" TO W-TEMAJU.
       CNT-001.
                UNLOCK CADINV
                MOVE ZEROS  TO COD-PRO-INV W-QTCONT W-TVLSOBRA
                               W-TVLFALTA
                MOVE SPACES TO W-DESCPRO W-DSITU
                PERFORM CNT-RESUMO THRU CNT-RESUMO-FIM
                DISPLAY TELCNT.
      *
      *****************************************
      * FUNCOES DO INVENTARIO EM ABERTO       *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 08)
                  "F1=SAIR  F2=CONTAGEM  F3=APROVAR  F4=CANCELAR"
                ACCEPT (23, 58) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                                  AND W-ACT NOT = 05
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-ACT = 03
                   GO TO CNT-002.
      *
      * APROVAR OU CANCELAR E DO SUPERVISOR - O MESMO NIVEL QUE
      * O PETENT EXIGE PARA BAIXAR PERDA/QUEBRA
                IF OPER-NIVEL < 2
                   MOVE "*** FUNCAO RESTRITA AO NIVEL 2 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-ACT = 04
                   GO TO APR-001.
                GO TO CAN-001.
      *
      *****************************************
      * DIGITACAO DA CONTAGEM                 *
      *****************************************
      *
       CNT-002.
                UNLOCK CADINV
                MOVE ZEROS  TO COD-PRO-INV W-QTCONT
                MOVE SPACES TO W-DESCPRO W-DSITU
                DISPLAY TELCNT.
       CNT-003.
                ACCEPT C-PROD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO CNT-001.
                IF COD-PRO-INV = ZEROS
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO CNT-003.
                MOVE W-DTINV TO DTINV-INV
                READ CADINV WITH LOCK
                IF ST-ERR7 = "99"
                   MOVE "** REGISTRO EM USO NO OUTRO TERMINAL **"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNT-003.
      *
      * PRODUTO CADASTRADO DEPOIS DA ABERTURA NAO TEM SALDO CONGELADO
      * E FICA PARA O PROXIMO INVENTARIO
                IF ST-ERR7 = "23"
                   MOVE "*** PRODUTO FORA DESTE INVENTARIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNT-003.
                IF ST-ERR7 NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADINV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF SITU-INV NOT = "A" AND SITU-INV NOT = "C"
                   MOVE "*** ITEM JA LANCADO - NAO ACEITA CONTAGEM ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNT-002.
                MOVE COD-PRO-INV TO COD-PRO
                READ CADPRO
                   INVALID KEY
                      MOVE "** EXCLUIDO DO CADASTRO **" TO W-DESCPRO
                   NOT INVALID KEY
                      MOVE DESC-PRO TO W-DESCPRO.
                IF SITU-INV = "C"
                   MOVE "JA CONTADO - RECONTA" TO W-DSITU
                   MOVE QTCONT-INV TO W-QTCONT
                ELSE
                   MOVE "A CONTAR" TO W-DSITU
                   MOVE ZEROS TO W-QTCONT.
                DISPLAY TELCNT.
      *
      * ZERO E CONTAGEM VALIDA - PRODUTO QUE NAO ESTA NA PRATELEIRA
       CNT-004.
                ACCEPT C-QTDE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO CNT-002.
       CNT-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO CNT-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNT-002.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNT-OPC.
       CNT-RW1.
                MOVE W-QTCONT    TO QTCONT-INV
                MOVE "C"         TO SITU-INV
                MOVE OPER-CODIGO TO OPCONT-INV
                REWRITE REGINV
                IF ST-ERR7 = "00" OR "02"
                   MOVE "*** CONTAGEM REGISTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNT-002.
                MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADINV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * APROVACAO - MOSTRA O VALOR DAS SOBRAS *
      * E FALTAS E LANCA OS AJUSTES           *
      *****************************************
      *
       APR-001.
                PERFORM CNT-RESUMO THRU CNT-RESUMO-FIM
                MOVE W-VLSOBRA TO W-TVLSOBRA
                MOVE W-VLFALTA TO W-TVLFALTA
                DISPLAY TELCNT
                IF W-QTCONTADO = ZEROS
                   MOVE "*** NENHUM ITEM CONTADO A LANCAR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE TO W-DTLANC
                PERFORM CNT-VMES THRU CNT-VMES-FIM
                IF MES-FECHADO
                   MOVE "*** MES FECHADO - AJUSTE NAO ACEITO ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-QTACONTAR NOT = ZEROS
                   MOVE "* ITENS NAO CONTADOS FICAM SEM AJUSTE *"
                                                     TO MENS
                   DISPLAY TELCNT.
       APR-OPC.
                DISPLAY (23, 36) "APROVAR E LANCAR (S/N) : ".
                ACCEPT (23, 61) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO CNT-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INVENTARIO NAO APROVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNT-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO APR-OPC.
       APR-002.
                MOVE ZEROS  TO W-QTLANC W-QTPEND
                MOVE "N"    TO W-ERRLAN W-ACABOU
                MOVE W-DTINV TO DTINV-INV
                MOVE ZEROS   TO COD-PRO-INV
                START CADINV KEY IS NOT LESS THAN CHAVE-INV
                   INVALID KEY
                      MOVE "S" TO W-ACABOU.
                PERFORM APR-LANCA THRU APR-LANCA-FIM
                        UNTIL ACABOU-INV.
                IF W-ERRLAN = "S"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *
      * PRODUTO TRAVADO EM OUTRO TERMINAL (VENDA OU ENTRADA EM
      * CURSO) FICA CONTADO E SAI NA PROXIMA APROVACAO
                IF W-QTPEND NOT = ZEROS
                   MOVE "* ITENS EM USO - APROVE DE NOVO P/ CONCLUIR *"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNT-001.
                MOVE "N"     TO W-ACABOU
                MOVE W-DTINV TO DTINV-INV
                MOVE ZEROS   TO COD-PRO-INV
                START CADINV KEY IS NOT LESS THAN CHAVE-INV
                   INVALID KEY
                      MOVE "S" TO W-ACABOU.
                MOVE "N" TO W-SITNOVA
                PERFORM CNT-ENCERRA THRU CNT-ENCERRA-FIM
                        UNTIL ACABOU-INV.
                MOVE "*** INVENTARIO APROVADO E LANCADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************************
      * LANCA A DIFERENCA DE UM ITEM   *
      * CONTADO: SOBRA SOMA E FALTA    *
      * BAIXA NO SALDO ATUAL, SEM DEI- *
      * XAR O SALDO NEGATIVO           *
      **********************************
       APR-LANCA.
                READ CADINV NEXT RECORD
                   AT END
                      MOVE "S" TO W-ACABOU
                      GO TO APR-LANCA-FIM.
                IF ST-ERR7 NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADINV" TO MENS
                   MOVE "S" TO W-ERRLAN W-ACABOU
                   GO TO APR-LANCA-FIM.
                IF DTINV-INV NOT = W-DTINV
                   MOVE "S" TO W-ACABOU
                   GO TO APR-LANCA-FIM.
                IF SITU-INV NOT = "C"
                   GO TO APR-LANCA-FIM.
                MOVE ZEROS TO W-QTAJU W-VALOR
                MOVE COD-PRO-INV TO COD-PRO
                READ CADPRO WITH LOCK
                IF ST-ERRT = "99"
                   ADD 1 TO W-QTPEND
                   GO TO APR-LANCA-FIM.
      *
      * PRODUTO EXCLUIDO DEPOIS DA ABERTURA - NAO HA SALDO A AJUSTAR
                IF ST-ERRT = "23"
                   GO TO APR-MARCA.
                IF ST-ERRT NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADPRO" TO MENS
                   MOVE "S" TO W-ERRLAN W-ACABOU
                   GO TO APR-LANCA-FIM.
                IF QTCONT-INV > QTLIV-INV
                   MOVE "I" TO W-TIPO
                   COMPUTE W-QTAJU = QTCONT-INV - QTLIV-INV
                   ADD W-QTAJU TO QTDEST-PRO
                ELSE
                   MOVE "F" TO W-TIPO
                   COMPUTE W-QTAJU = QTLIV-INV - QTCONT-INV
                   IF W-QTAJU > QTDEST-PRO
                      MOVE QTDEST-PRO TO W-QTAJU
                      SUBTRACT W-QTAJU FROM QTDEST-PRO
                   ELSE
                      SUBTRACT W-QTAJU FROM QTDEST-PRO.
                IF W-QTAJU = ZEROS
                   UNLOCK CADPRO
                   GO TO APR-MARCA.
                COMPUTE W-VALOR = W-QTAJU * PRECO-INV
                REWRITE REGPRO
                IF ST-ERRT NOT = "00" AND ST-ERRT NOT = "02"
                   MOVE "ERRO NA ATUALIZACAO DO ESTOQUE - CONFERIR"
                                                     TO MENS
                   MOVE "S" TO W-ERRLAN W-ACABOU
                   GO TO APR-LANCA-FIM.
       APR-WR1.
                PERFORM CNT-PROXSEQ THRU CNT-PROXSEQ-FIM
                MOVE W-TIPO     TO TIPO-MOV
                MOVE W-QTAJU    TO QTDE-MOV
                MOVE W-VALOR    TO VALOR-MOV
                MOVE ZEROS      TO COD-FOR-MOV
                MOVE QTDEST-PRO TO SALDO-MOV
                WRITE REGMOV
                IF ST-ERRM = "22"
                   GO TO APR-WR1.
                IF ST-ERRM NOT = "00" AND ST-ERRM NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMOV" TO MENS
                   MOVE "S" TO W-ERRLAN W-ACABOU
                   GO TO APR-LANCA-FIM.
                MOVE "M"       TO TIPO-AJU
                MOVE COD-PRO   TO CODREF-AJU
                MOVE DTMOV-MOV TO DTREF-AJU
                MOVE W-QTAJU   TO QTDE-AJU
                MOVE W-VALOR   TO VALOR-AJU
                PERFORM CNT-AJU THRU CNT-AJU-FIM
                ADD 1 TO W-QTLANC.
       APR-MARCA.
                MOVE W-QTAJU     TO QTAJU-INV
                MOVE "L"         TO SITU-INV
                MOVE W-HOJE      TO DTLAN-INV
                MOVE OPER-CODIGO TO OPLAN-INV
                REWRITE REGINV
                IF ST-ERR7 NOT = "00" AND ST-ERR7 NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADINV" TO MENS
                   MOVE "S" TO W-ERRLAN W-ACABOU.
       APR-LANCA-FIM.
                EXIT.
      *
      *****************************************
      * CANCELAMENTO DO INVENTARIO EM ABERTO  *
      *****************************************
      *
       CAN-001.
                DISPLAY (23, 36) "CANCELAR INVENTARIO (S/N) : ".
                ACCEPT (23, 64) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO CNT-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INVENTARIO MANTIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNT-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-001.
                MOVE "N"     TO W-ACABOU
                MOVE W-DTINV TO DTINV-INV
                MOVE ZEROS   TO COD-PRO-INV
                START CADINV KEY IS NOT LESS THAN CHAVE-INV
                   INVALID KEY
                      MOVE "S" TO W-ACABOU.
                MOVE "X" TO W-SITNOVA
                PERFORM CNT-ENCERRA THRU CNT-ENCERRA-FIM
                        UNTIL ACABOU-INV.
                MOVE "*** INVENTARIO CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************************
      * ENCERRA OS ITENS AINDA ABERTOS *
      * DO INVENTARIO COM A SITUACAO   *
      * EM W-SITNOVA (N = NAO CONTADO   *
      * NA APROVACAO, X = CANCELADO)   *
      **********************************
       CNT-ENCERRA.
                READ CADINV NEXT RECORD
                   AT END
                      MOVE "S" TO W-ACABOU
                      GO TO CNT-ENCERRA-FIM.
                IF ST-ERR7 NOT = "00"
                   MOVE "S" TO W-ACABOU
                   GO TO CNT-ENCERRA-FIM.
                IF DTINV-INV NOT = W-DTINV
                   MOVE "S" TO W-ACABOU
                   GO TO CNT-ENCERRA-FIM.
                IF SITU-INV NOT = "A" AND SITU-INV NOT = "C"
                   GO TO CNT-ENCERRA-FIM.
                MOVE W-SITNOVA   TO SITU-INV
                MOVE W-HOJE      TO DTLAN-INV
                MOVE OPER-CODIGO TO OPLAN-INV
                REWRITE REGINV.
       CNT-ENCERRA-FIM.
                EXIT.
      *
      **********************************
      * PROCURA O INVENTARIO EM ABERTO *
      **********************************
       CNT-ABERTO.
                READ CADINV NEXT RECORD
                   AT END
                      MOVE "S" TO W-ACABOU
                      GO TO CNT-ABERTO-FIM.
                IF ST-ERR7 NOT = "00"
                   MOVE "S" TO W-ACABOU
                   GO TO CNT-ABERTO-FIM.
                IF SITU-INV = "A" OR SITU-INV = "C"
                   MOVE DTINV-INV TO W-DTINV
                   MOVE "S" TO W-ACABOU.
       CNT-ABERTO-FIM.
                EXIT.
      *
      **********************************
      * RESUMO DO INVENTARIO EM ABERTO *
      * - QUANTIDADES POR SITUACAO E   *
      * VALOR DAS SOBRAS E FALTAS DOS  *
      * ITENS CONTADOS (PRECO DA ABER- *
      * TURA)                          *
      **********************************
       CNT-RESUMO.
                MOVE ZEROS TO W-QTITENS W-QTCONTADO W-QTACONTAR
                              W-QTLANCADO W-VLSOBRA W-VLFALTA
                MOVE "N"     TO W-ACABOU
                MOVE W-DTINV TO DTINV-INV
                MOVE ZEROS   TO COD-PRO-INV
                START CADINV KEY IS NOT LESS THAN CHAVE-INV
                   INVALID KEY
                      MOVE "S" TO W-ACABOU.
                PERFORM CNT-RESUMO1 THRU CNT-RESUMO1-FIM
                        UNTIL ACABOU-INV
                MOVE ZEROS TO COD-PRO-INV.
       CNT-RESUMO-FIM.
                EXIT.
       CNT-RESUMO1.
                READ CADINV NEXT RECORD
                   AT END
                      MOVE "S" TO W-ACABOU
                      GO TO CNT-RESUMO1-FIM.
                IF ST-ERR7 NOT = "00"
                   MOVE "S" TO W-ACABOU
                   GO TO CNT-RESUMO1-FIM.
                IF DTINV-INV NOT = W-DTINV
                   MOVE "S" TO W-ACABOU
                   GO TO CNT-RESUMO1-FIM.
                ADD 1 TO W-QTITENS
                IF SITU-INV = "A"
                   ADD 1 TO W-QTACONTAR.
                IF SITU-INV = "L"
                   ADD 1 TO W-QTLANCADO.
                IF SITU-INV NOT = "C"
                   GO TO CNT-RESUMO1-FIM.
                ADD 1 TO W-QTCONTADO
                IF QTCONT-INV > QTLIV-INV
                   COMPUTE W-QTDIF = QTCONT-INV - QTLIV-INV
                   COMPUTE W-VLSOBRA = W-VLSOBRA + W-QTDIF * PRECO-INV
                ELSE
                   COMPUTE W-QTDIF = QTLIV-INV - QTCONT-INV
                   COMPUTE W-VLFALTA = W-VLFALTA + W-QTDIF * PRECO-INV.
       CNT-RESUMO1-FIM.
                EXIT.
      *
      **********************************
      * PROXIMA SEQUENCIA DO PRODUTO   *
      * NO DIA - LE OS MOVIMENTOS DE   *
      * HOJE EM CADMOV E USA A ULTIMA  *
      * SEQUENCIA + 1                  *
      **********************************
      *
      * A VARREDURA RELE REGISTROS PARA DENTRO DE REGMOV, ENTAO O
      * MOVIMENTO MONTADO E SALVO ANTES E RESTAURADO DEPOIS
       CNT-PROXSEQ.
                MOVE REGMOV TO SAVE-REGMOV
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE ZEROS   TO W-ULTSEQ
                MOVE "N"     TO W-FIMSEQ
                MOVE COD-PRO TO COD-PRO-MOV
                MOVE W-HOJE  TO DTMOV-MOV
                MOVE ZEROS   TO SEQ-MOV
                START CADMOV KEY IS NOT LESS THAN CHAVE-MOV
                   INVALID KEY
                      MOVE "S" TO W-FIMSEQ.
                PERFORM CNT-PROXSEQ1 THRU CNT-PROXSEQ1-FIM
                   UNTIL ACABOU-SEQ
                MOVE SAVE-REGMOV TO REGMOV
                MOVE COD-PRO TO COD-PRO-MOV
                MOVE W-HOJE  TO DTMOV-MOV
                COMPUTE SEQ-MOV = W-ULTSEQ + 1.
       CNT-PROXSEQ-FIM.
                EXIT.
       CNT-PROXSEQ1.
                READ CADMOV NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMSEQ
                      GO TO CNT-PROXSEQ1-FIM.
                IF ST-ERRM NOT = "00"
                   MOVE "S" TO W-FIMSEQ
                   GO TO CNT-PROXSEQ1-FIM.
                IF COD-PRO-MOV NOT = COD-PRO OR DTMOV-MOV NOT = W-HOJE
                   MOVE "S" TO W-FIMSEQ
                   GO TO CNT-PROXSEQ1-FIM.
                MOVE SEQ-MOV TO W-ULTSEQ.
       CNT-PROXSEQ1-FIM.
                EXIT.
      *
      **********************************
      * SITUACAO DO MES DA DATA DO     *
      * LANCAMENTO (W-DTLANC) NO RESU- *
      * MO MENSAL: BRANCO = ABERTO,    *
      * F = FECHADO, R = REABERTO      *
      **********************************
       CNT-VMES.
                MOVE SPACES TO W-MESSIT
                IF W-TEMRES NOT = "S"
                   GO TO CNT-VMES-FIM.
                DIVIDE W-DTLANC BY 100 GIVING W-ANOMES
                MOVE W-ANOMES TO ANOMES-RES
                READ CADRES
                IF ST-ERRB NOT = "00"
                   GO TO CNT-VMES-FIM.
                IF SITU-RES = "R"
                   MOVE "R" TO W-MESSIT
                ELSE
                   MOVE "F" TO W-MESSIT.
       CNT-VMES-FIM.
                EXIT.
      *
      **********************************
      * LANCAMENTO EM MES REABERTO -   *
      * REGISTRA NO LOG CADAJU PARA O  *
      * RELATORIO DE AJUSTES TARDIOS.  *
      * TIPO, REFERENCIA, QUANTIDADE E *
      * VALOR VEM MONTADOS EM REGAJU   *
      **********************************
       CNT-AJU.
                IF NOT MES-REABERTO OR W-TEMAJU NOT = "S"
                   GO TO CNT-AJU-FIM.
                MOVE W-ANOMES    TO ANOMES-AJU
                ACCEPT DTLAN-AJU FROM DATE YYYYMMDD
                ACCEPT HRLAN-AJU FROM TIME
                MOVE OPER-CODIGO TO OPER-AJU
                MOVE OPER-FILIAL TO FIL-AJU
                MOVE "INVENTARIO NO MES REABERTO" TO MOTIVO-AJU.
       CNT-AJU1.
                WRITE REGAJU
                IF ST-ERR1 = "22"
                   ADD 1 TO HRLAN-AJU
                   GO TO CNT-AJU1.
                IF ST-ERR1 NOT = "00" AND ST-ERR1 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAJU" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CNT-AJU-FIM.
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
                CLOSE CADINV
                CLOSE CADPRO
                CLOSE CADMOV
                DISPLAY TELCNT
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
               DISPLAY TELCNT.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY TELCNT.
       ROT-MENS-FIM.
                EXIT.
