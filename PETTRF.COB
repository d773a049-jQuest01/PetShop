       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETTRF.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * TRANSFERENCIA DE ESTOQUE ENTRE      *
      * LOJAS. NO ENVIO (E) BAIXA O SALDO   *
      * DESTA LOJA (MOVIMENTO T) E NUMERA A *
      * GUIA; NO RECEBIMENTO (R) DIGITA A   *
      * GUIA DA ORIGEM COM A QUANTIDADE QUE *
      * CHEGOU E O VALOR DA GUIA, SOMA AO   *
      * SALDO (MOVIMENTO R), REFAZ O CUSTO  *
      * MEDIO E APONTA FALTA OU SOBRA. AS   *
      * LINHAS FICAM EM CADTRF PARA A CON-  *
      * FERENCIA DA MATRIZ (PETINT/PETCON/  *
      * PETTRL). A GUIA E A CONFERENCIA     *
      * SAEM EM PETTRF.LST                  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADPR.
           COPY SELCADMV.
           COPY SELCADTR.
           COPY SELCADRE.
           COPY SELCADAJ.
           SELECT PRTTRF ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADPR.
      *
           COPY FDCADMV.
      *
           COPY FDCADTR.
      *
           COPY FDCADRE.
      *
           COPY FDCADAJ.
      *
       FD  PRTTRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETTRF.LST".
       01  REG-PRTTRF             PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRT      PIC X(02) VALUE "00".
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 ST-ERR0      PIC X(02) VALUE "00".
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERR1      PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(05) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-TIPO       PIC X(01) VALUE SPACES.
       77 W-LOJA       PIC 9(02) VALUE ZEROS.
       77 W-NUMTRF     PIC 9(06) VALUE ZEROS.
       77 W-PRODUTO    PIC 9(05) VALUE ZEROS.
       77 W-SALDO      PIC 9(05) VALUE ZEROS.
       77 W-QTDE       PIC 9(05) VALUE ZEROS.
       77 W-QTREC      PIC 9(05) VALUE ZEROS.
       77 W-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77 W-VLGUIA     PIC 9(07)V99 VALUE ZEROS.
       77 W-CUSUNI     PIC 9(05)V9999 VALUE ZEROS.
       77 W-ITENS      PIC 9(03) VALUE ZEROS.
       77 W-TOTQT      PIC 9(07) VALUE ZEROS.
       77 W-TOTQR      PIC 9(07) VALUE ZEROS.
       77 W-TOTVL      PIC 9(08)V99 VALUE ZEROS.
       77 W-ULTSEQ     PIC 9(04) VALUE ZEROS.
       77 W-FIMSEQ     PIC X(01) VALUE "N".
           88 ACABOU-SEQ          VALUE "S".
       77 W-FIMTRF     PIC X(01) VALUE "N".
           88 ACABOU-TRF          VALUE "S".
       77 W-TEMLST     PIC X(01) VALUE "S".
       77 W-DESCPRO    PIC X(30) VALUE SPACES.
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
      *
      **************************************************
      * LINHAS DA GUIA DE TRANSFERENCIA E DA CONFEREN-  *
      * CIA DE RECEBIMENTO (PETTRF.LST)                 *
      **************************************************
       01 LIN-SEP.
           03 FILLER    PIC X(132) VALUE ALL "-".
      *
       01 CAB-TRF.
           03 C-TITULO  PIC X(50).
           03 FILLER    PIC X(82) VALUE SPACES.
      *
       01 LIN-DOC.
           03 FILLER    PIC X(16) VALUE "TRANSFERENCIA : ".
           03 G-NUMTRF  PIC 9(06).
           03 FILLER    PIC X(11) VALUE "  DA LOJA ".
           03 G-FILORI  PIC 9(02).
           03 FILLER    PIC X(13) VALUE "  PARA A LOJA".
           03 FILLER    PIC X(01) VALUE SPACES.
           03 G-FILDES  PIC 9(02).
           03 FILLER    PIC X(05) VALUE "  EM ".
           03 G-DATA    PIC 9(08).
           03 FILLER    PIC X(13) VALUE "  OPERADOR : ".
           03 G-OPER    PIC X(08).
           03 FILLER    PIC X(47) VALUE SPACES.
      *
       01 CAB-ITENS.
           03 FILLER    PIC X(40) VALUE
               "PRODUTO DESCRICAO".
           03 FILLER    PIC X(42) VALUE
               "QTD.GUIA  QTD.RECEB.      VALOR  SITUACAO".
           03 FILLER    PIC X(50) VALUE SPACES.
      *
       01 LIN-ITEM.
           03 I-CODPRO  PIC 9(05).
           03 FILLER    PIC X(03) VALUE SPACES.
           03 I-DESC    PIC X(30).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 I-QTENV   PIC ZZ.ZZ9.
           03 FILLER    PIC X(06) VALUE SPACES.
           03 I-QTREC   PIC ZZ.ZZZ.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 I-VALOR   PIC ZZZ.ZZ9,99.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 I-SITU    PIC X(20).
           03 FILLER    PIC X(40) VALUE SPACES.
      *
       01 LIN-TOTTRF.
           03 FILLER    PIC X(26) VALUE
               "TOTAL DA TRANSFERENCIA .: ".
           03 T-ITENS   PIC ZZ9.
           03 FILLER    PIC X(11) VALUE " ITEM(NS)  ".
           03 T-QTENV   PIC Z.ZZZ.ZZ9.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 T-QTREC   PIC Z.ZZZ.ZZZ.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 T-VALOR   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(56) VALUE SPACES.
      *
       01 LIN-ASSIN.
           03 FILLER    PIC X(46) VALUE
               "EXPEDIDO POR : ______________________________".
           03 FILLER    PIC X(46) VALUE
               "RECEBIDO POR : ______________________________".
           03 FILLER    PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY COMOPER.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELTRF.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "                 TRANSFERENCIA ENTRE LOJAS".
           05  LINE 04  COLUMN 46
               VALUE  "PETSHOP".
           05  LINE 05  COLUMN 01
               VALUE  "  OPERACAO :   (E=ENVIAR  R=RECEBER)".
           05  LINE 06  COLUMN 01
               VALUE  "  LOJA     :    (DESTINO NO ENVIO, ORIGEM NO".
           05  LINE 06  COLUMN 46
               VALUE  " RECEBIMENTO)".
           05  LINE 07  COLUMN 01
               VALUE  "  NUMERO   :".
           05  LINE 09  COLUMN 01
               VALUE  "  PRODUTO  :".
           05  LINE 10  COLUMN 01
               VALUE  "  SALDO    :".
           05  LINE 11  COLUMN 01
               VALUE  "  QTD.GUIA :".
           05  LINE 12  COLUMN 01
               VALUE  "  QTD.RECEB:   (SO NO RECEBIMENTO)".
           05  LINE 13  COLUMN 01
               VALUE  "  VLR.GUIA :            (SO NO RECEBIMENTO)".
           05  LINE 14  COLUMN 01
               VALUE  "  ITENS    :".
           05  TR-TIPO
               LINE 05  COLUMN 14  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  TR-LOJA
               LINE 06  COLUMN 14  PIC 9(02)
               USING  W-LOJA
               HIGHLIGHT.
           05  TR-NUMTRF
               LINE 07  COLUMN 14  PIC 9(06)
               USING  W-NUMTRF
               HIGHLIGHT.
           05  TR-PROD
               LINE 09  COLUMN 14  PIC 9(05)
               USING  W-PRODUTO
               HIGHLIGHT.
           05  TR-DESCPRO
               LINE 09  COLUMN 21  PIC X(30)
               USING  W-DESCPRO
               HIGHLIGHT.
           05  TR-SALDO
               LINE 10  COLUMN 14  PIC ZZZZ9
               FROM   W-SALDO
               HIGHLIGHT.
           05  TR-QTDE
               LINE 11  COLUMN 14  PIC 9(05)
               USING  W-QTDE
               HIGHLIGHT.
           05  TR-QTREC
               LINE 12  COLUMN 14  PIC 9(05)
               USING  W-QTREC
               HIGHLIGHT.
           05  TR-VLGUIA
               LINE 13  COLUMN 14  PIC ZZZZZZ9,99
               USING  W-VLGUIA
               HIGHLIGHT.
           05  TR-ITENS
               LINE 14  COLUMN 14  PIC ZZ9
               FROM   W-ITENS
               HIGHLIGHT.
           05  MENT
               LINE 19  COLUMN 25  PIC X(50)
               USING  MENS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING AREA-OPERADOR.
       INICIO.
      *
       TRF-OP0T.
           OPEN I-O CADPRO
           IF ST-ERRT NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADPRO" TO MENS
               DISPLAY MENS
               GO TO ROT-FIMP.
       TRF-OP0M.
           OPEN I-O CADMOV
           IF ST-ERRM NOT = "00"
               IF ST-ERRM = "30" OR ST-ERRM = "35"
                      OPEN OUTPUT CADMOV
                      CLOSE CADMOV
                      MOVE "*** ARQUIVO CADMOV SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO TRF-OP0M
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADMOV" TO MENS
                      DISPLAY MENS
                      CLOSE CADPRO
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       TRF-OP00.
           OPEN I-O CADTRF
           IF ST-ERR0 NOT = "00"
               IF ST-ERR0 = "30" OR ST-ERR0 = "35"
                      OPEN OUTPUT CADTRF
                      CLOSE CADTRF
                      MOVE "*** ARQUIVO CADTRF SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO TRF-OP00
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADTRF" TO MENS
                      DISPLAY MENS
                      CLOSE CADPRO
                      CLOSE CADMOV
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
      *
      * A GUIA E ACUMULADA EM PETTRF.LST AO LONGO DO DIA (EXTEND),
      * PARA QUE UMA GUIA NAO APAGUE A ANTERIOR
       TRF-OP0L.
           MOVE "S" TO W-TEMLST
           OPEN EXTEND PRTTRF
           IF ST-PRT NOT = "00"
               IF ST-PRT = "30" OR ST-PRT = "35"
                   OPEN OUTPUT PRTTRF
                   IF ST-PRT NOT = "00"
                       MOVE "N" TO W-TEMLST
                   ELSE
                       NEXT SENTENCE
               ELSE
                   MOVE "N" TO W-TEMLST.
      *
      * SEM CADRES NENHUM MES FOI FECHADO AINDA; CADAJU SO EXISTE
      * DEPOIS DA PRIMEIRA REABERTURA
       TRF-OP0B.
           MOVE "S" TO W-TEMRES
           OPEN INPUT CADRES
           IF ST-ERRB NOT = "00"
               MOVE "N" TO W-TEMRES.
           MOVE "S" TO W-TEMAJU
           OPEN I-O CADAJU
           IF ST-ERR1 NOT = "00"
               MOVE "N" TO W-TEMAJU.
      *
      **********************************
      * CABECALHO DA TRANSFERENCIA:    *
      * OPERACAO, A OUTRA LOJA E, NO   *
      * RECEBIMENTO, O NUMERO DA GUIA  *
      **********************************
       TRF-001.
                UNLOCK CADPRO
                MOVE ZEROS  TO W-LOJA W-NUMTRF W-PRODUTO W-SALDO
                               W-QTDE W-QTREC W-VALOR W-ITENS
                               W-TOTQT W-TOTQR W-TOTVL W-VLGUIA
                MOVE SPACES TO W-TIPO W-DESCPRO
                DISPLAY TELTRF.
       TRF-002.
                ACCEPT TR-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-TIPO = "e" MOVE "E" TO W-TIPO.
                IF W-TIPO = "r" MOVE "R" TO W-TIPO.
                IF W-TIPO NOT = "E" AND W-TIPO NOT = "R"
                   MOVE "*** DIGITE E=ENVIAR OU R=RECEBER ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO TRF-002.
       TRF-003.
                ACCEPT TR-LOJA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TRF-002.
                IF W-LOJA = ZEROS
                   MOVE "*** LOJA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO TRF-003.
                IF W-LOJA = OPER-FILIAL
                   MOVE "*** INFORME OUTRA LOJA, NAO ESTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO TRF-003.
      *
      * NO ENVIO O NUMERO E DADO PELO SISTEMA NA GRAVACAO DO PRIMEIRO
      * ITEM; NO RECEBIMENTO E O NUMERO IMPRESSO NA GUIA DA ORIGEM
                IF W-TIPO = "E"
                   MOVE ZEROS TO W-NUMTRF
                   DISPLAY TELTRF
                   GO TO TRF-010.
       TRF-004.
                ACCEPT TR-NUMTRF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TRF-003.
                IF W-NUMTRF = ZEROS
                   MOVE "*** NUMERO DA GUIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO TRF-004.
      *
      **********************************
      * ITENS DA TRANSFERENCIA - ESC NO *
      * PRODUTO ENCERRA A GUIA          *
      **********************************
       TRF-010.
                UNLOCK CADPRO
                MOVE ZEROS  TO W-PRODUTO W-SALDO W-QTDE W-QTREC
                               W-VALOR W-VLGUIA
                MOVE SPACES TO W-DESCPRO
                DISPLAY TELTRF.
       TRF-011.
                ACCEPT TR-PROD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TRF-FECHA.
                IF W-PRODUTO = ZEROS
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO TRF-011.
      *
      * O MESMO PRODUTO NAO PODE APARECER DUAS VEZES NA MESMA GUIA
                IF W-TIPO = "E" AND W-ITENS = ZEROS
                   GO TO TRF-012.
                PERFORM TRF-CHAVE THRU TRF-CHAVE-FIM
                READ CADTRF
                IF ST-ERR0 = "00"
                   MOVE "*** PRODUTO JA LANCADO NESTA GUIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-011.
                IF ST-ERR0 NOT = "23"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADTRF" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *
      * O PRODUTO FICA TRAVADO DA LEITURA ATE A ATUALIZACAO DO SALDO,
      * PARA QUE UMA VENDA SIMULTANEA NAO BAIXE POR CIMA DO ENVIO
       TRF-012.
                MOVE W-PRODUTO TO COD-PRO
                READ CADPRO WITH LOCK
                IF ST-ERRT = "99"
                   MOVE "** REGISTRO EM USO NO OUTRO TERMINAL **"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-011.
                IF ST-ERRT = "23"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-011.
                IF ST-ERRT NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADPRO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE DESC-PRO   TO W-DESCPRO
                MOVE QTDEST-PRO TO W-SALDO
                DISPLAY TELTRF.
       TRF-013.
                ACCEPT TR-QTDE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TRF-010.
                IF W-QTDE = ZEROS
                   MOVE "*** INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO TRF-013.
                IF W-TIPO = "E" AND W-QTDE > QTDEST-PRO
                   MOVE "*** QUANTIDADE MAIOR QUE O SALDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO TRF-013.
                IF W-TIPO = "E"
                   GO TO TRF-OPC.
      *
      * RECEBIDO ZERO E ACEITO: A LINHA DA GUIA FICA REGISTRADA COMO
      * FALTA TOTAL, SEM MOVIMENTO DE ESTOQUE
       TRF-014.
                ACCEPT TR-QTREC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TRF-013.
      *
      * O VALOR E O DA GUIA DA ORIGEM (QTD.GUIA AO CUSTO MEDIO DE LA);
      * VEM SUGERIDO PELO CUSTO MEDIO DESTA LOJA
                IF W-VLGUIA = ZEROS
                   COMPUTE W-VLGUIA = W-QTDE * CUSTO-PRO
                   DISPLAY TELTRF.
       TRF-015.
                ACCEPT TR-VLGUIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TRF-014.
                IF W-VLGUIA = ZEROS AND W-QTREC NOT = ZEROS
                   MOVE "*** INFORME O VALOR DA GUIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO TRF-015.
       TRF-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 AND W-TIPO = "R"
                   GO TO TRF-015.
                IF W-ACT = 02
                   GO TO TRF-013.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-010.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-OPC.
      *
      **********************************
      * ATUALIZA O SALDO DO PRODUTO E  *
      * GRAVA O MOVIMENTO NO KARDEX    *
      **********************************
       TRF-ATSLD.
                ACCEPT W-DTLANC FROM DATE YYYYMMDD
                PERFORM TRF-VMES THRU TRF-VMES-FIM
                IF MES-FECHADO
                   MOVE "*** MES FECHADO - MOVIMENTO NAO ACEITO ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-010.
      *
      * O ENVIO SAI PELO CUSTO MEDIO DA ORIGEM. O RECEBIMENTO ENTRA
      * PELO CUSTO UNITARIO DA GUIA E REFAZ O CUSTO MEDIO DO DESTINO
      * COMO NA ENTRADA (PETENT): SALDO ANTIGO AO CUSTO MEDIO ANTERIOR
      * MAIS O RECEBIDO, DIVIDIDO PELO SALDO NOVO
                IF W-TIPO = "E"
                   IF W-ITENS = ZEROS
                      PERFORM TRF-PROXNUM THRU TRF-PROXNUM-FIM.
                IF W-TIPO = "E"
                   COMPUTE W-VALOR ROUNDED = W-QTDE * CUSTO-PRO
                   SUBTRACT W-QTDE FROM QTDEST-PRO
                   GO TO TRF-ATSLD1.
                COMPUTE W-CUSUNI ROUNDED = W-VLGUIA / W-QTDE
                COMPUTE W-VALOR ROUNDED = W-QTREC * W-CUSUNI
                IF W-QTREC = ZEROS
                   GO TO TRF-WR2.
                COMPUTE CUSTO-PRO ROUNDED =
                        (QTDEST-PRO * CUSTO-PRO + W-QTREC * W-CUSUNI) /
                        (QTDEST-PRO + W-QTREC)
                ADD W-QTREC TO QTDEST-PRO.
       TRF-ATSLD1.
                REWRITE REGPRO
                IF ST-ERRT NOT = "00" AND ST-ERRT NOT = "02"
                   MOVE "ERRO NA ATUALIZACAO DO ESTOQUE - CONFERIR"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       TRF-WR1.
                PERFORM TRF-PROXSEQ THRU TRF-PROXSEQ-FIM
                IF W-TIPO = "E"
                   MOVE "T"     TO TIPO-MOV
                   MOVE W-QTDE  TO QTDE-MOV
                ELSE
                   MOVE "R"     TO TIPO-MOV
                   MOVE W-QTREC TO QTDE-MOV.
                MOVE W-VALOR    TO VALOR-MOV
                MOVE W-LOJA     TO COD-FOR-MOV
                MOVE QTDEST-PRO TO SALDO-MOV
                WRITE REGMOV
                IF ST-ERRM = "22"
      *
      * OUTRO TERMINAL GRAVOU A MESMA SEQUENCIA ENTRE A PESQUISA E A
      * GRAVACAO - PESQUISA DE NOVO E TENTA A SEQUENCIA SEGUINTE
                   GO TO TRF-WR1.
                IF ST-ERRM NOT = "00" AND ST-ERRM NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMOV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "M"       TO TIPO-AJU
                MOVE COD-PRO   TO CODREF-AJU
                MOVE DTMOV-MOV TO DTREF-AJU
                MOVE QTDE-MOV  TO QTDE-AJU
                MOVE W-VALOR   TO VALOR-AJU
                PERFORM TRF-AJU THRU TRF-AJU-FIM.
      *
      **********************************
      * GRAVA A LINHA DA TRANSFERENCIA *
      * EM CADTRF. NO RECEBIMENTO A    *
      * LINHA GUARDA O VALOR DA GUIA   *
      **********************************
       TRF-WR2.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                PERFORM TRF-CHAVE THRU TRF-CHAVE-FIM
                MOVE OPER-CODIGO TO OPER-TRF
                IF W-TIPO = "E"
                   MOVE W-LOJA  TO FILDES-TRF
                   MOVE W-HOJE  TO DTENV-TRF
                   MOVE W-QTDE  TO QTENV-TRF
                   MOVE W-VALOR TO VLENV-TRF
                   MOVE ZEROS   TO DTREC-TRF QTREC-TRF
                   MOVE "E"     TO SITU-TRF
                ELSE
                   MOVE OPER-FILIAL TO FILDES-TRF
                   MOVE ZEROS   TO DTENV-TRF
                   MOVE W-QTDE  TO QTENV-TRF
                   MOVE W-VLGUIA TO VLENV-TRF
                   MOVE W-HOJE  TO DTREC-TRF
                   MOVE W-QTREC TO QTREC-TRF
                   MOVE "R"     TO SITU-TRF.
                IF W-TIPO = "R" AND W-QTREC < W-QTDE
                   MOVE "F" TO SITU-TRF.
                IF W-TIPO = "R" AND W-QTREC > W-QTDE
                   MOVE "S" TO SITU-TRF.
                WRITE REGTRF
      *
      * OUTRO TERMINAL DESTA LOJA TOMOU O MESMO NUMERO DE GUIA ENTRE A
      * PESQUISA E A GRAVACAO DO PRIMEIRO ITEM - PESQUISA DE NOVO E
      * MONTA A LINHA COM O NUMERO SEGUINTE
                IF ST-ERR0 = "22" AND W-TIPO = "E" AND W-ITENS = ZEROS
                   PERFORM TRF-PROXNUM THRU TRF-PROXNUM-FIM
                   GO TO TRF-WR2.
                IF ST-ERR0 NOT = "00" AND ST-ERR0 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTRF" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD 1       TO W-ITENS
                ADD W-QTDE  TO W-TOTQT
                ADD W-QTREC TO W-TOTQR
                ADD W-VALOR TO W-TOTVL
                IF SITU-TRF = "E"
                   MOVE "*** ITEM ENVIADO *** " TO MENS.
                IF SITU-TRF = "R"
                   MOVE "*** ITEM RECEBIDO CONFORME A GUIA ***" TO MENS.
                IF SITU-TRF = "F"
                   MOVE "*** RECEBIDO COM FALTA - AVISAR A ORIGEM ***"
                                                     TO MENS.
                IF SITU-TRF = "S"
                   MOVE "*** RECEBIDO COM SOBRA - AVISAR A ORIGEM ***"
                                                     TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TRF-010.
      *
      **********************************
      * FIM DA GUIA - IMPRIME A GUIA   *
      * (ENVIO) OU A CONFERENCIA       *
      * (RECEBIMENTO) EM PETTRF.LST    *
      **********************************
       TRF-FECHA.
                UNLOCK CADPRO
                IF W-ITENS = ZEROS AND W-TIPO = "E"
                   GO TO TRF-003.
                IF W-ITENS = ZEROS
                   GO TO TRF-004.
                IF W-TEMLST NOT = "S"
                   MOVE "*** SEM PETTRF.LST - GUIA NAO IMPRESSA ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-001.
                PERFORM TRF-IMP THRU TRF-IMP-FIM
                MOVE "*** GUIA GRAVADA EM PETTRF.LST ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO TRF-001.
      *
      **********************************
      * CHAVE DA LINHA EM CADTRF: LOJA *
      * DE ORIGEM + NUMERO + PRODUTO   *
      **********************************
       TRF-CHAVE.
                IF W-TIPO = "E"
                   MOVE OPER-FILIAL TO FILORI-TRF
                ELSE
                   MOVE W-LOJA      TO FILORI-TRF.
                MOVE W-NUMTRF  TO NUM-TRF
                MOVE W-PRODUTO TO COD-PRO-TRF.
       TRF-CHAVE-FIM.
                EXIT.
      *
      **********************************
      * PROXIMO NUMERO DE GUIA DESTA   *
      * LOJA - LE AS LINHAS QUE ELA    *
      * ENVIOU E USA O ULTIMO + 1      *
      **********************************
       TRF-PROXNUM.
                MOVE ZEROS       TO W-NUMTRF
                MOVE "N"         TO W-FIMTRF
                MOVE OPER-FILIAL TO FILORI-TRF
                MOVE ZEROS       TO NUM-TRF COD-PRO-TRF
                START CADTRF KEY IS NOT LESS THAN CHAVE-TRF
                   INVALID KEY
                      MOVE "S" TO W-FIMTRF.
                PERFORM TRF-PROXNUM1 THRU TRF-PROXNUM1-FIM
                   UNTIL ACABOU-TRF
                ADD 1 TO W-NUMTRF
                DISPLAY TELTRF.
       TRF-PROXNUM-FIM.
                EXIT.
       TRF-PROXNUM1.
                READ CADTRF NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMTRF
                      GO TO TRF-PROXNUM1-FIM.
                IF ST-ERR0 NOT = "00"
                   MOVE "S" TO W-FIMTRF
                   GO TO TRF-PROXNUM1-FIM.
                IF FILORI-TRF NOT = OPER-FILIAL
                   MOVE "S" TO W-FIMTRF
                   GO TO TRF-PROXNUM1-FIM.
                MOVE NUM-TRF TO W-NUMTRF.
       TRF-PROXNUM1-FIM.
                EXIT.
      *
      **********************************
      * IMPRESSAO DA GUIA: RELE AS     *
      * LINHAS GRAVADAS EM CADTRF PARA *
      * ESTA LOJA DE ORIGEM E NUMERO   *
      **********************************
       TRF-IMP.
                MOVE LIN-SEP TO REG-PRTTRF
                WRITE REG-PRTTRF
                IF W-TIPO = "E"
                   MOVE "*** GUIA DE TRANSFERENCIA ENTRE LOJAS ***"
                                                     TO C-TITULO
                   MOVE OPER-FILIAL TO G-FILORI
                   MOVE W-LOJA      TO G-FILDES
                ELSE
                   MOVE "*** CONFERENCIA DO RECEBIMENTO ***"
                                                     TO C-TITULO
                   MOVE W-LOJA      TO G-FILORI
                   MOVE OPER-FILIAL TO G-FILDES.
                MOVE CAB-TRF TO REG-PRTTRF
                WRITE REG-PRTTRF
                MOVE W-NUMTRF    TO G-NUMTRF
                ACCEPT G-DATA FROM DATE YYYYMMDD
                MOVE OPER-CODIGO TO G-OPER
                MOVE LIN-DOC TO REG-PRTTRF
                WRITE REG-PRTTRF
                MOVE SPACES TO REG-PRTTRF
                WRITE REG-PRTTRF
                MOVE CAB-ITENS TO REG-PRTTRF
                WRITE REG-PRTTRF
      *
      * OS TOTAIS SAO REFEITOS NA RELEITURA, PORQUE O RECEBIMENTO DE
      * UMA GUIA PODE TER SIDO DIGITADO EM MAIS DE UMA VEZ
                MOVE ZEROS     TO W-ITENS W-TOTQT W-TOTQR W-TOTVL
                MOVE "N"       TO W-FIMTRF
                MOVE ZEROS     TO W-PRODUTO
                PERFORM TRF-CHAVE THRU TRF-CHAVE-FIM
                START CADTRF KEY IS NOT LESS THAN CHAVE-TRF
                   INVALID KEY
                      MOVE "S" TO W-FIMTRF.
                PERFORM TRF-IMPLIN THRU TRF-IMPLIN-FIM
                   UNTIL ACABOU-TRF
                MOVE SPACES TO REG-PRTTRF
                WRITE REG-PRTTRF
                MOVE W-ITENS TO T-ITENS
                MOVE W-TOTQT TO T-QTENV
                MOVE W-TOTQR TO T-QTREC
                MOVE W-TOTVL TO T-VALOR
                MOVE LIN-TOTTRF TO REG-PRTTRF
                WRITE REG-PRTTRF
                MOVE SPACES TO REG-PRTTRF
                WRITE REG-PRTTRF
                WRITE REG-PRTTRF
                MOVE LIN-ASSIN TO REG-PRTTRF
                WRITE REG-PRTTRF
                MOVE SPACES TO REG-PRTTRF
                WRITE REG-PRTTRF.
       TRF-IMP-FIM.
                EXIT.
       TRF-IMPLIN.
                READ CADTRF NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMTRF
                      GO TO TRF-IMPLIN-FIM.
                IF ST-ERR0 NOT = "00"
                   MOVE "S" TO W-FIMTRF
                   GO TO TRF-IMPLIN-FIM.
                IF FILORI-TRF NOT = G-FILORI OR NUM-TRF NOT = W-NUMTRF
                   MOVE "S" TO W-FIMTRF
                   GO TO TRF-IMPLIN-FIM.
                MOVE COD-PRO-TRF TO I-CODPRO COD-PRO
                READ CADPRO
                IF ST-ERRT = "00"
                   MOVE DESC-PRO TO I-DESC
                ELSE
                   MOVE "** NAO CADASTRADO **" TO I-DESC.
                MOVE QTENV-TRF TO I-QTENV
                MOVE QTREC-TRF TO I-QTREC
                IF SITU-TRF = "E"
                   MOVE VLENV-TRF TO W-VALOR
                   MOVE "EM TRANSITO" TO I-SITU
                ELSE
                   COMPUTE W-VALOR ROUNDED =
                           QTREC-TRF * VLENV-TRF / QTENV-TRF.
                MOVE W-VALOR TO I-VALOR
                ADD 1         TO W-ITENS
                ADD QTENV-TRF TO W-TOTQT
                ADD QTREC-TRF TO W-TOTQR
                ADD W-VALOR   TO W-TOTVL
                IF SITU-TRF = "R"
                   MOVE "CONFORME" TO I-SITU.
                IF SITU-TRF = "F"
                   MOVE "** FALTA **" TO I-SITU.
                IF SITU-TRF = "S"
                   MOVE "** SOBRA **" TO I-SITU.
                MOVE LIN-ITEM TO REG-PRTTRF
                WRITE REG-PRTTRF.
       TRF-IMPLIN-FIM.
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
       TRF-PROXSEQ.
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
                PERFORM TRF-PROXSEQ1 THRU TRF-PROXSEQ1-FIM
                   UNTIL ACABOU-SEQ
                MOVE SAVE-REGMOV TO REGMOV
                MOVE COD-PRO TO COD-PRO-MOV
                MOVE W-HOJE  TO DTMOV-MOV
                COMPUTE SEQ-MOV = W-ULTSEQ + 1.
       TRF-PROXSEQ-FIM.
                EXIT.
       TRF-PROXSEQ1.
                READ CADMOV NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMSEQ
                      GO TO TRF-PROXSEQ1-FIM.
                IF ST-ERRM NOT = "00"
                   MOVE "S" TO W-FIMSEQ
                   GO TO TRF-PROXSEQ1-FIM.
                IF COD-PRO-MOV NOT = COD-PRO OR DTMOV-MOV NOT = W-HOJE
                   MOVE "S" TO W-FIMSEQ
                   GO TO TRF-PROXSEQ1-FIM.
                MOVE SEQ-MOV TO W-ULTSEQ.
       TRF-PROXSEQ1-FIM.
                EXIT.
      *
      **********************************
      * SITUACAO DO MES DA DATA DO     *
      * LANCAMENTO (W-DTLANC) NO RESU- *
      * MO MENSAL: BRANCO = ABERTO,    *
      * F = FECHADO, R = REABERTO      *
      **********************************
       TRF-VMES.
                MOVE SPACES TO W-MESSIT
                IF W-TEMRES NOT = "S"
                   GO TO TRF-VMES-FIM.
                DIVIDE W-DTLANC BY 100 GIVING W-ANOMES
                MOVE W-ANOMES TO ANOMES-RES
                READ CADRES
                IF ST-ERRB NOT = "00"
                   GO TO TRF-VMES-FIM.
                IF SITU-RES = "R"
                   MOVE "R" TO W-MESSIT
                ELSE
                   MOVE "F" TO W-MESSIT.
       TRF-VMES-FIM.
                EXIT.
      *
      **********************************
      * LANCAMENTO EM MES REABERTO -   *
      * REGISTRA NO LOG CADAJU PARA O  *
      * RELATORIO DE AJUSTES TARDIOS.  *
      * TIPO, REFERENCIA, QUANTIDADE E *
      * VALOR VEM MONTADOS EM REGAJU   *
      **********************************
       TRF-AJU.
                IF NOT MES-REABERTO OR W-TEMAJU NOT = "S"
                   GO TO TRF-AJU-FIM.
                MOVE W-ANOMES    TO ANOMES-AJU
                ACCEPT DTLAN-AJU FROM DATE YYYYMMDD
                ACCEPT HRLAN-AJU FROM TIME
                MOVE OPER-CODIGO TO OPER-AJU
                MOVE OPER-FILIAL TO FIL-AJU
                MOVE "LANCAMENTO NO MES REABERTO" TO MOTIVO-AJU.
       TRF-AJU1.
                WRITE REGAJU
                IF ST-ERR1 = "22"
                   ADD 1 TO HRLAN-AJU
                   GO TO TRF-AJU1.
                IF ST-ERR1 NOT = "00" AND ST-ERR1 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAJU" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TRF-AJU-FIM.
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
                IF W-TEMLST = "S"
                   CLOSE PRTTRF.
                CLOSE CADPRO
                CLOSE CADMOV
                CLOSE CADTRF
                DISPLAY TELTRF
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
               DISPLAY TELTRF.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY TELTRF.
       ROT-MENS-FIM.
                EXIT.
