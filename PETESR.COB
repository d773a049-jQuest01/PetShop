       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETESR.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * ESTORNO DE LANCAMENTOS (NIVEL 2)    *
      * ESTORNA UMA VISITA (CADVIS), UMA    *
      * VENDA (CADVEN) OU UM PAGAMENTO      *
      * (CADPAG) SEM APAGAR O ORIGINAL: O   *
      * ESTORNO E GRAVADO EM CADEST COM A   *
      * IMAGEM DO LANCAMENTO, O OPERADOR, A *
      * DATA/HORA E O MOTIVO. A VENDA       *
      * ESTORNADA DEVOLVE A QUANTIDADE AO   *
      * ESTOQUE (CADPRO) E GRAVA O MOVIMEN- *
      * TO DE DEVOLUCAO (TIPO D) NO KARDEX  *
      * CADMOV. VISITA PAGA SO E ESTORNADA  *
      * DEPOIS DO ESTORNO DO PAGAMENTO.     *
      * VISITA FEITA COM PACOTE PRE-PAGO    *
      * (CADUSO) DEVOLVE A UNIDADE AO       *
      * PACOTE EM CADPAC                    *
      * PAGAMENTO OU VENDA ESTORNADO TIRA   *
      * DO DONO OS PONTOS DE FIDELIDADE     *
      * QUE GEROU E DEVOLVE OS PONTOS RES-  *
      * GATADOS NELE (CADPTS)               *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADES.
           COPY SELCADPE.
           COPY SELCADVI.
           COPY SELCADVE.
           COPY SELCADPG.
           COPY SELCADPR.
           COPY SELCADMV.
           COPY SELCADRE.
           COPY SELCADAJ.
           COPY SELCADPC.
           COPY SELCADUS.
           COPY SELCADPT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADES.
      *
           COPY FDCADPET.
      *
           COPY FDCADVI.
      *
           COPY FDCADVE.
      *
           COPY FDCADPG.
      *
           COPY FDCADPR.
      *
           COPY FDCADMV.
      *
           COPY FDCADRE.
      *
           COPY FDCADAJ.
      *
           COPY FDCADPC.
      *
           COPY FDCADUS.
      *
           COPY FDCADPT.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERR1      PIC X(02) VALUE "00".
       77 ST-ERR2      PIC X(02) VALUE "00".
       77 ST-ERR3      PIC X(02) VALUE "00".
       77 ST-ERR6      PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRV      PIC X(02) VALUE "00".
       77 ST-ERRN      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRT      PIC X(02) VALUE "00".
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(05) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-ULTSEQ     PIC 9(04) VALUE ZEROS.
       77 W-FIMSEQ     PIC X(01) VALUE "N".
           88 ACABOU-SEQ          VALUE "S".
       77 SAVE-REGMOV  PIC X(42) VALUE SPACES.
       77 W-TEMPET     PIC X(01) VALUE "S".
       77 W-TEMVIS     PIC X(01) VALUE "S".
       77 W-TEMVEN     PIC X(01) VALUE "S".
       77 W-TEMPAG     PIC X(01) VALUE "S".
       77 W-TEMPRO     PIC X(01) VALUE "S".
       77 W-TEMPAC     PIC X(01) VALUE "S".
       77 W-USOPAC     PIC X(01) VALUE "N".
       77 MENS         PIC X(50) VALUE SPACES.
      *
      **************************************************
      * CAMPOS DIGITADOS E EXIBIDOS NA TELA - O ESTORNO *
      * SO E MONTADO EM REGEST NA HORA DA GRAVACAO,     *
      * PORQUE AS LEITURAS DE CONFERENCIA EM CADEST     *
      * REUTILIZAM A AREA DO REGISTRO                   *
      **************************************************
       77 W-TIPO       PIC X(01) VALUE SPACES.
       77 W-CODREF     PIC 9(05) VALUE ZEROS.
       77 W-DTREF      PIC 9(08) VALUE ZEROS.
       77 W-DESCR      PIC X(30) VALUE SPACES.
       77 W-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77 W-OPORIG     PIC X(08) VALUE SPACES.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
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
      * PONTOS DE FIDELIDADE LIGADOS AO LANCAMENTO      *
      * ESTORNADO - LIQUIDO GANHO (G - E) E LIQUIDO     *
      * RESGATADO (R - D) NA MESMA REFERENCIA, E O      *
      * SALDO DO DONO, QUE NAO PODE FICAR NEGATIVO      *
      **************************************************
       77 W-TEMPTS     PIC X(01) VALUE "S".
       77 W-DONOPTS    PIC 9(05) VALUE ZEROS.
       77 W-SALDOCALC  PIC S9(08) VALUE ZEROS.
       77 W-PTSGAN     PIC S9(08) VALUE ZEROS.
       77 W-PTSRES     PIC S9(08) VALUE ZEROS.
       77 W-VLRES      PIC S9(07)V99 VALUE ZEROS.
       77 W-FIMPTS     PIC X(01) VALUE "N".
           88 ACABOU-PTS          VALUE "S".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY COMOPER.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELESR.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "                  ESTORNO DE LANCAMENTOS".
           05  LINE 04  COLUMN 43
               VALUE  "PETSHOP".
           05  LINE 05  COLUMN 01
               VALUE  "  TIPO     :     (V=VISITA N=VENDA P=PAGAMENTO)".
           05  LINE 06  COLUMN 01
               VALUE  "  CODIGO   :       (PET OU SEQUENCIA DA VENDA)".
           05  LINE 07  COLUMN 01
               VALUE  "  DATA     :          (DA VISITA OU DA VENDA)".
           05  LINE 08  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 09  COLUMN 01
               VALUE  "  VALOR    :".
           05  LINE 10  COLUMN 01
               VALUE  "  LANCADO  :".
           05  LINE 11  COLUMN 01
               VALUE  "  MOTIVO   :".
           05  E-TIPO
               LINE 05  COLUMN 14  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  E-CODIGO
               LINE 06  COLUMN 14  PIC 9(05)
               USING  W-CODREF
               HIGHLIGHT.
           05  E-DATA
               LINE 07  COLUMN 14  PIC 9(08)
               USING  W-DTREF
               HIGHLIGHT.
           05  E-DESCR
               LINE 08  COLUMN 14  PIC X(30)
               USING  W-DESCR
               HIGHLIGHT.
           05  E-VALOR
               LINE 09  COLUMN 14  PIC ZZZZZZ9,99
               USING  W-VALOR
               HIGHLIGHT.
           05  E-OPORIG
               LINE 10  COLUMN 14  PIC X(08)
               USING  W-OPORIG
               HIGHLIGHT.
           05  E-MOTIVO
               LINE 11  COLUMN 14  PIC X(30)
               USING  W-MOTIVO
               HIGHLIGHT.
           05  MENE
               LINE 19  COLUMN 25  PIC X(50)
               USING  MENS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING AREA-OPERADOR.
       INICIO.
      *
       ESR-OP0.
           OPEN I-O CADEST
           IF ST-ERRX NOT = "00"
               IF ST-ERRX = "30" OR ST-ERRX = "35"
                      OPEN OUTPUT CADEST
                      CLOSE CADEST
                      MOVE "*** ARQUIVO CADEST SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ESR-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADEST" TO MENS
                      DISPLAY MENS
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
       ESR-OP0M.
           OPEN I-O CADMOV
           IF ST-ERRM NOT = "00"
               IF ST-ERRM = "30" OR ST-ERRM = "35"
                      OPEN OUTPUT CADMOV
                      CLOSE CADMOV
                      MOVE "*** ARQUIVO CADMOV SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ESR-OP0M
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADMOV" TO MENS
                      DISPLAY MENS
                      CLOSE CADEST
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
      *
      * OS ARQUIVOS DE LANCAMENTOS SAO OPCIONAIS - SEM UM DELES SO O
      * TIPO DE ESTORNO CORRESPONDENTE FICA INDISPONIVEL. SEM CADPRO
      * A VENDA NAO PODE SER ESTORNADA (NAO HA COMO DEVOLVER O SALDO)
       ESR-OP0D.
           MOVE "S" TO W-TEMPET
           OPEN INPUT CADPET
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEMPET.
           MOVE "S" TO W-TEMVIS
           OPEN INPUT CADVIS
           IF ST-ERRV NOT = "00"
               MOVE "N" TO W-TEMVIS.
           MOVE "S" TO W-TEMVEN
           OPEN INPUT CADVEN
           IF ST-ERRN NOT = "00"
               MOVE "N" TO W-TEMVEN.
           MOVE "S" TO W-TEMPAG
           OPEN INPUT CADPAG
           IF ST-ERRP NOT = "00"
               MOVE "N" TO W-TEMPAG.
           MOVE "S" TO W-TEMPRO
           OPEN I-O CADPRO
           IF ST-ERRT NOT = "00"
               MOVE "N" TO W-TEMPRO.
      *
      * SEM CADPAC/CADUSO NENHUMA VISITA FOI FEITA COM PACOTE
           MOVE "S" TO W-TEMPAC
           OPEN I-O CADPAC
           IF ST-ERR2 NOT = "00"
               MOVE "N" TO W-TEMPAC
           ELSE
               OPEN I-O CADUSO
               IF ST-ERR3 NOT = "00"
                   MOVE "N" TO W-TEMPAC
                   CLOSE CADPAC.
      *
      * SEM CADPTS NENHUM PONTO DE FIDELIDADE FOI LANCADO AINDA
           MOVE "S" TO W-TEMPTS
           OPEN I-O CADPTS
           IF ST-ERR6 NOT = "00"
               MOVE "N" TO W-TEMPTS.
      *
      * SEM CADRES NENHUM MES FOI FECHADO AINDA; CADAJU SO EXISTE
      * DEPOIS DA PRIMEIRA REABERTURA
       ESR-OP0B.
           MOVE "S" TO W-TEMRES
           OPEN INPUT CADRES
           IF ST-ERRB NOT = "00"
               MOVE "N" TO W-TEMRES.
           MOVE "S" TO W-TEMAJU
           OPEN I-O CADAJU
           IF ST-ERR1 NOT = "00"
               MOVE "N" TO W-TEMAJU.
       ESR-001.
                IF W-TEMPRO = "S"
                   UNLOCK CADPRO.
                IF W-TEMPAC = "S"
                   UNLOCK CADPAC.
                MOVE SPACES TO W-TIPO W-DESCR W-OPORIG W-MOTIVO
                MOVE ZEROS  TO W-CODREF W-DTREF W-VALOR
                DISPLAY TELESR.
       ESR-002.
                ACCEPT E-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-TIPO = "v"
                   MOVE "V" TO W-TIPO.
                IF W-TIPO = "n"
                   MOVE "N" TO W-TIPO.
                IF W-TIPO = "p"
                   MOVE "P" TO W-TIPO.
                IF W-TIPO NOT = "V" AND "N" AND "P"
                   MOVE "*** DIGITE V, N OU P ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ESR-002.
                IF W-TIPO = "V" AND W-TEMVIS NOT = "S"
                   MOVE "*** ARQUIVO CADVIS INDISPONIVEL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ESR-002.
                IF W-TIPO = "P" AND W-TEMPAG NOT = "S"
                   MOVE "*** ARQUIVO CADPAG INDISPONIVEL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ESR-002.
                IF W-TIPO = "N" AND
                   (W-TEMVEN NOT = "S" OR W-TEMPRO NOT = "S")
                   MOVE "* ARQUIVO CADVEN/CADPRO INDISPONIVEL *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ESR-002.
       ESR-003.
                ACCEPT E-CODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ESR-002.
                IF W-CODREF = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ESR-003.
                IF W-TIPO = "N" AND W-CODREF > 9999
                   MOVE "*** SEQUENCIA DA VENDA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ESR-003.
       ESR-004.
                IF W-TEMPRO = "S"
                   UNLOCK CADPRO.
                IF W-TEMPAC = "S"
                   UNLOCK CADPAC.
                MOVE "N" TO W-USOPAC
                ACCEPT E-DATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ESR-003.
                IF W-DTREF = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ESR-004.
                MOVE SPACES TO W-DESCR W-OPORIG
                MOVE ZEROS  TO W-VALOR
                IF W-TIPO = "V"
                   GO TO ESR-004V.
                IF W-TIPO = "P"
                   GO TO ESR-004P.
      *
      * VENDA - O PRODUTO FICA TRAVADO ATE A DEVOLUCAO DO SALDO, COMO
      * NA BAIXA DA VENDA (PETVEN)
                MOVE W-DTREF  TO DTVENDA
                MOVE W-CODREF TO SEQ-VEN
                READ CADVEN
                   INVALID KEY
                      MOVE "*** VENDA NAO ENCONTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ESR-004.
                MOVE COD-PRO-VEN TO COD-PRO
                READ CADPRO WITH LOCK
                IF ST-ERRT = "99"
                   MOVE "** REGISTRO EM USO NO OUTRO TERMINAL **"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ESR-004.
                IF ST-ERRT = "23"
                   MOVE "* PRODUTO DA VENDA NAO CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ESR-004.
                IF ST-ERRT NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADPRO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE DESC-PRO  TO W-DESCR
                MOVE VALOR-VEN TO W-VALOR
                MOVE OPER-VEN  TO W-OPORIG
                GO TO ESR-004E.
       ESR-004V.
                MOVE W-CODREF TO COD-VIS
                MOVE W-DTREF  TO DTVISITA
                READ CADVIS
                   INVALID KEY
                      MOVE "*** VISITA NAO ENCONTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ESR-004.
                MOVE VALOR-VIS TO W-VALOR
                MOVE OPER-VIS  TO W-OPORIG
                PERFORM ESR-NOMEPET THRU ESR-NOMEPET-FIM
      *
      * VISITA FEITA COM PACOTE - O PACOTE FICA TRAVADO ATE A
      * DEVOLUCAO DA UNIDADE
                IF W-TEMPAC NOT = "S"
                   GO TO ESR-004VP.
                MOVE W-CODREF TO COD-USO
                MOVE W-DTREF  TO DTVIS-USO
                READ CADUSO
                IF ST-ERR3 NOT = "00"
                   GO TO ESR-004VP.
                MOVE DONO-USO TO DONO-PAC
                MOVE SEQ-USO  TO SEQ-PAC
                READ CADPAC WITH LOCK
                IF ST-ERR2 = "99"
                   MOVE "** PACOTE EM USO NO OUTRO TERMINAL **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ESR-004.
                MOVE "S" TO W-USOPAC.
       ESR-004VP.
      *
      * VISITA PAGA SO PODE SER ESTORNADA DEPOIS DO ESTORNO DO
      * PAGAMENTO, PARA O CAIXA NAO FICAR COM RECEBIMENTO SEM VISITA
                IF W-TEMPAG NOT = "S"
                   GO TO ESR-004E.
                MOVE W-CODREF TO COD-PAG
                MOVE W-DTREF  TO DTVIS-PAG
                READ CADPAG
                IF ST-ERRP NOT = "00"
                   GO TO ESR-004E.
                MOVE "P"      TO TIPO-EST
                MOVE W-CODREF TO CODREF-EST
                MOVE W-DTREF  TO DTREF-EST
                MOVE ZEROS    TO SEQ-EST
                READ CADEST
                IF ST-ERRX = "00"
                   GO TO ESR-004E.
                MOVE "* VISITA PAGA - ESTORNE O PAGAMENTO ANTES *"
                                                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ESR-004.
       ESR-004P.
                MOVE W-CODREF TO COD-PAG
                MOVE W-DTREF  TO DTVIS-PAG
                READ CADPAG
                   INVALID KEY
                      MOVE "*** PAGAMENTO NAO ENCONTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ESR-004.
                MOVE VALOR-PAG TO W-VALOR
                MOVE OPER-PAG  TO W-OPORIG
                PERFORM ESR-NOMEPET THRU ESR-NOMEPET-FIM.
      *
      * O MESMO LANCAMENTO NAO PODE TER DOIS ESTORNOS EM VIGOR
       ESR-004E.
                MOVE W-TIPO   TO TIPO-EST
                MOVE W-CODREF TO CODREF-EST
                MOVE W-DTREF  TO DTREF-EST
                MOVE ZEROS    TO SEQ-EST
                READ CADEST
                IF ST-ERRX = "00"
                   MOVE "*** LANCAMENTO JA ESTORNADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ESR-001.
                IF ST-ERRX NOT = "23"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADEST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                DISPLAY TELESR.
       ESR-005.
                ACCEPT E-MOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ESR-004.
                IF W-MOTIVO = SPACES
                   MOVE "*** INFORME O MOTIVO DO ESTORNO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ESR-005.
       ESR-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA ESTORNO (S/N) : ".
                ACCEPT (23, 65) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ESR-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* ESTORNO CANCELADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ESR-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ESR-OPC.
      *
      **********************************
      * GRAVA O ESTORNO EM VIGOR (SEQ  *
      * 00) COM A IMAGEM DO ORIGINAL   *
      **********************************
       ESR-WR1.
                ACCEPT W-DTLANC FROM DATE YYYYMMDD
                PERFORM ESR-VMES THRU ESR-VMES-FIM
                IF MES-FECHADO
                   MOVE "*** MES FECHADO - ESTORNO NAO ACEITO ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ESR-001.
                MOVE SPACES    TO REGEST
                MOVE W-TIPO    TO TIPO-EST
                MOVE W-CODREF  TO CODREF-EST
                MOVE W-DTREF   TO DTREF-EST
                MOVE ZEROS     TO SEQ-EST
                ACCEPT DTEST   FROM DATE YYYYMMDD
                ACCEPT HREST   FROM TIME
                MOVE OPER-CODIGO TO OPER-EST
                MOVE OPER-FILIAL TO FIL-EST
                MOVE W-MOTIVO  TO MOTIVO-EST
                MOVE "E"       TO SITU-EST
                MOVE W-VALOR   TO VALOR-EST
                IF W-TIPO = "V"
                   MOVE REGVIS TO IMG-EST.
                IF W-TIPO = "N"
                   MOVE REGVEN TO IMG-EST.
                IF W-TIPO = "P"
                   MOVE REGPAG TO IMG-EST.
                WRITE REGEST
                IF ST-ERRX = "22"
                   MOVE "*** LANCAMENTO JA ESTORNADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ESR-001.
                IF ST-ERRX NOT = "00" AND ST-ERRX NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-USOPAC = "S"
                   PERFORM ESR-DEVPAC THRU ESR-DEVPAC-FIM.
                IF W-TIPO NOT = "N"
                   GO TO ESR-WR1-OK.
      *
      * VENDA ESTORNADA - A QUANTIDADE VOLTA AO ESTOQUE E O KARDEX
      * RECEBE A DEVOLUCAO, PARA O SALDO CONTINUAR EXPLICADO
       ESR-DEVOL.
                ADD QTDE-VEN TO QTDEST-PRO
                REWRITE REGPRO
                IF ST-ERRT NOT = "00" AND ST-ERRT NOT = "02"
                   MOVE "ERRO NA DEVOLUCAO AO ESTOQUE - CONFERIR"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM ESR-MOV THRU ESR-MOV-FIM.
       ESR-WR1-OK.
                PERFORM ESR-PTS THRU ESR-PTS-FIM
                MOVE "S"       TO TIPO-AJU
                MOVE W-CODREF  TO CODREF-AJU
                MOVE W-DTREF   TO DTREF-AJU
                MOVE 1         TO QTDE-AJU
                MOVE W-VALOR   TO VALOR-AJU
                PERFORM ESR-AJU THRU ESR-AJU-FIM
                MOVE "*** ESTORNO REGISTRADO *** " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ESR-001.
      *
      **********************************
      * DEVOLVE A UNIDADE AO PACOTE    *
      * (LIDO COM TRAVA EM ESR-004V) E *
      * APAGA A MARCA DE USO DA VISITA *
      **********************************
       ESR-DEVPAC.
                IF ST-ERR2 NOT = "00"
                   MOVE "* PACOTE NAO ENCONTRADO - UNIDADE NAO VOLTOU *"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ESR-DEVPAC1.
                IF QTUSO-PAC > ZEROS
                   SUBTRACT 1 FROM QTUSO-PAC.
                REWRITE REGPAC
                IF ST-ERR2 NOT = "00" AND ST-ERR2 NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADPAC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ESR-DEVPAC1.
                MOVE W-CODREF TO COD-USO
                MOVE W-DTREF  TO DTVIS-USO
                DELETE CADUSO RECORD
                IF ST-ERR3 NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO REGISTRO DE CADUSO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ESR-DEVPAC-FIM.
                EXIT.
      *
      **********************************
      * PONTOS DO PAGAMENTO OU DA VEN- *
      * DA ESTORNADO: DEVOLVE AO DONO  *
      * O RESGATADO (D) E TIRA O GANHO *
      * (E), ESTE LIMITADO AO SALDO -  *
      * PONTOS JA GASTOS NAO DEIXAM O  *
      * SALDO NEGATIVO                 *
      **********************************
       ESR-PTS.
                IF W-TEMPTS NOT = "S" OR W-TEMPET NOT = "S"
                   GO TO ESR-PTS-FIM.
                IF W-TIPO = "V"
                   GO TO ESR-PTS-FIM.
                IF W-TIPO = "N"
                   MOVE COD-VIS-VEN TO COD
                ELSE
                   MOVE W-CODREF    TO COD.
                IF COD = ZEROS
                   GO TO ESR-PTS-FIM.
                READ CADPET
                   INVALID KEY
                      GO TO ESR-PTS-FIM.
                MOVE DONO-COD TO W-DONOPTS
                MOVE ZEROS    TO W-SALDOCALC W-PTSGAN W-PTSRES W-VLRES
                MOVE "N"      TO W-FIMPTS
                MOVE W-DONOPTS TO DONO-PTS
                MOVE ZEROS    TO DTLAN-PTS HRLAN-PTS
                START CADPTS KEY IS NOT LESS THAN CHAVE-PTS
                   INVALID KEY
                      MOVE "S" TO W-FIMPTS.
                PERFORM ESR-PTS1 THRU ESR-PTS1-FIM
                        UNTIL ACABOU-PTS
                IF W-PTSRES > ZEROS
                   MOVE "D"      TO TIPO-PTS
                   MOVE W-PTSRES TO PONTOS-PTS
                   PERFORM ESR-GRPTS THRU ESR-GRPTS-FIM
                   ADD W-PTSRES TO W-SALDOCALC.
                IF W-PTSGAN > W-SALDOCALC
                   MOVE W-SALDOCALC TO W-PTSGAN.
                IF W-PTSGAN > ZEROS
                   MOVE "E"      TO TIPO-PTS
                   MOVE W-PTSGAN TO PONTOS-PTS
                   PERFORM ESR-GRPTS THRU ESR-GRPTS-FIM.
       ESR-PTS-FIM.
                EXIT.
       ESR-PTS1.
                READ CADPTS NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMPTS
                      GO TO ESR-PTS1-FIM.
                IF ST-ERR6 NOT = "00"
                   MOVE "S" TO W-FIMPTS
                   GO TO ESR-PTS1-FIM.
                IF DONO-PTS NOT = W-DONOPTS
                   MOVE "S" TO W-FIMPTS
                   GO TO ESR-PTS1-FIM.
                IF TIPO-PTS = "G" OR TIPO-PTS = "D"
                   ADD PONTOS-PTS TO W-SALDOCALC
                ELSE
                   SUBTRACT PONTOS-PTS FROM W-SALDOCALC.
                IF ORIG-PTS NOT = W-TIPO OR CODREF-PTS NOT = W-CODREF
                                         OR DTREF-PTS NOT = W-DTREF
                   GO TO ESR-PTS1-FIM.
                IF TIPO-PTS = "G"
                   ADD PONTOS-PTS TO W-PTSGAN.
                IF TIPO-PTS = "E"
                   SUBTRACT PONTOS-PTS FROM W-PTSGAN.
                IF TIPO-PTS = "R"
                   ADD PONTOS-PTS TO W-PTSRES
                   ADD VALOR-PTS  TO W-VLRES.
                IF TIPO-PTS = "D"
                   SUBTRACT PONTOS-PTS FROM W-PTSRES
                   SUBTRACT VALOR-PTS  FROM W-VLRES.
       ESR-PTS1-FIM.
                EXIT.
      *
      **********************************
      * GRAVA O LANCAMENTO DE PONTOS   *
      * DO ESTORNO (TIPO E PONTOS VEM  *
      * MONTADOS EM REGPTS). A DEVOLU- *
      * CAO LEVA O DESCONTO DEVOLVIDO, *
      * QUE O PETDIA LANCA DE VOLTA    *
      **********************************
       ESR-GRPTS.
                MOVE W-DONOPTS   TO DONO-PTS
                ACCEPT DTLAN-PTS FROM DATE YYYYMMDD
                ACCEPT HRLAN-PTS FROM TIME
                MOVE W-TIPO      TO ORIG-PTS
                MOVE W-CODREF    TO CODREF-PTS
                MOVE W-DTREF     TO DTREF-PTS
                MOVE W-VALOR     TO VALOR-PTS
                IF TIPO-PTS = "D"
                   MOVE W-VLRES  TO VALOR-PTS.
                MOVE OPER-CODIGO TO OPER-PTS
                MOVE OPER-FILIAL TO FIL-PTS.
       ESR-GRPTS1.
                WRITE REGPTS
                IF ST-ERR6 = "22"
                   ADD 1 TO HRLAN-PTS
                   GO TO ESR-GRPTS1.
                IF ST-ERR6 NOT = "00" AND ST-ERR6 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPTS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ESR-GRPTS-FIM.
                EXIT.
      *
      **********************************
      * NOME DO PET PARA A DESCRICAO   *
      **********************************
       ESR-NOMEPET.
                MOVE "*** PET FORA DO CADASTRO ***" TO W-DESCR
                IF W-TEMPET NOT = "S"
                   MOVE SPACES TO W-DESCR
                   GO TO ESR-NOMEPET-FIM.
                MOVE W-CODREF TO COD
                READ CADPET
                   NOT INVALID KEY
                      MOVE NOME TO W-DESCR.
       ESR-NOMEPET-FIM.
                EXIT.
      *
      **********************************
      * GRAVA A DEVOLUCAO DA VENDA NO  *
      * LIVRO DE MOVIMENTOS (KARDEX)   *
      * COM O SALDO APOS O MOVIMENTO   *
      **********************************
       ESR-MOV.
                MOVE "D"        TO TIPO-MOV
                MOVE QTDE-VEN   TO QTDE-MOV
                MOVE VALOR-VEN  TO VALOR-MOV
                MOVE ZEROS      TO COD-FOR-MOV
                MOVE QTDEST-PRO TO SALDO-MOV
                PERFORM ESR-MOVSEQ THRU ESR-MOVSEQ-FIM
                WRITE REGMOV
                IF ST-ERRM = "22"
      *
      * OUTRO TERMINAL GRAVOU A MESMA SEQUENCIA ENTRE A PESQUISA E A
      * GRAVACAO - PESQUISA DE NOVO E TENTA A SEQUENCIA SEGUINTE
                   GO TO ESR-MOV.
                IF ST-ERRM NOT = "00" AND ST-ERRM NOT = "02"
      *
      * O ESTORNO E A DEVOLUCAO JA ESTAO GRAVADOS - SO O KARDEX FICOU
      * SEM O LANCAMENTO, ENTAO AVISA E SEGUE EM VEZ DE ABORTAR
                   MOVE "ERRO NA GRAVACAO DO KARDEX - CONFERIR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ESR-MOV-FIM.
                EXIT.
      *
      **********************************
      * PROXIMA SEQUENCIA DO PRODUTO   *
      * NO DIA EM CADMOV - LE OS MOVI- *
      * MENTOS DE HOJE E USA A ULTIMA  *
      * SEQUENCIA + 1                  *
      **********************************
      *
      * A VARREDURA RELE REGISTROS PARA DENTRO DE REGMOV, ENTAO O
      * MOVIMENTO MONTADO E SALVO ANTES E RESTAURADO DEPOIS
       ESR-MOVSEQ.
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
                PERFORM ESR-MOVSEQ1 THRU ESR-MOVSEQ1-FIM
                   UNTIL ACABOU-SEQ
                MOVE SAVE-REGMOV TO REGMOV
                MOVE COD-PRO TO COD-PRO-MOV
                MOVE W-HOJE  TO DTMOV-MOV
                COMPUTE SEQ-MOV = W-ULTSEQ + 1.
       ESR-MOVSEQ-FIM.
                EXIT.
       ESR-MOVSEQ1.
                READ CADMOV NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMSEQ
                      GO TO ESR-MOVSEQ1-FIM.
                IF ST-ERRM NOT = "00"
                   MOVE "S" TO W-FIMSEQ
                   GO TO ESR-MOVSEQ1-FIM.
                IF COD-PRO-MOV NOT = COD-PRO OR DTMOV-MOV NOT = W-HOJE
                   MOVE "S" TO W-FIMSEQ
                   GO TO ESR-MOVSEQ1-FIM.
                MOVE SEQ-MOV TO W-ULTSEQ.
       ESR-MOVSEQ1-FIM.
                EXIT.
      *
      **********************************
      * SITUACAO DO MES DA DATA DO     *
      * LANCAMENTO (W-DTLANC) NO RESU- *
      * MO MENSAL: BRANCO = ABERTO,    *
      * F = FECHADO, R = REABERTO      *
      **********************************
       ESR-VMES.
                MOVE SPACES TO W-MESSIT
                IF W-TEMRES NOT = "S"
                   GO TO ESR-VMES-FIM.
                DIVIDE W-DTLANC BY 100 GIVING W-ANOMES
                MOVE W-ANOMES TO ANOMES-RES
                READ CADRES
                IF ST-ERRB NOT = "00"
                   GO TO ESR-VMES-FIM.
                IF SITU-RES = "R"
                   MOVE "R" TO W-MESSIT
                ELSE
                   MOVE "F" TO W-MESSIT.
       ESR-VMES-FIM.
                EXIT.
      *
      **********************************
      * LANCAMENTO EM MES REABERTO -   *
      * REGISTRA NO LOG CADAJU PARA O  *
      * RELATORIO DE AJUSTES TARDIOS.  *
      * TIPO, REFERENCIA, QUANTIDADE E *
      * VALOR VEM MONTADOS EM REGAJU   *
      **********************************
       ESR-AJU.
                IF NOT MES-REABERTO OR W-TEMAJU NOT = "S"
                   GO TO ESR-AJU-FIM.
                MOVE W-ANOMES    TO ANOMES-AJU
                ACCEPT DTLAN-AJU FROM DATE YYYYMMDD
                ACCEPT HRLAN-AJU FROM TIME
                MOVE OPER-CODIGO TO OPER-AJU
                MOVE OPER-FILIAL TO FIL-AJU
                MOVE "LANCAMENTO NO MES REABERTO" TO MOTIVO-AJU.
       ESR-AJU1.
                WRITE REGAJU
                IF ST-ERR1 = "22"
                   ADD 1 TO HRLAN-AJU
                   GO TO ESR-AJU1.
                IF ST-ERR1 NOT = "00" AND ST-ERR1 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAJU" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ESR-AJU-FIM.
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
                CLOSE CADEST
                CLOSE CADMOV
                IF W-TEMPET = "S"
                   CLOSE CADPET.
                IF W-TEMVIS = "S"
                   CLOSE CADVIS.
                IF W-TEMVEN = "S"
                   CLOSE CADVEN.
                IF W-TEMPAG = "S"
                   CLOSE CADPAG.
                IF W-TEMPRO = "S"
                   CLOSE CADPRO.
                IF W-TEMPAC = "S"
                   CLOSE CADPAC
                   CLOSE CADUSO.
                IF W-TEMPTS = "S"
                   CLOSE CADPTS.
                DISPLAY TELESR
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
               DISPLAY TELESR.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY TELESR.
       ROT-MENS-FIM.
                EXIT.
