      * O DONO (CADDONO), O SERVICO DA      *
      * VISITA (CADVIS/CADSRV), OS PRODUTOS *
      * LIGADOS A VISITA (CADVEN/CADPRO) E  *
      * O TOTAL PAGO.                       *
      * VISITA ESTORNADA NAO ACEITA PAGA-   *
      * MENTO; PAGAMENTO ESTORNADO PODE SER *
      * REFEITO - O ESTORNO (CADEST) PASSA  *
      * A SUBSTITUIDO. VISITA FEITA COM     *
      * PACOTE PRE-PAGO (CADUSO) JA ESTA    *
      * PAGA E NAO ACEITA PAGAMENTO         *
      * O PAGAMENTO GERA PONTOS DE FIDELI-  *
      * DADE PARA O DONO (CADPTS) PELA TAXA *
      * DE PETPTS.PRM, E O DONO PODE RESGA- *
      * TAR PONTOS COMO DESCONTO NO VALOR   *
      * DEVIDO. O RECIBO MOSTRA O SALDO     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELCADSR.
           COPY SELCADVE.
           COPY SELCADPR.
           COPY SELCADES.
           COPY SELCADRE.
           COPY SELCADAJ.
           COPY SELCADUS.
           COPY SELCADPT.
           SELECT PRMPTS ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRP.
           SELECT PRTREC ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
           COPY FDCADVE.
      *
           COPY FDCADPR.
      *
           COPY FDCADES.
      *
           COPY FDCADRE.
      *
           COPY FDCADAJ.
      *
           COPY FDCADUS.
      *
           COPY FDCADPT.
      *
       FD  PRMPTS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETPTS.PRM".
       01  REG-PRMPTS.
           03 PRM-PTSREAL  PIC 9(03)V99.
           03 PRM-VLPONTO  PIC 9(03)V99.
      *
       FD  PRTREC
               LABEL RECORD IS STANDARD
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRN      PIC X(02) VALUE "00".
       77 ST-ERRT      PIC X(02) VALUE "00".
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERR1      PIC X(02) VALUE "00".
       77 ST-ERR3      PIC X(02) VALUE "00".
       77 ST-ERR6      PIC X(02) VALUE "00".
       77 ST-PRP       PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(05) VALUE ZEROS.
       77 W-TEMVEN     PIC X(01) VALUE "S".
       77 W-TEMPRO     PIC X(01) VALUE "S".
       77 W-TEMREC     PIC X(01) VALUE "S".
       77 W-TEMEST     PIC X(01) VALUE "S".
       77 W-TEMUSO     PIC X(01) VALUE "S".
       77 W-REPAGA     PIC X(01) VALUE "N".
       77 W-ULTEST     PIC 9(02) VALUE ZEROS.
       77 W-FIMEST     PIC X(01) VALUE "N".
           88 ACABOU-EST          VALUE "S".
       77 SAVE-REGEST  PIC X(142) VALUE SPACES.
       77 W-FIMVEN     PIC X(01) VALUE "N".
           88 ACABOU-VENDAS       VALUE "S".
       77 W-VLPROD     PIC 9(08)V99 VALUE ZEROS.
               "TOTAL GERAL ............: ".
           03 T-VLGER   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(93) VALUE SPACES.
      *
       01 LIN-DESCPTS.
           03 FILLER    PIC X(26) VALUE
               "DESCONTO EM PONTOS .....: ".
           03 T-VLDESC  PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(03) VALUE " (".
           03 T-PTSRESG PIC Z.ZZZ.ZZ9.
           03 FILLER    PIC X(08) VALUE " PONTOS)".
           03 FILLER    PIC X(73) VALUE SPACES.
      *
       01 LIN-SALDOPTS.
           03 FILLER    PIC X(26) VALUE
               "SALDO DE PONTOS DO DONO : ".
           03 T-SALDOPTS PIC Z.ZZZ.ZZ9.
           03 FILLER    PIC X(10) VALUE SPACES.
           03 FILLER    PIC X(21) VALUE
               "GANHOS NESTA CONTA : ".
           03 T-PTSGANHO PIC Z.ZZZ.ZZ9.
           03 FILLER    PIC X(57) VALUE SPACES.
      *
      **************************************************
      * PONTOS DE FIDELIDADE DO DONO (CADPTS) - A TAXA  *
      * DE GANHO (PONTOS POR REAL) E O VALOR DO PONTO   *
      * NO RESGATE VEM DE PETPTS.PRM; SEM O ARQUIVO DE  *
      * PARAMETROS O PROGRAMA DE FIDELIDADE FICA DESLI- *
      * GADO. O SALDO E APURADO NA HORA PELA SOMA DOS   *
      * LANCAMENTOS DO DONO                             *
      **************************************************
       77 W-TEMPTS     PIC X(01) VALUE "S".
       77 W-RESGOK     PIC X(01) VALUE "N".
       77 W-DONOPTS    PIC 9(05) VALUE ZEROS.
       77 W-SALDOPTS   PIC 9(07) VALUE ZEROS.
       77 W-SALDOCALC  PIC S9(08) VALUE ZEROS.
       77 W-PTSRESG    PIC 9(07) VALUE ZEROS.
       77 W-PTSGANHO   PIC 9(07) VALUE ZEROS.
       77 W-VLDESC     PIC 9(09)V99 VALUE ZEROS.
       77 W-FIMPTS     PIC X(01) VALUE "N".
           88 ACABOU-PTS          VALUE "S".
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
               VALUE  "  DT.PAGTO :".
           05  LINE 10  COLUMN 01
               VALUE  "  VL.PAGO  :".
           05  LINE 12  COLUMN 01
               VALUE  "  PONTOS   :".
           05  LINE 13  COLUMN 01
               VALUE  "  RESGATAR :".
           05  LINE 14  COLUMN 01
               VALUE  "  DESCONTO :".
           05  SENHAP
               LINE 05  COLUMN 14  PIC 9(05)
               USING  COD-PAG
               LINE 10  COLUMN 14  PIC ZZZ9,99
               USING  VALOR-PAG
               HIGHLIGHT.
           05  P-SALDOPTS
               LINE 12  COLUMN 14  PIC Z.ZZZ.ZZ9
               FROM   W-SALDOPTS.
           05  P-RESG
               LINE 13  COLUMN 14  PIC 9(07)
               USING  W-PTSRESG
               HIGHLIGHT.
           05  P-VLDESC
               LINE 14  COLUMN 14  PIC ZZZ9,99
               FROM   W-VLDESC.
           05  MENP
               LINE 19  COLUMN 25  PIC X(50)
               USING  MENS
           IF ST-ERRT NOT = "00"
               MOVE "N" TO W-TEMPRO.
      *
      * SEM CADEST NENHUM LANCAMENTO FOI ESTORNADO AINDA
           MOVE "S" TO W-TEMEST
           OPEN I-O CADEST
           IF ST-ERRX NOT = "00"
               MOVE "N" TO W-TEMEST.
      *
      * SEM CADUSO NENHUMA VISITA FOI FEITA COM PACOTE AINDA
           MOVE "S" TO W-TEMUSO
           OPEN INPUT CADUSO
           IF ST-ERR3 NOT = "00"
               MOVE "N" TO W-TEMUSO.
      *
      * O RECIBO E ACUMULADO EM PETREC.LST AO LONGO DO DIA (EXTEND),
      * PARA QUE UM RECIBO NAO APAGUE O ANTERIOR
       PAG-OP0L.
                       NEXT SENTENCE
               ELSE
                   MOVE "N" TO W-TEMREC.
      *
      * SEM CADRES NENHUM MES FOI FECHADO AINDA; CADAJU SO EXISTE
      * DEPOIS DA PRIMEIRA REABERTURA
       PAG-OP0B.
           MOVE "S" TO W-TEMRES
           OPEN INPUT CADRES
           IF ST-ERRB NOT = "00"
               MOVE "N" TO W-TEMRES.
           MOVE "S" TO W-TEMAJU
           OPEN I-O CADAJU
           IF ST-ERR1 NOT = "00"
               MOVE "N" TO W-TEMAJU.
      *
      * SEM PETPTS.PRM O PROGRAMA DE FIDELIDADE ESTA DESLIGADO;
      * COM ELE, O EXTRATO CADPTS E CRIADO NA PRIMEIRA VEZ
       PAG-OP0F.
           MOVE "S" TO W-TEMPTS
           OPEN INPUT PRMPTS
           IF ST-PRP NOT = "00"
               MOVE "N" TO W-TEMPTS
               GO TO PAG-001.
           READ PRMPTS
               AT END
                   MOVE ZEROS TO PRM-PTSREAL PRM-VLPONTO.
           CLOSE PRMPTS.
       PAG-OP0G.
           OPEN I-O CADPTS
           IF ST-ERR6 NOT = "00"
               IF ST-ERR6 = "30" OR ST-ERR6 = "35"
                   OPEN OUTPUT CADPTS
                   CLOSE CADPTS
                   MOVE "*** ARQUIVO CADPTS SENDO CRIADO **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-OP0G
               ELSE
                   MOVE "N" TO W-TEMPTS.
       PAG-001.
                MOVE ZEROS  TO COD-PAG DTVIS-PAG DTPAG VALOR-PAG
                               W-VALORVIS
                MOVE ZEROS  TO W-DONOPTS W-SALDOPTS W-PTSRESG
                               W-PTSGANHO W-VLDESC
                MOVE "N"    TO W-REPAGA
                MOVE OPER-FILIAL TO FIL-PAG
                MOVE OPER-CODIGO TO OPER-PAG
                MOVE SPACES TO NOME
      * VISITAS ANTIGAS CONTINUAM EM CADVIS E SAO EXATAMENTE AS
      * CONTAS EM ABERTO MAIS VELHAS; A VALIDACAO QUE VALE E A DA
      * VISITA, FEITA ADIANTE CONTRA CADVIS
      * SEM O PET NO CADASTRO NAO HA COMO SABER O DONO - O PAGAMENTO
      * SEGUE SEM GANHO NEM RESGATE DE PONTOS
                MOVE ZEROS   TO W-DONOPTS
                MOVE COD-PAG TO COD
                READ CADPET
                   INVALID KEY
                      MOVE "*** PET ARQUIVADO ***" TO NOME
                      MOVE "* PET FORA DO CADASTRO - SIGA PELA VISITA *"
                                                     TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                   NOT INVALID KEY
                      MOVE DONO-COD TO W-DONOPTS.
                PERFORM PAG-SPTS THRU PAG-SPTS-FIM
                DISPLAY TELPAG.
       PAG-003.
                ACCEPT P-DTVIS
                      MOVE "*** VISITA NAO ENCONTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO PAG-003.
                IF W-TEMEST = "S"
                   MOVE "V"       TO TIPO-EST
                   MOVE COD-PAG   TO CODREF-EST
                   MOVE DTVIS-PAG TO DTREF-EST
                   MOVE ZEROS     TO SEQ-EST
                   READ CADEST
                   IF ST-ERRX = "00"
                      MOVE "*** VISITA ESTORNADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO PAG-003.
                IF W-TEMUSO = "S"
                   MOVE COD-PAG   TO COD-USO
                   MOVE DTVIS-PAG TO DTVIS-USO
                   READ CADUSO
                   IF ST-ERR3 = "00"
                      MOVE "*** VISITA PAGA COM PACOTE PRE-PAGO ***"
                                                     TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO PAG-003.
                MOVE VALOR-VIS TO W-VALORVIS
                MOVE "N" TO W-REPAGA
                READ CADPAG
                IF ST-ERRP = "00"
                   PERFORM PAG-VESTP THRU PAG-VESTP-FIM
                   IF W-REPAGA NOT = "S"
                      MOVE "*** VISITA JA PAGA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO PAG-001.
                IF ST-ERRP NOT = "00" AND ST-ERRP NOT = "23"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADPAG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *
      * O PAGAMENTO REFEITO LEVA O OPERADOR E A FILIAL DE AGORA
                MOVE OPER-FILIAL TO FIL-PAG
                MOVE OPER-CODIGO TO OPER-PAG
                MOVE VALOR-VIS TO VALOR-PAG
                ACCEPT DTPAG FROM DATE YYYYMMDD
                DISPLAY TELPAG.
                   MOVE "*** INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PAG-004.
                MOVE DTPAG TO W-DTLANC
                PERFORM PAG-VMES THRU PAG-VMES-FIM
                IF MES-FECHADO
                   MOVE "*** MES FECHADO - DATA NAO ACEITA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PAG-004.
      *
      **********************************
      * RESGATE DE PONTOS DO DONO COMO *
      * DESCONTO NO VALOR DA VISITA -  *
      * SO COM SALDO E COM O VALOR DO  *
      * PONTO DEFINIDO EM PETPTS.PRM   *
      **********************************
       PAG-004R.
                MOVE ZEROS TO W-PTSRESG W-VLDESC
                MOVE W-VALORVIS TO VALOR-PAG
                MOVE "N" TO W-RESGOK
                IF W-TEMPTS NOT = "S" OR PRM-VLPONTO = ZEROS
                                      OR W-SALDOPTS = ZEROS
                   DISPLAY TELPAG
                   GO TO PAG-005.
                MOVE "S" TO W-RESGOK
                DISPLAY TELPAG.
       PAG-004S.
                ACCEPT P-RESG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PAG-004.
                MOVE ZEROS TO W-VLDESC
                MOVE W-VALORVIS TO VALOR-PAG
                IF W-PTSRESG = ZEROS
                   DISPLAY TELPAG
                   GO TO PAG-005.
                IF W-PTSRESG > W-SALDOPTS
                   MOVE "*** SALDO DE PONTOS INSUFICIENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PAG-004S.
                COMPUTE W-VLDESC = W-PTSRESG * PRM-VLPONTO
                IF W-VLDESC > W-VALORVIS
                   MOVE ZEROS TO W-VLDESC
                   MOVE "* DESCONTO MAIOR QUE O VALOR DA VISITA *"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PAG-004S.
                COMPUTE VALOR-PAG = W-VALORVIS - W-VLDESC
                DISPLAY TELPAG.
       PAG-005.
                ACCEPT P-VLPAG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 AND W-RESGOK = "S"
                   GO TO PAG-004S.
                IF W-ACT = 02 GO TO PAG-004.
      *
      * RESGATE QUE COBRE TODA A VISITA DEIXA O VALOR PAGO ZERADO
                IF VALOR-PAG = ZEROS AND W-PTSRESG = ZEROS
                   MOVE "*** INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PAG-005.
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-OPC.
      *
      * OUTRO TERMINAL PODE TER RESGATADO PONTOS DO MESMO DONO DESDE
      * A CONSULTA DO SALDO - CONFERE DE NOVO ANTES DE GRAVAR
       PAG-VPTS.
                IF W-PTSRESG = ZEROS
                   GO TO PAG-WR1.
                PERFORM PAG-SPTS THRU PAG-SPTS-FIM
                IF W-PTSRESG > W-SALDOPTS
                   MOVE "* SALDO DE PONTOS MUDOU - REFACA O RESGATE *"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-004R.
       PAG-WR1.
                IF W-REPAGA = "S"
                   GO TO PAG-WR2.
                WRITE REGPAG
                IF ST-ERRP = "00" OR "02"
                      MOVE "P"       TO TIPO-AJU
                      MOVE COD-PAG   TO CODREF-AJU
                      MOVE DTPAG     TO DTREF-AJU
                      MOVE 1         TO QTDE-AJU
                      MOVE VALOR-PAG TO VALOR-AJU
                      PERFORM PAG-AJU THRU PAG-AJU-FIM
                      PERFORM PAG-PTS THRU PAG-PTS-FIM
                      MOVE "*** PAGAMENTO REGISTRADO *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO PAG-REC.
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * PAGAMENTO REFEITO SOBRE UM ESTORNADO - O ESTORNO PASSA A
      * SUBSTITUIDO E A QUITACAO NOVA OCUPA A MESMA CHAVE
       PAG-WR2.
                MOVE "P"       TO TIPO-EST
                MOVE COD-PAG   TO CODREF-EST
                MOVE DTVIS-PAG TO DTREF-EST
                MOVE ZEROS     TO SEQ-EST
                READ CADEST
                IF ST-ERRX NOT = "00"
                   MOVE "*** VISITA JA PAGA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAG-001.
                PERFORM PAG-SUBST THRU PAG-SUBST-FIM
                IF ST-ERRX NOT = "00" AND ST-ERRX NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                REWRITE REGPAG
                IF ST-ERRP NOT = "00" AND ST-ERRP NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADPAG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "P"       TO TIPO-AJU
                MOVE COD-PAG   TO CODREF-AJU
                MOVE DTPAG     TO DTREF-AJU
                MOVE 1         TO QTDE-AJU
                MOVE VALOR-PAG TO VALOR-AJU
                PERFORM PAG-AJU THRU PAG-AJU-FIM
                PERFORM PAG-PTS THRU PAG-PTS-FIM
                MOVE "* PAGAMENTO REGISTRADO - SUBSTITUI O ESTORNADO *"
                                                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PAG-REC.
      *
      **********************************
      * A QUITACAO LIDA EM CADPAG SO   *
      * PODE SER REFEITA SE ESTIVER    *
      * ESTORNADA (CADEST SEQ 00)      *
      **********************************
       PAG-VESTP.
                MOVE "N" TO W-REPAGA
                IF W-TEMEST NOT = "S"
                   GO TO PAG-VESTP-FIM.
                MOVE "P"       TO TIPO-EST
                MOVE COD-PAG   TO CODREF-EST
                MOVE DTVIS-PAG TO DTREF-EST
                MOVE ZEROS     TO SEQ-EST
                READ CADEST
                IF ST-ERRX = "00"
                   MOVE "S" TO W-REPAGA.
       PAG-VESTP-FIM.
                EXIT.
      *
      **********************************
      * PASSA O ESTORNO EM VIGOR (LIDO *
      * EM REGEST) PARA A PROXIMA SE-  *
      * QUENCIA LIVRE COMO SUBSTITUIDO *
      * E APAGA A SEQUENCIA 00. A IMA- *
      * GEM GUARDADA PASSA A SER A     *
      * UNICA COPIA DO PAGAMENTO ANTIGO*
      **********************************
       PAG-SUBST.
                MOVE REGEST TO SAVE-REGEST
                MOVE ZEROS  TO W-ULTEST
                MOVE "N"    TO W-FIMEST
                MOVE 1      TO SEQ-EST
                START CADEST KEY IS NOT LESS THAN CHAVE-EST
                   INVALID KEY
                      MOVE "S" TO W-FIMEST.
                PERFORM PAG-SUBST1 THRU PAG-SUBST1-FIM
                        UNTIL ACABOU-EST
                MOVE SAVE-REGEST TO REGEST
                COMPUTE SEQ-EST = W-ULTEST + 1
                MOVE "S" TO SITU-EST
                WRITE REGEST
                IF ST-ERRX NOT = "00" AND ST-ERRX NOT = "02"
                   GO TO PAG-SUBST-FIM.
                MOVE ZEROS TO SEQ-EST
                DELETE CADEST RECORD.
       PAG-SUBST-FIM.
                EXIT.
       PAG-SUBST1.
                READ CADEST NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMEST
                      GO TO PAG-SUBST1-FIM.
                IF ST-ERRX NOT = "00"
                   MOVE "S" TO W-FIMEST
                   GO TO PAG-SUBST1-FIM.
                IF TIPO-EST NOT = "P" OR CODREF-EST NOT = COD-PAG
                                      OR DTREF-EST NOT = DTVIS-PAG
                   MOVE "S" TO W-FIMEST
                   GO TO PAG-SUBST1-FIM.
                MOVE SEQ-EST TO W-ULTEST.
       PAG-SUBST1-FIM.
                EXIT.
      *
      **********************************
      * OFERECE O RECIBO DO CLIENTE    *
      * LOGO APOS A QUITACAO           *
                MOVE DTPAG     TO T-DTPAG
                MOVE LIN-TOTPAG TO REG-PRTREC
                WRITE REG-PRTREC
                IF W-VLDESC NOT = ZEROS
                   MOVE W-VLDESC  TO T-VLDESC
                   MOVE W-PTSRESG TO T-PTSRESG
                   MOVE LIN-DESCPTS TO REG-PRTREC
                   WRITE REG-PRTREC.
                COMPUTE W-VLTOTAL = VALOR-PAG + W-VLPROD
                MOVE W-VLTOTAL TO T-VLGER
                MOVE LIN-TOTGER TO REG-PRTREC
                WRITE REG-PRTREC
                IF W-TEMPTS = "S" AND W-DONOPTS NOT = ZEROS
                   MOVE W-SALDOPTS TO T-SALDOPTS
                   MOVE W-PTSGANHO TO T-PTSGANHO
                   MOVE LIN-SALDOPTS TO REG-PRTREC
                   WRITE REG-PRTREC.
                MOVE SPACES TO REG-PRTREC
                WRITE REG-PRTREC.
       PAG-IMPREC-FIM.
       PAG-RECVEN1-FIM.
                EXIT.
      *
      **********************************
      * SITUACAO DO MES DA DATA DO     *
      * LANCAMENTO (W-DTLANC) NO RESU- *
      * MO MENSAL: BRANCO = ABERTO,    *
      * F = FECHADO, R = REABERTO      *
      **********************************
       PAG-VMES.
                MOVE SPACES TO W-MESSIT
                IF W-TEMRES NOT = "S"
                   GO TO PAG-VMES-FIM.
                DIVIDE W-DTLANC BY 100 GIVING W-ANOMES
                MOVE W-ANOMES TO ANOMES-RES
                READ CADRES
                IF ST-ERRB NOT = "00"
                   GO TO PAG-VMES-FIM.
                IF SITU-RES = "R"
                   MOVE "R" TO W-MESSIT
                ELSE
                   MOVE "F" TO W-MESSIT.
       PAG-VMES-FIM.
                EXIT.
      *
      **********************************
      * LANCAMENTO EM MES REABERTO -   *
      * REGISTRA NO LOG CADAJU PARA O  *
      * RELATORIO DE AJUSTES TARDIOS.  *
      * TIPO, REFERENCIA, QUANTIDADE E *
      * VALOR VEM MONTADOS EM REGAJU   *
      **********************************
       PAG-AJU.
                IF NOT MES-REABERTO OR W-TEMAJU NOT = "S"
                   GO TO PAG-AJU-FIM.
                MOVE W-ANOMES    TO ANOMES-AJU
                ACCEPT DTLAN-AJU FROM DATE YYYYMMDD
                ACCEPT HRLAN-AJU FROM TIME
                MOVE OPER-CODIGO TO OPER-AJU
                MOVE OPER-FILIAL TO FIL-AJU
                MOVE "LANCAMENTO NO MES REABERTO" TO MOTIVO-AJU.
       PAG-AJU1.
                WRITE REGAJU
                IF ST-ERR1 = "22"
                   ADD 1 TO HRLAN-AJU
                   GO TO PAG-AJU1.
                IF ST-ERR1 NOT = "00" AND ST-ERR1 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAJU" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PAG-AJU-FIM.
                EXIT.
      *
      **********************************
      * LANCA OS PONTOS DO PAGAMENTO   *
      * GRAVADO: O RESGATE USADO COMO  *
      * DESCONTO E O GANHO SOBRE O     *
      * VALOR EFETIVAMENTE RECEBIDO.   *
      * DEPOIS REAPURA O SALDO PARA O  *
      * RECIBO                         *
      **********************************
       PAG-PTS.
                MOVE ZEROS TO W-PTSGANHO
                IF W-TEMPTS NOT = "S" OR W-DONOPTS = ZEROS
                   GO TO PAG-PTS-FIM.
                IF W-PTSRESG NOT = ZEROS
                   MOVE "R"       TO TIPO-PTS
                   MOVE W-PTSRESG TO PONTOS-PTS
                   MOVE W-VLDESC  TO VALOR-PTS
                   PERFORM PAG-GRPTS THRU PAG-GRPTS-FIM.
                COMPUTE W-PTSGANHO = VALOR-PAG * PRM-PTSREAL
                IF W-PTSGANHO NOT = ZEROS
                   MOVE "G"        TO TIPO-PTS
                   MOVE W-PTSGANHO TO PONTOS-PTS
                   MOVE VALOR-PAG  TO VALOR-PTS
                   PERFORM PAG-GRPTS THRU PAG-GRPTS-FIM.
                PERFORM PAG-SPTS THRU PAG-SPTS-FIM.
       PAG-PTS-FIM.
                EXIT.
      *
      **********************************
      * GRAVA UM LANCAMENTO DE PONTOS  *
      * (TIPO, PONTOS E VALOR VEM      *
      * MONTADOS EM REGPTS) LIGADO AO  *
      * PAGAMENTO                      *
      **********************************
       PAG-GRPTS.
                MOVE W-DONOPTS   TO DONO-PTS
                ACCEPT DTLAN-PTS FROM DATE YYYYMMDD
                ACCEPT HRLAN-PTS FROM TIME
                MOVE "P"         TO ORIG-PTS
                MOVE COD-PAG     TO CODREF-PTS
                MOVE DTVIS-PAG   TO DTREF-PTS
                MOVE OPER-CODIGO TO OPER-PTS
                MOVE OPER-FILIAL TO FIL-PTS.
       PAG-GRPTS1.
                WRITE REGPTS
                IF ST-ERR6 = "22"
                   ADD 1 TO HRLAN-PTS
                   GO TO PAG-GRPTS1.
                IF ST-ERR6 NOT = "00" AND ST-ERR6 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPTS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PAG-GRPTS-FIM.
                EXIT.
      *
      **********************************
      * SALDO DE PONTOS DO DONO        *
      * (W-DONOPTS): SOMA DOS GANHOS E *
      * DEVOLUCOES MENOS RESGATES,     *
      * EXPIRACOES E ESTORNOS          *
      **********************************
       PAG-SPTS.
                MOVE ZEROS TO W-SALDOPTS W-SALDOCALC
                IF W-TEMPTS NOT = "S" OR W-DONOPTS = ZEROS
                   GO TO PAG-SPTS-FIM.
                MOVE "N"       TO W-FIMPTS
                MOVE W-DONOPTS TO DONO-PTS
                MOVE ZEROS     TO DTLAN-PTS HRLAN-PTS
                START CADPTS KEY IS NOT LESS THAN CHAVE-PTS
                   INVALID KEY
                      MOVE "S" TO W-FIMPTS.
                PERFORM PAG-SPTS1 THRU PAG-SPTS1-FIM
                        UNTIL ACABOU-PTS
                IF W-SALDOCALC > ZEROS
                   MOVE W-SALDOCALC TO W-SALDOPTS.
       PAG-SPTS-FIM.
                EXIT.
       PAG-SPTS1.
                READ CADPTS NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMPTS
                      GO TO PAG-SPTS1-FIM.
                IF ST-ERR6 NOT = "00"
                   MOVE "S" TO W-FIMPTS
                   GO TO PAG-SPTS1-FIM.
                IF DONO-PTS NOT = W-DONOPTS
                   MOVE "S" TO W-FIMPTS
                   GO TO PAG-SPTS1-FIM.
                IF TIPO-PTS = "G" OR TIPO-PTS = "D"
                   ADD PONTOS-PTS TO W-SALDOCALC
                ELSE
                   SUBTRACT PONTOS-PTS FROM W-SALDOCALC.
       PAG-SPTS1-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-TEMPTS = "S"
                   CLOSE CADPTS.
                IF W-TEMRES = "S"
                   CLOSE CADRES.
                IF W-TEMAJU = "S"
                   CLOSE CADAJU.
                CLOSE CADPET
                CLOSE CADVIS
                CLOSE CADPAG
                   CLOSE CADPRO.
                IF W-TEMREC = "S"
                   CLOSE PRTREC.
                IF W-TEMEST = "S"
                   CLOSE CADEST.
                IF W-TEMUSO = "S"
                   CLOSE CADUSO.
                DISPLAY TELPAG
                EXIT PROGRAM.
       ROT-FIMP.
