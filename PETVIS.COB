      * ABERTO DO DONO (CADVIS MENOS CADPAG,*
      * TODOS OS PETS) CONTRA O LIMITE DE   *
      * CREDITO DE CADDONO - ACIMA DO LIMITE*
      * SO GRAVA COM LIBERACAO DE NIVEL 2.  *
      * VISITA ESTORNADA (CADEST) NAO CONTA *
      * NO SALDO E PODE SER SUBSTITUIDA POR *
      * UMA NOVA NA MESMA DATA. SE O DONO   *
      * TEM PACOTE PRE-PAGO (CADPAC) DO     *
      * SERVICO, OFERECE CONSUMIR UMA UNI-  *
      * DADE: A VISITA E GRAVADA COM VALOR  *
      * ZERO E MARCADA EM CADUSO            *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELCADFU.
           COPY SELCADDO.
           COPY SELCADPG.
           COPY SELCADES.
           COPY SELCADRE.
           COPY SELCADAJ.
           COPY SELCADPC.
           COPY SELCADUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY FDCADDO.
      *
           COPY FDCADPG.
      *
           COPY FDCADES.
      *
           COPY FDCADRE.
      *
           COPY FDCADAJ.
      *
           COPY FDCADPC.
      *
           COPY FDCADUS.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRU      PIC X(02) VALUE "00".
       77 ST-ERRD      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERR1      PIC X(02) VALUE "00".
       77 ST-ERR2      PIC X(02) VALUE "00".
       77 ST-ERR3      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(05) VALUE ZEROS.
       77 W-DESCSRV    PIC X(12) VALUE SPACES.
       77 W-FIMVISC    PIC X(01) VALUE "N".
           88 ACABOU-VISC         VALUE "S".
       77 SAVE-REGVIS  PIC X(33) VALUE SPACES.
      *
      **************************************************
      * SUBSTITUICAO DE VISITA ESTORNADA - O ESTORNO EM *
      * VIGOR (SEQ-EST 00) PASSA PARA A PROXIMA SEQUEN- *
      * CIA LIVRE DE CADEST COMO SUBSTITUIDO            *
      **************************************************
       77 W-TEMEST     PIC X(01) VALUE "S".
       77 W-ULTEST     PIC 9(02) VALUE ZEROS.
       77 W-FIMEST     PIC X(01) VALUE "N".
           88 ACABOU-EST          VALUE "S".
       77 SAVE-REGEST  PIC X(142) VALUE SPACES.
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
      * PACOTE PRE-PAGO DO DONO - O PACOTE MAIS ANTIGO  *
      * DO SERVICO, COM SALDO E DENTRO DA VALIDADE NA   *
      * DATA DA VISITA, E OFERECIDO AO OPERADOR         *
      **************************************************
       77 W-TEMPAC     PIC X(01) VALUE "S".
       77 W-ACHOUPAC   PIC X(01) VALUE "N".
       77 W-USAPAC     PIC X(01) VALUE "N".
       77 W-DONOPAC    PIC 9(05) VALUE ZEROS.
       77 W-SEQPAC     PIC 9(03) VALUE ZEROS.
       77 W-SALDOPAC   PIC 9(03) VALUE ZEROS.
       77 W-VLUNIT     PIC 9(05)V99 VALUE ZEROS.
       77 W-DPAC       PIC X(16) VALUE SPACES.
       77 W-FIMPAC     PIC X(01) VALUE "N".
           88 ACABOU-PAC          VALUE "S".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY COMOPER.
               VALUE  "  VALOR    :".
           05  LINE 10  COLUMN 01
               VALUE  "  EXECUTOR :".
           05  LINE 11  COLUMN 01
               VALUE  "  PACOTE   :       SALDO :".
           05  SENHAV
               LINE 05  COLUMN 14  PIC 9(05)
               USING  COD-VIS
               LINE 10  COLUMN 19  PIC X(30)
               USING  W-NOMEFUN
               HIGHLIGHT.
           05  V-SEQPAC
               LINE 11  COLUMN 14  PIC ZZZ
               USING  W-SEQPAC
               HIGHLIGHT.
           05  V-SALDOPAC
               LINE 11  COLUMN 28  PIC ZZZ
               USING  W-SALDOPAC
               HIGHLIGHT.
           05  V-DPAC
               LINE 11  COLUMN 33  PIC X(16)
               USING  W-DPAC
               HIGHLIGHT.
           05  MENV
               LINE 19  COLUMN 25  PIC X(50)
               USING  MENS
           OPEN INPUT CADPAG
           IF ST-ERRP NOT = "00"
               MOVE "N" TO W-TEMPAG.
      *
      * SEM CADEST NENHUM LANCAMENTO FOI ESTORNADO AINDA
           MOVE "S" TO W-TEMEST
           OPEN I-O CADEST
           IF ST-ERRX NOT = "00"
               MOVE "N" TO W-TEMEST.
       VIS-OP0V.
           OPEN I-O CADVIS
           IF ST-ERRV NOT = "00"
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      *
      * SEM CADRES NENHUM MES FOI FECHADO AINDA; CADAJU SO EXISTE
      * DEPOIS DA PRIMEIRA REABERTURA
       VIS-OP0B.
           MOVE "S" TO W-TEMRES
           OPEN INPUT CADRES
           IF ST-ERRB NOT = "00"
               MOVE "N" TO W-TEMRES.
           MOVE "S" TO W-TEMAJU
           OPEN I-O CADAJU
           IF ST-ERR1 NOT = "00"
               MOVE "N" TO W-TEMAJU.
      *
      * SEM CADPAC NENHUM PACOTE FOI VENDIDO AINDA (PETPAC); CADUSO
      * E CRIADO NO PRIMEIRO USO
           MOVE "S" TO W-TEMPAC
           OPEN I-O CADPAC
           IF ST-ERR2 NOT = "00"
               MOVE "N" TO W-TEMPAC
               GO TO VIS-001.
       VIS-OP0K.
           OPEN I-O CADUSO
           IF ST-ERR3 NOT = "00"
               IF ST-ERR3 = "30" OR ST-ERR3 = "35"
                      OPEN OUTPUT CADUSO
                      CLOSE CADUSO
                      MOVE "*** ARQUIVO CADUSO SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO VIS-OP0K
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADUSO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPAC
                      MOVE "N" TO W-TEMPAC
                ELSE
                    NEXT SENTENCE.
       VIS-001.
                IF W-TEMPAC = "S"
                   UNLOCK CADPAC.
                MOVE ZEROS  TO COD-VIS DTVISITA TPSERV-VIS VALOR-VIS
                               FUNC-VIS W-SEQPAC W-SALDOPAC
                MOVE "N"    TO W-ACHOUPAC W-USAPAC
                MOVE SPACES TO W-DPAC
                MOVE OPER-FILIAL TO FIL-VIS
                MOVE OPER-CODIGO TO OPER-VIS
                MOVE SPACES TO NOME W-DESCSRV W-NOMEFUN
                   MOVE "*** INVALIDO ***" TO MENS
		   PERFORM ROT-MENS THRU ROT-MENS2
		   GO TO VIS-003.
                MOVE DTVISITA TO W-DTLANC
                PERFORM VIS-VMES THRU VIS-VMES-FIM
                IF MES-FECHADO
                   MOVE "*** MES FECHADO - DATA NAO ACEITA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO VIS-003.
       VIS-004.
                ACCEPT V-TPSRV
                ACCEPT W-ACT FROM ESCAPE KEY
		      GO TO VIS-004.
                MOVE DESC-SRV  TO W-DESCSRV
                MOVE PRECO-SRV TO VALOR-VIS
                MOVE "N"       TO W-USAPAC
                MOVE SPACES    TO W-DPAC
                PERFORM VIS-PAC THRU VIS-PAC-FIM
                DISPLAY TELVIS
                IF W-ACHOUPAC NOT = "S"
                   GO TO VIS-005.
       VIS-004A.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 05)
                  "DONO TEM PACOTE DO SERVICO - USAR PACOTE (S/N): "
                ACCEPT (23, 54) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO VIS-004.
                IF W-OPCAO = "N" OR "n"
                   GO TO VIS-005.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO VIS-004A.
                MOVE "S"   TO W-USAPAC
                MOVE ZEROS TO VALOR-VIS
                MOVE "* USO DE PACOTE" TO W-DPAC
                DISPLAY TELVIS.
       VIS-005.
                ACCEPT V-FUNC
      * EXPRESSA DE SUPERVISOR         *
      **********************************
       VIS-VCRED.
                IF W-USAPAC = "S"
                   GO TO VIS-VPAC.
                PERFORM VIS-CRED THRU VIS-CRED-FIM
                IF W-CREDBLOQ = "N"
                   GO TO VIS-WR1.
                   GO TO VIS-001.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO VIS-VCRED1.
                GO TO VIS-WR1.
      *
      * USO DE PACOTE NAO PASSA PELA CRITICA DE CREDITO (VALOR
      * ZERO). O PACOTE FICA TRAVADO ATE A BAIXA DA UNIDADE
       VIS-VPAC.
                MOVE W-DONOPAC TO DONO-PAC
                MOVE W-SEQPAC  TO SEQ-PAC
                READ CADPAC WITH LOCK
                IF ST-ERR2 = "99"
                   MOVE "** PACOTE EM USO NO OUTRO TERMINAL **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIS-001.
                IF ST-ERR2 NOT = "00" OR QTUSO-PAC NOT < QTCOMP-PAC
                   MOVE "*** PACOTE SEM SALDO - VISITA NAO GRAVADA ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIS-001.
       VIS-WR1.
                WRITE REGVIS
                IF ST-ERRV = "00" OR "02"
                      PERFORM VIS-ATCAD THRU VIS-ATCAD-FIM
                      PERFORM VIS-BAIXA THRU VIS-BAIXA-FIM
                      MOVE "V"       TO TIPO-AJU
                      MOVE COD-VIS   TO CODREF-AJU
                      MOVE DTVISITA  TO DTREF-AJU
                      MOVE 1         TO QTDE-AJU
                      MOVE VALOR-VIS TO VALOR-AJU
                      PERFORM VIS-AJU THRU VIS-AJU-FIM
                      MOVE "*** VISITA REGISTRADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO VIS-001.
                IF ST-ERRV = "22"
                   IF W-TEMEST = "S"
                      GO TO VIS-WR2
                   ELSE
                      MOVE "*** JA EXISTE VISITA NESSA DATA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO VIS-001
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * JA EXISTE VISITA NA CHAVE - SO PODE SER SUBSTITUIDA SE
      * ESTIVER ESTORNADA
       VIS-WR2.
                MOVE "V"      TO TIPO-EST
                MOVE COD-VIS  TO CODREF-EST
                MOVE DTVISITA TO DTREF-EST
                MOVE ZEROS    TO SEQ-EST
                READ CADEST
                IF ST-ERRX NOT = "00"
                   MOVE "*** JA EXISTE VISITA NESSA DATA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIS-001.
                PERFORM VIS-SUBST THRU VIS-SUBST-FIM
                IF ST-ERRX NOT = "00" AND ST-ERRX NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                REWRITE REGVIS
                IF ST-ERRV NOT = "00" AND ST-ERRV NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADVIS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM VIS-ATCAD THRU VIS-ATCAD-FIM
                PERFORM VIS-BAIXA THRU VIS-BAIXA-FIM
                MOVE "V"       TO TIPO-AJU
                MOVE COD-VIS   TO CODREF-AJU
                MOVE DTVISITA  TO DTREF-AJU
                MOVE 1         TO QTDE-AJU
                MOVE VALOR-VIS TO VALOR-AJU
                PERFORM VIS-AJU THRU VIS-AJU-FIM
                MOVE "* VISITA REGISTRADA - SUBSTITUI A ESTORNADA *"
                                                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VIS-001.
      *
      **********************************
      * PASSA O ESTORNO EM VIGOR (LIDO *
      * EM REGEST) PARA A PROXIMA SE-  *
      * QUENCIA LIVRE COMO SUBSTITUIDO *
      * E APAGA A SEQUENCIA 00. A IMA- *
      * GEM GUARDADA PASSA A SER A     *
      * UNICA COPIA DA VISITA ANTIGA   *
      **********************************
       VIS-SUBST.
                MOVE REGEST TO SAVE-REGEST
                MOVE ZEROS  TO W-ULTEST
                MOVE "N"    TO W-FIMEST
                MOVE 1      TO SEQ-EST
                START CADEST KEY IS NOT LESS THAN CHAVE-EST
                   INVALID KEY
                      MOVE "S" TO W-FIMEST.
                PERFORM VIS-SUBST1 THRU VIS-SUBST1-FIM
                        UNTIL ACABOU-EST
                MOVE SAVE-REGEST TO REGEST
                COMPUTE SEQ-EST = W-ULTEST + 1
                MOVE "S" TO SITU-EST
                WRITE REGEST
                IF ST-ERRX NOT = "00" AND ST-ERRX NOT = "02"
                   GO TO VIS-SUBST-FIM.
                MOVE ZEROS TO SEQ-EST
                DELETE CADEST RECORD.
       VIS-SUBST-FIM.
                EXIT.
       VIS-SUBST1.
                READ CADEST NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMEST
                      GO TO VIS-SUBST1-FIM.
                IF ST-ERRX NOT = "00"
                   MOVE "S" TO W-FIMEST
                   GO TO VIS-SUBST1-FIM.
                IF TIPO-EST NOT = "V" OR CODREF-EST NOT = COD-VIS
                                      OR DTREF-EST NOT = DTVISITA
                   MOVE "S" TO W-FIMEST
                   GO TO VIS-SUBST1-FIM.
                MOVE SEQ-EST TO W-ULTEST.
       VIS-SUBST1-FIM.
                EXIT.
      *
      **********************************
      * APURA O SALDO EM ABERTO DO     *
      * DONO E COMPARA COM O LIMITE -  *
      *
      **********************************
      * SOMA AS VISITAS SEM PAGAMENTO  *
      * (OU COM O PAGAMENTO ESTORNADO) *
      * DE TODOS OS PETS DO DONO, PELA *
      * CHAVE ALTERNATIVA DONO-COD.    *
      * A VARREDURA RELE REGISTROS     *
                IF COD-VIS NOT = W-PETCRED
                   MOVE "S" TO W-FIMVISC
                   GO TO VIS-SALDO3-FIM.
                IF W-TEMEST = "S"
                   MOVE "V"      TO TIPO-EST
                   MOVE COD-VIS  TO CODREF-EST
                   MOVE DTVISITA TO DTREF-EST
                   MOVE ZEROS    TO SEQ-EST
                   READ CADEST
                   IF ST-ERRX = "00"
                      GO TO VIS-SALDO3-FIM.
                IF W-TEMPAG = "S"
                   MOVE COD-VIS  TO COD-PAG
                   MOVE DTVISITA TO DTVIS-PAG
                   READ CADPAG
                   IF ST-ERRP = "00"
                      IF W-TEMEST NOT = "S"
                         GO TO VIS-SALDO3-FIM
                      ELSE
                         MOVE "P"      TO TIPO-EST
                         MOVE COD-VIS  TO CODREF-EST
                         MOVE DTVISITA TO DTREF-EST
                         MOVE ZEROS    TO SEQ-EST
                         READ CADEST
                         IF ST-ERRX NOT = "00"
                            GO TO VIS-SALDO3-FIM.
                ADD VALOR-VIS TO W-SALDOAB.
       VIS-SALDO3-FIM.
                EXIT.
       VIS-ATCAD-FIM.
                EXIT.
      *
      **********************************
      * PROCURA NOS PACOTES DO DONO DO *
      * PET (CHAVE DONO-PAC) O MAIS    *
      * ANTIGO DO SERVICO DA VISITA,   *
      * COM SALDO E VALIDO NA DATA     *
      **********************************
       VIS-PAC.
                MOVE "N"   TO W-ACHOUPAC
                MOVE ZEROS TO W-SEQPAC W-SALDOPAC
                IF W-TEMPAC NOT = "S"
                   GO TO VIS-PAC-FIM.
                MOVE DONO-COD TO W-DONOPAC
                MOVE "N"      TO W-FIMPAC
                MOVE W-DONOPAC TO DONO-PAC
                MOVE ZEROS     TO SEQ-PAC
                START CADPAC KEY IS NOT LESS THAN CHAVE-PAC
                   INVALID KEY
                      MOVE "S" TO W-FIMPAC.
                PERFORM VIS-PAC1 THRU VIS-PAC1-FIM
                        UNTIL ACABOU-PAC.
       VIS-PAC-FIM.
                EXIT.
       VIS-PAC1.
                READ CADPAC NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMPAC
                      GO TO VIS-PAC1-FIM.
                IF ST-ERR2 NOT = "00" OR DONO-PAC NOT = W-DONOPAC
                   MOVE "S" TO W-FIMPAC
                   GO TO VIS-PAC1-FIM.
                IF SRV-PAC NOT = TPSERV-VIS
                   OR QTUSO-PAC NOT < QTCOMP-PAC
                   OR DTCOMP-PAC > DTVISITA OR DTVAL-PAC < DTVISITA
                   GO TO VIS-PAC1-FIM.
                MOVE "S"     TO W-ACHOUPAC W-FIMPAC
                MOVE SEQ-PAC TO W-SEQPAC
                COMPUTE W-SALDOPAC = QTCOMP-PAC - QTUSO-PAC.
       VIS-PAC1-FIM.
                EXIT.
      *
      **********************************
      * BAIXA DA UNIDADE NO PACOTE     *
      * (LIDO COM TRAVA EM VIS-VPAC) E *
      * MARCA DA VISITA EM CADUSO COM  *
      * O VALOR DA UNIDADE CONSUMIDA   *
      **********************************
       VIS-BAIXA.
                IF W-USAPAC NOT = "S"
                   GO TO VIS-BAIXA-FIM.
                ADD 1 TO QTUSO-PAC
                REWRITE REGPAC
                IF ST-ERR2 NOT = "00" AND ST-ERR2 NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADPAC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VIS-BAIXA-FIM.
                COMPUTE W-VLUNIT ROUNDED = VLPAGO-PAC / QTCOMP-PAC
                MOVE COD-VIS     TO COD-USO
                MOVE DTVISITA    TO DTVIS-USO
                MOVE DONO-PAC    TO DONO-USO
                MOVE SEQ-PAC     TO SEQ-USO
                MOVE SRV-PAC     TO SRV-USO
                MOVE W-VLUNIT    TO VLUNIT-USO
                ACCEPT DTUSO FROM DATE YYYYMMDD
                MOVE OPER-CODIGO TO OPER-USO
                MOVE OPER-FILIAL TO FIL-USO
                WRITE REGUSO
                IF ST-ERR3 = "22"
                   REWRITE REGUSO.
                IF ST-ERR3 NOT = "00" AND ST-ERR3 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADUSO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VIS-BAIXA-FIM.
                EXIT.
      *
      **********************************
      * SITUACAO DO MES DA DATA DO     *
      * LANCAMENTO (W-DTLANC) NO RESU- *
      * MO MENSAL: BRANCO = ABERTO,    *
      * F = FECHADO, R = REABERTO      *
      **********************************
       VIS-VMES.
                MOVE SPACES TO W-MESSIT
                IF W-TEMRES NOT = "S"
                   GO TO VIS-VMES-FIM.
                DIVIDE W-DTLANC BY 100 GIVING W-ANOMES
                MOVE W-ANOMES TO ANOMES-RES
                READ CADRES
                IF ST-ERRB NOT = "00"
                   GO TO VIS-VMES-FIM.
                IF SITU-RES = "R"
                   MOVE "R" TO W-MESSIT
                ELSE
                   MOVE "F" TO W-MESSIT.
       VIS-VMES-FIM.
                EXIT.
      *
      **********************************
      * LANCAMENTO EM MES REABERTO -   *
      * REGISTRA NO LOG CADAJU PARA O  *
      * RELATORIO DE AJUSTES TARDIOS.  *
      * TIPO, REFERENCIA, QUANTIDADE E *
      * VALOR VEM MONTADOS EM REGAJU   *
      **********************************
       VIS-AJU.
                IF NOT MES-REABERTO OR W-TEMAJU NOT = "S"
                   GO TO VIS-AJU-FIM.
                MOVE W-ANOMES    TO ANOMES-AJU
                ACCEPT DTLAN-AJU FROM DATE YYYYMMDD
                ACCEPT HRLAN-AJU FROM TIME
                MOVE OPER-CODIGO TO OPER-AJU
                MOVE OPER-FILIAL TO FIL-AJU
                MOVE "LANCAMENTO NO MES REABERTO" TO MOTIVO-AJU.
       VIS-AJU1.
                WRITE REGAJU
                IF ST-ERR1 = "22"
                   ADD 1 TO HRLAN-AJU
                   GO TO VIS-AJU1.
                IF ST-ERR1 NOT = "00" AND ST-ERR1 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAJU" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VIS-AJU-FIM.
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
                IF W-TEMPAC = "S"
                   CLOSE CADPAC
                   CLOSE CADUSO.
                CLOSE CADPET
                CLOSE CADVIS
                CLOSE CADSRV
                   CLOSE CADDONO.
                IF W-TEMPAG = "S"
                   CLOSE CADPAG.
                IF W-TEMEST = "S"
                   CLOSE CADEST.
                DISPLAY TELVIS
                EXIT PROGRAM.
       ROT-FIMP.
