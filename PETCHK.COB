      * CRIA DEBITO COMO O PETVIS, ENTAO    *
      * VALE A MESMA CRITICA DO LIMITE DE   *
      * CREDITO DO DONO (CADDONO), COM      *
      * LIBERACAO SO DE NIVEL 2. SE O DONO  *
      * TEM PACOTE PRE-PAGO (CADPAC) DO     *
      * SERVICO, OFERECE CONSUMIR UMA UNI-  *
      * DADE EM VEZ DE COBRAR, COMO NO      *
      * PETVIS (VALOR ZERO, MARCA EM CADUSO)*
      * VISITA ESTORNADA (CADEST) NA MESMA  *
      * CHAVE E SUBSTITUIDA, COMO NO PETVIS *
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
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      **************************************************
       77 W-TEMDON     PIC X(01) VALUE "S".
       77 W-TEMPAG     PIC X(01) VALUE "S".
       77 W-TEMEST     PIC X(01) VALUE "S".
       77 W-CREDBLOQ   PIC X(01) VALUE "N".
       77 W-DONOCRED   PIC 9(05) VALUE ZEROS.
       77 W-PETCRED    PIC 9(05) VALUE ZEROS.
       77 W-FIMVISC    PIC X(01) VALUE "N".
           88 ACABOU-VISC         VALUE "S".
       77 SAVE-REGVIS  PIC X(33) VALUE SPACES.
      *
      **************************************************
      * SUBSTITUICAO DE VISITA ESTORNADA, COMO NO       *
      * PETVIS - O ESTORNO EM VIGOR (SEQ-EST 00) PASSA  *
      * PARA A PROXIMA SEQUENCIA LIVRE DE CADEST COMO   *
      * SUBSTITUIDO                                     *
      **************************************************
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
      * PACOTE PRE-PAGO DO DONO - COMO NO PETVIS, O     *
      * PACOTE MAIS ANTIGO DO SERVICO, COM SALDO E      *
      * DENTRO DA VALIDADE HOJE, E OFERECIDO            *
      **************************************************
       77 W-TEMPAC     PIC X(01) VALUE "S".
       77 W-ACHOUPAC   PIC X(01) VALUE "N".
       77 W-USAPAC     PIC X(01) VALUE "N".
       77 W-DONOPAC    PIC 9(05) VALUE ZEROS.
       77 W-SEQPAC     PIC 9(03) VALUE ZEROS.
       77 W-VLUNIT     PIC 9(05)V99 VALUE ZEROS.
       77 W-FIMPAC     PIC X(01) VALUE "N".
           88 ACABOU-PAC          VALUE "S".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY COMOPER.
           OPEN INPUT CADPAG
           IF ST-ERRP NOT = "00"
               MOVE "N" TO W-TEMPAG.
           MOVE "S" TO W-TEMEST
           OPEN I-O CADEST
           IF ST-ERRX NOT = "00"
               MOVE "N" TO W-TEMEST.
       CHK-OP0V.
           OPEN I-O CADVIS
           IF ST-ERRV NOT = "00"
                ELSE
                    NEXT SENTENCE.
      *
      * SEM CADRES NENHUM MES FOI FECHADO AINDA; CADAJU SO EXISTE
      * DEPOIS DA PRIMEIRA REABERTURA
       CHK-OP0B.
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
               GO TO CHK-001.
       CHK-OP0K.
           OPEN I-O CADUSO
           IF ST-ERR3 NOT = "00"
               IF ST-ERR3 = "30" OR ST-ERR3 = "35"
                      OPEN OUTPUT CADUSO
                      CLOSE CADUSO
                      MOVE "*** ARQUIVO CADUSO SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO CHK-OP0K
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADUSO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPAC
                      MOVE "N" TO W-TEMPAC
                ELSE
                    NEXT SENTENCE.
      *
      **********************************
      * POSICIONA CADAGE NA PRIMEIRA   *
      * MARCACAO DE HOJE               *
      **********************************
       CHK-LER.
                UNLOCK CADAGE
                IF W-TEMPAC = "S"
                   UNLOCK CADPAC.
                READ CADAGE NEXT RECORD
                   AT END
                      MOVE "*** FIM DA AGENDA DE HOJE ***" TO MENS
      * DO DIA, COMO O PETVIS FAZ      *
      **********************************
       CHK-ATENDE.
                MOVE W-HOJE TO W-DTLANC
                PERFORM CHK-VMES THRU CHK-VMES-FIM
                IF MES-FECHADO
                   MOVE "*** MES FECHADO - VISITA NAO ACEITA ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CHK-OPC.
                MOVE COD-AGE    TO COD-VIS
                MOVE W-HOJE     TO DTVISITA
                MOVE TPSERV-AGE TO COD-SRV
                PERFORM CHK-FUNC THRU CHK-FUNC-FIM
                IF FUNC-VIS = ZEROS
                   GO TO CHK-OPC.
                MOVE "N" TO W-USAPAC
                PERFORM CHK-PAC THRU CHK-PAC-FIM
                IF W-ACHOUPAC NOT = "S"
                   GO TO CHK-VCRED.
       CHK-OFPAC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 05)
                  "DONO TEM PACOTE DO SERVICO - USAR PACOTE (S/N): "
                ACCEPT (23, 54) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO CHK-OPC.
                IF W-OPCAO = "N" OR "n"
                   GO TO CHK-VCRED.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO CHK-OFPAC.
                MOVE "S"   TO W-USAPAC
                MOVE ZEROS TO VALOR-VIS
                GO TO CHK-VPAC.
      *
      **********************************
      * CRITICA DE CREDITO DO DONO -   *
                   GO TO CHK-OPC.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO CHK-VCRED1.
                GO TO CHK-GRAVA.
      *
      * USO DE PACOTE NAO PASSA PELA CRITICA DE CREDITO (VALOR
      * ZERO). O PACOTE FICA TRAVADO ATE A BAIXA DA UNIDADE
       CHK-VPAC.
                MOVE W-DONOPAC TO DONO-PAC
                MOVE W-SEQPAC  TO SEQ-PAC
                READ CADPAC WITH LOCK
                IF ST-ERR2 = "99"
                   MOVE "** PACOTE EM USO NO OUTRO TERMINAL **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CHK-OPC.
                IF ST-ERR2 NOT = "00" OR QTUSO-PAC NOT < QTCOMP-PAC
                   MOVE "*** PACOTE SEM SALDO - VISITA NAO GRAVADA ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   UNLOCK CADPAC
                   GO TO CHK-OPC.
       CHK-GRAVA.
                WRITE REGVIS
                IF ST-ERRV = "00" OR "02"
                      PERFORM CHK-ATCAD THRU CHK-ATCAD-FIM
                      PERFORM CHK-BAIXA THRU CHK-BAIXA-FIM
                      MOVE "V"       TO TIPO-AJU
                      MOVE COD-VIS   TO CODREF-AJU
                      MOVE DTVISITA  TO DTREF-AJU
                      MOVE 1         TO QTDE-AJU
                      MOVE VALOR-VIS TO VALOR-AJU
                      PERFORM CHK-AJU THRU CHK-AJU-FIM
                      MOVE "*** VISITA REGISTRADA *** " TO MENS
                      MOVE "A" TO SITU-AGE
                      GO TO CHK-MARCA.
                IF ST-ERRV = "22"
                   IF W-TEMEST = "S"
                      GO TO CHK-GRAVA2
                   ELSE
                      GO TO CHK-GRAVA1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADVIS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * A VISITA DO DIA JA FOI GRAVADA PELO PETVIS - A MARCACAO E
      * CONSIDERADA ATENDIDA MESMO ASSIM
       CHK-GRAVA1.
                MOVE "** VISITA JA EXISTIA - MARCADA ATENDIDA **"
                                                  TO MENS
                MOVE "A" TO SITU-AGE
                GO TO CHK-MARCA.
      *
      * JA EXISTE VISITA NA CHAVE - SE ESTIVER ESTORNADA E SUBSTITUIDA
      * PELA DO CHECK-IN, COMO NO PETVIS
       CHK-GRAVA2.
                MOVE "V"      TO TIPO-EST
                MOVE COD-VIS  TO CODREF-EST
                MOVE DTVISITA TO DTREF-EST
                MOVE ZEROS    TO SEQ-EST
                READ CADEST
                IF ST-ERRX NOT = "00"
                   GO TO CHK-GRAVA1.
                PERFORM CHK-SUBST THRU CHK-SUBST-FIM
                IF ST-ERRX NOT = "00" AND ST-ERRX NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                REWRITE REGVIS
                IF ST-ERRV NOT = "00" AND ST-ERRV NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADVIS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM CHK-ATCAD THRU CHK-ATCAD-FIM
                PERFORM CHK-BAIXA THRU CHK-BAIXA-FIM
                MOVE "V"       TO TIPO-AJU
                MOVE COD-VIS   TO CODREF-AJU
                MOVE DTVISITA  TO DTREF-AJU
                MOVE 1         TO QTDE-AJU
                MOVE VALOR-VIS TO VALOR-AJU
                PERFORM CHK-AJU THRU CHK-AJU-FIM
                MOVE "* VISITA REGISTRADA - SUBSTITUI A ESTORNADA *"
                                                     TO MENS
                MOVE "A" TO SITU-AGE
                GO TO CHK-MARCA.
      *
      **********************************
      * PASSA O ESTORNO EM VIGOR (LIDO *
      * EM REGEST) PARA A PROXIMA SE-  *
      * QUENCIA LIVRE COMO SUBSTITUIDO *
      * E APAGA A SEQUENCIA 00. A IMA- *
      * GEM GUARDADA PASSA A SER A     *
      * UNICA COPIA DA VISITA ANTIGA   *
      **********************************
       CHK-SUBST.
                MOVE REGEST TO SAVE-REGEST
                MOVE ZEROS  TO W-ULTEST
                MOVE "N"    TO W-FIMEST
                MOVE 1      TO SEQ-EST
                START CADEST KEY IS NOT LESS THAN CHAVE-EST
                   INVALID KEY
                      MOVE "S" TO W-FIMEST.
                PERFORM CHK-SUBST1 THRU CHK-SUBST1-FIM
                        UNTIL ACABOU-EST
                MOVE SAVE-REGEST TO REGEST
                COMPUTE SEQ-EST = W-ULTEST + 1
                MOVE "S" TO SITU-EST
                WRITE REGEST
                IF ST-ERRX NOT = "00" AND ST-ERRX NOT = "02"
                   GO TO CHK-SUBST-FIM.
                MOVE ZEROS TO SEQ-EST
                DELETE CADEST RECORD.
       CHK-SUBST-FIM.
                EXIT.
       CHK-SUBST1.
                READ CADEST NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMEST
                      GO TO CHK-SUBST1-FIM.
                IF ST-ERRX NOT = "00"
                   MOVE "S" TO W-FIMEST
                   GO TO CHK-SUBST1-FIM.
                IF TIPO-EST NOT = "V" OR CODREF-EST NOT = COD-VIS
                                      OR DTREF-EST NOT = DTVISITA
                   MOVE "S" TO W-FIMEST
                   GO TO CHK-SUBST1-FIM.
                MOVE SEQ-EST TO W-ULTEST.
       CHK-SUBST1-FIM.
                EXIT.
      *
      **********************************
      * REGRAVA A MARCACAO COM A NOVA  *
      * SITUACAO (A/C/N).              *
                IF COD-VIS NOT = W-PETCRED
                   MOVE "S" TO W-FIMVISC
                   GO TO CHK-SALDO3-FIM.
      *
      * VISITA ESTORNADA NAO CONTA - PAGAMENTO ESTORNADO VOLTA A DEVER
                IF W-TEMEST = "S"
                   MOVE "V"      TO TIPO-EST
                   MOVE COD-VIS  TO CODREF-EST
                   MOVE DTVISITA TO DTREF-EST
                   MOVE ZEROS    TO SEQ-EST
                   READ CADEST
                   IF ST-ERRX = "00"
                      GO TO CHK-SALDO3-FIM.
                IF W-TEMPAG = "S"
                   MOVE COD-VIS  TO COD-PAG
                   MOVE DTVISITA TO DTVIS-PAG
                   READ CADPAG
                   IF ST-ERRP = "00"
                      IF W-TEMEST NOT = "S"
                         GO TO CHK-SALDO3-FIM
                      ELSE
                         MOVE "P"      TO TIPO-EST
                         MOVE COD-VIS  TO CODREF-EST
                         MOVE DTVISITA TO DTREF-EST
                         MOVE ZEROS    TO SEQ-EST
                         READ CADEST
                         IF ST-ERRX NOT = "00"
                            GO TO CHK-SALDO3-FIM.
                ADD VALOR-VIS TO W-SALDOAB.
       CHK-SALDO3-FIM.
                EXIT.
       CHK-ATCAD-FIM.
                EXIT.
      *
      **********************************
      * PROCURA NOS PACOTES DO DONO DO *
      * PET (CHAVE DONO-PAC) O MAIS    *
      * ANTIGO DO SERVICO MARCADO, COM *
      * SALDO E VALIDO HOJE            *
      **********************************
       CHK-PAC.
                MOVE "N"   TO W-ACHOUPAC
                MOVE ZEROS TO W-SEQPAC
                IF W-TEMPAC NOT = "S"
                   GO TO CHK-PAC-FIM.
                MOVE COD-AGE TO COD
                READ CADPET
                   INVALID KEY
                      GO TO CHK-PAC-FIM.
                MOVE DONO-COD  TO W-DONOPAC
                MOVE "N"       TO W-FIMPAC
                MOVE W-DONOPAC TO DONO-PAC
                MOVE ZEROS     TO SEQ-PAC
                START CADPAC KEY IS NOT LESS THAN CHAVE-PAC
                   INVALID KEY
                      MOVE "S" TO W-FIMPAC.
                PERFORM CHK-PAC1 THRU CHK-PAC1-FIM
                        UNTIL ACABOU-PAC.
       CHK-PAC-FIM.
                EXIT.
       CHK-PAC1.
                READ CADPAC NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMPAC
                      GO TO CHK-PAC1-FIM.
                IF ST-ERR2 NOT = "00" OR DONO-PAC NOT = W-DONOPAC
                   MOVE "S" TO W-FIMPAC
                   GO TO CHK-PAC1-FIM.
                IF SRV-PAC NOT = TPSERV-VIS
                   OR QTUSO-PAC NOT < QTCOMP-PAC
                   OR DTCOMP-PAC > W-HOJE OR DTVAL-PAC < W-HOJE
                   GO TO CHK-PAC1-FIM.
                MOVE "S"     TO W-ACHOUPAC W-FIMPAC
                MOVE SEQ-PAC TO W-SEQPAC.
       CHK-PAC1-FIM.
                EXIT.
      *
      **********************************
      * BAIXA DA UNIDADE NO PACOTE     *
      * (LIDO COM TRAVA EM CHK-VPAC) E *
      * MARCA DA VISITA EM CADUSO COM  *
      * O VALOR DA UNIDADE CONSUMIDA   *
      **********************************
       CHK-BAIXA.
                IF W-USAPAC NOT = "S"
                   GO TO CHK-BAIXA-FIM.
                ADD 1 TO QTUSO-PAC
                REWRITE REGPAC
                IF ST-ERR2 NOT = "00" AND ST-ERR2 NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADPAC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CHK-BAIXA-FIM.
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
       CHK-BAIXA-FIM.
                EXIT.
      *
      **********************************
      * SITUACAO DO MES DA DATA DO     *
      * LANCAMENTO (W-DTLANC) NO RESU- *
      * MO MENSAL: BRANCO = ABERTO,    *
      * F = FECHADO, R = REABERTO      *
      **********************************
       CHK-VMES.
                MOVE SPACES TO W-MESSIT
                IF W-TEMRES NOT = "S"
                   GO TO CHK-VMES-FIM.
                DIVIDE W-DTLANC BY 100 GIVING W-ANOMES
                MOVE W-ANOMES TO ANOMES-RES
                READ CADRES
                IF ST-ERRB NOT = "00"
                   GO TO CHK-VMES-FIM.
                IF SITU-RES = "R"
                   MOVE "R" TO W-MESSIT
                ELSE
                   MOVE "F" TO W-MESSIT.
       CHK-VMES-FIM.
                EXIT.
      *
      **********************************
      * LANCAMENTO EM MES REABERTO -   *
      * REGISTRA NO LOG CADAJU PARA O  *
      * RELATORIO DE AJUSTES TARDIOS.  *
      * TIPO, REFERENCIA, QUANTIDADE E *
      * VALOR VEM MONTADOS EM REGAJU   *
      **********************************
       CHK-AJU.
                IF NOT MES-REABERTO OR W-TEMAJU NOT = "S"
                   GO TO CHK-AJU-FIM.
                MOVE W-ANOMES    TO ANOMES-AJU
                ACCEPT DTLAN-AJU FROM DATE YYYYMMDD
                ACCEPT HRLAN-AJU FROM TIME
                MOVE OPER-CODIGO TO OPER-AJU
                MOVE OPER-FILIAL TO FIL-AJU
                MOVE "LANCAMENTO NO MES REABERTO" TO MOTIVO-AJU.
       CHK-AJU1.
                WRITE REGAJU
                IF ST-ERR1 = "22"
                   ADD 1 TO HRLAN-AJU
                   GO TO CHK-AJU1.
                IF ST-ERR1 NOT = "00" AND ST-ERR1 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAJU" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CHK-AJU-FIM.
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
                CLOSE CADSRV
                CLOSE CADFUN
                   CLOSE CADDONO.
                IF W-TEMPAG = "S"
                   CLOSE CADPAG.
                IF W-TEMEST = "S"
                   CLOSE CADEST.
                DISPLAY TELCHK
                EXIT PROGRAM.
       ROT-FIMP.
