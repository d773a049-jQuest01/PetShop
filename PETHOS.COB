       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETHOS.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************
      * HOSPEDAGEM - ENTRADA, PRORROGACAO  *
      * E SAIDA DO PET NO CANIL (CADCAN).  *
      * CADA ESTADA E UM REGISTRO EM       *
      * CADHOS (PET + DATA DE ENTRADA); UM *
      * CANIL SO RECEBE UM PET POR VEZ E O *
      * PET SO TEM UMA ESTADA EM ABERTO.   *
      * ENTRADA, SAIDA PREVISTA E SAIDA    *
      * SO CAEM EM DIA FECHADO NO CALENDA- *
      * RIO (CADCAL) COM LIBERACAO DE NI-  *
      * VEL 2. NA SAIDA AS DIARIAS (NOITES *
      * X DIARIA DO CANIL NA ENTRADA) SAO  *
      * COBRADAS COMO UMA VISITA EM CADVIS *
      * NA DATA DA SAIDA, COM A MESMA CRI- *
      * TICA DE CREDITO E DE MES FECHADO   *
      * DO REGISTRO DE VISITA (PETVIS)     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADPE.
           COPY SELCADHO.
           COPY SELCADCN.
           COPY SELCADVI.
           COPY SELCADSR.
           COPY SELCADFU.
           COPY SELCADDO.
           COPY SELCADPG.
           COPY SELCADES.
           COPY SELCADRE.
           COPY SELCADAJ.
           COPY SELCADCA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADPET.
      *
           COPY FDCADHO.
      *
           COPY FDCADCN.
      *
           COPY FDCADVI.
      *
           COPY FDCADSR.
      *
           COPY FDCADFU.
      *
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
           COPY FDCADCA.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERR5      PIC X(02) VALUE "00".
       77 ST-ERR4      PIC X(02) VALUE "00".
       77 ST-ERRV      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRU      PIC X(02) VALUE "00".
       77 ST-ERRD      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERR1      PIC X(02) VALUE "00".
       77 ST-ERRJ      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(05) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *
      **************************************************
      * CAMPOS DA TELA E DE TRABALHO DA ESTADA          *
      **************************************************
       77 W-PET        PIC 9(05) VALUE ZEROS.
       77 W-NOMEPET    PIC X(30) VALUE SPACES.
       77 W-DESCCAN    PIC X(20) VALUE SPACES.
       77 W-TAMCAN     PIC X(01) VALUE SPACES.
       77 W-DSITU      PIC X(20) VALUE SPACES.
       77 W-NOMEFUN    PIC X(30) VALUE SPACES.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-OCUPADO    PIC X(01) VALUE "N".
       77 W-DTENTAB    PIC 9(08) VALUE ZEROS.
       77 W-DTPREVANT  PIC 9(08) VALUE ZEROS.
       77 W-VLHOS      PIC 9(06)V99 VALUE ZEROS.
       77 W-FIMHOS     PIC X(01) VALUE "N".
           88 ACABOU-HOS          VALUE "S".
       77 SAVE-REGHOS  PIC X(88) VALUE SPACES.
      *
      * DATA EM CRITICA (VALIDADE, CALENDARIO E CONTAGEM DE DIAS)
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DTCALC     PIC 9(08) VALUE ZEROS.
       01 W-DTCALC-R REDEFINES W-DTCALC.
           03 W-ANOC    PIC 9(04).
           03 W-MESC    PIC 9(02).
           03 W-DIAC    PIC 9(02).
      *
      **************************************************
      * CONTAGEM DE NOITES SEM FUNCOES DE DATA - CADA   *
      * DATA VIRA UM NUMERO DE DIAS CORRIDOS (ANO CO-   *
      * MECANDO EM MARCO) E AS NOITES SAO A DIFERENCA   *
      **************************************************
       77 W-NDIAS      PIC 9(07) VALUE ZEROS.
       77 W-NDSAI      PIC 9(07) VALUE ZEROS.
       77 W-NA         PIC 9(04) VALUE ZEROS.
       77 W-NM         PIC 9(02) VALUE ZEROS.
       77 W-NA4        PIC 9(04) VALUE ZEROS.
       77 W-NA100      PIC 9(04) VALUE ZEROS.
       77 W-NA400      PIC 9(04) VALUE ZEROS.
       77 W-NMD        PIC 9(04) VALUE ZEROS.
      *
      **************************************************
      * CAMPOS DE TRABALHO DO CALCULO DO DIA DA SEMANA  *
      * (CONGRUENCIA DE ZELLER) E DA CRITICA DE         *
      * CALENDARIO - W-DIASEM: 1=DOMINGO ... 7=SABADO   *
      **************************************************
       77 W-TEMCAL     PIC X(01) VALUE "S".
       77 W-CALBLOQ    PIC X(01) VALUE "N".
       77 W-CALOK      PIC X(01) VALUE "S".
       77 W-DTCAL      PIC 9(08) VALUE ZEROS.
       77 W-DIASEM     PIC 9(01) VALUE ZEROS.
       77 W-ZD         PIC 9(02) VALUE ZEROS.
       77 W-ZM         PIC 9(02) VALUE ZEROS.
       77 W-ZMD        PIC 9(04) VALUE ZEROS.
       77 W-ZA         PIC 9(04) VALUE ZEROS.
       77 W-ZK         PIC 9(02) VALUE ZEROS.
       77 W-ZJ         PIC 9(02) VALUE ZEROS.
       77 W-ZH         PIC 9(04) VALUE ZEROS.
       77 W-ZT1        PIC 9(04) VALUE ZEROS.
       77 W-ZT2        PIC 9(02) VALUE ZEROS.
       77 W-ZT3        PIC 9(02) VALUE ZEROS.
      *
       01 W-CALMSG.
           03 FILLER       PIC X(12) VALUE "* FECHADO - ".
           03 W-CALMOT     PIC X(30).
           03 FILLER       PIC X(02) VALUE " *".
      *
      **************************************************
      * CAMPOS DE TRABALHO DA CRITICA DE CREDITO DO     *
      * DONO - O SALDO EM ABERTO E APURADO NA HORA,     *
      * VARRENDO OS PETS DO DONO (CHAVE ALTERNATIVA     *
      * DONO-COD) E AS VISITAS SEM QUITACAO EM CADPAG   *
      **************************************************
       77 W-TEMDON     PIC X(01) VALUE "S".
       77 W-TEMPAG     PIC X(01) VALUE "S".
       77 W-CREDBLOQ   PIC X(01) VALUE "N".
       77 W-DONOCRED   PIC 9(05) VALUE ZEROS.
       77 W-PETCRED    PIC 9(05) VALUE ZEROS.
       77 W-SALDOAB    PIC 9(08)V99 VALUE ZEROS.
       77 W-FIMPETC    PIC X(01) VALUE "N".
           88 ACABOU-PETSC        VALUE "S".
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
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY COMOPER.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELHOS.
           05  BLANK SCREEN.
           05  LINE 04  COLUMN 01
               VALUE  "                        HOSPEDAGEM".
           05  LINE 04  COLUMN 47
               VALUE  "PETSHOP".
           05  LINE 05  COLUMN 01
               VALUE  "  PET      :".
           05  LINE 06  COLUMN 01
               VALUE  "  SITUACAO :".
           05  LINE 07  COLUMN 01
               VALUE  "  ENTRADA  :".
           05  LINE 08  COLUMN 01
               VALUE  "  CANIL    :".
           05  LINE 09  COLUMN 01
               VALUE  "  PORTE    :       DIARIA :".
           05  LINE 10  COLUMN 01
               VALUE  "  PREVISTA :".
           05  LINE 11  COLUMN 01
               VALUE  "  OBS      :".
           05  LINE 12  COLUMN 01
               VALUE  "  SAIDA    :".
           05  LINE 13  COLUMN 01
               VALUE  "  DIARIAS  :       VALOR  :".
           05  LINE 14  COLUMN 01
               VALUE  "  EXECUTOR :".
           05  H-PET
               LINE 05  COLUMN 14  PIC 9(05)
               USING  COD-HOS
               HIGHLIGHT.
           05  H-NOMEPET
               LINE 05  COLUMN 21  PIC X(30)
               USING  W-NOMEPET
               HIGHLIGHT.
           05  H-SITU
               LINE 06  COLUMN 14  PIC X(20)
               USING  W-DSITU
               HIGHLIGHT.
           05  H-DTENT
               LINE 07  COLUMN 14  PIC 9(08)
               USING  DTENT-HOS
               HIGHLIGHT.
           05  H-CAN
               LINE 08  COLUMN 14  PIC 9(03)
               USING  CAN-HOS
               HIGHLIGHT.
           05  H-DESCCAN
               LINE 08  COLUMN 19  PIC X(20)
               USING  W-DESCCAN
               HIGHLIGHT.
           05  H-TAM
               LINE 09  COLUMN 14  PIC X(01)
               USING  W-TAMCAN
               HIGHLIGHT.
           05  H-DIARIA
               LINE 09  COLUMN 29  PIC ZZZ9,99
               USING  DIARIA-HOS
               HIGHLIGHT.
           05  H-DTPREV
               LINE 10  COLUMN 14  PIC 9(08)
               USING  DTPREV-HOS
               HIGHLIGHT.
           05  H-OBS
               LINE 11  COLUMN 14  PIC X(30)
               USING  OBS-HOS
               HIGHLIGHT.
           05  H-DTSAI
               LINE 12  COLUMN 14  PIC 9(08)
               USING  DTSAI-HOS
               HIGHLIGHT.
           05  H-QTDIA
               LINE 13  COLUMN 14  PIC ZZ9
               USING  QTDIA-HOS
               HIGHLIGHT.
           05  H-VALOR
               LINE 13  COLUMN 29  PIC ZZZ.ZZ9,99
               USING  W-VLHOS
               HIGHLIGHT.
           05  H-FUNC
               LINE 14  COLUMN 14  PIC 9(03)
               USING  FUNC-VIS
               HIGHLIGHT.
           05  H-NOMEFUN
               LINE 14  COLUMN 19  PIC X(30)
               USING  W-NOMEFUN
               HIGHLIGHT.
           05  MENH
               LINE 19  COLUMN 25  PIC X(50)
               USING  MENS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING AREA-OPERADOR.
       INICIO.
      *
       HOS-OP0.
           OPEN I-O CADPET
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADPET" TO MENS
               DISPLAY MENS
               GO TO ROT-FIMP.
       HOS-OP0N.
           OPEN INPUT CADCAN
           IF ST-ERR4 NOT = "00"
               MOVE "*** NENHUM CANIL CADASTRADO (CADCAN) ***" TO MENS
               DISPLAY MENS
               CLOSE CADPET
               GO TO ROT-FIMP.
       HOS-OP0S.
           OPEN INPUT CADSRV
           IF ST-ERRS NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADSRV" TO MENS
               DISPLAY MENS
               CLOSE CADPET
               CLOSE CADCAN
               GO TO ROT-FIMP.
       HOS-OP0U.
           OPEN INPUT CADFUN
           IF ST-ERRU NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUN" TO MENS
               DISPLAY MENS
               CLOSE CADPET
               CLOSE CADCAN
               CLOSE CADSRV
               GO TO ROT-FIMP.
      *
      * SEM CADDONO (OU SEM CADPAG - NENHUM PAGAMENTO AINDA) A
      * CRITICA DE CREDITO FICA DESATIVADA/TRATA TUDO EM ABERTO
       HOS-OP0D.
           MOVE "S" TO W-TEMDON
           OPEN INPUT CADDONO
           IF ST-ERRD NOT = "00"
               MOVE "N" TO W-TEMDON.
           MOVE "S" TO W-TEMPAG
           OPEN INPUT CADPAG
           IF ST-ERRP NOT = "00"
               MOVE "N" TO W-TEMPAG.
      *
      * SEM CADEST NENHUM LANCAMENTO FOI ESTORNADO AINDA
           MOVE "S" TO W-TEMEST
           OPEN I-O CADEST
           IF ST-ERRX NOT = "00"
               MOVE "N" TO W-TEMEST.
      *
      * SEM CADCAL A LOJA NAO TEM CALENDARIO - TODO DIA E ABERTO
           MOVE "S" TO W-TEMCAL
           OPEN INPUT CADCAL
           IF ST-ERRJ NOT = "00"
               MOVE "N" TO W-TEMCAL.
      *
      * SEM CADRES NENHUM MES FOI FECHADO AINDA; CADAJU SO EXISTE
      * DEPOIS DA PRIMEIRA REABERTURA
           MOVE "S" TO W-TEMRES
           OPEN INPUT CADRES
           IF ST-ERRB NOT = "00"
               MOVE "N" TO W-TEMRES.
           MOVE "S" TO W-TEMAJU
           OPEN I-O CADAJU
           IF ST-ERR1 NOT = "00"
               MOVE "N" TO W-TEMAJU.
       HOS-OP0V.
           OPEN I-O CADVIS
           IF ST-ERRV NOT = "00"
               IF ST-ERRV = "30"
                      OPEN OUTPUT CADVIS
                      CLOSE CADVIS
                      MOVE "*** ARQUIVO CADVIS SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO HOS-OP0V
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADVIS" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       HOS-OP0H.
           OPEN I-O CADHOS
           IF ST-ERR5 NOT = "00"
               IF ST-ERR5 = "30" OR ST-ERR5 = "35"
                      OPEN OUTPUT CADHOS
                      CLOSE CADHOS
                      MOVE "*** ARQUIVO CADHOS SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO HOS-OP0H
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADHOS" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADVIS
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       HOS-001.
                UNLOCK CADHOS
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE ZEROS  TO COD-HOS DTENT-HOS CAN-HOS DTPREV-HOS
                               DTSAI-HOS DIARIA-HOS SRV-HOS QTDIA-HOS
                               VALOR-HOS W-VLHOS FUNC-VIS
                MOVE SPACES TO OBS-HOS W-NOMEPET W-DESCCAN W-TAMCAN
                               W-DSITU W-NOMEFUN
                DISPLAY TELHOS.
       HOS-002.
                ACCEPT H-PET
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF COD-HOS = 0
                   MOVE "*** PET INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HOS-002.
                MOVE COD-HOS TO W-PET COD
                READ CADPET
                   INVALID KEY
                      MOVE "*** PET NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO HOS-002.
                IF ST-ERRO = "99"
                   MOVE "** REGISTRO EM USO NO OUTRO TERMINAL **"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HOS-002.
                MOVE NOME TO W-NOMEPET
                PERFORM HOS-ABERTA THRU HOS-ABERTA-FIM
                IF W-ACHOU = "S"
                   GO TO LER-HOS01.
      *
      * PET SEM ESTADA EM ABERTO - NOVA ENTRADA
                MOVE W-PET  TO COD-HOS
                MOVE W-HOJE TO DTENT-HOS
                MOVE ZEROS  TO CAN-HOS DTPREV-HOS DTSAI-HOS DIARIA-HOS
                               SRV-HOS QTDIA-HOS VALOR-HOS
                MOVE SPACES TO OBS-HOS
                MOVE "NOVA ENTRADA" TO W-DSITU
                DISPLAY TELHOS
                GO TO HOS-003.
      *
      * PET HOSPEDADO - TRAVA A ESTADA PARA PRORROGAR OU DAR SAIDA
       LER-HOS01.
                MOVE W-PET     TO COD-HOS
                MOVE W-DTENTAB TO DTENT-HOS
                READ CADHOS WITH LOCK
                IF ST-ERR5 = "99"
                   MOVE "** REGISTRO EM USO NO OUTRO TERMINAL **"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HOS-001.
                IF ST-ERR5 NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADHOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE SPACES TO W-DESCCAN W-TAMCAN
                MOVE CAN-HOS TO COD-CAN
                READ CADCAN
                   NOT INVALID KEY
                      MOVE DESC-CAN TO W-DESCCAN
                      MOVE TAM-CAN  TO W-TAMCAN.
                MOVE "HOSPEDADO" TO W-DSITU
                DISPLAY TELHOS
                GO TO ACE-001.
      *
      *****************************************
      * ROTINA DE ENTRADA DO PET NO CANIL     *
      *****************************************
      *
       HOS-003.
                ACCEPT H-DTENT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO HOS-001.
                MOVE DTENT-HOS TO W-DTCALC
                IF W-MESC < 1 OR W-MESC > 12 OR W-DIAC < 1
                                            OR W-DIAC > 31
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO HOS-003.
                IF DTENT-HOS > W-HOJE
                   MOVE "*** A ENTRADA NAO PODE SER FUTURA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO HOS-003.
                MOVE DTENT-HOS TO W-DTCAL
                PERFORM HOS-VCAL THRU HOS-VCAL-FIM
                IF W-CALOK NOT = "S"
                   GO TO HOS-003.
       HOS-004.
                ACCEPT H-CAN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO HOS-003.
                IF CAN-HOS = ZEROS
                   MOVE "*** INFORME O CANIL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO HOS-004.
                MOVE CAN-HOS TO COD-CAN
                READ CADCAN
                   INVALID KEY
                      MOVE "*** CANIL NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO HOS-004.
                MOVE DESC-CAN   TO W-DESCCAN
                MOVE TAM-CAN    TO W-TAMCAN
                MOVE DIARIA-CAN TO DIARIA-HOS
                MOVE SRV-CAN    TO SRV-HOS
                DISPLAY TELHOS
                PERFORM HOS-OCUP THRU HOS-OCUP-FIM
                IF W-OCUPADO = "S"
                   MOVE "*** CANIL OCUPADO - ESCOLHA OUTRO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO HOS-004.
       HOS-005.
                ACCEPT H-DTPREV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO HOS-004.
                MOVE DTPREV-HOS TO W-DTCALC
                IF W-MESC < 1 OR W-MESC > 12 OR W-DIAC < 1
                                            OR W-DIAC > 31
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO HOS-005.
                IF DTPREV-HOS < DTENT-HOS
                   MOVE "*** SAIDA PREVISTA ANTES DA ENTRADA ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO HOS-005.
                MOVE DTPREV-HOS TO W-DTCAL
                PERFORM HOS-VCAL THRU HOS-VCAL-FIM
                IF W-CALOK NOT = "S"
                   GO TO HOS-005.
       HOS-006.
                ACCEPT H-OBS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO HOS-005.
       HOS-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO HOS-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HOS-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HOS-OPC.
       HOS-WR1.
                MOVE ZEROS       TO DTSAI-HOS QTDIA-HOS VALOR-HOS
                MOVE OPER-FILIAL TO FIL-HOS
                MOVE OPER-CODIGO TO OPER-HOS
                WRITE REGHOS
                IF ST-ERR5 = "00" OR "02"
                      MOVE "*** ENTRADA REGISTRADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO HOS-001.
                IF ST-ERR5 = "22"
                      MOVE "*** JA EXISTE ESTADA DO PET NESSA DATA ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO HOS-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADHOS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * PET HOSPEDADO - PRORROGACAO OU SAIDA  *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=VOLTAR   F2=PRORROGAR   F3=DAR SAIDA"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                IF W-ACT = 02
                   GO TO HOS-001.
                IF W-ACT = 03
                   MOVE DTPREV-HOS TO W-DTPREVANT
                   GO TO PRR-001.
                MOVE W-HOJE TO DTSAI-HOS
                DISPLAY TELHOS
                GO TO SAI-001.
      *
       PRR-001.
                ACCEPT H-DTPREV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE W-DTPREVANT TO DTPREV-HOS
                   DISPLAY TELHOS
                   GO TO ACE-001.
                MOVE DTPREV-HOS TO W-DTCALC
                IF W-MESC < 1 OR W-MESC > 12 OR W-DIAC < 1
                                            OR W-DIAC > 31
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PRR-001.
                IF DTPREV-HOS NOT > W-DTPREVANT
                   MOVE "*** NOVA SAIDA DEVE SER APOS A PREVISTA ***"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PRR-001.
                MOVE DTPREV-HOS TO W-DTCAL
                PERFORM HOS-VCAL THRU HOS-VCAL-FIM
                IF W-CALOK NOT = "S"
                   GO TO PRR-001.
       PRR-OPC.
                DISPLAY (23, 40) "PRORROGAR (S/N) : ".
                ACCEPT (23, 58) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PRR-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ESTADA NAO PRORROGADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HOS-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRR-OPC.
       PRR-RW1.
                REWRITE REGHOS
                IF ST-ERR5 = "00" OR "02"
                   MOVE "*** ESTADA PRORROGADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HOS-001.
                MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADHOS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************************
      * SAIDA - DATA DA SAIDA (CONTRA  *
      * O CALENDARIO E A TRAVA DE MES  *
      * FECHADO), NOITES X DIARIA E O  *
      * EXECUTOR DA COBRANCA EM CADVIS *
      **********************************
       SAI-001.
                ACCEPT H-DTSAI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE ZEROS TO DTSAI-HOS QTDIA-HOS W-VLHOS
                   DISPLAY TELHOS
                   GO TO ACE-001.
                MOVE DTSAI-HOS TO W-DTCALC
                IF W-MESC < 1 OR W-MESC > 12 OR W-DIAC < 1
                                            OR W-DIAC > 31
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO SAI-001.
                IF DTSAI-HOS < DTENT-HOS
                   MOVE "*** SAIDA ANTES DA ENTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO SAI-001.
                IF DTSAI-HOS > W-HOJE
                   MOVE "*** A SAIDA NAO PODE SER FUTURA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO SAI-001.
                MOVE DTSAI-HOS TO W-DTLANC
                PERFORM HOS-VMES THRU HOS-VMES-FIM
                IF MES-FECHADO
                   MOVE "*** MES FECHADO - DATA NAO ACEITA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO SAI-001.
                MOVE DTSAI-HOS TO W-DTCAL
                PERFORM HOS-VCAL THRU HOS-VCAL-FIM
                IF W-CALOK NOT = "S"
                   GO TO SAI-001.
      *
      * ENTRADA E SAIDA NO MESMO DIA COBRA UMA DIARIA
                MOVE DTSAI-HOS TO W-DTCALC
                PERFORM HOS-NDIAS THRU HOS-NDIAS-FIM
                MOVE W-NDIAS TO W-NDSAI
                MOVE DTENT-HOS TO W-DTCALC
                PERFORM HOS-NDIAS THRU HOS-NDIAS-FIM
                COMPUTE QTDIA-HOS = W-NDSAI - W-NDIAS
                IF QTDIA-HOS = ZEROS
                   MOVE 1 TO QTDIA-HOS.
                COMPUTE W-VLHOS = QTDIA-HOS * DIARIA-HOS
                DISPLAY TELHOS
                IF W-VLHOS > 9999,99
                   MOVE "* VALOR ACIMA DO LIMITE DE UMA VISITA *"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO SAI-001.
                MOVE SRV-HOS TO COD-SRV
                READ CADSRV
                   INVALID KEY
                      MOVE "*** SERVICO DO CANIL NAO CADASTRADO ***"
                                                     TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE ZEROS TO DTSAI-HOS QTDIA-HOS W-VLHOS
                      DISPLAY TELHOS
                      GO TO ACE-001.
       SAI-002.
                ACCEPT H-FUNC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO SAI-001.
                IF FUNC-VIS = ZEROS
                   MOVE "*** INFORME O EXECUTOR DO SERVICO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO SAI-002.
                MOVE FUNC-VIS TO COD-FUN
                READ CADFUN
                   INVALID KEY
                      MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO SAI-002.
                MOVE NOME-FUN TO W-NOMEFUN
                DISPLAY TELHOS.
       SAI-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA SAIDA (S/N) : ".
                ACCEPT (23, 63) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO SAI-002.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** SAIDA NAO REGISTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HOS-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SAI-OPC.
      *
      * MONTA A VISITA DA COBRANCA - O PET FOI LIDO EM HOS-002
                MOVE COD-HOS     TO COD-VIS
                MOVE DTSAI-HOS   TO DTVISITA
                MOVE SRV-HOS     TO TPSERV-VIS
                MOVE W-VLHOS     TO VALOR-VIS
                MOVE OPER-FILIAL TO FIL-VIS
                MOVE OPER-CODIGO TO OPER-VIS
                MOVE W-PET       TO COD
                READ CADPET
                   INVALID KEY
                      MOVE ZEROS TO DONO-COD.
      *
      **********************************
      * CRITICA DE CREDITO DO DONO -   *
      * COBRANCA QUE ESTOURE O LIMITE  *
      * SO PASSA COM LIBERACAO         *
      * EXPRESSA DE SUPERVISOR         *
      **********************************
       SAI-VCRED.
                PERFORM HOS-CRED THRU HOS-CRED-FIM
                IF W-CREDBLOQ = "N"
                   GO TO SAI-WR1.
                MOVE "*** LIMITE DE CREDITO DO DONO EXCEDIDO ***"
                                                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF OPER-NIVEL < 2
                   MOVE "* RECUSADO - LIBERACAO EXIGE NIVEL 2 *"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HOS-001.
       SAI-VCRED1.
                DISPLAY (23, 05)
                  "ACIMA DO LIMITE - SUPERVISOR LIBERA (S/N): "
                ACCEPT (23, 49) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO HOS-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** SAIDA NAO REGISTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HOS-001.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO SAI-VCRED1.
       SAI-WR1.
                WRITE REGVIS
                IF ST-ERRV = "00" OR "02"
                   GO TO SAI-WR3.
                IF ST-ERRV = "22"
                   IF W-TEMEST = "S"
                      GO TO SAI-WR2
                   ELSE
                      MOVE "* PET JA TEM VISITA NA DATA DA SAIDA *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO HOS-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADVIS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * JA EXISTE VISITA NA CHAVE - SO PODE SER SUBSTITUIDA SE
      * ESTIVER ESTORNADA
       SAI-WR2.
                MOVE "V"      TO TIPO-EST
                MOVE COD-VIS  TO CODREF-EST
                MOVE DTVISITA TO DTREF-EST
                MOVE ZEROS    TO SEQ-EST
                READ CADEST
                IF ST-ERRX NOT = "00"
                   MOVE "* PET JA TEM VISITA NA DATA DA SAIDA *"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HOS-001.
                PERFORM HOS-SUBST THRU HOS-SUBST-FIM
                IF ST-ERRX NOT = "00" AND ST-ERRX NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                REWRITE REGVIS
                IF ST-ERRV NOT = "00" AND ST-ERRV NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADVIS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *
      * VISITA GRAVADA - FECHA A ESTADA (AINDA TRAVADA DESDE
      * LER-HOS01)
       SAI-WR3.
                PERFORM HOS-ATCAD THRU HOS-ATCAD-FIM
                MOVE "V"       TO TIPO-AJU
                MOVE COD-VIS   TO CODREF-AJU
                MOVE DTVISITA  TO DTREF-AJU
                MOVE 1         TO QTDE-AJU
                MOVE VALOR-VIS TO VALOR-AJU
                PERFORM HOS-AJU THRU HOS-AJU-FIM
                MOVE W-VLHOS TO VALOR-HOS
                REWRITE REGHOS
                IF ST-ERR5 NOT = "00" AND ST-ERR5 NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADHOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** SAIDA REGISTRADA - ESTADA COBRADA ***"
                                                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO HOS-001.
      *
      **********************************
      * PROCURA A ESTADA EM ABERTO DO  *
      * PET (DTSAI-HOS EM ZEROS) ENTRE *
      * AS ESTADAS DELE EM CADHOS      *
      **********************************
       HOS-ABERTA.
                MOVE "N"    TO W-ACHOU W-FIMHOS
                MOVE ZEROS  TO W-DTENTAB
                MOVE W-PET  TO COD-HOS
                MOVE ZEROS  TO DTENT-HOS
                START CADHOS KEY IS NOT LESS THAN CHAVE-HOS
                   INVALID KEY
                      MOVE "S" TO W-FIMHOS.
                PERFORM HOS-ABERTA1 THRU HOS-ABERTA1-FIM
                        UNTIL ACABOU-HOS.
       HOS-ABERTA-FIM.
                EXIT.
       HOS-ABERTA1.
                READ CADHOS NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMHOS
                      GO TO HOS-ABERTA1-FIM.
                IF ST-ERR5 NOT = "00" OR COD-HOS NOT = W-PET
                   MOVE "S" TO W-FIMHOS
                   GO TO HOS-ABERTA1-FIM.
                IF DTSAI-HOS = ZEROS
                   MOVE "S"       TO W-ACHOU W-FIMHOS
                   MOVE DTENT-HOS TO W-DTENTAB.
       HOS-ABERTA1-FIM.
                EXIT.
      *
      **********************************
      * PROCURA PELA CHAVE ALTERNATIVA *
      * CAN-HOS UMA ESTADA SEM SAIDA   *
      * NO CANIL. A VARREDURA RELE     *
      * REGISTROS PARA DENTRO DE       *
      * REGHOS, ENTAO A ESTADA DIGITA- *
      * DA E SALVA ANTES E RESTAURADA  *
      **********************************
       HOS-OCUP.
                MOVE REGHOS TO SAVE-REGHOS
                MOVE "N"    TO W-OCUPADO W-FIMHOS
                START CADHOS KEY IS NOT LESS THAN CAN-HOS
                   INVALID KEY
                      MOVE "S" TO W-FIMHOS.
                PERFORM HOS-OCUP1 THRU HOS-OCUP1-FIM
                        UNTIL ACABOU-HOS
                MOVE SAVE-REGHOS TO REGHOS.
       HOS-OCUP-FIM.
                EXIT.
       HOS-OCUP1.
                READ CADHOS NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMHOS
                      GO TO HOS-OCUP1-FIM.
                IF ST-ERR5 NOT = "00" OR CAN-HOS NOT = COD-CAN
                   MOVE "S" TO W-FIMHOS
                   GO TO HOS-OCUP1-FIM.
                IF DTSAI-HOS = ZEROS
                   MOVE "S" TO W-OCUPADO W-FIMHOS.
       HOS-OCUP1-FIM.
                EXIT.
      *
      **********************************
      * DIAS CORRIDOS DE W-DTCALC EM   *
      * W-NDIAS - O ANO COMECA EM MAR- *
      * CO PARA O 29 DE FEVEREIRO CAIR *
      * NO FIM; AS DIVISOES EM CAMPOS  *
      * INTEIROS FAZEM O TRUNCAMENTO   *
      **********************************
       HOS-NDIAS.
                IF W-MESC < 3
                   COMPUTE W-NA = W-ANOC - 1
                   COMPUTE W-NM = W-MESC + 9
                ELSE
                   MOVE W-ANOC TO W-NA
                   COMPUTE W-NM = W-MESC - 3.
                DIVIDE W-NA BY 4   GIVING W-NA4
                DIVIDE W-NA BY 100 GIVING W-NA100
                DIVIDE W-NA BY 400 GIVING W-NA400
                COMPUTE W-NMD = (153 * W-NM + 2) / 5
                COMPUTE W-NDIAS = 365 * W-NA + W-NA4 - W-NA100
                                + W-NA400 + W-NMD + W-DIAC.
       HOS-NDIAS-FIM.
                EXIT.
      *
      **********************************
      * CRITICA DA DATA W-DTCAL CONTRA *
      * O CALENDARIO - DIA FECHADO SO  *
      * PASSA COM LIBERACAO EXPRESSA   *
      * DE SUPERVISOR. W-CALOK = N SE  *
      * A DATA FOI RECUSADA            *
      **********************************
       HOS-VCAL.
                MOVE "S" TO W-CALOK
                PERFORM HOS-CAL THRU HOS-CAL-FIM
                IF W-CALBLOQ = "N"
                   GO TO HOS-VCAL-FIM.
                MOVE W-CALMSG TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF OPER-NIVEL < 2
                   MOVE "* RECUSADO - LIBERACAO EXIGE NIVEL 2 *"
                                                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "N" TO W-CALOK
                   GO TO HOS-VCAL-FIM.
       HOS-VCAL1.
                DISPLAY (23, 05)
                  "FORA DO CALENDARIO - SUPERVISOR LIBERA (S/N): "
                ACCEPT (23, 52) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE "N" TO W-CALOK
                   DISPLAY TELHOS
                   GO TO HOS-VCAL-FIM.
                IF W-OPCAO = "N" OR "n"
                   MOVE "N" TO W-CALOK
                   MOVE "*** DATA NAO LIBERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HOS-VCAL-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO HOS-VCAL1.
                DISPLAY TELHOS.
       HOS-VCAL-FIM.
                EXIT.
      *
      **********************************
      * CONSULTA O CALENDARIO DA LOJA: *
      * PRIMEIRO A DATA ESPECIFICA,    *
      * DEPOIS O DIA DA SEMANA. ENTRADA*
      * E SAIDA NAO TEM HORA MARCADA,  *
      * SO O DIA FECHADO CONTA.        *
      * W-CALBLOQ: N=LIVRE, D=FECHADO  *
      **********************************
       HOS-CAL.
                MOVE "N" TO W-CALBLOQ
                IF W-TEMCAL NOT = "S"
                   GO TO HOS-CAL-FIM.
                MOVE W-DTCAL TO CHAVE-CAL
                READ CADCAL
                IF ST-ERRJ = "00"
                   IF FECHADO-CAL = "S"
                      MOVE "D" TO W-CALBLOQ
                      MOVE DESC-CAL TO W-CALMOT
                      GO TO HOS-CAL-FIM
                   ELSE
                      GO TO HOS-CAL-FIM
                ELSE
                   NEXT SENTENCE.
                PERFORM HOS-DIASEM THRU HOS-DIASEM-FIM
                MOVE W-DIASEM TO CHAVE-CAL
                READ CADCAL
                IF ST-ERRJ NOT = "00"
                   GO TO HOS-CAL-FIM.
                IF FECHADO-CAL = "S"
                   MOVE "D" TO W-CALBLOQ
                   MOVE DESC-CAL TO W-CALMOT.
       HOS-CAL-FIM.
                EXIT.
      *
      **********************************
      * DIA DA SEMANA DE W-DTCAL PELA  *
      * CONGRUENCIA DE ZELLER - AS     *
      * DIVISOES EM CAMPOS INTEIROS    *
      * FAZEM O TRUNCAMENTO EXIGIDO    *
      **********************************
       HOS-DIASEM.
                DIVIDE W-DTCAL BY 10000 GIVING W-ZA REMAINDER W-ZMD
                DIVIDE W-ZMD BY 100 GIVING W-ZM REMAINDER W-ZD
                IF W-ZM < 3
                   ADD 12 TO W-ZM
                   SUBTRACT 1 FROM W-ZA.
                DIVIDE W-ZA BY 100 GIVING W-ZJ REMAINDER W-ZK
                COMPUTE W-ZT1 = (13 * (W-ZM + 1)) / 5
                COMPUTE W-ZT2 = W-ZK / 4
                COMPUTE W-ZT3 = W-ZJ / 4
                COMPUTE W-ZH = W-ZD + W-ZT1 + W-ZK + W-ZT2 + W-ZT3
                             + 5 * W-ZJ
                DIVIDE W-ZH BY 7 GIVING W-ZT1 REMAINDER W-ZH
      *
      * NA CONGRUENCIA 0 = SABADO E 1 = DOMINGO - CONVERTE PARA A
      * CONVENCAO DO CADCAL (1 = DOMINGO ... 7 = SABADO)
                IF W-ZH = ZEROS
                   MOVE 7 TO W-DIASEM
                ELSE
                   MOVE W-ZH TO W-DIASEM.
       HOS-DIASEM-FIM.
                EXIT.
      *
      **********************************
      * PASSA O ESTORNO EM VIGOR (LIDO *
      * EM REGEST) PARA A PROXIMA SE-  *
      * QUENCIA LIVRE COMO SUBSTITUIDO *
      * E APAGA A SEQUENCIA 00. A IMA- *
      * GEM GUARDADA PASSA A SER A     *
      * UNICA COPIA DA VISITA ANTIGA   *
      **********************************
       HOS-SUBST.
                MOVE REGEST TO SAVE-REGEST
                MOVE ZEROS  TO W-ULTEST
                MOVE "N"    TO W-FIMEST
                MOVE 1      TO SEQ-EST
                START CADEST KEY IS NOT LESS THAN CHAVE-EST
                   INVALID KEY
                      MOVE "S" TO W-FIMEST.
                PERFORM HOS-SUBST1 THRU HOS-SUBST1-FIM
                        UNTIL ACABOU-EST
                MOVE SAVE-REGEST TO REGEST
                COMPUTE SEQ-EST = W-ULTEST + 1
                MOVE "S" TO SITU-EST
                WRITE REGEST
                IF ST-ERRX NOT = "00" AND ST-ERRX NOT = "02"
                   GO TO HOS-SUBST-FIM.
                MOVE ZEROS TO SEQ-EST
                DELETE CADEST RECORD.
       HOS-SUBST-FIM.
                EXIT.
       HOS-SUBST1.
                READ CADEST NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMEST
                      GO TO HOS-SUBST1-FIM.
                IF ST-ERRX NOT = "00"
                   MOVE "S" TO W-FIMEST
                   GO TO HOS-SUBST1-FIM.
                IF TIPO-EST NOT = "V" OR CODREF-EST NOT = COD-VIS
                                      OR DTREF-EST NOT = DTVISITA
                   MOVE "S" TO W-FIMEST
                   GO TO HOS-SUBST1-FIM.
                MOVE SEQ-EST TO W-ULTEST.
       HOS-SUBST1-FIM.
                EXIT.
      *
      **********************************
      * APURA O SALDO EM ABERTO DO     *
      * DONO E COMPARA COM O LIMITE -  *
      * LIMITE ZERO = SEM CONTROLE     *
      **********************************
       HOS-CRED.
                MOVE "N" TO W-CREDBLOQ
                IF W-TEMDON NOT = "S" OR DONO-COD = ZEROS
                   GO TO HOS-CRED-FIM.
                MOVE DONO-COD TO W-DONOCRED
                MOVE W-DONOCRED TO COD-DONO
                READ CADDONO
                   INVALID KEY
                      GO TO HOS-CRED-FIM.
                IF LIMCRED-DONO = ZEROS
                   GO TO HOS-CRED-FIM.
                PERFORM HOS-SALDO THRU HOS-SALDO-FIM
                IF W-SALDOAB + VALOR-VIS > LIMCRED-DONO
                   MOVE "S" TO W-CREDBLOQ.
       HOS-CRED-FIM.
                EXIT.
      *
      **********************************
      * SOMA AS VISITAS SEM PAGAMENTO  *
      * (OU COM O PAGAMENTO ESTORNADO) *
      * DE TODOS OS PETS DO DONO, PELA *
      * CHAVE ALTERNATIVA DONO-COD.    *
      * A VARREDURA RELE REGISTROS     *
      * PARA DENTRO DE REGVIS, ENTAO A *
      * COBRANCA MONTADA E SALVA ANTES *
      * E RESTAURADA DEPOIS            *
      **********************************
       HOS-SALDO.
                MOVE REGVIS TO SAVE-REGVIS
                MOVE ZEROS  TO W-SALDOAB
                MOVE "N"    TO W-FIMPETC
                MOVE W-DONOCRED TO DONO-COD
                START CADPET KEY IS NOT LESS THAN DONO-COD
                   INVALID KEY
                      MOVE "S" TO W-FIMPETC.
                PERFORM HOS-SALDO1 THRU HOS-SALDO1-FIM
                        UNTIL ACABOU-PETSC
                MOVE SAVE-REGVIS TO REGVIS.
       HOS-SALDO-FIM.
                EXIT.
       HOS-SALDO1.
                READ CADPET NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMPETC
                      GO TO HOS-SALDO1-FIM.
                IF ST-ERRO NOT = "00"
                   MOVE "S" TO W-FIMPETC
                   GO TO HOS-SALDO1-FIM.
                IF DONO-COD NOT = W-DONOCRED
                   MOVE "S" TO W-FIMPETC
                   GO TO HOS-SALDO1-FIM.
                MOVE COD TO W-PETCRED
                PERFORM HOS-SALDO2 THRU HOS-SALDO2-FIM.
       HOS-SALDO1-FIM.
                EXIT.
       HOS-SALDO2.
                MOVE "N"       TO W-FIMVISC
                MOVE W-PETCRED TO COD-VIS
                MOVE ZEROS     TO DTVISITA
                START CADVIS KEY IS NOT LESS THAN CHAVE-VIS
                   INVALID KEY
                      MOVE "S" TO W-FIMVISC.
                PERFORM HOS-SALDO3 THRU HOS-SALDO3-FIM
                        UNTIL ACABOU-VISC.
       HOS-SALDO2-FIM.
                EXIT.
       HOS-SALDO3.
                READ CADVIS NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMVISC
                      GO TO HOS-SALDO3-FIM.
                IF ST-ERRV NOT = "00"
                   MOVE "S" TO W-FIMVISC
                   GO TO HOS-SALDO3-FIM.
                IF COD-VIS NOT = W-PETCRED
                   MOVE "S" TO W-FIMVISC
                   GO TO HOS-SALDO3-FIM.
                IF W-TEMEST = "S"
                   MOVE "V"      TO TIPO-EST
                   MOVE COD-VIS  TO CODREF-EST
                   MOVE DTVISITA TO DTREF-EST
                   MOVE ZEROS    TO SEQ-EST
                   READ CADEST
                   IF ST-ERRX = "00"
                      GO TO HOS-SALDO3-FIM.
                IF W-TEMPAG = "S"
                   MOVE COD-VIS  TO COD-PAG
                   MOVE DTVISITA TO DTVIS-PAG
                   READ CADPAG
                   IF ST-ERRP = "00"
                      IF W-TEMEST NOT = "S"
                         GO TO HOS-SALDO3-FIM
                      ELSE
                         MOVE "P"      TO TIPO-EST
                         MOVE COD-VIS  TO CODREF-EST
                         MOVE DTVISITA TO DTREF-EST
                         MOVE ZEROS    TO SEQ-EST
                         READ CADEST
                         IF ST-ERRX NOT = "00"
                            GO TO HOS-SALDO3-FIM.
                ADD VALOR-VIS TO W-SALDOAB.
       HOS-SALDO3-FIM.
                EXIT.
      *
      **********************************
      * ATUALIZA DTMOV EM CADPET PARA  *
      * QUE O PET NAO SEJA CONSIDERADO *
      * INATIVO PELO EXPURGO NOTURNO.  *
      * RELE O REGISTRO COM TRAVA ANTES*
      * DO REWRITE PARA NAO SOBREPOR   *
      * UMA ALTERACAO FEITA NO OUTRO   *
      * TERMINAL                       *
      **********************************
       HOS-ATCAD.
                MOVE COD-VIS TO COD
                READ CADPET WITH LOCK
                IF ST-ERRO = "99"
                   MOVE "* PET EM USO - DTMOV NAO ATUALIZADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO HOS-ATCAD-FIM.
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO AO ATUALIZAR DTMOV EM CADPET"
                   GO TO HOS-ATCAD-FIM.
                ACCEPT DTMOV FROM DATE YYYYMMDD
                REWRITE REGPET
                IF ST-ERRO NOT = "00"
                   DISPLAY "ERRO AO ATUALIZAR DTMOV EM CADPET".
       HOS-ATCAD-FIM.
                EXIT.
      *
      **********************************
      * SITUACAO DO MES DA DATA DO     *
      * LANCAMENTO (W-DTLANC) NO RESU- *
      * MO MENSAL: BRANCO = ABERTO,    *
      * F = FECHADO, R = REABERTO      *
      **********************************
       HOS-VMES.
                MOVE SPACES TO W-MESSIT
                IF W-TEMRES NOT = "S"
                   GO TO HOS-VMES-FIM.
                DIVIDE W-DTLANC BY 100 GIVING W-ANOMES
                MOVE W-ANOMES TO ANOMES-RES
                READ CADRES
                IF ST-ERRB NOT = "00"
                   GO TO HOS-VMES-FIM.
                IF SITU-RES = "R"
                   MOVE "R" TO W-MESSIT
                ELSE
                   MOVE "F" TO W-MESSIT.
       HOS-VMES-FIM.
                EXIT.
      *
      **********************************
      * LANCAMENTO EM MES REABERTO -   *
      * REGISTRA NO LOG CADAJU PARA O  *
      * RELATORIO DE AJUSTES TARDIOS.  *
      * TIPO, REFERENCIA, QUANTIDADE E *
      * VALOR VEM MONTADOS EM REGAJU   *
      **********************************
       HOS-AJU.
                IF NOT MES-REABERTO OR W-TEMAJU NOT = "S"
                   GO TO HOS-AJU-FIM.
                MOVE W-ANOMES    TO ANOMES-AJU
                ACCEPT DTLAN-AJU FROM DATE YYYYMMDD
                ACCEPT HRLAN-AJU FROM TIME
                MOVE OPER-CODIGO TO OPER-AJU
                MOVE OPER-FILIAL TO FIL-AJU
                MOVE "LANCAMENTO NO MES REABERTO" TO MOTIVO-AJU.
       HOS-AJU1.
                WRITE REGAJU
                IF ST-ERR1 = "22"
                   ADD 1 TO HRLAN-AJU
                   GO TO HOS-AJU1.
                IF ST-ERR1 NOT = "00" AND ST-ERR1 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAJU" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       HOS-AJU-FIM.
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
                IF W-TEMCAL = "S"
                   CLOSE CADCAL.
                CLOSE CADPET
                CLOSE CADHOS
                CLOSE CADCAN
                CLOSE CADVIS
                CLOSE CADSRV
                CLOSE CADFUN
                IF W-TEMDON = "S"
                   CLOSE CADDONO.
                IF W-TEMPAG = "S"
                   CLOSE CADPAG.
                IF W-TEMEST = "S"
                   CLOSE CADEST.
                DISPLAY TELHOS
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
               DISPLAY TELHOS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY TELHOS.
       ROT-MENS-FIM.
                EXIT.
