       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETDIA.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************************
      * DIARIO CONTABIL - PASSO DA CADEIA NOTURNA       *
      * GERA PETDIA.DAT COM OS LANCAMENTOS A DEBITO E A *
      * CREDITO DOS DIAS AINDA NAO ENVIADOS: RECEITA DE *
      * SERVICO POR TPSERV (CADVIS), VENDA DE PACOTE    *
      * (CADPAC), RECEITA DE PRODUTO (CADVEN), RECEBI-  *
      * MENTO (CADPAG), ENTRADA DE MERCADORIA (CADMOV   *
      * TIPO E), ESTORNOS (CADEST) E DESCONTO EM PONTOS *
      * (CADPTS TIPO R, DEVOLVIDO NO TIPO D), COM AS    *
      * CONTAS DE CADCTB. A VISITA DEBITA CLIENTES A    *
      * RECEBER, QUE O RECEBIMENTO E O DESCONTO EM PON- *
      * TOS CREDITAM - O SALDO E O DAS VISITAS EM ABER- *
      * TO. REGISTRO H DE CABECALHO, D DE LANCAMENTO E T*
      * DE FECHO COM A CONTAGEM E OS TOTAIS. DIA SEM    *
      * CONTA OU NAO BALANCEADO RECUSA O ARQUIVO INTEI- *
      * RO (RETORNO 8). O DIA ENVIADO FICA EM CADDIA E  *
      * NAO SAI DE NOVO, A NAO SER PELO REENVIO PEDIDO  *
      * EM PETDIA.PRM. LISTAGEM IGUAL AO ARQUIVO EM     *
      * PETDIA.LST                                      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADVI.
           COPY SELCADVE.
           COPY SELCADPG.
           COPY SELCADPC.
           COPY SELCADMV.
           COPY SELCADES.
           COPY SELCADPT.
           COPY SELCADCB.
           COPY SELCADDI.
           COPY SELCADCT.
           SELECT PRMFIL ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRF.
           SELECT PRMDIA ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRM.
           SELECT ARQDIA ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-INT.
           SELECT PRTDIA ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADVI.
      *
           COPY FDCADVE.
      *
           COPY FDCADPG.
      *
           COPY FDCADPC.
      *
           COPY FDCADMV.
      *
           COPY FDCADES.
      *
           COPY FDCADPT.
      *
           COPY FDCADCB.
      *
           COPY FDCADDI.
      *
           COPY FDCADCT.
      *
       FD  PRMFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETFIL.PRM".
       01  REG-PRMFIL.
           03 PRM-FILIAL   PIC 9(02).
      *
      * DIA A REENVIAR (ZEROS = NENHUM). O PETDIA ZERA O PEDIDO
      * DEPOIS DE GERAR O ARQUIVO
       FD  PRMDIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETDIA.PRM".
       01  REG-PRMDIA.
           03 PRM-DTREENV  PIC 9(08).
      *
       FD  ARQDIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETDIA.DAT".
       01  REG-ARQDIA             PIC X(80).
      *
       FD  PRTDIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETDIA.LST".
       01  REG-PRTDIA             PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRV      PIC X(02) VALUE "00".
       77 ST-ERRN      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERR2      PIC X(02) VALUE "00".
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERR6      PIC X(02) VALUE "00".
       77 ST-ERR8      PIC X(02) VALUE "00".
       77 ST-ERR9      PIC X(02) VALUE "00".
       77 ST-ERRC      PIC X(02) VALUE "00".
       77 ST-PRF       PIC X(02) VALUE "00".
       77 ST-PRM       PIC X(02) VALUE "00".
       77 ST-INT       PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-ARQ          VALUE "S".
       77 W-ERRORUN    PIC X(01) VALUE "N".
       77 W-RECUSA     PIC X(01) VALUE "N".
       77 W-FASE       PIC X(01) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-HORA       PIC 9(08) VALUE ZEROS.
       77 W-FILIAL     PIC 9(02) VALUE 01.
       77 MENS         PIC X(50) VALUE SPACES.
      *
      **************************************************
      * JANELA DOS DIAS A ENVIAR: DE W-DTINI (PRIMEIRO  *
      * DIA DE CADDIA, OU O CORTE NA PRIMEIRA RODADA)   *
      * ATE W-DTCORTE (DATA DA RODADA DA CADEIA, OU     *
      * HOJE QUANDO AVULSO), SO OS DIAS AUSENTES DE     *
      * CADDIA, MAIS O DIA DO REENVIO PEDIDO            *
      **************************************************
       77 W-DTINI      PIC 9(08) VALUE ZEROS.
       77 W-DTCORTE    PIC 9(08) VALUE ZEROS.
       77 W-DTREENV    PIC 9(08) VALUE ZEROS.
       77 W-DTTESTE    PIC 9(08) VALUE ZEROS.
       77 W-DENTRO     PIC X(01) VALUE "N".
      *
      * LANCAMENTO A ACUMULAR NA TABELA
       77 W-E-DATA     PIC 9(08) VALUE ZEROS.
       77 W-E-TIPO     PIC X(02) VALUE SPACES.
       77 W-E-COD      PIC 9(05) VALUE ZEROS.
       77 W-E-EST      PIC X(01) VALUE SPACES.
       77 W-E-VALOR    PIC 9(07)V99 VALUE ZEROS.
      *
       77 W-QTTAB      PIC 9(03) VALUE ZEROS.
       77 W-IND        PIC 9(03) VALUE ZEROS.
       77 W-POS        PIC 9(03) VALUE ZEROS.
       77 W-DTATU      PIC 9(08) VALUE ZEROS.
       77 W-DTPROX     PIC 9(08) VALUE ZEROS.
      *
       77 W-DIALIN     PIC 9(05) VALUE ZEROS.
       77 W-DIASEM     PIC 9(05) VALUE ZEROS.
       77 W-DIADEB     PIC 9(09)V99 VALUE ZEROS.
       77 W-DIACRE     PIC 9(09)V99 VALUE ZEROS.
       77 W-QTDIAS     PIC 9(05) VALUE ZEROS.
       77 W-QTLIN      PIC 9(07) VALUE ZEROS.
       77 W-TOTDEB     PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTCRE     PIC 9(11)V99 VALUE ZEROS.
      *
      **************************************************
      * LANCAMENTOS ACUMULADOS POR DIA, TIPO, CODIGO DA *
      * CONTA EM CADCTB (ZEROS = CONTA PADRAO) E ESTORNO*
      * - CADA POSICAO VIRA UMA LINHA A DEBITO E UMA A  *
      * CREDITO NO ARQUIVO                              *
      **************************************************
       01 W-TABLAN.
           03 W-LAN OCCURS 500 TIMES.
               05 TB-DATA      PIC 9(08).
               05 TB-TIPO      PIC X(02).
               05 TB-COD       PIC 9(05).
               05 TB-EST       PIC X(01).
               05 TB-HIST      PIC X(30).
               05 TB-CONTAD    PIC X(12).
               05 TB-CONTAC    PIC X(12).
               05 TB-QTDE      PIC 9(05).
               05 TB-VALOR     PIC 9(09)V99.
      *
      **************************************************
      * REGISTROS DO ARQUIVO PETDIA.DAT                 *
      **************************************************
       01 W-CABDIA.
           03 FILLER          PIC X(01) VALUE "H".
           03 W-CABDIA-DTGER  PIC 9(08).
           03 W-CABDIA-HRGER  PIC 9(08).
           03 W-CABDIA-FIL    PIC 9(02).
           03 W-CABDIA-CORTE  PIC 9(08).
           03 W-CABDIA-REENV  PIC 9(08).
           03 FILLER          PIC X(45) VALUE SPACES.
       01 W-DETDIA.
           03 FILLER          PIC X(01) VALUE "D".
           03 W-DETDIA-DATA   PIC 9(08).
           03 W-DETDIA-FIL    PIC 9(02).
           03 W-DETDIA-CONTA  PIC X(12).
           03 W-DETDIA-DC     PIC X(01).
           03 W-DETDIA-VALOR  PIC 9(09)V99.
           03 W-DETDIA-TIPO   PIC X(02).
           03 W-DETDIA-COD    PIC 9(05).
           03 W-DETDIA-EST    PIC X(01).
           03 W-DETDIA-HIST   PIC X(30).
           03 W-DETDIA-REENV  PIC X(01).
           03 FILLER          PIC X(06) VALUE SPACES.
       01 W-TRLDIA.
           03 FILLER          PIC X(01) VALUE "T".
           03 W-TRLDIA-QT     PIC 9(07).
           03 W-TRLDIA-DEB    PIC 9(11)V99.
           03 W-TRLDIA-CRE    PIC 9(11)V99.
           03 FILLER          PIC X(46) VALUE SPACES.
      *
       01 CAB-01.
           03 FILLER    PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(40) VALUE
               "*** DIARIO CONTABIL - PETDIA.DAT ***".
           03 FILLER    PIC X(06) VALUE "LOJA: ".
           03 C-FIL     PIC 9(02).
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(11) VALUE "GERADO EM: ".
           03 C-DATA    PIC 9(08).
           03 FILLER    PIC X(06) VALUE SPACES.
           03 FILLER    PIC X(05) VALUE "ATE: ".
           03 C-CORTE   PIC 9(08).
           03 FILLER    PIC X(22) VALUE SPACES.
      *
       01 CAB-02.
           03 FILLER    PIC X(23) VALUE "REENVIO PEDIDO DO DIA: ".
           03 C-REENV   PIC 9(08).
           03 FILLER    PIC X(101) VALUE SPACES.
      *
       01 CAB-03.
           03 FILLER    PIC X(12) VALUE "DATA".
           03 FILLER    PIC X(04) VALUE "TP".
           03 FILLER    PIC X(07) VALUE "CODIGO".
           03 FILLER    PIC X(05) VALUE "EST".
           03 FILLER    PIC X(32) VALUE "HISTORICO".
           03 FILLER    PIC X(14) VALUE "CONTA".
           03 FILLER    PIC X(03) VALUE "DC".
           03 FILLER    PIC X(14) VALUE "         VALOR".
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(20) VALUE "OBSERVACAO".
           03 FILLER    PIC X(19) VALUE SPACES.
      *
       01 LIN-DET.
           03 D-DATA    PIC 9(08).
           03 FILLER    PIC X(04) VALUE SPACES.
           03 D-TIPO    PIC X(02).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-COD     PIC 9(05).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-EST     PIC X(03).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-HIST    PIC X(30).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-CONTA   PIC X(12).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-DC      PIC X(01).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-OBS     PIC X(20).
           03 FILLER    PIC X(19) VALUE SPACES.
      *
       01 LIN-TOTDIA.
           03 FILLER    PIC X(13) VALUE "TOTAL DO DIA ".
           03 T-DATA    PIC 9(08).
           03 FILLER    PIC X(05) VALUE SPACES.
           03 FILLER    PIC X(09) VALUE "DEBITOS: ".
           03 T-DEB     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 FILLER    PIC X(10) VALUE "CREDITOS: ".
           03 T-CRE     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 T-SITU    PIC X(40).
           03 FILLER    PIC X(13) VALUE SPACES.
      *
       01 LIN-TOTGER.
           03 FILLER    PIC X(18) VALUE "DIAS ENVIADOS ..: ".
           03 G-QTDIAS  PIC ZZ.ZZ9.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 FILLER    PIC X(09) VALUE "LINHAS: ".
           03 G-QTLIN   PIC Z.ZZZ.ZZ9.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 FILLER    PIC X(09) VALUE "DEBITOS: ".
           03 G-DEB     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(03) VALUE SPACES.
           03 FILLER    PIC X(10) VALUE "CREDITOS: ".
           03 G-CRE     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(30) VALUE SPACES.
      *
       01 LIN-MSG.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 M-TEXTO   PIC X(80).
           03 FILLER    PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       DIA-OP0.
           DISPLAY "*** DIARIO CONTABIL - PETDIA.DAT ***"
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE W-HOJE TO W-DTCORTE
      *
      * LOJA DESTE PROCESSAMENTO (01 SE PETFIL.PRM AUSENTE)
           OPEN INPUT PRMFIL
           IF ST-PRF NOT = "00"
               GO TO DIA-OPC.
           READ PRMFIL
               AT END
                   MOVE ZEROS TO PRM-FILIAL.
           CLOSE PRMFIL
           IF PRM-FILIAL NOT = ZEROS
               MOVE PRM-FILIAL TO W-FILIAL.
       DIA-OPC.
      *
      * DENTRO DA CADEIA O ULTIMO REGISTRO DE CADCTL E O DESTE
      * PASSO (PETDIA INICIADO) E TRAZ A DATA DA RODADA - UMA
      * RETOMADA NA MANHA SEGUINTE NAO MANDA O DIA NOVO PELA METADE
           OPEN INPUT CADCTL
           IF ST-ERRC NOT = "00"
               GO TO DIA-OPR.
           MOVE "N" TO W-ACABOU
           MOVE SPACES TO PROG-CTL SITU-CTL
           PERFORM DIA-LERCTL THRU DIA-LERCTL-FIM
                   UNTIL ACABOU-ARQ.
           CLOSE CADCTL.
       DIA-OPR.
           OPEN INPUT PRMDIA
           IF ST-PRM NOT = "00"
               GO TO DIA-OPB.
           READ PRMDIA
               AT END
                   MOVE ZEROS TO PRM-DTREENV.
           CLOSE PRMDIA
           MOVE PRM-DTREENV TO W-DTREENV.
           IF W-DTREENV > W-DTCORTE
               DISPLAY "REENVIO DE " W-DTREENV " POSTERIOR AO CORTE "
                       "- IGNORADO"
               MOVE ZEROS TO W-DTREENV.
           IF W-DTREENV NOT = ZEROS
               DISPLAY "REENVIO PEDIDO DO DIA " W-DTREENV.
       DIA-OPB.
      *
      * SEM O CADASTRO DE CONTAS NAO HA COMO MONTAR O DIARIO
           OPEN INPUT CADCTB
           IF ST-ERR8 NOT = "00"
               DISPLAY "CADCTB AUSENTE - CADASTRE AS CONTAS NO PETCTB"
               MOVE "S" TO W-ERRORUN
               GO TO ROT-FIMS.
       DIA-OPD.
           OPEN I-O CADDIA
           IF ST-ERR9 NOT = "00"
               IF ST-ERR9 = "30" OR ST-ERR9 = "35"
                   OPEN OUTPUT CADDIA
                   CLOSE CADDIA
                   DISPLAY "*** ARQUIVO CADDIA SENDO CRIADO ***"
                   GO TO DIA-OPD
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDIA"
                   MOVE "S" TO W-ERRORUN
                   CLOSE CADCTB
                   GO TO ROT-FIMS.
      *
      * O PRIMEIRO DIA ENVIADO MARCA O INICIO DO DIARIO - NA PRIMEIRA
      * RODADA SO O DIA DO CORTE E ENVIADO, SEM O HISTORICO ANTIGO
           MOVE W-DTCORTE TO W-DTINI
           MOVE ZEROS TO DTLAN-DIA
           START CADDIA KEY IS NOT LESS THAN DTLAN-DIA
               INVALID KEY
                   GO TO DIA-OPP.
           READ CADDIA NEXT RECORD
               AT END
                   GO TO DIA-OPP.
           IF ST-ERR9 = "00"
               MOVE DTLAN-DIA TO W-DTINI.
       DIA-OPP.
           OPEN OUTPUT PRTDIA
           IF ST-PRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRTDIA"
               MOVE "S" TO W-ERRORUN
               CLOSE CADCTB CADDIA
               GO TO ROT-FIMS.
           DISPLAY "DIAS NAO ENVIADOS DE " W-DTINI " A " W-DTCORTE
           MOVE W-FILIAL  TO C-FIL
           MOVE W-HOJE    TO C-DATA
           MOVE W-DTCORTE TO C-CORTE
           MOVE CAB-01 TO REG-PRTDIA
           WRITE REG-PRTDIA
           IF W-DTREENV NOT = ZEROS
               MOVE W-DTREENV TO C-REENV
               MOVE CAB-02 TO REG-PRTDIA
               WRITE REG-PRTDIA.
           MOVE SPACES TO REG-PRTDIA
           WRITE REG-PRTDIA
           MOVE CAB-03 TO REG-PRTDIA
           WRITE REG-PRTDIA
           MOVE SPACES TO REG-PRTDIA
           WRITE REG-PRTDIA
           MOVE ZEROS TO W-QTTAB W-DTTESTE.
      *
      **********************************
      * ACUMULA OS LANCAMENTOS DE CADA *
      * ARQUIVO - ARQUIVO AUSENTE NAO  *
      * TEM LANCAMENTO A ENVIAR        *
      **********************************
       DIA-VIS.
           OPEN INPUT CADVIS
           IF ST-ERRV = "30" OR ST-ERRV = "35"
               DISPLAY "CADVIS  AUSENTE - SEM SERVICOS"
               GO TO DIA-VEN.
           IF ST-ERRV NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVIS"
               MOVE "S" TO W-ERRORUN
               GO TO DIA-VEN.
           MOVE "N" TO W-ACABOU
           PERFORM DIA-LERVIS THRU DIA-LERVIS-FIM
                   UNTIL ACABOU-ARQ.
           CLOSE CADVIS.
       DIA-VEN.
           OPEN INPUT CADVEN
           IF ST-ERRN = "30" OR ST-ERRN = "35"
               DISPLAY "CADVEN  AUSENTE - SEM VENDAS"
               GO TO DIA-PAG.
           IF ST-ERRN NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEN"
               MOVE "S" TO W-ERRORUN
               GO TO DIA-PAG.
           MOVE "N" TO W-ACABOU
           PERFORM DIA-LERVEN THRU DIA-LERVEN-FIM
                   UNTIL ACABOU-ARQ.
           CLOSE CADVEN.
       DIA-PAG.
           OPEN INPUT CADPAG
           IF ST-ERRP = "30" OR ST-ERRP = "35"
               DISPLAY "CADPAG  AUSENTE - SEM RECEBIMENTOS"
               GO TO DIA-PAC.
           IF ST-ERRP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAG"
               MOVE "S" TO W-ERRORUN
               GO TO DIA-PAC.
           MOVE "N" TO W-ACABOU
           PERFORM DIA-LERPAG THRU DIA-LERPAG-FIM
                   UNTIL ACABOU-ARQ.
           CLOSE CADPAG.
       DIA-PAC.
           OPEN INPUT CADPAC
           IF ST-ERR2 = "30" OR ST-ERR2 = "35"
               DISPLAY "CADPAC  AUSENTE - SEM PACOTES"
               GO TO DIA-MOV.
           IF ST-ERR2 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAC"
               MOVE "S" TO W-ERRORUN
               GO TO DIA-MOV.
           MOVE "N" TO W-ACABOU
           PERFORM DIA-LERPAC THRU DIA-LERPAC-FIM
                   UNTIL ACABOU-ARQ.
           CLOSE CADPAC.
       DIA-MOV.
           OPEN INPUT CADMOV
           IF ST-ERRM = "30" OR ST-ERRM = "35"
               DISPLAY "CADMOV  AUSENTE - SEM ENTRADAS"
               GO TO DIA-EST.
           IF ST-ERRM NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMOV"
               MOVE "S" TO W-ERRORUN
               GO TO DIA-EST.
           MOVE "N" TO W-ACABOU
           PERFORM DIA-LERMOV THRU DIA-LERMOV-FIM
                   UNTIL ACABOU-ARQ.
           CLOSE CADMOV.
       DIA-EST.
           OPEN INPUT CADEST
           IF ST-ERRX = "30" OR ST-ERRX = "35"
               DISPLAY "CADEST  AUSENTE - SEM ESTORNOS"
               GO TO DIA-PTS.
           IF ST-ERRX NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEST"
               MOVE "S" TO W-ERRORUN
               GO TO DIA-PTS.
           MOVE "N" TO W-ACABOU
           PERFORM DIA-LEREST THRU DIA-LEREST-FIM
                   UNTIL ACABOU-ARQ.
           CLOSE CADEST.
       DIA-PTS.
           OPEN INPUT CADPTS
           IF ST-ERR6 = "30" OR ST-ERR6 = "35"
               DISPLAY "CADPTS  AUSENTE - SEM DESCONTO EM PONTOS"
               GO TO DIA-VALIDA.
           IF ST-ERR6 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPTS"
               MOVE "S" TO W-ERRORUN
               GO TO DIA-VALIDA.
           MOVE "N" TO W-ACABOU
           PERFORM DIA-LERPTS THRU DIA-LERPTS-FIM
                   UNTIL ACABOU-ARQ.
           CLOSE CADPTS.
      *
      **********************************
      * CONFERE TODOS OS DIAS ANTES DE *
      * GRAVAR: UM DIA SEM CONTA OU NAO*
      * BALANCEADO E LISTADO E NENHUM  *
      * ARQUIVO E GERADO               *
      **********************************
       DIA-VALIDA.
           IF W-ERRORUN = "S"
               MOVE "ARQUIVO PETDIA.DAT NAO GERADO - ERRO NOS ARQUIVOS"
                                                     TO M-TEXTO
               GO TO DIA-NAOGERA.
           MOVE "V" TO W-FASE
           PERFORM DIA-DIAS THRU DIA-DIAS-FIM
           IF W-RECUSA = "S"
               MOVE "S" TO W-ERRORUN
               MOVE "ARQUIVO PETDIA.DAT NAO GERADO - DIA RECUSADO ACIMA"
                                                     TO M-TEXTO
               GO TO DIA-NAOGERA.
      *
      **********************************
      * GRAVA O ARQUIVO E A LISTAGEM E *
      * SO DEPOIS DE FECHADO O ARQUIVO *
      * MARCA OS DIAS EM CADDIA - UMA  *
      * QUEDA ANTES DISSO FAZ A RODADA *
      * SEGUINTE GERAR O MESMO ARQUIVO *
      **********************************
       DIA-GRAVA.
           OPEN OUTPUT ARQDIA
           IF ST-INT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PETDIA.DAT"
               MOVE "S" TO W-ERRORUN
               MOVE "ARQUIVO PETDIA.DAT NAO GERADO - ERRO NA ABERTURA"
                                                     TO M-TEXTO
               GO TO DIA-NAOGERA.
           MOVE W-HOJE    TO W-CABDIA-DTGER
           MOVE W-HORA    TO W-CABDIA-HRGER
           MOVE W-FILIAL  TO W-CABDIA-FIL
           MOVE W-DTCORTE TO W-CABDIA-CORTE
           MOVE W-DTREENV TO W-CABDIA-REENV
           MOVE W-CABDIA TO REG-ARQDIA
           WRITE REG-ARQDIA
           MOVE ZEROS TO W-QTDIAS W-QTLIN W-TOTDEB W-TOTCRE
           MOVE "G" TO W-FASE
           PERFORM DIA-DIAS THRU DIA-DIAS-FIM
           MOVE W-QTLIN  TO W-TRLDIA-QT
           MOVE W-TOTDEB TO W-TRLDIA-DEB
           MOVE W-TOTCRE TO W-TRLDIA-CRE
           MOVE W-TRLDIA TO REG-ARQDIA
           WRITE REG-ARQDIA
           IF ST-INT NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO PETDIA.DAT"
               MOVE "S" TO W-ERRORUN.
           CLOSE ARQDIA
           IF W-ERRORUN = "S"
               MOVE "ARQUIVO PETDIA.DAT INCOMPLETO - RODE DE NOVO"
                                                     TO M-TEXTO
               GO TO DIA-NAOGERA.
           MOVE "M" TO W-FASE
           PERFORM DIA-DIAS THRU DIA-DIAS-FIM
      *
      * O PEDIDO DE REENVIO FOI ATENDIDO - ZERA PETDIA.PRM
           IF W-DTREENV NOT = ZEROS
               OPEN OUTPUT PRMDIA
               MOVE ZEROS TO PRM-DTREENV
               WRITE REG-PRMDIA
               CLOSE PRMDIA.
           MOVE SPACES TO REG-PRTDIA
           WRITE REG-PRTDIA
           MOVE W-QTDIAS TO G-QTDIAS
           MOVE W-QTLIN  TO G-QTLIN
           MOVE W-TOTDEB TO G-DEB
           MOVE W-TOTCRE TO G-CRE
           MOVE LIN-TOTGER TO REG-PRTDIA
           WRITE REG-PRTDIA
           DISPLAY "DIAS ENVIADOS ....: " W-QTDIAS
           DISPLAY "LINHAS GRAVADAS ..: " W-QTLIN
           DISPLAY "TOTAL A DEBITO ...: " W-TOTDEB
           DISPLAY "TOTAL A CREDITO ..: " W-TOTCRE
           GO TO ROT-FIM.
       DIA-NAOGERA.
           MOVE SPACES TO REG-PRTDIA
           WRITE REG-PRTDIA
           MOVE LIN-MSG TO REG-PRTDIA
           WRITE REG-PRTDIA
           DISPLAY M-TEXTO
           GO TO ROT-FIM.
      *
      **********************************
      * LEITURA DE CADCTL - GUARDA O   *
      * ULTIMO REGISTRO                *
      **********************************
       DIA-LERCTL.
           READ CADCTL NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO DIA-LERCTL-FIM.
           IF ST-ERRC NOT = "00"
               MOVE "S" TO W-ACABOU
               GO TO DIA-LERCTL-FIM.
           IF PROG-CTL = "PETDIA" AND SITU-CTL = "I"
               MOVE DTRUN-CTL TO W-DTCORTE
           ELSE
               MOVE W-HOJE TO W-DTCORTE.
       DIA-LERCTL-FIM.
           EXIT.
      *
      **********************************
      * VISITAS: RECEITA DE SERVICO.   *
      * A VISITA DE PACOTE VEM A ZERO  *
      * (A RECEITA FOI NA VENDA DELE)  *
      **********************************
       DIA-LERVIS.
           READ CADVIS NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO DIA-LERVIS-FIM.
           IF ST-ERRV NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADVIS"
               MOVE "S" TO W-ERRORUN W-ACABOU
               GO TO DIA-LERVIS-FIM.
           MOVE DTVISITA   TO W-E-DATA
           MOVE "SV"       TO W-E-TIPO
           MOVE TPSERV-VIS TO W-E-COD
           MOVE "N"        TO W-E-EST
           MOVE VALOR-VIS  TO W-E-VALOR
           PERFORM DIA-SOMA THRU DIA-SOMA-FIM.
       DIA-LERVIS-FIM.
           EXIT.
      *
       DIA-LERVEN.
           READ CADVEN NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO DIA-LERVEN-FIM.
           IF ST-ERRN NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADVEN"
               MOVE "S" TO W-ERRORUN W-ACABOU
               GO TO DIA-LERVEN-FIM.
           MOVE DTVENDA     TO W-E-DATA
           MOVE "PR"        TO W-E-TIPO
           MOVE COD-PRO-VEN TO W-E-COD
           MOVE "N"         TO W-E-EST
           MOVE VALOR-VEN   TO W-E-VALOR
           PERFORM DIA-SOMA THRU DIA-SOMA-FIM.
       DIA-LERVEN-FIM.
           EXIT.
      *
       DIA-LERPAG.
           READ CADPAG NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO DIA-LERPAG-FIM.
           IF ST-ERRP NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPAG"
               MOVE "S" TO W-ERRORUN W-ACABOU
               GO TO DIA-LERPAG-FIM.
           MOVE DTPAG     TO W-E-DATA
           MOVE "RC"      TO W-E-TIPO
           MOVE ZEROS     TO W-E-COD
           MOVE "N"       TO W-E-EST
           MOVE VALOR-PAG TO W-E-VALOR
           PERFORM DIA-SOMA THRU DIA-SOMA-FIM.
       DIA-LERPAG-FIM.
           EXIT.
      *
       DIA-LERPAC.
           READ CADPAC NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO DIA-LERPAC-FIM.
           IF ST-ERR2 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPAC"
               MOVE "S" TO W-ERRORUN W-ACABOU
               GO TO DIA-LERPAC-FIM.
           MOVE DTCOMP-PAC TO W-E-DATA
           MOVE "PC"       TO W-E-TIPO
           MOVE SRV-PAC    TO W-E-COD
           MOVE "N"        TO W-E-EST
           MOVE VLPAGO-PAC TO W-E-VALOR
           PERFORM DIA-SOMA THRU DIA-SOMA-FIM.
       DIA-LERPAC-FIM.
           EXIT.
      *
      * SO A ENTRADA (COMPRA) E LANCADA - OS DEMAIS MOVIMENTOS SAO
      * QUANTIDADE E A VENDA JA ENTRA POR CADVEN
       DIA-LERMOV.
           READ CADMOV NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO DIA-LERMOV-FIM.
           IF ST-ERRM NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADMOV"
               MOVE "S" TO W-ERRORUN W-ACABOU
               GO TO DIA-LERMOV-FIM.
           IF TIPO-MOV NOT = "E"
               GO TO DIA-LERMOV-FIM.
           MOVE DTMOV-MOV   TO W-E-DATA
           MOVE "EN"        TO W-E-TIPO
           MOVE COD-PRO-MOV TO W-E-COD
           MOVE "N"         TO W-E-EST
           MOVE VALOR-MOV   TO W-E-VALOR
           PERFORM DIA-SOMA THRU DIA-SOMA-FIM.
       DIA-LERMOV-FIM.
           EXIT.
      *
      **********************************
      * ESTORNOS: LANCADOS NA DATA DO  *
      * ESTORNO COM AS CONTAS DO ORIGI-*
      * NAL TROCADAS. O LANCAMENTO SUB-*
      * STITUIDO (SITU-EST = S) JA NAO *
      * ESTA NO SEU ARQUIVO E VOLTA PE-*
      * LA IMAGEM, NA DATA ORIGINAL    *
      * (COMO NO PETCXA)               *
      **********************************
       DIA-LEREST.
           READ CADEST NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO DIA-LEREST-FIM.
           IF ST-ERRX NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADEST"
               MOVE "S" TO W-ERRORUN W-ACABOU
               GO TO DIA-LEREST-FIM.
           MOVE DTEST     TO W-E-DATA
           MOVE "E"       TO W-E-EST
           MOVE VALOR-EST TO W-E-VALOR
           IF TIPO-EST = "V"
               MOVE "SV"       TO W-E-TIPO
               MOVE TPSERV-EVI TO W-E-COD
               PERFORM DIA-SOMA THRU DIA-SOMA-FIM.
           IF TIPO-EST = "N"
               MOVE "PR"        TO W-E-TIPO
               MOVE COD-PRO-EVE TO W-E-COD
               PERFORM DIA-SOMA THRU DIA-SOMA-FIM.
           IF TIPO-EST = "P"
               MOVE "RC"  TO W-E-TIPO
               MOVE ZEROS TO W-E-COD
               PERFORM DIA-SOMA THRU DIA-SOMA-FIM.
           IF SITU-EST NOT = "S"
               GO TO DIA-LEREST-FIM.
           MOVE "N" TO W-E-EST
           IF TIPO-EST = "V"
               MOVE DTVIS-EVI  TO W-E-DATA
               MOVE "SV"       TO W-E-TIPO
               MOVE TPSERV-EVI TO W-E-COD
               MOVE VALOR-EVI  TO W-E-VALOR
               PERFORM DIA-SOMA THRU DIA-SOMA-FIM.
           IF TIPO-EST = "P"
               MOVE DTPAG-EPG TO W-E-DATA
               MOVE "RC"      TO W-E-TIPO
               MOVE ZEROS     TO W-E-COD
               MOVE VALOR-EPG TO W-E-VALOR
               PERFORM DIA-SOMA THRU DIA-SOMA-FIM.
       DIA-LEREST-FIM.
           EXIT.
      *
      **********************************
      * DESCONTO EM PONTOS: O RESGATE  *
      * (R) E A PARTE DA VISITA QUE NAO*
      * ENTRA EM CADPAG E TAMBEM BAIXA *
      * CLIENTES A RECEBER. A DEVOLU-  *
      * CAO (D) DO ESTORNO VOLTA COM AS*
      * CONTAS TROCADAS                *
      **********************************
       DIA-LERPTS.
           READ CADPTS NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO DIA-LERPTS-FIM.
           IF ST-ERR6 NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPTS"
               MOVE "S" TO W-ERRORUN W-ACABOU
               GO TO DIA-LERPTS-FIM.
           IF TIPO-PTS NOT = "R" AND TIPO-PTS NOT = "D"
               GO TO DIA-LERPTS-FIM.
           MOVE DTLAN-PTS TO W-E-DATA
           MOVE "PT"      TO W-E-TIPO
           MOVE ZEROS     TO W-E-COD
           MOVE "N"       TO W-E-EST
           IF TIPO-PTS = "D"
               MOVE "E"   TO W-E-EST.
           MOVE VALOR-PTS TO W-E-VALOR
           PERFORM DIA-SOMA THRU DIA-SOMA-FIM.
       DIA-LERPTS-FIM.
           EXIT.
      *
      **********************************
      * SOMA O LANCAMENTO W-E-... NA   *
      * TABELA, SE O DIA DELE ESTA NA  *
      * JANELA. A CONTA E A DO CODIGO  *
      * EM CADCTB OU, SEM ELE, A PADRAO*
      * DO TIPO; SEM NENHUMA, O LANCA- *
      * MENTO FICA SEM CONTA E O DIA   *
      * SERA RECUSADO                  *
      **********************************
       DIA-SOMA.
           IF W-E-VALOR = ZEROS
               GO TO DIA-SOMA-FIM.
           PERFORM DIA-DENTRO THRU DIA-DENTRO-FIM
           IF W-DENTRO NOT = "S"
               GO TO DIA-SOMA-FIM.
           MOVE W-E-TIPO TO TIPO-CTB
           MOVE W-E-COD  TO COD-CTB
           READ CADCTB
               INVALID KEY
                   MOVE ZEROS TO COD-CTB
                   READ CADCTB
                       INVALID KEY
                           MOVE W-E-COD TO COD-CTB
                           MOVE "*** SEM CONTA EM CADCTB ***"
                                                 TO DESC-CTB
                           MOVE SPACES TO CONTAD-CTB CONTAC-CTB.
           MOVE ZEROS TO W-POS
           PERFORM DIA-BUSCA THRU DIA-BUSCA-FIM
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTTAB OR W-POS NOT = ZEROS.
           IF W-POS NOT = ZEROS
               GO TO DIA-SOMA1.
           IF W-QTTAB NOT < 500
               DISPLAY "*** TABELA DE LANCAMENTOS CHEIA ***"
               MOVE "S" TO W-ERRORUN
               GO TO DIA-SOMA-FIM.
           ADD 1 TO W-QTTAB
           MOVE W-QTTAB    TO W-POS
           MOVE W-E-DATA   TO TB-DATA (W-POS)
           MOVE W-E-TIPO   TO TB-TIPO (W-POS)
           MOVE COD-CTB    TO TB-COD (W-POS)
           MOVE W-E-EST    TO TB-EST (W-POS)
           MOVE DESC-CTB   TO TB-HIST (W-POS)
           MOVE CONTAD-CTB TO TB-CONTAD (W-POS)
           MOVE CONTAC-CTB TO TB-CONTAC (W-POS)
           MOVE ZEROS      TO TB-QTDE (W-POS) TB-VALOR (W-POS).
       DIA-SOMA1.
           ADD 1         TO TB-QTDE (W-POS)
           ADD W-E-VALOR TO TB-VALOR (W-POS).
       DIA-SOMA-FIM.
           EXIT.
      *
       DIA-BUSCA.
           IF TB-DATA (W-IND) = W-E-DATA AND
              TB-TIPO (W-IND) = W-E-TIPO AND
              TB-COD (W-IND)  = COD-CTB  AND
              TB-EST (W-IND)  = W-E-EST
               MOVE W-IND TO W-POS.
       DIA-BUSCA-FIM.
           EXIT.
      *
      **********************************
      * O DIA ENTRA SE FOR O REENVIO   *
      * PEDIDO OU SE ESTIVER NA JANELA *
      * E AINDA NAO EM CADDIA. GUARDA O*
      * ULTIMO DIA TESTADO             *
      **********************************
       DIA-DENTRO.
           IF W-E-DATA = W-DTTESTE
               GO TO DIA-DENTRO-FIM.
           MOVE W-E-DATA TO W-DTTESTE
           MOVE "N" TO W-DENTRO
           IF W-DTREENV NOT = ZEROS AND W-E-DATA = W-DTREENV
               MOVE "S" TO W-DENTRO
               GO TO DIA-DENTRO-FIM.
           IF W-E-DATA < W-DTINI OR W-E-DATA > W-DTCORTE
               GO TO DIA-DENTRO-FIM.
           MOVE W-E-DATA TO DTLAN-DIA
           READ CADDIA
               INVALID KEY
                   MOVE "S" TO W-DENTRO.
       DIA-DENTRO-FIM.
           EXIT.
      *
      **********************************
      * PERCORRE OS DIAS DA TABELA EM  *
      * ORDEM DE DATA, NA FASE W-FASE: *
      * V = CONFERE, G = GRAVA ARQUIVO *
      * E LISTAGEM, M = MARCA CADDIA   *
      **********************************
       DIA-DIAS.
           MOVE ZEROS TO W-DTATU
           PERFORM DIA-PROX THRU DIA-PROX-FIM
           PERFORM DIA-DIA THRU DIA-DIA-FIM
                   UNTIL W-DTATU = 99999999.
       DIA-DIAS-FIM.
           EXIT.
      *
       DIA-PROX.
           MOVE 99999999 TO W-DTPROX
           PERFORM DIA-PROX1 THRU DIA-PROX1-FIM
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTTAB.
           MOVE W-DTPROX TO W-DTATU.
       DIA-PROX-FIM.
           EXIT.
       DIA-PROX1.
           IF TB-DATA (W-IND) > W-DTATU AND
              TB-DATA (W-IND) < W-DTPROX
               MOVE TB-DATA (W-IND) TO W-DTPROX.
       DIA-PROX1-FIM.
           EXIT.
      *
       DIA-DIA.
           MOVE ZEROS TO W-DIALIN W-DIASEM W-DIADEB W-DIACRE
           PERFORM DIA-LIN THRU DIA-LIN-FIM
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTTAB.
           IF W-FASE = "V"
               PERFORM DIA-CONFERE THRU DIA-CONFERE-FIM.
           IF W-FASE = "G"
               ADD 1        TO W-QTDIAS
               ADD W-DIALIN TO W-QTLIN
               ADD W-DIADEB TO W-TOTDEB
               ADD W-DIACRE TO W-TOTCRE
               MOVE SPACES TO T-SITU
               IF W-DTATU = W-DTREENV
                   MOVE "DIA REENVIADO" TO T-SITU
                   PERFORM DIA-TOTDIA THRU DIA-TOTDIA-FIM
               ELSE
                   PERFORM DIA-TOTDIA THRU DIA-TOTDIA-FIM.
           IF W-FASE = "M"
               PERFORM DIA-MARCA THRU DIA-MARCA-FIM.
           PERFORM DIA-PROX THRU DIA-PROX-FIM.
       DIA-DIA-FIM.
           EXIT.
      *
      **********************************
      * UMA POSICAO DA TABELA DO DIA:  *
      * LINHA A DEBITO E LINHA A CRE-  *
      * DITO. NO ESTORNO AS CONTAS SE  *
      * INVERTEM. OS TOTAIS DO DIA SAO *
      * SOMADOS EM DIA-GRLIN PELO LADO *
      * DE CADA LINHA MONTADA          *
      **********************************
       DIA-LIN.
           IF TB-DATA (W-IND) NOT = W-DTATU
               GO TO DIA-LIN-FIM.
           IF TB-CONTAD (W-IND) = SPACES OR
              TB-CONTAC (W-IND) = SPACES
               ADD 1 TO W-DIASEM.
           ADD 2 TO W-DIALIN
           MOVE TB-DATA (W-IND)  TO D-DATA W-DETDIA-DATA
           MOVE TB-TIPO (W-IND)  TO D-TIPO W-DETDIA-TIPO
           MOVE TB-COD (W-IND)   TO D-COD W-DETDIA-COD
           MOVE TB-EST (W-IND)   TO W-DETDIA-EST
           MOVE TB-HIST (W-IND)  TO D-HIST W-DETDIA-HIST
           MOVE TB-VALOR (W-IND) TO D-VALOR W-DETDIA-VALOR
           MOVE W-FILIAL         TO W-DETDIA-FIL
           MOVE SPACES TO D-EST D-OBS
           IF TB-EST (W-IND) = "E"
               MOVE "EST" TO D-EST.
           IF TB-CONTAD (W-IND) = SPACES
               MOVE "SEM CONTA EM CADCTB" TO D-OBS.
           MOVE "N" TO W-DETDIA-REENV
           IF TB-DATA (W-IND) = W-DTREENV
               MOVE "S" TO W-DETDIA-REENV.
           MOVE "D" TO D-DC W-DETDIA-DC
           IF TB-EST (W-IND) = "E"
               MOVE TB-CONTAC (W-IND) TO D-CONTA W-DETDIA-CONTA
           ELSE
               MOVE TB-CONTAD (W-IND) TO D-CONTA W-DETDIA-CONTA.
           PERFORM DIA-GRLIN THRU DIA-GRLIN-FIM
           MOVE "C" TO D-DC W-DETDIA-DC
           IF TB-EST (W-IND) = "E"
               MOVE TB-CONTAD (W-IND) TO D-CONTA W-DETDIA-CONTA
           ELSE
               MOVE TB-CONTAC (W-IND) TO D-CONTA W-DETDIA-CONTA.
           PERFORM DIA-GRLIN THRU DIA-GRLIN-FIM.
       DIA-LIN-FIM.
           EXIT.
      *
      *
      * SO ENTRA NO TOTAL DO LADO A LINHA QUE TEM CONTA - A QUE FICOU
      * SEM CONTA DESEQUILIBRA O DIA
       DIA-GRLIN.
           IF W-DETDIA-CONTA = SPACES
               GO TO DIA-GRLIN1.
           IF W-DETDIA-DC = "D"
               ADD W-DETDIA-VALOR TO W-DIADEB
           ELSE
               ADD W-DETDIA-VALOR TO W-DIACRE.
       DIA-GRLIN1.
           IF W-FASE NOT = "G" AND W-FASE NOT = "L"
               GO TO DIA-GRLIN-FIM.
           MOVE LIN-DET TO REG-PRTDIA
           WRITE REG-PRTDIA
           IF W-FASE NOT = "G"
               GO TO DIA-GRLIN-FIM.
           MOVE W-DETDIA TO REG-ARQDIA
           WRITE REG-ARQDIA
           IF ST-INT NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO PETDIA.DAT"
               MOVE "S" TO W-ERRORUN.
       DIA-GRLIN-FIM.
           EXIT.
      *
      **********************************
      * DIA COM LANCAMENTO SEM CONTA OU*
      * COM DEBITO DIFERENTE DO CREDITO*
      * E RECUSADO E LISTADO           *
      **********************************
       DIA-CONFERE.
           IF W-DIASEM = ZEROS AND W-DIADEB = W-DIACRE
               GO TO DIA-CONFERE-FIM.
           MOVE "S" TO W-RECUSA
           MOVE "L" TO W-FASE
           MOVE ZEROS TO W-DIALIN W-DIASEM W-DIADEB W-DIACRE
           PERFORM DIA-LIN THRU DIA-LIN-FIM
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTTAB.
           MOVE "V" TO W-FASE
           MOVE "DIA RECUSADO - SEM CONTA OU NAO BALANCEADO" TO T-SITU
           PERFORM DIA-TOTDIA THRU DIA-TOTDIA-FIM
           DISPLAY "DIA " W-DTATU " RECUSADO - SEM CONTA OU NAO "
                   "BALANCEADO".
       DIA-CONFERE-FIM.
           EXIT.
      *
       DIA-TOTDIA.
           MOVE W-DTATU  TO T-DATA
           MOVE W-DIADEB TO T-DEB
           MOVE W-DIACRE TO T-CRE
           MOVE LIN-TOTDIA TO REG-PRTDIA
           WRITE REG-PRTDIA
           MOVE SPACES TO REG-PRTDIA
           WRITE REG-PRTDIA.
       DIA-TOTDIA-FIM.
           EXIT.
      *
      **********************************
      * MARCA O DIA COMO ENVIADO       *
      **********************************
       DIA-MARCA.
           MOVE W-DTATU TO DTLAN-DIA
           READ CADDIA WITH LOCK
           IF ST-ERR9 = "00"
               ADD 1 TO QTENV-DIA
           ELSE
               MOVE W-DTATU TO DTLAN-DIA
               MOVE 1 TO QTENV-DIA.
           MOVE W-HOJE   TO DTENV-DIA
           MOVE W-HORA   TO HRENV-DIA
           MOVE W-DIALIN TO QTLIN-DIA
           MOVE W-DIADEB TO VLDEB-DIA
           MOVE W-DIACRE TO VLCRE-DIA
           IF QTENV-DIA > 1
               REWRITE REGDIA
           ELSE
               WRITE REGDIA.
           IF ST-ERR9 NOT = "00" AND ST-ERR9 NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DE CADDIA PARA O DIA "
                       W-DTATU
               MOVE "S" TO W-ERRORUN.
           UNLOCK CADDIA.
       DIA-MARCA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE CADCTB
           CLOSE CADDIA
           CLOSE PRTDIA.
      *
      * O CODIGO DE RETORNO SINALIZA AO DRIVER NOTURNO (PETNOC) SE
      * O DIARIO FOI GERADO - O GOBACK DEVOLVE O CONTROLE AO DRIVER
      * QUANDO CHAMADO E ENCERRA NORMALMENTE QUANDO AVULSO
       ROT-FIMS.
           IF W-ERRORUN = "S"
               MOVE 8 TO RETURN-CODE.
           GOBACK.
