       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETSMS.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************************
      * MENSAGENS DE CONFIRMACAO DA AGENDA (SAIDA)      *
      * RODA A NOITE: VARRE AS MARCACOES PENDENTES DO   *
      * DIA SEGUINTE EM CADAGE E GERA PETSMS.DAT PARA   *
      * O PROVEDOR DE SMS/WHATSAPP - UMA LINHA POR      *
      * MARCACAO COM O TELEFONE DO DONO (CADDONO), O    *
      * NOME DO PET, O SERVICO E O HORARIO. MARCA A     *
      * MARCACAO COMO ENVIADA (CONF-AGE = E) OU SEM     *
      * TELEFONE (T), QUE VAI PARA A LISTA DE LIGACOES  *
      * DO PETSMR. AS RESPOSTAS VOLTAM PELO PETSMR      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADPE.
           COPY SELCADDO.
           COPY SELCADAG.
           COPY SELCADSR.
           SELECT ARQSMS ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-INT.
           SELECT PRTSMS ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADPET.
      *
           COPY FDCADDO.
      *
           COPY FDCADAG.
      *
           COPY FDCADSR.
      *
      * ARQUIVO PARA O PROVEDOR: D = UMA MENSAGEM (DATA+HORA DA
      * MARCACAO SAO A REFERENCIA QUE O PROVEDOR DEVOLVE JUNTO COM
      * A RESPOSTA), T = TRAILER COM A QUANTIDADE DE MENSAGENS
       FD  ARQSMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETSMS.DAT".
       01  REG-ARQSMS.
           03 SMS-TIPO     PIC X(01).
           03 SMS-DATA     PIC 9(08).
           03 SMS-HORA     PIC 9(04).
           03 SMS-FONE     PIC X(15).
           03 SMS-NOMEDONO PIC X(30).
           03 SMS-NOMEPET  PIC X(30).
           03 SMS-SERVICO  PIC X(12).
           03 FILLER       PIC X(20).
       01  REG-TRLSMS REDEFINES REG-ARQSMS.
           03 TRL-TIPO     PIC X(01).
           03 TRL-DTGER    PIC 9(08).
           03 TRL-HRGER    PIC 9(08).
           03 TRL-QTDE     PIC 9(05).
           03 FILLER       PIC X(98).
      *
       FD  PRTSMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETSMS.LST".
       01  REG-PRTSMS             PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRD      PIC X(02) VALUE "00".
       77 ST-ERRG      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-INT       PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-CADAGE       VALUE "S".
       77 W-TEMSRV     PIC X(01) VALUE "S".
       77 W-REENVIA    PIC X(01) VALUE "N".
       77 W-CONFNOVA   PIC X(01) VALUE SPACES.
       77 W-ERROPROC   PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-HORA       PIC 9(08) VALUE ZEROS.
       77 W-AMANHA     PIC 9(08) VALUE ZEROS.
       77 W-DATAREF    PIC 9(08) VALUE ZEROS.
       77 W-DONOAGE    PIC 9(05) VALUE ZEROS.
       77 W-DATAAGE    PIC 9(08) VALUE ZEROS.
       77 W-HORAAGE    PIC 9(04) VALUE ZEROS.
       77 W-PETAGE     PIC 9(05) VALUE ZEROS.
       77 W-NOMEPET    PIC X(30) VALUE SPACES.
       77 W-NOMEDONO   PIC X(30) VALUE SPACES.
       77 W-FONE       PIC X(15) VALUE SPACES.
       77 W-DESCSRV    PIC X(12) VALUE SPACES.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-QTLIDOS    PIC 9(05) VALUE ZEROS.
       77 W-QTENV      PIC 9(05) VALUE ZEROS.
       77 W-QTSFONE    PIC 9(05) VALUE ZEROS.
       77 W-QTJACONF   PIC 9(05) VALUE ZEROS.
       77 W-QTJAENV    PIC 9(05) VALUE ZEROS.
       77 W-QTEMUSO    PIC 9(05) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *
      **************************************************
      * DIA SEGUINTE SEM FUNCOES DE DATA - TABELA DE    *
      * DIAS POR MES, FEVEREIRO COM 29 NO ANO BISSEXTO  *
      **************************************************
       77 W-ULTDIA     PIC 9(02) VALUE ZEROS.
       77 W-QANO       PIC 9(04) VALUE ZEROS.
       77 W-R4         PIC 9(04) VALUE ZEROS.
       77 W-R100       PIC 9(04) VALUE ZEROS.
       77 W-R400       PIC 9(04) VALUE ZEROS.
       01 W-DATAX.
           03 W-XANO    PIC 9(04).
           03 W-XMES    PIC 9(02).
           03 W-XDIA    PIC 9(02).
       01 W-DATAXN REDEFINES W-DATAX PIC 9(08).
       01 W-TABMES.
           03 FILLER    PIC X(24) VALUE "312831303130313130313031".
       01 W-TABMESR REDEFINES W-TABMES.
           03 W-DIASMES PIC 9(02) OCCURS 12 TIMES.
      *
       01 CAB-01.
           03 FILLER    PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(55) VALUE
               "*** MENSAGENS DE CONFIRMACAO DA AGENDA ***".
           03 FILLER    PIC X(57) VALUE SPACES.
      *
       01 CAB-02.
           03 FILLER    PIC X(12) VALUE "MARCACOES : ".
           03 C-DATAREF PIC 9(08).
           03 FILLER    PIC X(14) VALUE "   GERADO EM: ".
           03 C-HOJE    PIC 9(08).
           03 FILLER    PIC X(90) VALUE SPACES.
      *
       01 CAB-03.
           03 FILLER    PIC X(10) VALUE "DATA      ".
           03 FILLER    PIC X(06) VALUE "HORA  ".
           03 FILLER    PIC X(06) VALUE "PET   ".
           03 FILLER    PIC X(31) VALUE "NOME DO PET".
           03 FILLER    PIC X(13) VALUE "SERVICO".
           03 FILLER    PIC X(06) VALUE "DONO  ".
           03 FILLER    PIC X(16) VALUE "TELEFONE".
           03 FILLER    PIC X(30) VALUE "SITUACAO".
           03 FILLER    PIC X(14) VALUE SPACES.
      *
       01 LIN-DET.
           03 D-DATA    PIC 9(08).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-HORA    PIC 9(04).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-COD     PIC 9(05).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 D-NOME    PIC X(30).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 D-SERVICO PIC X(12).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 D-DONO    PIC 9(05).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 D-FONE    PIC X(15).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 D-SITU    PIC X(30).
           03 FILLER    PIC X(14) VALUE SPACES.
      *
       01 LIN-TOT.
           03 T-DESC    PIC X(26).
           03 T-QTDE    PIC ZZ.ZZ9.
           03 FILLER    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       SMS-OP0.
           DISPLAY "*** MENSAGENS DE CONFIRMACAO DA AGENDA ***"
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           PERFORM SMS-AMANHA THRU SMS-AMANHA-FIM
           DISPLAY "DATA DAS MARCACOES (AAAAMMDD), ENTER=" W-AMANHA
                   ": " WITH NO ADVANCING
           ACCEPT W-DATAREF
           IF W-DATAREF = ZEROS
               MOVE W-AMANHA TO W-DATAREF.
           IF W-DATAREF < W-HOJE
               DISPLAY "*** DATA JA PASSOU ***"
               GO TO ROT-FIMS.
           DISPLAY "REENVIAR AS JA ENVIADAS SEM RESPOSTA (S/N), "
                   "ENTER=N: " WITH NO ADVANCING
           ACCEPT W-REENVIA
           IF W-REENVIA = "s"
               MOVE "S" TO W-REENVIA.
           OPEN INPUT CADPET
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPET"
               GO TO ROT-FIMS.
           OPEN INPUT CADDONO
           IF ST-ERRD NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDONO"
               CLOSE CADPET
               GO TO ROT-FIMS.
           OPEN I-O CADAGE
           IF ST-ERRG NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAGE"
               CLOSE CADPET
               CLOSE CADDONO
               GO TO ROT-FIMS.
           MOVE "S" TO W-TEMSRV
           OPEN INPUT CADSRV
           IF ST-ERRS NOT = "00"
               MOVE "N" TO W-TEMSRV.
           OPEN OUTPUT ARQSMS
           IF ST-INT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PETSMS.DAT"
               GO TO SMS-FEC1.
           OPEN OUTPUT PRTSMS
           IF ST-PRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRTSMS"
               CLOSE ARQSMS
               GO TO SMS-FEC1.
           MOVE CAB-01 TO REG-PRTSMS
           WRITE REG-PRTSMS
           MOVE SPACES TO REG-PRTSMS
           WRITE REG-PRTSMS
           MOVE W-DATAREF TO C-DATAREF
           MOVE W-HOJE    TO C-HOJE
           MOVE CAB-02 TO REG-PRTSMS
           WRITE REG-PRTSMS
           MOVE SPACES TO REG-PRTSMS
           WRITE REG-PRTSMS
           MOVE CAB-03 TO REG-PRTSMS
           WRITE REG-PRTSMS
           MOVE SPACES TO REG-PRTSMS
           WRITE REG-PRTSMS.
       SMS-002.
           MOVE W-DATAREF TO DTAGENDA
           MOVE ZEROS     TO HRAGENDA
           START CADAGE KEY IS NOT LESS THAN CHAVE-AGE
               INVALID KEY
                   MOVE "S" TO W-ACABOU.
           PERFORM SMS-LER THRU SMS-LER-FIM
                   UNTIL ACABOU-CADAGE.
       SMS-003.
      *
      * SEM O TRAILER O PROVEDOR RECUSA O ARQUIVO INCOMPLETO
           IF W-ERROPROC = "S"
               GO TO ROT-FIM.
           MOVE SPACES    TO REG-ARQSMS
           MOVE "T"       TO TRL-TIPO
           MOVE W-HOJE    TO TRL-DTGER
           MOVE W-HORA    TO TRL-HRGER
           MOVE W-QTENV   TO TRL-QTDE
           WRITE REG-ARQSMS
           MOVE SPACES TO REG-PRTSMS
           WRITE REG-PRTSMS
           MOVE "MENSAGENS GERADAS .......: " TO T-DESC
           MOVE W-QTENV TO T-QTDE
           MOVE LIN-TOT TO REG-PRTSMS
           WRITE REG-PRTSMS
           MOVE "SEM TELEFONE (LIGAR) ....: " TO T-DESC
           MOVE W-QTSFONE TO T-QTDE
           MOVE LIN-TOT TO REG-PRTSMS
           WRITE REG-PRTSMS
           MOVE "JA CONFIRMADAS ..........: " TO T-DESC
           MOVE W-QTJACONF TO T-QTDE
           MOVE LIN-TOT TO REG-PRTSMS
           WRITE REG-PRTSMS
           MOVE "JA ENVIADAS (NAO REENV.) : " TO T-DESC
           MOVE W-QTJAENV TO T-QTDE
           MOVE LIN-TOT TO REG-PRTSMS
           WRITE REG-PRTSMS
           MOVE "EM USO (RODAR DE NOVO) ..: " TO T-DESC
           MOVE W-QTEMUSO TO T-QTDE
           MOVE LIN-TOT TO REG-PRTSMS
           WRITE REG-PRTSMS
           DISPLAY "MARCACOES PENDENTES : " W-QTLIDOS
           DISPLAY "MENSAGENS GERADAS ..: " W-QTENV
           DISPLAY "SEM TELEFONE .......: " W-QTSFONE
           IF W-QTEMUSO NOT = ZEROS
               DISPLAY "*** " W-QTEMUSO " MARCACAO(OES) EM USO NO "
                       "OUTRO TERMINAL - RODAR DE NOVO ***".
           GO TO ROT-FIM.
      *
      **********************************
      * LEITURA DE CADAGE EM ORDEM DE  *
      * CHAVE, SO O DIA, SO AS PENDEN- *
      * TES (SITU-AGE EM BRANCO)       *
      **********************************
       SMS-LER.
           READ CADAGE NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO SMS-LER-FIM.
           IF ST-ERRG NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADAGE"
               MOVE "S" TO W-ACABOU W-ERROPROC
               GO TO SMS-LER-FIM.
           IF DTAGENDA NOT = W-DATAREF
               MOVE "S" TO W-ACABOU
               GO TO SMS-LER-FIM.
           IF SITU-AGE NOT = SPACES
               GO TO SMS-LER-FIM.
           ADD 1 TO W-QTLIDOS
           PERFORM SMS-DADOS THRU SMS-DADOS-FIM
           IF CONF-AGE = "S"
               ADD 1 TO W-QTJACONF
               MOVE "JA CONFIRMADA" TO W-MOTIVO
               GO TO SMS-LISTA.
           IF (CONF-AGE = "E" OR CONF-AGE = "R")
                                 AND W-REENVIA NOT = "S"
               ADD 1 TO W-QTJAENV
               MOVE "JA ENVIADA - NAO REENVIADA" TO W-MOTIVO
               GO TO SMS-LISTA.
           IF W-MOTIVO = SPACES
               MOVE "E" TO W-CONFNOVA
           ELSE
               MOVE "T" TO W-CONFNOVA.
           PERFORM SMS-MARCA THRU SMS-MARCA-FIM
           IF W-ERROPROC = "S"
               MOVE "S" TO W-ACABOU
               GO TO SMS-LER-FIM.
           IF W-MOTIVO NOT = SPACES
               GO TO SMS-LISTA.
           MOVE SPACES     TO REG-ARQSMS
           MOVE "D"        TO SMS-TIPO
           MOVE W-DATAAGE  TO SMS-DATA
           MOVE W-HORAAGE  TO SMS-HORA
           MOVE W-FONE     TO SMS-FONE
           MOVE W-NOMEDONO TO SMS-NOMEDONO
           MOVE W-NOMEPET  TO SMS-NOMEPET
           MOVE W-DESCSRV  TO SMS-SERVICO
           WRITE REG-ARQSMS
           ADD 1 TO W-QTENV
           MOVE "ENVIADA" TO W-MOTIVO.
       SMS-LISTA.
           MOVE W-DATAAGE  TO D-DATA
           MOVE W-HORAAGE  TO D-HORA
           MOVE W-PETAGE   TO D-COD
           MOVE W-NOMEPET  TO D-NOME
           MOVE W-DESCSRV  TO D-SERVICO
           MOVE W-DONOAGE  TO D-DONO
           MOVE W-FONE     TO D-FONE
           MOVE W-MOTIVO   TO D-SITU
           MOVE LIN-DET    TO REG-PRTSMS
           WRITE REG-PRTSMS.
       SMS-LER-FIM.
           EXIT.
      *
      **********************************
      * PET, DONO, TELEFONE E SERVICO  *
      * DA MARCACAO - W-MOTIVO FICA EM *
      * BRANCO QUANDO HA TELEFONE PARA *
      * MANDAR A MENSAGEM              *
      **********************************
       SMS-DADOS.
           MOVE SPACES TO W-MOTIVO W-NOMEDONO W-FONE W-DESCSRV
           MOVE ZEROS  TO W-DONOAGE
           MOVE DTAGENDA TO W-DATAAGE
           MOVE HRAGENDA TO W-HORAAGE
           MOVE COD-AGE  TO W-PETAGE
           IF W-TEMSRV = "S"
               MOVE TPSERV-AGE TO COD-SRV
               READ CADSRV
               IF ST-ERRS = "00"
                   MOVE DESC-SRV TO W-DESCSRV.
           MOVE COD-AGE TO COD
           READ CADPET
           IF ST-ERRO NOT = "00"
               MOVE "*** PET NAO CADASTRADO ***" TO W-NOMEPET
               MOVE "PET NAO CADASTRADO - LIGAR" TO W-MOTIVO
               GO TO SMS-DADOS-FIM.
           MOVE NOME     TO W-NOMEPET
           MOVE DONO-COD TO W-DONOAGE
           IF DONO-COD = ZEROS
               MOVE "PET SEM DONO - LIGAR" TO W-MOTIVO
               GO TO SMS-DADOS-FIM.
           MOVE DONO-COD TO COD-DONO
           READ CADDONO
           IF ST-ERRD NOT = "00"
               MOVE "DONO NAO CADASTRADO - LIGAR" TO W-MOTIVO
               GO TO SMS-DADOS-FIM.
           MOVE NOME-DONO TO W-NOMEDONO
           MOVE TELEFONE  TO W-FONE
           IF TELEFONE = SPACES
               MOVE "SEM TELEFONE - LIGAR" TO W-MOTIVO.
       SMS-DADOS-FIM.
           EXIT.
      *
      **********************************
      * GRAVA A SITUACAO DA CONFIRMA-  *
      * CAO. RELE COM TRAVA ANTES DO   *
      * REWRITE PARA NAO SOBREPOR UM   *
      * CHECK-IN OU ALTERACAO FEITA NO *
      * TERMINAL NESTE MEIO TEMPO      *
      **********************************
       SMS-MARCA.
           READ CADAGE WITH LOCK
           IF ST-ERRG = "99"
               ADD 1 TO W-QTEMUSO
               MOVE "EM USO NO OUTRO TERMINAL" TO W-MOTIVO
               GO TO SMS-MARCA-FIM.
      *
      * CANCELADA NO TERMINAL DEPOIS DA LEITURA - REPOSICIONA A
      * VARREDURA LOGO APOS A CHAVE QUE SUMIU
           IF ST-ERRG = "23"
               MOVE "CANCELADA NESTE MEIO TEMPO" TO W-MOTIVO
               GO TO SMS-MARCA1.
           IF ST-ERRG NOT = "00"
               DISPLAY "ERRO NA RELEITURA DO ARQUIVO CADAGE"
               MOVE "S" TO W-ERROPROC
               GO TO SMS-MARCA-FIM.
           IF SITU-AGE NOT = SPACES
               UNLOCK CADAGE
               MOVE "JA ATENDIDA NESTE MEIO TEMPO" TO W-MOTIVO
               GO TO SMS-MARCA-FIM.
           MOVE W-CONFNOVA TO CONF-AGE
           REWRITE REGAGE
           IF ST-ERRG NOT = "00" AND ST-ERRG NOT = "02"
               DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO CADAGE"
               MOVE "S" TO W-ERROPROC
               GO TO SMS-MARCA-FIM.
           UNLOCK CADAGE
           IF W-CONFNOVA = "T"
               ADD 1 TO W-QTSFONE.
           GO TO SMS-MARCA-FIM.
       SMS-MARCA1.
           MOVE W-DATAAGE TO DTAGENDA
           MOVE W-HORAAGE TO HRAGENDA
           START CADAGE KEY IS GREATER THAN CHAVE-AGE
               INVALID KEY
                   MOVE "S" TO W-ACABOU.
       SMS-MARCA-FIM.
           EXIT.
      *
      **********************************
      * W-AMANHA = W-HOJE + 1 DIA      *
      * BISSEXTO: DIVISIVEL POR 4 E    *
      * NAO POR 100, OU POR 400        *
      **********************************
       SMS-AMANHA.
           MOVE W-HOJE TO W-DATAXN
           MOVE W-DIASMES (W-XMES) TO W-ULTDIA
           IF W-XMES = 2
               DIVIDE W-XANO BY 4   GIVING W-QANO REMAINDER W-R4
               DIVIDE W-XANO BY 100 GIVING W-QANO REMAINDER W-R100
               DIVIDE W-XANO BY 400 GIVING W-QANO REMAINDER W-R400
               IF (W-R4 = ZEROS AND W-R100 NOT = ZEROS)
                                 OR W-R400 = ZEROS
                   MOVE 29 TO W-ULTDIA.
           IF W-XDIA < W-ULTDIA
               ADD 1 TO W-XDIA
               GO TO SMS-AMANHA1.
           MOVE 1 TO W-XDIA
           IF W-XMES < 12
               ADD 1 TO W-XMES
               GO TO SMS-AMANHA1.
           MOVE 1 TO W-XMES
           ADD 1 TO W-XANO.
       SMS-AMANHA1.
           MOVE W-DATAXN TO W-AMANHA.
       SMS-AMANHA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE ARQSMS
           CLOSE PRTSMS.
       SMS-FEC1.
           CLOSE CADPET
           CLOSE CADDONO
           CLOSE CADAGE
           IF W-TEMSRV = "S"
               CLOSE CADSRV.
       ROT-FIMS.
           IF W-ERROPROC = "S"
               DISPLAY "*** PROCESSAMENTO INTERROMPIDO - ARQUIVO "
                       "PETSMS.DAT INCOMPLETO ***"
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
