       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETSMR.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************************
      * RESPOSTAS DAS MENSAGENS DE CONFIRMACAO E LISTA  *
      * DE LIGACOES. LE O ARQUIVO DE RESPOSTAS DO PRO-  *
      * VEDOR (PETSMS.RET) E ATUALIZA CADAGE: S = MAR-  *
      * CACAO CONFIRMADA (CONF-AGE = S), N = MARCACAO   *
      * CANCELADA PELO DONO (EXCLUIDA COMO NO PETAGE,   *
      * LIBERANDO O HORARIO), OUTRA = RESPOSTA NAO EN-  *
      * TENDIDA (CONF-AGE = R). SO ACEITA RESPOSTA DE   *
      * MARCACAO PENDENTE QUE RECEBEU MENSAGEM E VINDA  *
      * DO TELEFONE ATUAL DO DONO. EM SEGUIDA LISTA AS  *
      * MARCACOES PENDENTES DO DIA NAO CONFIRMADAS      *
      * (SEM TELEFONE, SEM RESPOSTA, RESPOSTA NAO EN-   *
      * TENDIDA) PARA A EQUIPE DA MANHA LIGAR           *
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
           SELECT ARQRET ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-INT.
           SELECT PRTSMR ASSIGN TO DISK
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
      * ARQUIVO DE RESPOSTAS DO PROVEDOR: DATA+HORA DA MARCACAO
      * (A REFERENCIA ENVIADA NO PETSMS.DAT), TELEFONE QUE RESPON-
      * DEU, RESPOSTA (S/N) E O TEXTO RECEBIDO. REGISTROS SEM DATA
      * NUMERICA (CABECALHO/TRAILER DO PROVEDOR) SAO IGNORADOS
       FD  ARQRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETSMS.RET".
       01  REG-ARQRET.
           03 RET-DATA     PIC 9(08).
           03 RET-HORA     PIC 9(04).
           03 RET-FONE     PIC X(15).
           03 RET-RESP     PIC X(01).
           03 RET-TEXTO    PIC X(40).
           03 FILLER       PIC X(12).
      *
       FD  PRTSMR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETSMR.LST".
       01  REG-PRTSMR             PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRD      PIC X(02) VALUE "00".
       77 ST-ERRG      PIC X(02) VALUE "00".
       77 ST-INT       PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-ARQ          VALUE "S".
       77 W-TEMRET     PIC X(01) VALUE "S".
       77 W-ERROPROC   PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-DATAREF    PIC 9(08) VALUE ZEROS.
       77 W-NOMEPET    PIC X(30) VALUE SPACES.
       77 W-NOMEDONO   PIC X(30) VALUE SPACES.
       77 W-FONE       PIC X(15) VALUE SPACES.
       77 W-RESULT     PIC X(40) VALUE SPACES.
       77 W-QTRESP     PIC 9(05) VALUE ZEROS.
       77 W-QTCONF     PIC 9(05) VALUE ZEROS.
       77 W-QTCANC     PIC 9(05) VALUE ZEROS.
       77 W-QTNENT     PIC 9(05) VALUE ZEROS.
       77 W-QTRECUS    PIC 9(05) VALUE ZEROS.
       77 W-QTLIGAR    PIC 9(05) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *
       01 CAB-01.
           03 FILLER    PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(60) VALUE
               "*** RESPOSTAS DE CONFIRMACAO E LISTA DE LIGACOES ***".
           03 FILLER    PIC X(52) VALUE SPACES.
      *
       01 CAB-02.
           03 FILLER    PIC X(12) VALUE "DATA      : ".
           03 C-HOJE    PIC 9(08).
           03 FILLER    PIC X(112) VALUE SPACES.
      *
       01 CAB-04.
           03 FILLER    PIC X(40) VALUE
               "*** RESPOSTAS RECEBIDAS (PETSMS.RET) ***".
           03 FILLER    PIC X(92) VALUE SPACES.
      *
       01 CAB-05.
           03 FILLER    PIC X(10) VALUE "DATA      ".
           03 FILLER    PIC X(06) VALUE "HORA  ".
           03 FILLER    PIC X(16) VALUE "TELEFONE".
           03 FILLER    PIC X(03) VALUE "R  ".
           03 FILLER    PIC X(41) VALUE "TEXTO DA RESPOSTA".
           03 FILLER    PIC X(40) VALUE "RESULTADO".
           03 FILLER    PIC X(16) VALUE SPACES.
      *
       01 LIN-RET.
           03 R-DATA    PIC 9(08).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 R-HORA    PIC 9(04).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 R-FONE    PIC X(15).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 R-RESP    PIC X(01).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 R-TEXTO   PIC X(40).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 R-RESULT  PIC X(40).
           03 FILLER    PIC X(16) VALUE SPACES.
      *
       01 CAB-06.
           03 FILLER    PIC X(29) VALUE
               "*** LISTA DE LIGACOES - DIA ".
           03 C-DATAREF PIC 9(08).
           03 FILLER    PIC X(04) VALUE " ***".
           03 FILLER    PIC X(91) VALUE SPACES.
      *
       01 CAB-07.
           03 FILLER    PIC X(10) VALUE "DATA      ".
           03 FILLER    PIC X(06) VALUE "HORA  ".
           03 FILLER    PIC X(06) VALUE "PET   ".
           03 FILLER    PIC X(31) VALUE "NOME DO PET".
           03 FILLER    PIC X(31) VALUE "DONO".
           03 FILLER    PIC X(16) VALUE "TELEFONE".
           03 FILLER    PIC X(30) VALUE "MOTIVO DA LIGACAO".
           03 FILLER    PIC X(02) VALUE SPACES.
      *
       01 LIN-LIG.
           03 L-DATA    PIC 9(08).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 L-HORA    PIC 9(04).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 L-COD     PIC 9(05).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 L-NOME    PIC X(30).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 L-DONO    PIC X(30).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 L-FONE    PIC X(15).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 L-MOTIVO  PIC X(30).
           03 FILLER    PIC X(02) VALUE SPACES.
      *
       01 LIN-TOT.
           03 T-DESC    PIC X(26).
           03 T-QTDE    PIC ZZ.ZZ9.
           03 FILLER    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       SMR-OP0.
           DISPLAY "*** RESPOSTAS DE CONFIRMACAO DA AGENDA ***"
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "DATA DA LISTA DE LIGACOES (AAAAMMDD), ENTER=HOJE: "
                   WITH NO ADVANCING
           ACCEPT W-DATAREF
           IF W-DATAREF = ZEROS
               MOVE W-HOJE TO W-DATAREF.
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
           OPEN OUTPUT PRTSMR
           IF ST-PRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRTSMR"
               CLOSE CADPET
               CLOSE CADDONO
               CLOSE CADAGE
               GO TO ROT-FIMS.
      *
      * SEM ARQUIVO DE RESPOSTAS AINDA SAI A LISTA DE LIGACOES
           MOVE "S" TO W-TEMRET
           OPEN INPUT ARQRET
           IF ST-INT NOT = "00"
               MOVE "N" TO W-TEMRET
               DISPLAY "*** ARQUIVO PETSMS.RET NAO ENCONTRADO - SO A "
                       "LISTA DE LIGACOES ***".
           MOVE CAB-01 TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE SPACES TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE W-HOJE TO C-HOJE
           MOVE CAB-02 TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE SPACES TO REG-PRTSMR
           WRITE REG-PRTSMR
           IF W-TEMRET NOT = "S"
               GO TO SMR-003.
       SMR-002.
           MOVE CAB-04 TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE SPACES TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE CAB-05 TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE SPACES TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE "N" TO W-ACABOU
           PERFORM SMR-RET THRU SMR-RET-FIM
                   UNTIL ACABOU-ARQ.
           CLOSE ARQRET
           IF W-ERROPROC = "S"
               GO TO ROT-FIM.
           MOVE SPACES TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE "RESPOSTAS LIDAS .........: " TO T-DESC
           MOVE W-QTRESP TO T-QTDE
           MOVE LIN-TOT TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE "CONFIRMADAS .............: " TO T-DESC
           MOVE W-QTCONF TO T-QTDE
           MOVE LIN-TOT TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE "CANCELADAS PELO DONO ....: " TO T-DESC
           MOVE W-QTCANC TO T-QTDE
           MOVE LIN-TOT TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE "NAO ENTENDIDAS (LIGAR) ..: " TO T-DESC
           MOVE W-QTNENT TO T-QTDE
           MOVE LIN-TOT TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE "NAO APLICADAS ...........: " TO T-DESC
           MOVE W-QTRECUS TO T-QTDE
           MOVE LIN-TOT TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE SPACES TO REG-PRTSMR
           WRITE REG-PRTSMR.
       SMR-003.
           MOVE W-DATAREF TO C-DATAREF
           MOVE CAB-06 TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE SPACES TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE CAB-07 TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE SPACES TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE "N" TO W-ACABOU
           MOVE W-DATAREF TO DTAGENDA
           MOVE ZEROS     TO HRAGENDA
           START CADAGE KEY IS NOT LESS THAN CHAVE-AGE
               INVALID KEY
                   MOVE "S" TO W-ACABOU.
           PERFORM SMR-LIG THRU SMR-LIG-FIM
                   UNTIL ACABOU-ARQ.
           MOVE SPACES TO REG-PRTSMR
           WRITE REG-PRTSMR
           MOVE "MARCACOES A LIGAR .......: " TO T-DESC
           MOVE W-QTLIGAR TO T-QTDE
           MOVE LIN-TOT TO REG-PRTSMR
           WRITE REG-PRTSMR
           DISPLAY "RESPOSTAS LIDAS ....: " W-QTRESP
           DISPLAY "CONFIRMADAS ........: " W-QTCONF
           DISPLAY "CANCELADAS PELO DONO: " W-QTCANC
           DISPLAY "NAO APLICADAS ......: " W-QTRECUS
           DISPLAY "MARCACOES A LIGAR ..: " W-QTLIGAR
           GO TO ROT-FIM.
      *
      **********************************
      * UMA RESPOSTA DO PROVEDOR -     *
      * TRAVA A MARCACAO, CONFERE E    *
      * CONFIRMA, CANCELA OU MARCA     *
      * COMO NAO ENTENDIDA             *
      **********************************
       SMR-RET.
           READ ARQRET
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO SMR-RET-FIM.
           IF ST-INT NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO PETSMS.RET"
               MOVE "S" TO W-ACABOU
               GO TO SMR-RET-FIM.
           IF RET-DATA NOT NUMERIC OR RET-HORA NOT NUMERIC
               GO TO SMR-RET-FIM.
           ADD 1 TO W-QTRESP
           MOVE RET-DATA TO DTAGENDA
           MOVE RET-HORA TO HRAGENDA
           READ CADAGE WITH LOCK
           IF ST-ERRG = "99"
               MOVE "EM USO NO OUTRO TERMINAL - RODAR DE NOVO"
                                                     TO W-RESULT
               GO TO SMR-RECUSA.
           IF ST-ERRG = "23"
               MOVE "MARCACAO NAO ENCONTRADA" TO W-RESULT
               GO TO SMR-RECUSA.
           IF ST-ERRG NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADAGE"
               MOVE "S" TO W-ACABOU W-ERROPROC
               GO TO SMR-RET-FIM.
           IF SITU-AGE NOT = SPACES
               MOVE "MARCACAO JA TRATADA NO CHECK-IN" TO W-RESULT
               GO TO SMR-LIBERA.
           IF DTAGENDA < W-HOJE
               MOVE "MARCACAO JA PASSOU" TO W-RESULT
               GO TO SMR-LIBERA.
           IF CONF-AGE = SPACES OR CONF-AGE = "T"
               MOVE "MENSAGEM NAO ENVIADA PARA A MARCACAO"
                                                     TO W-RESULT
               GO TO SMR-LIBERA.
           PERFORM SMR-DONO THRU SMR-DONO-FIM
           IF W-FONE = SPACES OR W-FONE NOT = RET-FONE
               MOVE "TELEFONE NAO CONFERE COM O DONO" TO W-RESULT
               GO TO SMR-LIBERA.
           IF RET-RESP = "N" OR RET-RESP = "n"
               GO TO SMR-CANCELA.
           IF RET-RESP = "S" OR RET-RESP = "s"
               IF CONF-AGE = "S"
                   MOVE "JA CONFIRMADA" TO W-RESULT
                   GO TO SMR-LIBERA
               ELSE
                   MOVE "S" TO CONF-AGE
                   MOVE "CONFIRMADA" TO W-RESULT
                   ADD 1 TO W-QTCONF
           ELSE
               MOVE "R" TO CONF-AGE
               MOVE "RESPOSTA NAO ENTENDIDA - LIGAR" TO W-RESULT
               ADD 1 TO W-QTNENT.
           REWRITE REGAGE
           IF ST-ERRG NOT = "00" AND ST-ERRG NOT = "02"
               DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO CADAGE"
               MOVE "S" TO W-ACABOU W-ERROPROC
               GO TO SMR-RET-FIM.
           UNLOCK CADAGE
           GO TO SMR-LISTA.
      *
      * O DONO DISSE NAO - EXCLUI A MARCACAO COMO O CANCELAMENTO
      * DO PETAGE, O HORARIO FICA LIVRE PARA OUTRO PET
       SMR-CANCELA.
           DELETE CADAGE RECORD
           IF ST-ERRG NOT = "00"
               DISPLAY "ERRO NA EXCLUSAO DA MARCACAO EM CADAGE"
               MOVE "S" TO W-ACABOU W-ERROPROC
               GO TO SMR-RET-FIM.
           MOVE "CANCELADA PELO DONO - HORARIO LIVRE" TO W-RESULT
           ADD 1 TO W-QTCANC
           GO TO SMR-LISTA.
       SMR-LIBERA.
           UNLOCK CADAGE.
       SMR-RECUSA.
           ADD 1 TO W-QTRECUS.
       SMR-LISTA.
           MOVE RET-DATA  TO R-DATA
           MOVE RET-HORA  TO R-HORA
           MOVE RET-FONE  TO R-FONE
           MOVE RET-RESP  TO R-RESP
           MOVE RET-TEXTO TO R-TEXTO
           MOVE W-RESULT  TO R-RESULT
           MOVE LIN-RET   TO REG-PRTSMR
           WRITE REG-PRTSMR.
       SMR-RET-FIM.
           EXIT.
      *
      **********************************
      * LISTA DE LIGACOES - PENDENTES  *
      * DO DIA SEM CONFIRMACAO         *
      **********************************
       SMR-LIG.
           READ CADAGE NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO SMR-LIG-FIM.
           IF ST-ERRG NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADAGE"
               MOVE "S" TO W-ACABOU
               GO TO SMR-LIG-FIM.
           IF DTAGENDA NOT = W-DATAREF
               MOVE "S" TO W-ACABOU
               GO TO SMR-LIG-FIM.
           IF SITU-AGE NOT = SPACES OR CONF-AGE = "S"
               GO TO SMR-LIG-FIM.
           PERFORM SMR-DONO THRU SMR-DONO-FIM
           MOVE "MENSAGEM NAO ENVIADA" TO L-MOTIVO
           IF CONF-AGE = "E"
               MOVE "SEM RESPOSTA" TO L-MOTIVO.
           IF CONF-AGE = "T"
               MOVE "SEM TELEFONE NO ENVIO" TO L-MOTIVO.
           IF CONF-AGE = "R"
               MOVE "RESPOSTA NAO ENTENDIDA" TO L-MOTIVO.
           IF W-FONE = SPACES
               MOVE "SEM TELEFONE - VER CADASTRO" TO L-MOTIVO.
           MOVE DTAGENDA   TO L-DATA
           MOVE HRAGENDA   TO L-HORA
           MOVE COD-AGE    TO L-COD
           MOVE W-NOMEPET  TO L-NOME
           MOVE W-NOMEDONO TO L-DONO
           MOVE W-FONE     TO L-FONE
           MOVE LIN-LIG    TO REG-PRTSMR
           WRITE REG-PRTSMR
           ADD 1 TO W-QTLIGAR.
       SMR-LIG-FIM.
           EXIT.
      *
      **********************************
      * PET, DONO E TELEFONE ATUAL DA  *
      * MARCACAO EM CADAGE             *
      **********************************
       SMR-DONO.
           MOVE SPACES TO W-NOMEPET W-NOMEDONO W-FONE
           MOVE COD-AGE TO COD
           READ CADPET
           IF ST-ERRO NOT = "00"
               MOVE "*** PET NAO CADASTRADO ***" TO W-NOMEPET
               GO TO SMR-DONO-FIM.
           MOVE NOME TO W-NOMEPET
           IF DONO-COD = ZEROS
               MOVE "*** PET SEM DONO ***" TO W-NOMEDONO
               GO TO SMR-DONO-FIM.
           MOVE DONO-COD TO COD-DONO
           READ CADDONO
           IF ST-ERRD NOT = "00"
               MOVE "*** DONO NAO CADASTRADO ***" TO W-NOMEDONO
               GO TO SMR-DONO-FIM.
           MOVE NOME-DONO TO W-NOMEDONO
           MOVE TELEFONE  TO W-FONE.
       SMR-DONO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE CADPET
           CLOSE CADDONO
           CLOSE CADAGE
           CLOSE PRTSMR.
       ROT-FIMS.
           IF W-ERROPROC = "S"
               DISPLAY "*** PROCESSAMENTO INTERROMPIDO - RODAR DE "
                       "NOVO DEPOIS DE CORRIGIR ***"
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
