       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETCVR.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************************
      * CONVERSAO UNICA DOS REGISTROS QUE CRESCERAM:    *
      * CADRES (SITU-RES, CUSPRO-RES E CUSEST-RES, DE   *
      * 166 PARA 185 POSICOES), CADPRO (CUSTO-PRO, DE 51*
      * PARA 60), CADVEN (CUSTO-VEN, DE 44 PARA 53) E   *
      * CADAGE (CONF-AGE, DE 49 PARA 50). OS SELECTS    *
      * LOCAIS ABAIXO REPRODUZEM O TAMANHO ANTIGO PARA  *
      * CONSEGUIR ABRIR OS ARQUIVOS EXISTENTES, QUE OS  *
      * PROGRAMAS ATUAIS RECUSAM COM STATUS 39. GRAVA   *
      * CADRES.BKP, CADPRO.BKP, CADVEN.BKP E CADAGE.BKP *
      * JA NO TAMANHO NOVO, COM OS CAMPOS NOVOS INICIA- *
      * DOS: TODO MES DO CADRES ANTIGO E MES FECHADO    *
      * (SITU-RES = F), CUSTOS ZERADOS E CONF-AGE EM    *
      * BRANCO (SEM MENSAGEM). ARQUIVO JA CONVERTIDO OU *
      * AUSENTE E AVISADO E PULADO.                     *
      * PROCEDIMENTO: RODE ESTE PROGRAMA ANTES DA PRI-  *
      * MEIRA CADEIA NOTURNA E, EM SEGUIDA, O PETRLD NAS*
      * OPCOES 15 (CADRES), 11 (CADPRO), 12 (CADVEN) E  *
      * 7 (CADAGE), QUE RECRIAM CADA ARQUIVO NO TAMANHO *
      * NOVO A PARTIR DO SEU .BKP. O CUSTO MEDIO DOS    *
      * PRODUTOS COM SALDO PODE ENTAO SER DIGITADO NO   *
      * PETPRO                                          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRES-ANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS ANOMES-ANT
                        FILE STATUS  IS ST-ANT.
           SELECT CADPRO-ANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CODPRO-ANT
                        FILE STATUS  IS ST-ANT.
           SELECT CADVEN-ANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CHAVEVEN-ANT
                        FILE STATUS  IS ST-ANT.
           SELECT CADAGE-ANT ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CHAVEAGE-ANT
                        FILE STATUS  IS ST-ANT.
           SELECT BKPRES ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
           SELECT BKPPRO ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
           SELECT BKPVEN ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
           SELECT BKPAGE ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-BKP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  CADRES-ANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRES.DAT".
       01 REGRES-ANT.
                03 ANOMES-ANT      PIC 9(06).
                03 FILLER          PIC X(160).
      *
       FD  CADPRO-ANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRO.DAT".
       01 REGPRO-ANT.
                03 CODPRO-ANT      PIC 9(05).
                03 FILLER          PIC X(46).
      *
       FD  CADVEN-ANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEN.DAT".
       01 REGVEN-ANT.
                03 CHAVEVEN-ANT.
                         05 DTVENDA-ANT   PIC 9(08).
                         05 SEQVEN-ANT    PIC 9(04).
                03 FILLER          PIC X(32).
      *
       FD  CADAGE-ANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGE.DAT".
       01 REGAGE-ANT.
                03 CHAVEAGE-ANT.
                         05 DTAGENDA-ANT  PIC 9(08).
                         05 HRAGENDA-ANT  PIC 9(04).
                03 FILLER          PIC X(37).
      *
       FD  BKPRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRES.BKP".
       01  REG-BKPRES.
                03 DADOS-BRES      PIC X(166).
                03 SITU-BRES       PIC X(01).
                03 CUSPRO-BRES     PIC 9(07)V99.
                03 CUSEST-BRES     PIC 9(07)V99.
      *
       FD  BKPPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRO.BKP".
       01  REG-BKPPRO.
                03 DADOS-BPRO      PIC X(51).
                03 CUSTO-BPRO      PIC 9(05)V9999.
      *
       FD  BKPVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEN.BKP".
       01  REG-BKPVEN.
                03 DADOS-BVEN      PIC X(44).
                03 CUSTO-BVEN      PIC 9(07)V99.
      *
       FD  BKPAGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGE.BKP".
       01  REG-BKPAGE.
                03 DADOS-BAGE      PIC X(49).
                03 CONF-BAGE       PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ANT       PIC X(02) VALUE "00".
       77 ST-BKP       PIC X(02) VALUE "00".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-ARQ          VALUE "S".
       77 W-QTREG      PIC 9(05) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       CVR-OP0.
           DISPLAY "*** CONVERSAO DE CADRES/CADPRO/CADVEN/CADAGE ***".
      *
      **********************
      * CADRES             *
      **********************
       CVR-RES.
           OPEN INPUT CADRES-ANT
           IF ST-ANT = "39"
               DISPLAY "CADRES NAO ESTA NA ESTRUTURA ANTIGA - NADA A"
               DISPLAY "CONVERTER (PROVAVELMENTE JA FOI CONVERTIDO)"
               GO TO CVR-PRO.
           IF ST-ANT = "30" OR ST-ANT = "35"
               DISPLAY "CADRES AUSENTE - NADA A CONVERTER"
               GO TO CVR-PRO.
           IF ST-ANT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRES"
               GO TO CVR-PRO.
           OPEN OUTPUT BKPRES
           IF ST-BKP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRES.BKP"
               CLOSE CADRES-ANT
               GO TO CVR-PRO.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG
           PERFORM CVR-RES-LER THRU CVR-RES-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE CADRES-ANT
           CLOSE BKPRES
           DISPLAY "CADRES DESCARREGADO - REGISTROS: " W-QTREG
           DISPLAY "AGORA RODE O PETRLD (OPCAO 15) PARA RECRIAR O"
           DISPLAY "CADRES NA ESTRUTURA NOVA A PARTIR DE CADRES.BKP"
           GO TO CVR-PRO.
      *
      * TODO MES GRAVADO NO CADRES ANTIGO FOI FECHADO PELO PETMES
       CVR-RES-LER.
           READ CADRES-ANT NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO CVR-RES-LER-FIM.
           IF ST-ANT NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADRES"
               MOVE "S" TO W-ACABOU
               GO TO CVR-RES-LER-FIM.
           MOVE REGRES-ANT TO DADOS-BRES
           MOVE "F"        TO SITU-BRES
           MOVE ZEROS      TO CUSPRO-BRES CUSEST-BRES
           WRITE REG-BKPRES
           ADD 1 TO W-QTREG.
       CVR-RES-LER-FIM.
           EXIT.
      *
      **********************
      * CADPRO             *
      **********************
       CVR-PRO.
           OPEN INPUT CADPRO-ANT
           IF ST-ANT = "39"
               DISPLAY "CADPRO NAO ESTA NA ESTRUTURA ANTIGA - NADA A"
               DISPLAY "CONVERTER (PROVAVELMENTE JA FOI CONVERTIDO)"
               GO TO CVR-VEN.
           IF ST-ANT = "30" OR ST-ANT = "35"
               DISPLAY "CADPRO AUSENTE - NADA A CONVERTER"
               GO TO CVR-VEN.
           IF ST-ANT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPRO"
               GO TO CVR-VEN.
           OPEN OUTPUT BKPPRO
           IF ST-BKP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPRO.BKP"
               CLOSE CADPRO-ANT
               GO TO CVR-VEN.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG
           PERFORM CVR-PRO-LER THRU CVR-PRO-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE CADPRO-ANT
           CLOSE BKPPRO
           DISPLAY "CADPRO DESCARREGADO - REGISTROS: " W-QTREG
           DISPLAY "AGORA RODE O PETRLD (OPCAO 11) PARA RECRIAR O"
           DISPLAY "CADPRO NA ESTRUTURA NOVA A PARTIR DE CADPRO.BKP"
           GO TO CVR-VEN.
       CVR-PRO-LER.
           READ CADPRO-ANT NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO CVR-PRO-LER-FIM.
           IF ST-ANT NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPRO"
               MOVE "S" TO W-ACABOU
               GO TO CVR-PRO-LER-FIM.
           MOVE REGPRO-ANT TO DADOS-BPRO
           MOVE ZEROS      TO CUSTO-BPRO
           WRITE REG-BKPPRO
           ADD 1 TO W-QTREG.
       CVR-PRO-LER-FIM.
           EXIT.
      *
      **********************
      * CADVEN             *
      **********************
       CVR-VEN.
           OPEN INPUT CADVEN-ANT
           IF ST-ANT = "39"
               DISPLAY "CADVEN NAO ESTA NA ESTRUTURA ANTIGA - NADA A"
               DISPLAY "CONVERTER (PROVAVELMENTE JA FOI CONVERTIDO)"
               GO TO CVR-AGE.
           IF ST-ANT = "30" OR ST-ANT = "35"
               DISPLAY "CADVEN AUSENTE - NADA A CONVERTER"
               GO TO CVR-AGE.
           IF ST-ANT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEN"
               GO TO CVR-AGE.
           OPEN OUTPUT BKPVEN
           IF ST-BKP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEN.BKP"
               CLOSE CADVEN-ANT
               GO TO CVR-AGE.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG
           PERFORM CVR-VEN-LER THRU CVR-VEN-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE CADVEN-ANT
           CLOSE BKPVEN
           DISPLAY "CADVEN DESCARREGADO - REGISTROS: " W-QTREG
           DISPLAY "AGORA RODE O PETRLD (OPCAO 12) PARA RECRIAR O"
           DISPLAY "CADVEN NA ESTRUTURA NOVA A PARTIR DE CADVEN.BKP"
           GO TO CVR-AGE.
       CVR-VEN-LER.
           READ CADVEN-ANT NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO CVR-VEN-LER-FIM.
           IF ST-ANT NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADVEN"
               MOVE "S" TO W-ACABOU
               GO TO CVR-VEN-LER-FIM.
           MOVE REGVEN-ANT TO DADOS-BVEN
           MOVE ZEROS      TO CUSTO-BVEN
           WRITE REG-BKPVEN
           ADD 1 TO W-QTREG.
       CVR-VEN-LER-FIM.
           EXIT.
      *
      **********************
      * CADAGE             *
      **********************
       CVR-AGE.
           OPEN INPUT CADAGE-ANT
           IF ST-ANT = "39"
               DISPLAY "CADAGE NAO ESTA NA ESTRUTURA ANTIGA - NADA A"
               DISPLAY "CONVERTER (PROVAVELMENTE JA FOI CONVERTIDO)"
               GO TO ROT-FIMS.
           IF ST-ANT = "30" OR ST-ANT = "35"
               DISPLAY "CADAGE AUSENTE - NADA A CONVERTER"
               GO TO ROT-FIMS.
           IF ST-ANT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAGE"
               GO TO ROT-FIMS.
           OPEN OUTPUT BKPAGE
           IF ST-BKP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAGE.BKP"
               CLOSE CADAGE-ANT
               GO TO ROT-FIMS.
           MOVE "N"   TO W-ACABOU
           MOVE ZEROS TO W-QTREG
           PERFORM CVR-AGE-LER THRU CVR-AGE-LER-FIM
                   UNTIL ACABOU-ARQ
           CLOSE CADAGE-ANT
           CLOSE BKPAGE
           DISPLAY "CADAGE DESCARREGADO - REGISTROS: " W-QTREG
           DISPLAY "AGORA RODE O PETRLD (OPCAO 7) PARA RECRIAR O"
           DISPLAY "CADAGE NA ESTRUTURA NOVA A PARTIR DE CADAGE.BKP"
           GO TO ROT-FIMS.
       CVR-AGE-LER.
           READ CADAGE-ANT NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO CVR-AGE-LER-FIM.
           IF ST-ANT NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADAGE"
               MOVE "S" TO W-ACABOU
               GO TO CVR-AGE-LER-FIM.
           MOVE REGAGE-ANT TO DADOS-BAGE
           MOVE SPACES     TO CONF-BAGE
           WRITE REG-BKPAGE
           ADD 1 TO W-QTREG.
       CVR-AGE-LER-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIMS.
           STOP RUN.
