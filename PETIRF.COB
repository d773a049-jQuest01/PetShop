       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETIRF.
       AUTHOR. GUILHERME CAMPOS FERREIRA DA CRUZ.
      **************************************************
      * CONFERENCIA DE INTEGRIDADE ENTRE ARQUIVOS       *
      * CRUZA OS ARQUIVOS DA LOJA E LISTA, POR          *
      * CATEGORIA, CADA REGISTRO ORFAO OU DIVERGENTE:   *
      * PETS COM DONO INEXISTENTE, VISITAS SEM PET EM   *
      * CADPET NEM NO HISTORICO, PAGAMENTOS SEM VISITA, *
      * MARCACOES PENDENTES DE PET EXPURGADO, VENDAS DE *
      * PRODUTO (OU PET) INEXISTENTE E PRODUTOS CUJO    *
      * SALDO QTDEST-PRO NAO BATE COM O ULTIMO SALDO-MOV*
      * DO KARDEX (CADMOV). SO LE - O REPARO DOS SALDOS *
      * E FEITO PELO SUPERVISOR NO PETRSD. RODA COMO    *
      * PASSO DA CADEIA NOTURNA (PETNOC) LOGO APOS O    *
      * PETVAL: RETORNO 4 QUANDO HA OCORRENCIAS, 8 EM   *
      * ERRO DE ARQUIVO                                 *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SELCADPE.
           COPY SELCADPH.
           COPY SELCADDO.
           COPY SELCADVI.
           COPY SELCADPG.
           COPY SELCADAG.
           COPY SELCADVE.
           COPY SELCADPR.
           COPY SELCADMV.
           SELECT PRTIRF ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY FDCADPET.
      *
           COPY FDCADPH.
      *
           COPY FDCADDO.
      *
           COPY FDCADVI.
      *
           COPY FDCADPG.
      *
           COPY FDCADAG.
      *
           COPY FDCADVE.
      *
           COPY FDCADPR.
      *
           COPY FDCADMV.
      *
       FD  PRTIRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PETIRF.LST".
       01  REG-PRTIRF             PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRH      PIC X(02) VALUE "00".
       77 ST-ERRD      PIC X(02) VALUE "00".
       77 ST-ERRV      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRG      PIC X(02) VALUE "00".
       77 ST-ERRN      PIC X(02) VALUE "00".
       77 ST-ERRT      PIC X(02) VALUE "00".
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ERRORUN    PIC X(01) VALUE "N".
       77 W-ACABOU     PIC X(01) VALUE "N".
           88 ACABOU-ARQ          VALUE "S".
      *
      * ARQUIVOS OPCIONAIS - AUSENTE, A CATEGORIA QUE DEPENDE DELE
      * SAI COMO NAO CONFERIDA (SO CADPET E OBRIGATORIO)
       77 W-TEMHIS     PIC X(01) VALUE "N".
       77 W-TEMDON     PIC X(01) VALUE "N".
       77 W-TEMVIS     PIC X(01) VALUE "N".
       77 W-TEMPAG     PIC X(01) VALUE "N".
       77 W-TEMAGE     PIC X(01) VALUE "N".
       77 W-TEMVEN     PIC X(01) VALUE "N".
       77 W-TEMPRO     PIC X(01) VALUE "N".
       77 W-TEMMOV     PIC X(01) VALUE "N".
      *
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-CAT        PIC 9(01) VALUE ZEROS.
       77 W-I          PIC 9(01) VALUE ZEROS.
       77 W-CODPET     PIC 9(05) VALUE ZEROS.
       77 W-ONDE       PIC X(01) VALUE SPACES.
           88 PET-ATIVO           VALUE "P".
           88 PET-EXPURGADO       VALUE "H".
           88 PET-INEXISTENTE     VALUE "N".
       77 W-TEMPROD    PIC X(01) VALUE "N".
       77 W-PRODAC     PIC 9(05) VALUE ZEROS.
       77 W-SALMOV     PIC 9(05) VALUE ZEROS.
       77 W-DTULT      PIC 9(08) VALUE ZEROS.
       77 W-QTLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-QTTOTAL    PIC 9(05) VALUE ZEROS.
       77 W-PTR        PIC 9(03) VALUE 1.
       77 MENS         PIC X(50) VALUE SPACES.
      *
      **************************************************
      * CATEGORIAS DA CONFERENCIA, NA ORDEM DO RELATORIO*
      **************************************************
       01 TAB-CATEG.
           03 FILLER    PIC X(40) VALUE
               "PETS COM DONO INEXISTENTE (CADDONO)".
           03 FILLER    PIC X(40) VALUE
               "VISITAS SEM PET (CADPET/HISTORICO)".
           03 FILLER    PIC X(40) VALUE
               "PAGAMENTOS SEM VISITA (CADVIS)".
           03 FILLER    PIC X(40) VALUE
               "AGENDA COM PET EXPURGADO/INEXISTENTE".
           03 FILLER    PIC X(40) VALUE
               "VENDAS COM PRODUTO OU PET INEXISTENTE".
           03 FILLER    PIC X(40) VALUE
               "SALDO DE ESTOQUE X KARDEX (CADMOV)".
       01 TAB-CATEG-R REDEFINES TAB-CATEG.
           03 TABCAT    PIC X(40) OCCURS 6 TIMES.
      *
       01 W-CONTCAT.
           03 W-QTCAT   PIC 9(05) OCCURS 6 TIMES VALUE ZEROS.
           03 W-SITCAT  PIC X(01) OCCURS 6 TIMES VALUE "S".
      *
       01 CAB-01.
           03 FILLER    PIC X(20) VALUE SPACES.
           03 FILLER    PIC X(60) VALUE
               "*** CONFERENCIA DE INTEGRIDADE ENTRE ARQUIVOS ***".
           03 FILLER    PIC X(52) VALUE SPACES.
      *
       01 CAB-02.
           03 FILLER    PIC X(10) VALUE "DATA    : ".
           03 C-DATA    PIC 9(08).
           03 FILLER    PIC X(114) VALUE SPACES.
      *
       01 CAB-03.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(08) VALUE "ARQUIVO".
           03 FILLER    PIC X(07) VALUE "COD.".
           03 FILLER    PIC X(12) VALUE "DATA".
           03 FILLER    PIC X(47) VALUE "REFERENCIA".
           03 FILLER    PIC X(56) VALUE "OCORRENCIA".
      *
       01 CAB-CAT.
           03 FILLER    PIC X(10) VALUE "CATEGORIA ".
           03 CC-CAT    PIC 9(01).
           03 FILLER    PIC X(03) VALUE " - ".
           03 CC-DESC   PIC X(40).
           03 FILLER    PIC X(78) VALUE SPACES.
      *
       01 LIN-DET.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-ARQ     PIC X(08).
           03 D-COD     PIC 9(05).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-DATA    PIC 9(08) BLANK WHEN ZERO.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 D-COMPL   PIC X(45).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 D-OCORR   PIC X(35).
           03 FILLER    PIC X(21) VALUE SPACES.
      *
       01 LIN-TOTCAT.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(26) VALUE
               "TOTAL DA CATEGORIA .....: ".
           03 TC-QTDE   PIC ZZ.ZZ9.
           03 FILLER    PIC X(98) VALUE SPACES.
      *
       01 LIN-AUSENTE.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(08) VALUE "ARQUIVO ".
           03 LA-ARQ    PIC X(08).
           03 FILLER    PIC X(40) VALUE
               "AUSENTE - CATEGORIA NAO CONFERIDA".
           03 FILLER    PIC X(74) VALUE SPACES.
      *
       01 CAB-RES.
           03 FILLER    PIC X(50) VALUE
               "*** RESUMO POR CATEGORIA ***".
           03 FILLER    PIC X(82) VALUE SPACES.
      *
       01 LIN-RES.
           03 R-CAT     PIC 9(01).
           03 FILLER    PIC X(03) VALUE " - ".
           03 R-DESC    PIC X(40).
           03 FILLER    PIC X(02) VALUE ": ".
           03 R-QTDE    PIC ZZ.ZZ9.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 R-OBS     PIC X(15).
           03 FILLER    PIC X(63) VALUE SPACES.
      *
       01 LIN-TOTGER.
           03 FILLER    PIC X(46) VALUE
               "TOTAL DE OCORRENCIAS .....................: ".
           03 T-QTDE    PIC ZZ.ZZ9.
           03 FILLER    PIC X(80) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       IRF-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           OPEN INPUT CADPET
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPET"
               MOVE "S" TO W-ERRORUN
               GO TO ROT-FIMS.
           OPEN INPUT CADPET-HIST
           IF ST-ERRH = "00"
               MOVE "S" TO W-TEMHIS.
           OPEN INPUT CADDONO
           IF ST-ERRD = "00"
               MOVE "S" TO W-TEMDON.
           OPEN INPUT CADVIS
           IF ST-ERRV = "00"
               MOVE "S" TO W-TEMVIS.
           OPEN INPUT CADPAG
           IF ST-ERRP = "00"
               MOVE "S" TO W-TEMPAG.
           OPEN INPUT CADAGE
           IF ST-ERRG = "00"
               MOVE "S" TO W-TEMAGE.
           OPEN INPUT CADVEN
           IF ST-ERRN = "00"
               MOVE "S" TO W-TEMVEN.
           OPEN INPUT CADPRO
           IF ST-ERRT = "00"
               MOVE "S" TO W-TEMPRO.
           OPEN INPUT CADMOV
           IF ST-ERRM = "00"
               MOVE "S" TO W-TEMMOV.
           OPEN OUTPUT PRTIRF
           IF ST-PRT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRTIRF"
               MOVE "S" TO W-ERRORUN
               GO TO ROT-FIM.
           MOVE CAB-01 TO REG-PRTIRF
           WRITE REG-PRTIRF
           MOVE SPACES TO REG-PRTIRF
           WRITE REG-PRTIRF
           MOVE W-HOJE TO C-DATA
           MOVE CAB-02 TO REG-PRTIRF
           WRITE REG-PRTIRF
           MOVE SPACES TO REG-PRTIRF
           WRITE REG-PRTIRF
           MOVE CAB-03 TO REG-PRTIRF
           WRITE REG-PRTIRF.
      *
      **********************************
      * 1 - PETS COM DONO INEXISTENTE  *
      * (DONO-COD ZEROS = PET SEM DONO *
      * INFORMADO, NAO E OCORRENCIA)   *
      **********************************
       IRF-CAT1.
           MOVE 1 TO W-CAT
           PERFORM IRF-CABCAT THRU IRF-CABCAT-FIM
           IF W-TEMDON NOT = "S"
               MOVE "CADDONO" TO LA-ARQ
               PERFORM IRF-AUSENTE THRU IRF-AUSENTE-FIM
               GO TO IRF-CAT2.
           MOVE "N" TO W-ACABOU
           PERFORM IRF-LPET THRU IRF-LPET-FIM
                   UNTIL ACABOU-ARQ.
           PERFORM IRF-TOTCAT THRU IRF-TOTCAT-FIM.
      *
      **********************************
      * 2 - VISITAS DE PET QUE NAO     *
      * ESTA EM CADPET NEM NO HISTORICO*
      **********************************
       IRF-CAT2.
           MOVE 2 TO W-CAT
           PERFORM IRF-CABCAT THRU IRF-CABCAT-FIM
           IF W-TEMVIS NOT = "S"
               MOVE "CADVIS" TO LA-ARQ
               PERFORM IRF-AUSENTE THRU IRF-AUSENTE-FIM
               GO TO IRF-CAT3.
           MOVE "N" TO W-ACABOU
           PERFORM IRF-LVIS THRU IRF-LVIS-FIM
                   UNTIL ACABOU-ARQ.
           PERFORM IRF-TOTCAT THRU IRF-TOTCAT-FIM.
      *
      **********************************
      * 3 - PAGAMENTOS CUJA CHAVE NAO  *
      * TEM VISITA EM CADVIS           *
      **********************************
       IRF-CAT3.
           MOVE 3 TO W-CAT
           PERFORM IRF-CABCAT THRU IRF-CABCAT-FIM
           IF W-TEMPAG NOT = "S"
               MOVE "CADPAG" TO LA-ARQ
               PERFORM IRF-AUSENTE THRU IRF-AUSENTE-FIM
               GO TO IRF-CAT4.
           IF W-TEMVIS NOT = "S"
               MOVE "CADVIS" TO LA-ARQ
               PERFORM IRF-AUSENTE THRU IRF-AUSENTE-FIM
               GO TO IRF-CAT4.
           MOVE "N" TO W-ACABOU
           PERFORM IRF-LPAG THRU IRF-LPAG-FIM
                   UNTIL ACABOU-ARQ.
           PERFORM IRF-TOTCAT THRU IRF-TOTCAT-FIM.
      *
      **********************************
      * 4 - MARCACOES DE PET FORA DE   *
      * CADPET: PENDENTE DE PET EXPUR- *
      * GADO OU QUALQUER UMA DE PET    *
      * INEXISTENTE. MARCACAO JA BAIXA-*
      * DA DE PET EXPURGADO E HISTORIA *
      **********************************
       IRF-CAT4.
           MOVE 4 TO W-CAT
           PERFORM IRF-CABCAT THRU IRF-CABCAT-FIM
           IF W-TEMAGE NOT = "S"
               MOVE "CADAGE" TO LA-ARQ
               PERFORM IRF-AUSENTE THRU IRF-AUSENTE-FIM
               GO TO IRF-CAT5.
           MOVE "N" TO W-ACABOU
           PERFORM IRF-LAGE THRU IRF-LAGE-FIM
                   UNTIL ACABOU-ARQ.
           PERFORM IRF-TOTCAT THRU IRF-TOTCAT-FIM.
      *
      **********************************
      * 5 - VENDAS DE PRODUTO FORA DE  *
      * CADPRO OU LIGADAS A PET QUE    *
      * NAO EXISTE MAIS                *
      **********************************
       IRF-CAT5.
           MOVE 5 TO W-CAT
           PERFORM IRF-CABCAT THRU IRF-CABCAT-FIM
           IF W-TEMVEN NOT = "S"
               MOVE "CADVEN" TO LA-ARQ
               PERFORM IRF-AUSENTE THRU IRF-AUSENTE-FIM
               GO TO IRF-CAT6.
           IF W-TEMPRO NOT = "S"
               MOVE "CADPRO" TO LA-ARQ
               PERFORM IRF-AUSENTE THRU IRF-AUSENTE-FIM
               GO TO IRF-CAT6.
           MOVE "N" TO W-ACABOU
           PERFORM IRF-LVEN THRU IRF-LVEN-FIM
                   UNTIL ACABOU-ARQ.
           PERFORM IRF-TOTCAT THRU IRF-TOTCAT-FIM.
      *
      **********************************
      * 6 - SALDO DE CADPRO CONTRA O   *
      * ULTIMO SALDO-MOV DE CADA PRO-  *
      * DUTO NO KARDEX. PRODUTO SEM    *
      * MOVIMENTO NAO E CONFERIDO      *
      **********************************
       IRF-CAT6.
           MOVE 6 TO W-CAT
           PERFORM IRF-CABCAT THRU IRF-CABCAT-FIM
           IF W-TEMMOV NOT = "S"
               MOVE "CADMOV" TO LA-ARQ
               PERFORM IRF-AUSENTE THRU IRF-AUSENTE-FIM
               GO TO IRF-RESUMO.
           IF W-TEMPRO NOT = "S"
               MOVE "CADPRO" TO LA-ARQ
               PERFORM IRF-AUSENTE THRU IRF-AUSENTE-FIM
               GO TO IRF-RESUMO.
           MOVE "N" TO W-ACABOU
           MOVE "N" TO W-TEMPROD
           PERFORM IRF-LMOV THRU IRF-LMOV-FIM
                   UNTIL ACABOU-ARQ.
           IF W-TEMPROD = "S"
               PERFORM IRF-CONFSAL THRU IRF-CONFSAL-FIM.
           PERFORM IRF-TOTCAT THRU IRF-TOTCAT-FIM.
      *
      **********************************
      * RESUMO POR CATEGORIA           *
      **********************************
       IRF-RESUMO.
           MOVE SPACES TO REG-PRTIRF
           WRITE REG-PRTIRF
           MOVE CAB-RES TO REG-PRTIRF
           WRITE REG-PRTIRF
           MOVE SPACES TO REG-PRTIRF
           WRITE REG-PRTIRF
           PERFORM IRF-RESUMO1 THRU IRF-RESUMO1-FIM
                   VARYING W-I FROM 1 BY 1
                   UNTIL W-I > 6.
           MOVE SPACES TO REG-PRTIRF
           WRITE REG-PRTIRF
           MOVE W-QTTOTAL TO T-QTDE
           MOVE LIN-TOTGER TO REG-PRTIRF
           WRITE REG-PRTIRF
           DISPLAY "REGISTROS LIDOS .....: " W-QTLIDOS
           DISPLAY "OCORRENCIAS .........: " W-QTTOTAL
           GO TO ROT-FIM.
       IRF-RESUMO1.
           MOVE W-I         TO R-CAT
           MOVE TABCAT (W-I) TO R-DESC
           MOVE W-QTCAT (W-I) TO R-QTDE
           MOVE SPACES      TO R-OBS
           IF W-SITCAT (W-I) = "N"
               MOVE "NAO CONFERIDA" TO R-OBS.
           MOVE LIN-RES TO REG-PRTIRF
           WRITE REG-PRTIRF.
       IRF-RESUMO1-FIM.
           EXIT.
      *
      **********************************
      * LEITURA DE CADPET - CATEGORIA 1*
      **********************************
       IRF-LPET.
           READ CADPET NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO IRF-LPET-FIM.
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPET"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO IRF-LPET-FIM.
           ADD 1 TO W-QTLIDOS
           IF DONO-COD = ZEROS
               GO TO IRF-LPET-FIM.
           MOVE DONO-COD TO COD-DONO
           READ CADDONO
           IF ST-ERRD = "00"
               GO TO IRF-LPET-FIM.
           MOVE SPACES   TO D-COMPL D-OCORR
           MOVE "CADPET" TO D-ARQ
           MOVE COD      TO D-COD
           MOVE DTMOV    TO D-DATA
           MOVE 1        TO W-PTR
           STRING "DONO " DONO-COD " - " NOME DELIMITED BY SIZE
                  INTO D-COMPL WITH POINTER W-PTR
           MOVE "DONO INEXISTENTE EM CADDONO" TO D-OCORR
           PERFORM IRF-GRAVA THRU IRF-GRAVA-FIM.
       IRF-LPET-FIM.
           EXIT.
      *
      **********************************
      * LEITURA DE CADVIS - CATEGORIA 2*
      **********************************
       IRF-LVIS.
           READ CADVIS NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO IRF-LVIS-FIM.
           IF ST-ERRV NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADVIS"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO IRF-LVIS-FIM.
           ADD 1 TO W-QTLIDOS
           MOVE COD-VIS TO W-CODPET
           PERFORM IRF-BPET THRU IRF-BPET-FIM
           IF NOT PET-INEXISTENTE
               GO TO IRF-LVIS-FIM.
           MOVE SPACES   TO D-COMPL D-OCORR
           MOVE "CADVIS" TO D-ARQ
           MOVE COD-VIS  TO D-COD
           MOVE DTVISITA TO D-DATA
           MOVE 1        TO W-PTR
           STRING "SERVICO " TPSERV-VIS " LOJA " FIL-VIS
                  DELIMITED BY SIZE
                  INTO D-COMPL WITH POINTER W-PTR
           MOVE "PET INEXISTENTE EM CADPET/HIST" TO D-OCORR
           PERFORM IRF-GRAVA THRU IRF-GRAVA-FIM.
       IRF-LVIS-FIM.
           EXIT.
      *
      **********************************
      * LEITURA DE CADPAG - CATEGORIA 3*
      **********************************
       IRF-LPAG.
           READ CADPAG NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO IRF-LPAG-FIM.
           IF ST-ERRP NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPAG"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO IRF-LPAG-FIM.
           ADD 1 TO W-QTLIDOS
           MOVE COD-PAG   TO COD-VIS
           MOVE DTVIS-PAG TO DTVISITA
           READ CADVIS
           IF ST-ERRV = "00"
               GO TO IRF-LPAG-FIM.
           MOVE SPACES    TO D-COMPL D-OCORR
           MOVE "CADPAG"  TO D-ARQ
           MOVE COD-PAG   TO D-COD
           MOVE DTVIS-PAG TO D-DATA
           MOVE 1         TO W-PTR
           STRING "PAGO EM " DTPAG " LOJA " FIL-PAG
                  DELIMITED BY SIZE
                  INTO D-COMPL WITH POINTER W-PTR
           MOVE "VISITA INEXISTENTE EM CADVIS" TO D-OCORR
           PERFORM IRF-GRAVA THRU IRF-GRAVA-FIM.
       IRF-LPAG-FIM.
           EXIT.
      *
      **********************************
      * LEITURA DE CADAGE - CATEGORIA 4*
      **********************************
       IRF-LAGE.
           READ CADAGE NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO IRF-LAGE-FIM.
           IF ST-ERRG NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADAGE"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO IRF-LAGE-FIM.
           ADD 1 TO W-QTLIDOS
           MOVE COD-AGE TO W-CODPET
           PERFORM IRF-BPET THRU IRF-BPET-FIM
           IF PET-ATIVO
               GO TO IRF-LAGE-FIM.
           IF PET-EXPURGADO AND SITU-AGE NOT = SPACE
               GO TO IRF-LAGE-FIM.
           MOVE SPACES   TO D-COMPL D-OCORR
           MOVE "CADAGE" TO D-ARQ
           MOVE COD-AGE  TO D-COD
           MOVE DTAGENDA TO D-DATA
           MOVE 1        TO W-PTR
           STRING "HORA " HRAGENDA " SERVICO " TPSERV-AGE
                  " SITUACAO " SITU-AGE DELIMITED BY SIZE
                  INTO D-COMPL WITH POINTER W-PTR
           IF PET-EXPURGADO
               MOVE "MARCACAO PENDENTE DE PET EXPURGADO" TO D-OCORR
           ELSE
               MOVE "PET INEXISTENTE EM CADPET/HIST" TO D-OCORR.
           PERFORM IRF-GRAVA THRU IRF-GRAVA-FIM.
       IRF-LAGE-FIM.
           EXIT.
      *
      **********************************
      * LEITURA DE CADVEN - CATEGORIA 5*
      * (UMA LINHA POR REFERENCIA      *
      * QUEBRADA NA MESMA VENDA)       *
      **********************************
       IRF-LVEN.
           READ CADVEN NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO IRF-LVEN-FIM.
           IF ST-ERRN NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADVEN"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO IRF-LVEN-FIM.
           ADD 1 TO W-QTLIDOS
           MOVE SPACES      TO D-COMPL
           MOVE "CADVEN"    TO D-ARQ
           MOVE COD-PRO-VEN TO D-COD
           MOVE DTVENDA     TO D-DATA
           MOVE 1           TO W-PTR
           STRING "SEQ " SEQ-VEN " PET " COD-VIS-VEN " QTDE "
                  QTDE-VEN DELIMITED BY SIZE
                  INTO D-COMPL WITH POINTER W-PTR
           MOVE COD-PRO-VEN TO COD-PRO
           READ CADPRO
           IF ST-ERRT NOT = "00"
               MOVE "PRODUTO INEXISTENTE EM CADPRO" TO D-OCORR
               PERFORM IRF-GRAVA THRU IRF-GRAVA-FIM.
           IF COD-VIS-VEN = ZEROS
               GO TO IRF-LVEN-FIM.
           MOVE COD-VIS-VEN TO W-CODPET
           PERFORM IRF-BPET THRU IRF-BPET-FIM
           IF PET-INEXISTENTE
               MOVE "PET DA VENDA INEXISTENTE" TO D-OCORR
               PERFORM IRF-GRAVA THRU IRF-GRAVA-FIM.
       IRF-LVEN-FIM.
           EXIT.
      *
      **********************************
      * LEITURA DE CADMOV - CATEGORIA 6*
      * A CHAVE E PRODUTO + DATA + SE- *
      * QUENCIA, ENTAO O ULTIMO REGIS- *
      * TRO DE CADA PRODUTO TRAZ O     *
      * SALDO MAIS RECENTE DO KARDEX   *
      **********************************
       IRF-LMOV.
           READ CADMOV NEXT RECORD
               AT END
                   MOVE "S" TO W-ACABOU
                   GO TO IRF-LMOV-FIM.
           IF ST-ERRM NOT = "00"
               DISPLAY "ERRO NA LEITURA DO ARQUIVO CADMOV"
               MOVE "S" TO W-ERRORUN
               MOVE "S" TO W-ACABOU
               GO TO IRF-LMOV-FIM.
           ADD 1 TO W-QTLIDOS
           IF W-TEMPROD = "S" AND COD-PRO-MOV NOT = W-PRODAC
               PERFORM IRF-CONFSAL THRU IRF-CONFSAL-FIM.
           MOVE "S"         TO W-TEMPROD
           MOVE COD-PRO-MOV TO W-PRODAC
           MOVE SALDO-MOV   TO W-SALMOV
           MOVE DTMOV-MOV   TO W-DTULT.
       IRF-LMOV-FIM.
           EXIT.
      *
      **********************************
      * CONFERE O PRODUTO ACUMULADO    *
      * CONTRA CADPRO                  *
      **********************************
       IRF-CONFSAL.
           MOVE W-PRODAC TO COD-PRO
           READ CADPRO
           IF ST-ERRT = "00" AND QTDEST-PRO = W-SALMOV
               GO TO IRF-CONFSAL-FIM.
           MOVE SPACES   TO D-COMPL D-OCORR
           MOVE "CADMOV" TO D-ARQ
           MOVE W-PRODAC TO D-COD
           MOVE W-DTULT  TO D-DATA
           MOVE 1        TO W-PTR
           IF ST-ERRT NOT = "00"
               STRING "ULTIMO SALDO-MOV " W-SALMOV
                      DELIMITED BY SIZE
                      INTO D-COMPL WITH POINTER W-PTR
               MOVE "PRODUTO INEXISTENTE EM CADPRO" TO D-OCORR
           ELSE
               STRING "CADPRO " QTDEST-PRO " KARDEX " W-SALMOV
                      " - " DESC-PRO DELIMITED BY SIZE
                      INTO D-COMPL WITH POINTER W-PTR
               MOVE "SALDO DIFERENTE DO KARDEX" TO D-OCORR.
           PERFORM IRF-GRAVA THRU IRF-GRAVA-FIM.
       IRF-CONFSAL-FIM.
           EXIT.
      *
      **********************************
      * PROCURA O PET W-CODPET EM      *
      * CADPET E NO HISTORICO - W-ONDE *
      * P = ATIVO, H = EXPURGADO,      *
      * N = INEXISTENTE                *
      **********************************
       IRF-BPET.
           MOVE "P"      TO W-ONDE
           MOVE W-CODPET TO COD
           READ CADPET
           IF ST-ERRO = "00"
               GO TO IRF-BPET-FIM.
           MOVE "N" TO W-ONDE
           IF W-TEMHIS NOT = "S"
               GO TO IRF-BPET-FIM.
           MOVE W-CODPET TO COD-H
           READ CADPET-HIST
           IF ST-ERRH = "00"
               MOVE "H" TO W-ONDE.
       IRF-BPET-FIM.
           EXIT.
      *
      **********************************
      * CABECALHO E TOTAL DA CATEGORIA *
      **********************************
       IRF-CABCAT.
           MOVE SPACES TO REG-PRTIRF
           WRITE REG-PRTIRF
           MOVE W-CAT         TO CC-CAT
           MOVE TABCAT (W-CAT) TO CC-DESC
           MOVE CAB-CAT TO REG-PRTIRF
           WRITE REG-PRTIRF.
       IRF-CABCAT-FIM.
           EXIT.
       IRF-TOTCAT.
           MOVE W-QTCAT (W-CAT) TO TC-QTDE
           MOVE LIN-TOTCAT TO REG-PRTIRF
           WRITE REG-PRTIRF.
       IRF-TOTCAT-FIM.
           EXIT.
       IRF-AUSENTE.
           MOVE "N" TO W-SITCAT (W-CAT)
           MOVE LIN-AUSENTE TO REG-PRTIRF
           WRITE REG-PRTIRF.
       IRF-AUSENTE-FIM.
           EXIT.
      *
      **********************************
      * IMPRIME A OCORRENCIA E CONTA   *
      * NA CATEGORIA CORRENTE          *
      **********************************
       IRF-GRAVA.
           MOVE LIN-DET TO REG-PRTIRF
           WRITE REG-PRTIRF
           ADD 1 TO W-QTCAT (W-CAT)
           ADD 1 TO W-QTTOTAL.
       IRF-GRAVA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE CADPET.
           IF W-TEMHIS = "S"
               CLOSE CADPET-HIST.
           IF W-TEMDON = "S"
               CLOSE CADDONO.
           IF W-TEMVIS = "S"
               CLOSE CADVIS.
           IF W-TEMPAG = "S"
               CLOSE CADPAG.
           IF W-TEMAGE = "S"
               CLOSE CADAGE.
           IF W-TEMVEN = "S"
               CLOSE CADVEN.
           IF W-TEMPRO = "S"
               CLOSE CADPRO.
           IF W-TEMMOV = "S"
               CLOSE CADMOV.
           IF ST-PRT = "00"
               CLOSE PRTIRF.
      *
      * O CODIGO DE RETORNO SINALIZA AO DRIVER NOTURNO (PETNOC), QUE
      * O GRAVA EM CADCTL: 4 = CONFERENCIA CONCLUIDA COM OCORRENCIAS
      * (A CADEIA SEGUE), 8 = ERRO DE ARQUIVO (A CADEIA PARA)
       ROT-FIMS.
           IF W-ERRORUN = "S"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF W-QTTOTAL > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZEROS TO RETURN-CODE.
           GOBACK.
