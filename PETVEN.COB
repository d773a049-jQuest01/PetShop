      **************************************
      * VENDA DE PRODUTOS DE BALCAO         *
      * GRAVA O ITEM VENDIDO EM CADVEN COM  *
      * O PRECO DO DIA (CADPRO) E O CUSTO   *
      * MEDIO DA MERCADORIA, BAIXA O        *
      * ESTOQUE E, SE INFORMADO, LIGA A     *
      * VENDA AO PET DA VISITA (CADPET).    *
      * A BAIXA TAMBEM E GRAVADA NO LIVRO   *
      * LIMITE DE CREDITO (CADDONO)         *
      * ESTOURADO SO PASSA COM LIBERACAO    *
      * DE NIVEL 2                          *
      * VENDA LIGADA A PET GERA PONTOS DE   *
      * FIDELIDADE PARA O DONO (CADPTS) PE- *
      * LA TAXA DE PETPTS.PRM               *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELCADDO.
           COPY SELCADVI.
           COPY SELCADPG.
           COPY SELCADES.
           COPY SELCADRE.
           COPY SELCADAJ.
           COPY SELCADPT.
           SELECT PRMPTS ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY FDCADVI.
      *
           COPY FDCADPG.
      *
           COPY FDCADES.
      *
           COPY FDCADRE.
      *
           COPY FDCADAJ.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRD      PIC X(02) VALUE "00".
       77 ST-ERRV      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERR1      PIC X(02) VALUE "00".
       77 ST-ERR6      PIC X(02) VALUE "00".
       77 ST-PRP       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(05) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-FIMSEQ     PIC X(01) VALUE "N".
           88 ACABOU-SEQ          VALUE "S".
       77 W-DESCPRO    PIC X(30) VALUE SPACES.
       77 SAVE-REGVEN  PIC X(53) VALUE SPACES.
       77 SAVE-REGMOV  PIC X(42) VALUE SPACES.
       77 W-NOMEPET    PIC X(30) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-TEMDON     PIC X(01) VALUE "S".
       77 W-TEMVIS     PIC X(01) VALUE "S".
       77 W-TEMPAG     PIC X(01) VALUE "S".
       77 W-TEMEST     PIC X(01) VALUE "S".
       77 W-CREDBLOQ   PIC X(01) VALUE "N".
       77 W-DONOCRED   PIC 9(05) VALUE ZEROS.
       77 W-PETCRED    PIC 9(05) VALUE ZEROS.
           88 ACABOU-PETSC        VALUE "S".
       77 W-FIMVISC    PIC X(01) VALUE "N".
           88 ACABOU-VISC         VALUE "S".
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
      * PONTOS DE FIDELIDADE DO DONO (CADPTS) - A TAXA  *
      * DE GANHO (PONTOS POR REAL) VEM DE PETPTS.PRM;   *
      * SEM O ARQUIVO DE PARAMETROS NAO HA GANHO        *
      **************************************************
       77 W-TEMPTS     PIC X(01) VALUE "S".
       77 W-DONOPTS    PIC 9(05) VALUE ZEROS.
       77 W-PTSGANHO   PIC 9(07) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY COMOPER.
           OPEN INPUT CADPAG
           IF ST-ERRP NOT = "00"
               MOVE "N" TO W-TEMPAG.
           MOVE "S" TO W-TEMEST
           OPEN INPUT CADEST
           IF ST-ERRX NOT = "00"
               MOVE "N" TO W-TEMEST.
      *
      * SEM CADRES NENHUM MES FOI FECHADO AINDA; CADAJU SO EXISTE
      * DEPOIS DA PRIMEIRA REABERTURA
       VEN-OP0B.
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
       VEN-OP0F.
           MOVE "S" TO W-TEMPTS
           OPEN INPUT PRMPTS
           IF ST-PRP NOT = "00"
               MOVE "N" TO W-TEMPTS
               GO TO VEN-001.
           READ PRMPTS
               AT END
                   MOVE ZEROS TO PRM-PTSREAL PRM-VLPONTO.
           CLOSE PRMPTS.
       VEN-OP0G.
           OPEN I-O CADPTS
           IF ST-ERR6 NOT = "00"
               IF ST-ERR6 = "30" OR ST-ERR6 = "35"
                   OPEN OUTPUT CADPTS
                   CLOSE CADPTS
                   MOVE "*** ARQUIVO CADPTS SENDO CRIADO **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VEN-OP0G
               ELSE
                   MOVE "N" TO W-TEMPTS.
       VEN-001.
                UNLOCK CADPRO
                MOVE ZEROS  TO COD-PRO-VEN QTDE-VEN VALOR-VEN
                               COD-VIS-VEN DTVENDA SEQ-VEN CUSTO-VEN
                MOVE OPER-FILIAL TO FIL-VEN
                MOVE OPER-CODIGO TO OPER-VEN
                MOVE SPACES TO W-DESCPRO W-NOMEPET
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO VEN-003.
                COMPUTE VALOR-VEN = QTDE-VEN * PRECO-PRO
                COMPUTE CUSTO-VEN ROUNDED = QTDE-VEN * CUSTO-PRO
                DISPLAY TELVEN.
       VEN-004.
                ACCEPT V-PET
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO VEN-003.
                MOVE SPACES TO W-NOMEPET
                MOVE ZEROS  TO W-DONOPTS
                IF COD-VIS-VEN NOT = ZEROS
                   MOVE COD-VIS-VEN TO COD
                   READ CADPET
                         PERFORM ROT-MENS THRU ROT-MENS2
                         GO TO VEN-004.
                IF COD-VIS-VEN NOT = ZEROS
                   MOVE NOME     TO W-NOMEPET
                   MOVE DONO-COD TO W-DONOPTS.
                DISPLAY TELVEN.
       VEN-OPC.
                MOVE "S" TO W-OPCAO
      * LIBERACAO DE SUPERVISOR        *
      **********************************
       VEN-VCRED.
                ACCEPT W-DTLANC FROM DATE YYYYMMDD
                PERFORM VEN-VMES THRU VEN-VMES-FIM
                IF MES-FECHADO
                   MOVE "*** MES FECHADO - VENDA NAO ACEITA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VEN-001.
                IF COD-VIS-VEN = ZEROS
                   GO TO VEN-WR1.
                PERFORM VEN-CRED THRU VEN-CRED-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM VEN-MOV THRU VEN-MOV-FIM
                MOVE "N"       TO TIPO-AJU
                MOVE COD-PRO-VEN TO CODREF-AJU
                MOVE DTVENDA   TO DTREF-AJU
                MOVE QTDE-VEN  TO QTDE-AJU
                MOVE VALOR-VEN TO VALOR-AJU
                PERFORM VEN-AJU THRU VEN-AJU-FIM
                PERFORM VEN-PTS THRU VEN-PTS-FIM
                MOVE "*** VENDA REGISTRADA *** " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO VEN-001.
                IF COD-VIS NOT = W-PETCRED
                   MOVE "S" TO W-FIMVISC
                   GO TO VEN-SALDO3-FIM.
      *
      * VISITA ESTORNADA NAO CONTA - PAGAMENTO ESTORNADO VOLTA A DEVER
                IF W-TEMEST = "S"
                   MOVE "V"      TO TIPO-EST
                   MOVE COD-VIS  TO CODREF-EST
                   MOVE DTVISITA TO DTREF-EST
                   MOVE ZEROS    TO SEQ-EST
                   READ CADEST
                   IF ST-ERRX = "00"
                      GO TO VEN-SALDO3-FIM.
                IF W-TEMPAG = "S"
                   MOVE COD-VIS  TO COD-PAG
                   MOVE DTVISITA TO DTVIS-PAG
                   READ CADPAG
                   IF ST-ERRP = "00"
                      IF W-TEMEST NOT = "S"
                         GO TO VEN-SALDO3-FIM
                      ELSE
                         MOVE "P"      TO TIPO-EST
                         MOVE COD-VIS  TO CODREF-EST
                         MOVE DTVISITA TO DTREF-EST
                         MOVE ZEROS    TO SEQ-EST
                         READ CADEST
                         IF ST-ERRX NOT = "00"
                            GO TO VEN-SALDO3-FIM.
                ADD VALOR-VIS TO W-SALDOAB.
       VEN-SALDO3-FIM.
                EXIT.
       VEN-PROXSEQ1-FIM.
                EXIT.
      *
      **********************************
      * SITUACAO DO MES DA DATA DO     *
      * LANCAMENTO (W-DTLANC) NO RESU- *
      * MO MENSAL: BRANCO = ABERTO,    *
      * F = FECHADO, R = REABERTO      *
      **********************************
       VEN-VMES.
                MOVE SPACES TO W-MESSIT
                IF W-TEMRES NOT = "S"
                   GO TO VEN-VMES-FIM.
                DIVIDE W-DTLANC BY 100 GIVING W-ANOMES
                MOVE W-ANOMES TO ANOMES-RES
                READ CADRES
                IF ST-ERRB NOT = "00"
                   GO TO VEN-VMES-FIM.
                IF SITU-RES = "R"
                   MOVE "R" TO W-MESSIT
                ELSE
                   MOVE "F" TO W-MESSIT.
       VEN-VMES-FIM.
                EXIT.
      *
      **********************************
      * LANCAMENTO EM MES REABERTO -   *
      * REGISTRA NO LOG CADAJU PARA O  *
      * RELATORIO DE AJUSTES TARDIOS.  *
      * TIPO, REFERENCIA, QUANTIDADE E *
      * VALOR VEM MONTADOS EM REGAJU   *
      **********************************
       VEN-AJU.
                IF NOT MES-REABERTO OR W-TEMAJU NOT = "S"
                   GO TO VEN-AJU-FIM.
                MOVE W-ANOMES    TO ANOMES-AJU
                ACCEPT DTLAN-AJU FROM DATE YYYYMMDD
                ACCEPT HRLAN-AJU FROM TIME
                MOVE OPER-CODIGO TO OPER-AJU
                MOVE OPER-FILIAL TO FIL-AJU
                MOVE "LANCAMENTO NO MES REABERTO" TO MOTIVO-AJU.
       VEN-AJU1.
                WRITE REGAJU
                IF ST-ERR1 = "22"
                   ADD 1 TO HRLAN-AJU
                   GO TO VEN-AJU1.
                IF ST-ERR1 NOT = "00" AND ST-ERR1 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAJU" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VEN-AJU-FIM.
                EXIT.
      *
      **********************************
      * PONTOS GANHOS PELO DONO DO PET *
      * NA VENDA LIGADA A ELE, SOBRE O *
      * VALOR DA VENDA                 *
      **********************************
       VEN-PTS.
                IF W-TEMPTS NOT = "S" OR W-DONOPTS = ZEROS
                   GO TO VEN-PTS-FIM.
                COMPUTE W-PTSGANHO = VALOR-VEN * PRM-PTSREAL
                IF W-PTSGANHO = ZEROS
                   GO TO VEN-PTS-FIM.
                MOVE W-DONOPTS   TO DONO-PTS
                ACCEPT DTLAN-PTS FROM DATE YYYYMMDD
                ACCEPT HRLAN-PTS FROM TIME
                MOVE "G"         TO TIPO-PTS
                MOVE W-PTSGANHO  TO PONTOS-PTS
                MOVE "N"         TO ORIG-PTS
                MOVE SEQ-VEN     TO CODREF-PTS
                MOVE DTVENDA     TO DTREF-PTS
                MOVE VALOR-VEN   TO VALOR-PTS
                MOVE OPER-CODIGO TO OPER-PTS
                MOVE OPER-FILIAL TO FIL-PTS.
       VEN-PTS1.
                WRITE REGPTS
                IF ST-ERR6 = "22"
                   ADD 1 TO HRLAN-PTS
                   GO TO VEN-PTS1.
                IF ST-ERR6 NOT = "00" AND ST-ERR6 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPTS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VEN-PTS-FIM.
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
                CLOSE CADPRO
                CLOSE CADVEN
                   CLOSE CADVIS.
                IF W-TEMPAG = "S"
                   CLOSE CADPAG.
                IF W-TEMEST = "S"
                   CLOSE CADEST.
                DISPLAY TELVEN
                EXIT PROGRAM.
       ROT-FIMP.
