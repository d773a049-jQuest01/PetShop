      * PETS DO DONO PELA CHAVE ALTERNATIVA DONO-COD DE *
      * CADPET E, SE PEDIDO, IMPRIME O DOSSIE COM AS    *
      * VISITAS (CADVIS) E VACINAS (CADVAC) DE CADA PET *
      * EM ORDEM DE DATA, COM O SALDO DE PONTOS DE      *
      * FIDELIDADE DO DONO (CADPTS)                     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELCADSR.
           COPY SELCADVI.
           COPY SELCADVA.
           COPY SELCADPT.
           SELECT PRTDOS ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
           COPY FDCADVI.
      *
           COPY FDCADVA.
      *
           COPY FDCADPT.
      *
       FD  PRTDOS
               LABEL RECORD IS STANDARD
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRV      PIC X(02) VALUE "00".
       77 ST-ERRA      PIC X(02) VALUE "00".
       77 ST-ERR6      PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           88 ACABOU-HIST         VALUE "S".
       77 W-TEMVIS     PIC X(01) VALUE "S".
       77 W-TEMVAC     PIC X(01) VALUE "S".
       77 W-TEMPTS     PIC X(01) VALUE "S".
       77 W-SALDOPTS   PIC 9(07) VALUE ZEROS.
       77 W-SALDOCALC  PIC S9(08) VALUE ZEROS.
       77 W-FIMPTS     PIC X(01) VALUE "N".
           88 ACABOU-PTS          VALUE "S".
       77 W-QTPETS     PIC 9(03) VALUE ZEROS.
       77 W-PETATU     PIC 9(05) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
           03 FILLER    PIC X(11) VALUE "ENDERECO : ".
           03 C-ENDER   PIC X(40).
           03 FILLER    PIC X(81) VALUE SPACES.
      *
       01 LIN-PTS.
           03 FILLER    PIC X(11) VALUE "PONTOS ..: ".
           03 C-PTS     PIC Z.ZZZ.ZZ9.
           03 FILLER    PIC X(112) VALUE SPACES.
      *
       01 LIN-PET.
           03 FILLER    PIC X(11) VALUE "PET .....: ".
               VALUE  "  FONE   :".
           05  LINE 08  COLUMN 01
               VALUE  "  ENDER  :".
           05  LINE 09  COLUMN 01
               VALUE  "  PONTOS :".
           05  LINE 10  COLUMN 01
               VALUE  "  PET    :".
           05  LINE 11  COLUMN 01
           05  TENDER
               LINE 08  COLUMN 12  PIC X(40)
               FROM   ENDERECO.
           05  TPTS
               LINE 09  COLUMN 12  PIC Z.ZZZ.ZZ9
               FROM   W-SALDOPTS.
           05  TPETCOD
               LINE 10  COLUMN 12  PIC 9(05)
               FROM   COD.
           OPEN INPUT CADVAC
           IF ST-ERRA NOT = "00"
               MOVE "N" TO W-TEMVAC.
           MOVE "S" TO W-TEMPTS
           OPEN INPUT CADPTS
           IF ST-ERR6 NOT = "00"
               MOVE "N" TO W-TEMPTS.
       DOS-OP0L.
           OPEN OUTPUT PRTDOS
           IF ST-PRT NOT = "00"
               PERFORM DOS-FECHA THRU DOS-FECHA-FIM
               GO TO ROT-FIMP.
       DOS-001.
                MOVE ZEROS  TO W-CODDONO W-QTPETS COD-DONO W-SALDOPTS
                MOVE SPACES TO W-NOMEBUSCA NOME-DONO TELEFONE ENDERECO
                MOVE ZEROS  TO COD IDADE PESO TPSERV DONO-COD DTMOV
                MOVE SPACES TO NOME RACA UNDSEXO SEXO SERVICO
       DOS-MOSTRA.
                MOVE COD-DONO TO W-CODDONO
                MOVE ZEROS    TO W-QTPETS
                PERFORM DOS-SPTS THRU DOS-SPTS-FIM
                DISPLAY TELDOS
                MOVE "N" TO W-FIMPET
                MOVE W-CODDONO TO DONO-COD
           WRITE REG-PRTDOS
           MOVE LIN-ENDER TO REG-PRTDOS
           WRITE REG-PRTDOS
           IF W-TEMPTS = "S"
               MOVE W-SALDOPTS TO C-PTS
               MOVE LIN-PTS TO REG-PRTDOS
               WRITE REG-PRTDOS.
           MOVE "N" TO W-FIMPET
           MOVE W-CODDONO TO DONO-COD
           START CADPET KEY IS NOT LESS THAN DONO-COD
           EXIT.
      *
      **********************************
      * SALDO DE PONTOS DO DONO: SOMA  *
      * DOS GANHOS E DEVOLUCOES MENOS  *
      * RESGATES, EXPIRACOES E ESTORNOS*
      **********************************
       DOS-SPTS.
           MOVE ZEROS TO W-SALDOPTS W-SALDOCALC
           IF W-TEMPTS NOT = "S"
               GO TO DOS-SPTS-FIM.
           MOVE "N"       TO W-FIMPTS
           MOVE W-CODDONO TO DONO-PTS
           MOVE ZEROS     TO DTLAN-PTS HRLAN-PTS
           START CADPTS KEY IS NOT LESS THAN CHAVE-PTS
               INVALID KEY
                   MOVE "S" TO W-FIMPTS.
           PERFORM DOS-SPTS1 THRU DOS-SPTS1-FIM
                   UNTIL ACABOU-PTS
           IF W-SALDOCALC > ZEROS
               MOVE W-SALDOCALC TO W-SALDOPTS.
       DOS-SPTS-FIM.
           EXIT.
       DOS-SPTS1.
           READ CADPTS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIMPTS
                   GO TO DOS-SPTS1-FIM.
           IF ST-ERR6 NOT = "00"
               MOVE "S" TO W-FIMPTS
               GO TO DOS-SPTS1-FIM.
           IF DONO-PTS NOT = W-CODDONO
               MOVE "S" TO W-FIMPTS
               GO TO DOS-SPTS1-FIM.
           IF TIPO-PTS = "G" OR TIPO-PTS = "D"
               ADD PONTOS-PTS TO W-SALDOCALC
           ELSE
               SUBTRACT PONTOS-PTS FROM W-SALDOCALC.
       DOS-SPTS1-FIM.
           EXIT.
      *
      **********************************
      * FECHAMENTO DOS ARQUIVOS        *
      **********************************
       DOS-FECHA.
               CLOSE CADVIS.
           IF W-TEMVAC = "S"
               CLOSE CADVAC.
           IF W-TEMPTS = "S"
               CLOSE CADPTS.
       DOS-FECHA-FIM.
           EXIT.
      *
