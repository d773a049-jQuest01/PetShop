      * KARDEX DE PRODUTO (LIVRO DE MOVIMENTOS)         *
      * LISTA, EM ORDEM DE DATA E SEQUENCIA, OS         *
      * MOVIMENTOS DE CADMOV DO PRODUTO INFORMADO -     *
      * ENTRADAS (PETENT), VENDAS (PETVEN), PERDAS,     *
      * DEVOLUCOES DE VENDAS ESTORNADAS (PETESR) E      *
      * AJUSTES DE INVENTARIO (PETCNT) E TRANSFERENCIAS *
      * ENTRE LOJAS (PETTRF) -                          *
      * COM O SALDO APOS CADA MOVIMENTO, O NOME DO      *
      * FORNECEDOR (CADFOR) E OS TOTAIS POR TIPO, PARA  *
      * EXPLICAR O SALDO ATUAL DE QTDEST-PRO            *
       77 W-QTENT      PIC 9(05) VALUE ZEROS.
       77 W-QTSAI      PIC 9(05) VALUE ZEROS.
       77 W-QTPER      PIC 9(05) VALUE ZEROS.
       77 W-QTDEV      PIC 9(05) VALUE ZEROS.
       77 W-QTSOB      PIC 9(05) VALUE ZEROS.
       77 W-QTFAL      PIC 9(05) VALUE ZEROS.
       77 W-QTTRS      PIC 9(05) VALUE ZEROS.
       77 W-QTTRE      PIC 9(05) VALUE ZEROS.
       77 W-VLENT      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLSAI      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLPER      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLDEV      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLSOB      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLFAL      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLTRS      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLTRE      PIC 9(08)V99 VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *
       01 W-DTRANSF.
           03 W-DTRTXT  PIC X(21).
           03 W-DTRFIL  PIC 9(02).
           03 FILLER    PIC X(07) VALUE SPACES.
      *
       01 CAB-01.
           03 FILLER    PIC X(25) VALUE SPACES.
           03 FILLER    PIC X(06) VALUE SPACES.
           03 T-VLPER   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(81) VALUE SPACES.
      *
       01 LIN-TOTDEV.
           03 FILLER    PIC X(26) VALUE
               "TOTAL DE DEVOLUCOES ....: ".
           03 T-QTDEV   PIC ZZ.ZZ9.
           03 FILLER    PIC X(06) VALUE SPACES.
           03 T-VLDEV   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(81) VALUE SPACES.
      *
       01 LIN-TOTSOB.
           03 FILLER    PIC X(26) VALUE
               "SOBRAS DE INVENTARIO ...: ".
           03 T-QTSOB   PIC ZZ.ZZ9.
           03 FILLER    PIC X(06) VALUE SPACES.
           03 T-VLSOB   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(81) VALUE SPACES.
      *
       01 LIN-TOTFAL.
           03 FILLER    PIC X(26) VALUE
               "FALTAS DE INVENTARIO ...: ".
           03 T-QTFAL   PIC ZZ.ZZ9.
           03 FILLER    PIC X(06) VALUE SPACES.
           03 T-VLFAL   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(81) VALUE SPACES.
      *
       01 LIN-TOTTRS.
           03 FILLER    PIC X(26) VALUE
               "TRANSFERENCIAS ENVIADAS : ".
           03 T-QTTRS   PIC ZZ.ZZ9.
           03 FILLER    PIC X(06) VALUE SPACES.
           03 T-VLTRS   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(81) VALUE SPACES.
      *
       01 LIN-TOTTRE.
           03 FILLER    PIC X(26) VALUE
               "TRANSFERENCIAS RECEBIDAS: ".
           03 T-QTTRE   PIC ZZ.ZZ9.
           03 FILLER    PIC X(06) VALUE SPACES.
           03 T-VLTRE   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(81) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE W-VLPER TO T-VLPER
           MOVE LIN-TOTPER TO REG-PRTKDX
           WRITE REG-PRTKDX
           MOVE W-QTDEV TO T-QTDEV
           MOVE W-VLDEV TO T-VLDEV
           MOVE LIN-TOTDEV TO REG-PRTKDX
           WRITE REG-PRTKDX
           MOVE W-QTSOB TO T-QTSOB
           MOVE W-VLSOB TO T-VLSOB
           MOVE LIN-TOTSOB TO REG-PRTKDX
           WRITE REG-PRTKDX
           MOVE W-QTFAL TO T-QTFAL
           MOVE W-VLFAL TO T-VLFAL
           MOVE LIN-TOTFAL TO REG-PRTKDX
           WRITE REG-PRTKDX
           MOVE W-QTTRS TO T-QTTRS
           MOVE W-VLTRS TO T-VLTRS
           MOVE LIN-TOTTRS TO REG-PRTKDX
           WRITE REG-PRTKDX
           MOVE W-QTTRE TO T-QTTRE
           MOVE W-VLTRE TO T-VLTRE
           MOVE LIN-TOTTRE TO REG-PRTKDX
           WRITE REG-PRTKDX
           DISPLAY "MOVIMENTOS LISTADOS: " W-QTMOV
           GO TO ROT-FIM.
      *
           IF TIPO-MOV = "P"
               ADD 1         TO W-QTPER
               ADD VALOR-MOV TO W-VLPER.
           IF TIPO-MOV = "D"
               ADD 1         TO W-QTDEV
               ADD VALOR-MOV TO W-VLDEV.
           IF TIPO-MOV = "I"
               ADD 1         TO W-QTSOB
               ADD VALOR-MOV TO W-VLSOB.
           IF TIPO-MOV = "F"
               ADD 1         TO W-QTFAL
               ADD VALOR-MOV TO W-VLFAL.
      *
      * NA TRANSFERENCIA A COLUNA DO FORNECEDOR MOSTRA A OUTRA LOJA
           IF TIPO-MOV = "T"
               ADD 1         TO W-QTTRS
               ADD VALOR-MOV TO W-VLTRS
               MOVE "TRANSF. PARA A LOJA " TO W-DTRTXT
               MOVE COD-FOR-MOV TO W-DTRFIL
               MOVE W-DTRANSF   TO D-FORNEC.
           IF TIPO-MOV = "R"
               ADD 1         TO W-QTTRE
               ADD VALOR-MOV TO W-VLTRE
               MOVE "TRANSF. DA LOJA " TO W-DTRTXT
               MOVE COD-FOR-MOV TO W-DTRFIL
               MOVE W-DTRANSF   TO D-FORNEC.
           MOVE DTMOV-MOV TO D-DATA
           MOVE SEQ-MOV   TO D-SEQ
           MOVE TIPO-MOV  TO D-TIPO
