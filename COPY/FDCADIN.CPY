      *----------------------------------------------------------------
      * FD E REGISTRO DO ARQUIVO CADINV - INVENTARIO FISICO
      * CHAVE: DATA DO INVENTARIO (ABERTURA EM PETINV) + PRODUTO
      * QTLIV-INV/PRECO-INV: SALDO DE QTDEST-PRO E PRECO DO PRODUTO
      *           CONGELADOS NA ABERTURA (HRINV-INV = HORA)
      * QTCONT-INV: QUANTIDADE CONTADA NA PRATELEIRA (PETCNT)
      * SITU-INV: A = AGUARDANDO CONTAGEM, C = CONTADO,
      *           L = DIFERENCA LANCADA EM CADMOV (APROVADO),
      *           N = ENCERRADO SEM CONTAGEM, X = CANCELADO
      * QTAJU-INV: QUANTIDADE EFETIVAMENTE LANCADA NO AJUSTE
      *           (TIPO-MOV I = SOBRA, F = FALTA)
      *----------------------------------------------------------------
       FD  CADINV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINV.DAT".
       01 REGINV.
                03 CHAVE-INV.
                         05 DTINV-INV     PIC 9(08).
                         05 COD-PRO-INV   PIC 9(05).
                03 HRINV-INV        PIC 9(08).
                03 QTLIV-INV        PIC 9(05).
                03 PRECO-INV        PIC 9(04)V99.
                03 QTCONT-INV       PIC 9(05).
                03 SITU-INV         PIC X(01).
                03 OPCONT-INV       PIC X(08).
                03 QTAJU-INV        PIC 9(05).
                03 DTLAN-INV        PIC 9(08).
                03 OPLAN-INV        PIC X(08).
                03 FIL-INV          PIC 9(02).
