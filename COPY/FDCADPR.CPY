      * FD E REGISTRO DO ARQUIVO CADPRO - CADASTRO DE PRODUTOS
      * QTDEST-PRO E O SALDO EM ESTOQUE, BAIXADO PELA VENDA (PETVEN)
      * QTDMIN-PRO E O PONTO DE REPOSICAO SINALIZADO PELO PETEST
      * CUSTO-PRO E O CUSTO MEDIO PONDERADO UNITARIO, RECALCULADO A
      * CADA ENTRADA DE MERCADORIA (PETENT TIPO E) PELO CUSTO DA NOTA
      * E A CADA RECEBIMENTO DE TRANSFERENCIA (PETTRF) PELO DA GUIA
      *----------------------------------------------------------------
       FD  CADPRO
               LABEL RECORD IS STANDARD
                03 PRECO-PRO       PIC 9(04)V99.
                03 QTDEST-PRO      PIC 9(05).
                03 QTDMIN-PRO      PIC 9(05).
                03 CUSTO-PRO       PIC 9(05)V9999.
