      * AVULSA DE BALCAO, SEM PET). FIL-VEN E A LOJA DA VENDA,
      * PARA A CONSOLIDACAO ENTRE LOJAS (PETINT/PETCON). OPER-VEN
      * E O OPERADOR QUE VENDEU, PARA O FECHAMENTO DE CAIXA POR
      * OPERADOR (PETSES). CUSTO-VEN E O CUSTO DA MERCADORIA VENDIDA
      * (QUANTIDADE X CUSTO MEDIO DO PRODUTO NA HORA DA VENDA), PARA A
      * MARGEM DO PETMGR NAO MUDAR QUANDO O PRECO OU O CUSTO MUDAREM
      *----------------------------------------------------------------
       FD  CADVEN
               LABEL RECORD IS STANDARD
                03 COD-VIS-VEN      PIC 9(05).
                03 FIL-VEN          PIC 9(02).
                03 OPER-VEN         PIC X(08).
                03 CUSTO-VEN        PIC 9(07)V99.
