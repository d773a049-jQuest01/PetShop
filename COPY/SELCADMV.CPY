      *----------------------------------------------------------------
      * SELECT DO ARQUIVO CADMOV - LIVRO DE MOVIMENTOS DE ESTOQUE
      * UM REGISTRO POR ENTRADA, VENDA, PERDA OU AJUSTE, CHAVEADO POR
      * PRODUTO + DATA + SEQUENCIA DO DIA. COMUM A TODOS OS
      * PROGRAMAS QUE ACESSAM O ARQUIVO
      *----------------------------------------------------------------
