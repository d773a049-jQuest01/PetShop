      *----------------------------------------------------------------
      * FD E REGISTRO DO ARQUIVO CADMOV - LIVRO DE MOVIMENTOS DE
      * ESTOQUE (KARDEX). TODA ENTRADA (PETENT), VENDA (PETVEN),
      * PERDA/QUEBRA (PETENT), DEVOLUCAO POR ESTORNO DE VENDA
      * (PETESR), AJUSTE DE INVENTARIO APROVADO (PETCNT) E
      * TRANSFERENCIA ENTRE LOJAS ENVIADA OU RECEBIDA (PETTRF) GRAVA
      * UM REGISTRO AQUI, DE FORMA QUE O SALDO QTDEST-PRO DE
      * CADPRO POSSA SER EXPLICADO
      * TIPO-MOV: E = ENTRADA (COMPRA), S = SAIDA (VENDA),
      *           P = PERDA/QUEBRA, D = DEVOLUCAO (VENDA ESTORNADA)
      *           I = SOBRA DE INVENTARIO (SOMA AO SALDO),
      *           F = FALTA DE INVENTARIO (BAIXA DO SALDO)
      *           T = TRANSFERENCIA ENVIADA A OUTRA LOJA (BAIXA)
      *           R = TRANSFERENCIA RECEBIDA DE OUTRA LOJA (SOMA)
      * VALOR-MOV: CUSTO TOTAL DA ENTRADA OU VALOR TOTAL DA
      *            VENDA/PERDA/DEVOLUCAO/AJUSTE, CONFORME O TIPO
      *            (TRANSFERENCIA: QUANTIDADE X CUSTO MEDIO DA LOJA)
      * COD-FOR-MOV: FORNECEDOR DA ENTRADA, LOJA DE DESTINO (T) OU
      *            DE ORIGEM (R) DA TRANSFERENCIA, ZEROS NOS DEMAIS
      * SALDO-MOV: SALDO DE QTDEST-PRO LOGO APOS O MOVIMENTO
      *----------------------------------------------------------------
       FD  CADMOV
