      *----------------------------------------------------------------
      * FD E REGISTRO DO ARQUIVO CADCTB - CONTAS CONTABEIS
      * TIPO-CTB: SV = RECEITA DE SERVICO (CADVIS), COD-CTB = TPSERV
      *           PC = VENDA DE PACOTE PRE-PAGO (CADPAC), COD-CTB =
      *                SERVICO DO PACOTE
      *           PR = RECEITA DE PRODUTO (CADVEN), COD-CTB = PRODUTO
      *           RC = RECEBIMENTO DE VISITA (CADPAG), COD-CTB = ZEROS
      *           EN = ENTRADA DE MERCADORIA (CADMOV TIPO E), COD-CTB
      *                = PRODUTO
      *           PT = DESCONTO EM PONTOS DE FIDELIDADE (CADPTS TIPO R,
      *                DEVOLVIDO NO TIPO D), COD-CTB = ZEROS. DEBITA A
      *                CONTA DE DESCONTO E CREDITA CLIENTES A RECEBER
      * COD-CTB ZEROS E A CONTA PADRAO DO TIPO, USADA PARA O SERVICO
      * OU PRODUTO SEM REGISTRO PROPRIO. A VISITA DEBITA CLIENTES A
      * RECEBER E O RECEBIMENTO CREDITA A MESMA CONTA, DE FORMA QUE
      * O SALDO DELA SEJA O DAS VISITAS EM ABERTO. O ESTORNO (CADEST)
      * USA AS CONTAS DO LANCAMENTO ORIGINAL COM DEBITO E CREDITO
      * TROCADOS
      *----------------------------------------------------------------
       FD  CADCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTB.DAT".
       01 REGCTB.
                03 CHAVE-CTB.
                         05 TIPO-CTB      PIC X(02).
                         05 COD-CTB       PIC 9(05).
                03 DESC-CTB         PIC X(30).
                03 CONTAD-CTB       PIC X(12).
                03 CONTAC-CTB       PIC X(12).
