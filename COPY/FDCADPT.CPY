      *----------------------------------------------------------------
      * FD E REGISTRO DO ARQUIVO CADPTS - EXTRATO DE PONTOS DO DONO
      * CHAVE: DONO (CADDONO) + DATA E HORA DO LANCAMENTO
      * TIPO-PTS: G = GANHO (PAGAMENTO EM PETPAG, VENDA EM PETVEN)
      *           R = RESGATE COMO DESCONTO NO PAGAMENTO (PETPAG)
      *           X = EXPIRACAO DOS PONTOS COM MAIS DE 12 MESES
      *               (PETPTX, NA CADEIA NOTURNA)
      *           E = ESTORNO DE PONTOS GANHOS (PETESR)
      *           D = DEVOLUCAO DE PONTOS RESGATADOS (PETESR)
      * SALDO = G + D - R - X - E
      * ORIG-PTS/CODREF-PTS/DTREF-PTS: LANCAMENTO DE ORIGEM, COM O
      * MESMO TIPO E A MESMA REFERENCIA DE CADEST - P = PAGAMENTO
      * (PET + DATA DA VISITA), N = VENDA (SEQUENCIA + DATA DA VENDA)
      * VALOR-PTS: VALOR QUE GEROU OS PONTOS OU DESCONTO CONCEDIDO
      *            (NO TIPO D, O DESCONTO DEVOLVIDO)
      *----------------------------------------------------------------
       FD  CADPTS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPTS.DAT".
       01 REGPTS.
                03 CHAVE-PTS.
                         05 DONO-PTS      PIC 9(05).
                         05 DTLAN-PTS     PIC 9(08).
                         05 HRLAN-PTS     PIC 9(08).
                03 TIPO-PTS         PIC X(01).
                03 PONTOS-PTS       PIC 9(07).
                03 ORIG-PTS         PIC X(01).
                03 CODREF-PTS       PIC 9(05).
                03 DTREF-PTS        PIC 9(08).
                03 VALOR-PTS        PIC 9(07)V99.
                03 OPER-PTS         PIC X(08).
                03 FIL-PTS          PIC 9(02).
