      *----------------------------------------------------------------
      * FD E REGISTRO DO ARQUIVO CADEST - ESTORNOS DE LANCAMENTOS
      * TIPO-EST: V = VISITA (CADVIS), N = VENDA (CADVEN),
      * P = PAGAMENTO (CADPAG). CODREF-EST/DTREF-EST REPETEM A
      * CHAVE DO LANCAMENTO ESTORNADO: PET + DATA DA VISITA PARA
      * VISITA E PAGAMENTO, SEQUENCIA + DATA DA VENDA PARA VENDA.
      * O LANCAMENTO ORIGINAL CONTINUA NO SEU ARQUIVO; A IMAGEM
      * DELE NA HORA DO ESTORNO FICA EM IMG-EST, COM O OPERADOR,
      * A DATA/HORA E O MOTIVO DO ESTORNO.
      * SEQ-EST 00 E O ESTORNO EM VIGOR (SITU-EST = E). QUANDO O
      * LANCAMENTO ESTORNADO E REGISTRADO DE NOVO NA MESMA CHAVE
      * (PETVIS/PETPAG), O ESTORNO PASSA PARA A PROXIMA SEQUENCIA
      * LIVRE COM SITU-EST = S (SUBSTITUIDO) E A IMAGEM GUARDADA
      * PASSA A SER A UNICA COPIA DO LANCAMENTO ANTIGO
      *----------------------------------------------------------------
       FD  CADEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEST.DAT".
       01 REGEST.
                03 CHAVE-EST.
                         05 TIPO-EST      PIC X(01).
                         05 CODREF-EST    PIC 9(05).
                         05 DTREF-EST     PIC 9(08).
                         05 SEQ-EST       PIC 9(02).
                03 DTEST            PIC 9(08).
                03 HREST            PIC 9(08).
                03 OPER-EST         PIC X(08).
                03 FIL-EST          PIC 9(02).
                03 MOTIVO-EST       PIC X(30).
                03 SITU-EST         PIC X(01).
                03 VALOR-EST        PIC 9(07)V99.
                03 IMG-EST          PIC X(60).
                03 IMG-VIS-EST REDEFINES IMG-EST.
                         05 COD-EVI       PIC 9(05).
                         05 DTVIS-EVI     PIC 9(08).
                         05 TPSERV-EVI    PIC 9(01).
                         05 VALOR-EVI     PIC 9(04)V99.
                         05 FUNC-EVI      PIC 9(03).
                         05 FIL-EVI       PIC 9(02).
                         05 OPER-EVI      PIC X(08).
                         05 FILLER        PIC X(27).
                03 IMG-VEN-EST REDEFINES IMG-EST.
                         05 DTVEN-EVE     PIC 9(08).
                         05 SEQ-EVE       PIC 9(04).
                         05 COD-PRO-EVE   PIC 9(05).
                         05 QTDE-EVE      PIC 9(03).
                         05 VALOR-EVE     PIC 9(07)V99.
                         05 COD-VIS-EVE   PIC 9(05).
                         05 FIL-EVE       PIC 9(02).
                         05 OPER-EVE      PIC X(08).
                         05 CUSTO-EVE     PIC 9(07)V99.
                         05 FILLER        PIC X(07).
                03 IMG-PAG-EST REDEFINES IMG-EST.
                         05 COD-EPG       PIC 9(05).
                         05 DTVIS-EPG     PIC 9(08).
                         05 DTPAG-EPG     PIC 9(08).
                         05 VALOR-EPG     PIC 9(04)V99.
                         05 FIL-EPG       PIC 9(02).
                         05 OPER-EPG      PIC X(08).
                         05 FILLER        PIC X(23).
