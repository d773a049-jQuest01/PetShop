      *----------------------------------------------------------------
      * FD E REGISTRO DO ARQUIVO CADAJU - LOG DOS MESES REABERTOS
      * CHAVE: MES DE REFERENCIA (ANO+MES) + DATA E HORA DO REGISTRO
      * TIPO-AJU: R = REABERTURA DO MES (PETREA, COM O MOTIVO)
      *           F = NOVO FECHAMENTO DO MES (PETMES)
      *           V = VISITA (PETVIS/PETCHK)   N = VENDA (PETVEN)
      *           P = PAGAMENTO (PETPAG)
      *           M = ESTOQUE (PETENT/PETTRF)
      *           S = ESTORNO (PETESR)
      * CODREF-AJU/DTREF-AJU: PET OU PRODUTO E A DATA DO LANCAMENTO
      * NO MES REABERTO. OS DEMONSTRATIVOS DOS MESES QUE TEM
      * LANCAMENTOS AQUI PRECISAM SER REEMITIDOS
      *----------------------------------------------------------------
       FD  CADAJU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAJU.DAT".
       01 REGAJU.
                03 CHAVE-AJU.
                         05 ANOMES-AJU    PIC 9(06).
                         05 DTLAN-AJU     PIC 9(08).
                         05 HRLAN-AJU     PIC 9(08).
                03 TIPO-AJU         PIC X(01).
                03 CODREF-AJU       PIC 9(05).
                03 DTREF-AJU        PIC 9(08).
                03 QTDE-AJU         PIC 9(05).
                03 VALOR-AJU        PIC 9(07)V99.
                03 OPER-AJU         PIC X(08).
                03 FIL-AJU          PIC 9(02).
                03 MOTIVO-AJU       PIC X(30).
