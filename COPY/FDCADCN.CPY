      *----------------------------------------------------------------
      * FD E REGISTRO DO ARQUIVO CADCAN - CANIS DA HOSPEDAGEM
      * TAM-CAN E O PORTE DO CANIL (P/M/G). DIARIA-CAN E O PRECO
      * DA DIARIA, COBRADO NA SAIDA DO PET (PETHOS) COMO UMA VISITA
      * EM CADVIS DO SERVICO SRV-CAN (COD-SRV DE CADSRV)
      * COMUM A TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *----------------------------------------------------------------
       FD  CADCAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAN.DAT".
       01 REGCAN.
                03 COD-CAN          PIC 9(03).
                03 DESC-CAN         PIC X(20).
                03 TAM-CAN          PIC X(01).
                03 DIARIA-CAN       PIC 9(04)V99.
                03 SRV-CAN          PIC 9(01).
