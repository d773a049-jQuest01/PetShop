      *----------------------------------------------------------------
      * FD E REGISTRO DO ARQUIVO CADHOS - ESTADAS DA HOSPEDAGEM
      * UM REGISTRO POR ESTADA, CHAVEADO POR PET + DATA DE ENTRADA.
      * DTPREV-HOS E A SAIDA PREVISTA (PRORROGAVEL); DTSAI-HOS EM
      * ZEROS = PET AINDA HOSPEDADO. A DIARIA DO CANIL E GUARDADA
      * NA ENTRADA; NA SAIDA QTDIA-HOS DIARIAS X DIARIA-HOS VIRAM
      * UMA VISITA EM CADVIS DO SERVICO SRV-HOS NA DATA DA SAIDA
      * COMUM A TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *----------------------------------------------------------------
       FD  CADHOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHOS.DAT".
       01 REGHOS.
                03 CHAVE-HOS.
                         05 COD-HOS       PIC 9(05).
                         05 DTENT-HOS     PIC 9(08).
                03 CAN-HOS          PIC 9(03).
                03 DTPREV-HOS       PIC 9(08).
                03 DTSAI-HOS        PIC 9(08).
                03 DIARIA-HOS       PIC 9(04)V99.
                03 SRV-HOS          PIC 9(01).
                03 QTDIA-HOS        PIC 9(03).
                03 VALOR-HOS        PIC 9(04)V99.
                03 OBS-HOS          PIC X(30).
                03 FIL-HOS          PIC 9(02).
                03 OPER-HOS         PIC X(08).
