      *----------------------------------------------------------------
      * FD E REGISTRO DO ARQUIVO CADUSO - USO DE PACOTES
      * A EXISTENCIA DO REGISTRO MARCA A VISITA DE CADVIS (GRAVADA
      * COM VALOR ZERO) COMO USO DE PACOTE: ELA NAO E COBRADA E NAO
      * ENTRA NO SALDO EM ABERTO (PETSAL, CRITICA DE CREDITO).
      * DONO-USO/SEQ-USO APONTAM O PACOTE EM CADPAC E VLUNIT-USO E
      * O VALOR DA UNIDADE CONSUMIDA (VLPAGO-PAC / QTCOMP-PAC), QUE
      * SAI DA RECEITA A APROPRIAR. O ESTORNO DA VISITA (PETESR)
      * APAGA O REGISTRO E DEVOLVE A UNIDADE AO PACOTE
      *----------------------------------------------------------------
       FD  CADUSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSO.DAT".
       01 REGUSO.
                03 CHAVE-USO.
                         05 COD-USO       PIC 9(05).
                         05 DTVIS-USO     PIC 9(08).
                03 DONO-USO         PIC 9(05).
                03 SEQ-USO          PIC 9(03).
                03 SRV-USO          PIC 9(01).
                03 VLUNIT-USO       PIC 9(05)V99.
                03 DTUSO            PIC 9(08).
                03 OPER-USO         PIC X(08).
                03 FIL-USO          PIC 9(02).
