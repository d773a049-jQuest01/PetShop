      *----------------------------------------------------------------
      * FD E REGISTRO DO ARQUIVO CADPAC - PACOTES PRE-PAGOS
      * SRV-PAC E O SERVICO DO PACOTE (COD-SRV DE CADSRV). O DONO
      * PAGA VLPAGO-PAC NA COMPRA (PETPAC) POR QTCOMP-PAC UNIDADES;
      * CADA VISITA ATENDIDA PELO PACOTE (PETVIS/PETCHK) SOMA 1 EM
      * QTUSO-PAC E O ESTORNO DA VISITA (PETESR) DEVOLVE A UNIDADE.
      * O PACOTE SO E USADO DE DTCOMP-PAC ATE DTVAL-PAC. O SALDO
      * NAO USADO (VLPAGO-PAC PROPORCIONAL A QTCOMP-PAC MENOS
      * QTUSO-PAC) E RECEITA A APROPRIAR (RELATORIO PETPCR)
      *----------------------------------------------------------------
       FD  CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
       01 REGPAC.
                03 CHAVE-PAC.
                         05 DONO-PAC      PIC 9(05).
                         05 SEQ-PAC       PIC 9(03).
                03 SRV-PAC          PIC 9(01).
                03 QTCOMP-PAC       PIC 9(03).
                03 QTUSO-PAC        PIC 9(03).
                03 VLPAGO-PAC       PIC 9(07)V99.
                03 DTCOMP-PAC       PIC 9(08).
                03 DTVAL-PAC        PIC 9(08).
                03 FIL-PAC          PIC 9(02).
                03 OPER-PAC         PIC X(08).
