      *----------------------------------------------------------------
      * FD E REGISTRO DO ARQUIVO CADDIA - DIAS DO DIARIO CONTABIL
      * UM REGISTRO POR DIA DE LANCAMENTOS JA ENVIADO NO PETDIA.DAT.
      * DIA COM REGISTRO AQUI NAO E ENVIADO DE NOVO, A NAO SER PELO
      * REENVIO PEDIDO EM PETDIA.PRM, QUE SOMA 1 EM QTENV-DIA
      * DTENV-DIA/HRENV-DIA: DATA E HORA DO ULTIMO ENVIO
      * QTLIN-DIA/VLDEB-DIA/VLCRE-DIA: LINHAS E TOTAIS DO ULTIMO ENVIO
      *----------------------------------------------------------------
       FD  CADDIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIA.DAT".
       01 REGDIA.
                03 DTLAN-DIA        PIC 9(08).
                03 QTENV-DIA        PIC 9(03).
                03 DTENV-DIA        PIC 9(08).
                03 HRENV-DIA        PIC 9(08).
                03 QTLIN-DIA        PIC 9(05).
                03 VLDEB-DIA        PIC 9(09)V99.
                03 VLCRE-DIA        PIC 9(09)V99.
