      *----------------------------------------------------------------
      * SELECT DO ARQUIVO CADEST - ESTORNOS DE VISITAS, VENDAS E
      * PAGAMENTOS. UM REGISTRO POR ESTORNO, CHAVEADO PELO TIPO E
      * PELA CHAVE DO LANCAMENTO ORIGINAL. COMUM A TODOS OS
      * PROGRAMAS QUE ACESSAM O ARQUIVO
      *----------------------------------------------------------------
       SELECT CADEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EST
                    LOCK MODE    IS MANUAL
                         WITH LOCK ON RECORD
                    FILE STATUS  IS ST-ERRX.
