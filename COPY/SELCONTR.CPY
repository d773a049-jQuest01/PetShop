      *----------------------------------------------------------------
      * SELECT DO ARQUIVO CONTRF - TRANSFERENCIAS CONSOLIDADAS DAS
      * LOJAS (MATRIZ). CARREGADO PELO PETCON A PARTIR DO INTERCAMBIO
      * NOTURNO, CHAVEADO POR LOJA DE ORIGEM + NUMERO + PRODUTO
      *----------------------------------------------------------------
       SELECT CONTRF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CTR
                    LOCK MODE    IS MANUAL
                         WITH LOCK ON RECORD
                    FILE STATUS  IS ST-ERRCT.
