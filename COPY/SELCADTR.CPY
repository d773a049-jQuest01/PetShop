      *----------------------------------------------------------------
      * SELECT DO ARQUIVO CADTRF - TRANSFERENCIAS DE ESTOQUE ENTRE
      * LOJAS. UM REGISTRO POR LINHA (PRODUTO) DA TRANSFERENCIA,
      * CHAVEADO POR LOJA DE ORIGEM + NUMERO + PRODUTO. GRAVADO PELO
      * PETTRF NA ORIGEM (ENVIO) E NO DESTINO (RECEBIMENTO)
      *----------------------------------------------------------------
       SELECT CADTRF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-TRF
                    LOCK MODE    IS MANUAL
                         WITH LOCK ON RECORD
                    FILE STATUS  IS ST-ERR0.
