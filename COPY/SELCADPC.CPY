      *----------------------------------------------------------------
      * SELECT DO ARQUIVO CADPAC - PACOTES DE SERVICO PRE-PAGOS.
      * UM REGISTRO POR PACOTE VENDIDO, CHAVEADO PELO DONO (CADDONO)
      * E PELA SEQUENCIA DO PACOTE DENTRO DO DONO. COMUM A TODOS OS
      * PROGRAMAS QUE ACESSAM O ARQUIVO
      *----------------------------------------------------------------
       SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PAC
                    LOCK MODE    IS MANUAL
                         WITH LOCK ON RECORD
                    FILE STATUS  IS ST-ERR2.
