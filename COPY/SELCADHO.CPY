      *----------------------------------------------------------------
      * SELECT DO ARQUIVO CADHOS - ESTADAS DA HOSPEDAGEM
      * CHAVE ALTERNATIVA CAN-HOS PARA SABER QUEM ESTA NO CANIL
      * COMUM A TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *----------------------------------------------------------------
       SELECT CADHOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-HOS
                    LOCK MODE    IS MANUAL
                         WITH LOCK ON RECORD
                    FILE STATUS  IS ST-ERR5
                    ALTERNATE RECORD KEY IS CAN-HOS
                                            WITH DUPLICATES.
