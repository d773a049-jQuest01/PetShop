      *----------------------------------------------------------------
      * SELECT DO ARQUIVO CADCAN - CADASTRO DE CANIS DA HOSPEDAGEM
      * COMUM A TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *----------------------------------------------------------------
       SELECT CADCAN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CAN
                    LOCK MODE    IS MANUAL
                         WITH LOCK ON RECORD
                    FILE STATUS  IS ST-ERR4.
