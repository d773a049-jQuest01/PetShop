      *----------------------------------------------------------------
      * SELECT DO ARQUIVO CADUSO - USO DE PACOTES PRE-PAGOS. UM
      * REGISTRO POR VISITA ATENDIDA POR PACOTE, CHAVEADO PELA MESMA
      * CHAVE DA VISITA EM CADVIS (PET + DATA). COMUM A TODOS OS
      * PROGRAMAS QUE ACESSAM O ARQUIVO
      *----------------------------------------------------------------
       SELECT CADUSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-USO
                    LOCK MODE    IS MANUAL
                         WITH LOCK ON RECORD
                    FILE STATUS  IS ST-ERR3.
