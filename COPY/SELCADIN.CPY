      *----------------------------------------------------------------
      * SELECT DO ARQUIVO CADINV - INVENTARIO FISICO DO ESTOQUE.
      * UM REGISTRO POR PRODUTO EM CADA INVENTARIO, COM O SALDO
      * CONGELADO NA ABERTURA E A QUANTIDADE CONTADA NA PRATELEIRA.
      * COMUM A TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *----------------------------------------------------------------
       SELECT CADINV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-INV
                    LOCK MODE    IS MANUAL
                         WITH LOCK ON RECORD
                    FILE STATUS  IS ST-ERR7.
