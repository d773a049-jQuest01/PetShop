      *----------------------------------------------------------------
      * SELECT DO ARQUIVO CADCTB - CONTAS CONTABEIS POR TIPO DE
      * LANCAMENTO E SERVICO/PRODUTO, USADO PELO DIARIO CONTABIL
      * (PETDIA) E MANTIDO PELO PETCTB
      *----------------------------------------------------------------
       SELECT CADCTB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-CTB
                    LOCK MODE    IS MANUAL
                         WITH LOCK ON RECORD
                    FILE STATUS  IS ST-ERR8.
