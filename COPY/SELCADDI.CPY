      *----------------------------------------------------------------
      * SELECT DO ARQUIVO CADDIA - DIAS JA ENVIADOS NO DIARIO
      * CONTABIL, CHAVEADO PELA DATA DOS LANCAMENTOS, GRAVADO PELO
      * PETDIA
      *----------------------------------------------------------------
       SELECT CADDIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DTLAN-DIA
                    LOCK MODE    IS MANUAL
                         WITH LOCK ON RECORD
                    FILE STATUS  IS ST-ERR9.
