      *----------------------------------------------------------------
      * SELECT DO ARQUIVO CADAJU - LOG DOS MESES REABERTOS. GUARDA A
      * REABERTURA DE UM MES FECHADO EM CADRES (COM O MOTIVO), OS
      * LANCAMENTOS FEITOS DENTRO DELE ENQUANTO ESTEVE REABERTO E O
      * NOVO FECHAMENTO PELO PETMES. COMUM A TODOS OS PROGRAMAS QUE
      * ACESSAM O ARQUIVO
      *----------------------------------------------------------------
       SELECT CADAJU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-AJU
                    LOCK MODE    IS MANUAL
                         WITH LOCK ON RECORD
                    FILE STATUS  IS ST-ERR1.
