      *----------------------------------------------------------------
      * SELECT DO ARQUIVO CADPTS - EXTRATO DE PONTOS DE FIDELIDADE.
      * UM REGISTRO POR LANCAMENTO DE PONTOS DO DONO (GANHO, RESGATE,
      * EXPIRACAO, ESTORNO); O SALDO E SEMPRE APURADO PELA SOMA DOS
      * LANCAMENTOS. COMUM A TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *----------------------------------------------------------------
       SELECT CADPTS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PTS
                    LOCK MODE    IS MANUAL
                         WITH LOCK ON RECORD
                    FILE STATUS  IS ST-ERR6.
