      *----------------------------------------------------------------
      * FD E REGISTRO DO ARQUIVO CONTRF - TRANSFERENCIAS CONSOLIDADAS
      * JUNTA NA MESMA LINHA O QUE A ORIGEM ENVIOU (DTENV/QTENV/
      * VLENV, VINDOS DO CADTRF DA ORIGEM) E O QUE O DESTINO RECEBEU
      * (QTGUIA/DTREC/QTREC, VINDOS DO CADTRF DO DESTINO). CADA LOJA
      * SO ATUALIZA A SUA PARTE - ENVIO SEM RECEBIMENTO E MERCADORIA
      * EM TRANSITO (PETTRL)
      *----------------------------------------------------------------
       FD  CONTRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTRF.DAT".
       01 REGCTR.
                03 CHAVE-CTR.
                         05 FILORI-CTR    PIC 9(02).
                         05 NUM-CTR       PIC 9(06).
                         05 CODPRO-CTR    PIC 9(05).
                03 FILDES-CTR       PIC 9(02).
                03 DTENV-CTR        PIC 9(08).
                03 QTENV-CTR        PIC 9(05).
                03 VLENV-CTR        PIC 9(07)V99.
                03 QTGUIA-CTR       PIC 9(05).
                03 DTREC-CTR        PIC 9(08).
                03 QTREC-CTR        PIC 9(05).
