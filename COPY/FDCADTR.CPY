      *----------------------------------------------------------------
      * FD E REGISTRO DO ARQUIVO CADTRF - TRANSFERENCIAS ENTRE LOJAS
      * CADA LOJA TEM O SEU CADTRF: NA ORIGEM A LINHA NASCE NO ENVIO
      * (SITU-TRF = E, EM TRANSITO) JUNTO COM O MOVIMENTO T EM CADMOV;
      * NO DESTINO ELA NASCE NO RECEBIMENTO, DIGITADA PELA GUIA QUE
      * ACOMPANHA A MERCADORIA, JUNTO COM O MOVIMENTO R EM CADMOV.
      * AS DUAS VISOES SE ENCONTRAM NA MATRIZ (CONTRF, PETINT/PETCON)
      * QTENV-TRF/VLENV-TRF: QUANTIDADE ENVIADA E O SEU VALOR AO
      *            CUSTO MEDIO DA ORIGEM (NO DESTINO, A QUANTIDADE E O
      *            VALOR DA GUIA, QUE DAO O CUSTO UNITARIO DO RECEBIDO)
      * DTREC-TRF/QTREC-TRF: DATA E QUANTIDADE RECEBIDA (ZEROS NA
      *            ORIGEM)
      * SITU-TRF: E = ENVIADA (EM TRANSITO), R = RECEBIDA CONFORME,
      *           F = RECEBIDA COM FALTA, S = RECEBIDA COM SOBRA
      * OPER-TRF: OPERADOR QUE ENVIOU OU RECEBEU
      *----------------------------------------------------------------
       FD  CADTRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRF.DAT".
       01 REGTRF.
                03 CHAVE-TRF.
                         05 FILORI-TRF    PIC 9(02).
                         05 NUM-TRF       PIC 9(06).
                         05 COD-PRO-TRF   PIC 9(05).
                03 FILDES-TRF       PIC 9(02).
                03 DTENV-TRF        PIC 9(08).
                03 QTENV-TRF        PIC 9(05).
                03 VLENV-TRF        PIC 9(07)V99.
                03 DTREC-TRF        PIC 9(08).
                03 QTREC-TRF        PIC 9(05).
                03 SITU-TRF         PIC X(01).
                03 OPER-TRF         PIC X(08).
