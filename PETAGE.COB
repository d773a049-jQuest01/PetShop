      * HORARIO DO CALENDARIO DA LOJA       *
      * (CADCAL) E RECUSADA - SUPERVISOR    *
      * (NIVEL 2) PODE LIBERAR COM AVISO    *
      * MOSTRA A CONFIRMACAO POR MENSAGEM   *
      * (PETSMS/PETSMR) - TROCAR O PET OU O *
      * SERVICO ANULA A CONFIRMACAO         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-NOMEPET    PIC X(30) VALUE SPACES.
       77 W-DESCSRV    PIC X(12) VALUE SPACES.
       77 W-DCONF      PIC X(25) VALUE SPACES.
       77 W-PETANT     PIC 9(05) VALUE ZEROS.
       77 W-SRVANT     PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *
      **************************************************
               VALUE  "  SERVICO  :     -".
           05  LINE 09  COLUMN 01
               VALUE  "  OBS      :".
           05  LINE 10  COLUMN 01
               VALUE  "  CONFIRM. :".
           05  A-DATA
               LINE 05  COLUMN 14  PIC 9(08)
               USING  DTAGENDA
               LINE 09  COLUMN 14  PIC X(30)
               USING  OBS-AGE
               HIGHLIGHT.
           05  A-CONF
               LINE 10  COLUMN 14  PIC X(25)
               FROM   W-DCONF
               HIGHLIGHT.
           05  MENA
               LINE 19  COLUMN 25  PIC X(50)
               USING  MENS
                UNLOCK CADAGE
                MOVE ZEROS  TO DTAGENDA HRAGENDA COD-AGE TPSERV-AGE
                MOVE SPACES TO OBS-AGE SITU-AGE W-NOMEPET W-DESCSRV
                MOVE SPACES TO CONF-AGE W-DCONF
                DISPLAY TELAGE.
       AGE-002.
                ACCEPT A-DATA
                   GO TO AGE-003.
                IF ST-ERRG NOT = "23"
                   IF ST-ERRG = "00"
                      MOVE COD-AGE    TO W-PETANT
                      MOVE TPSERV-AGE TO W-SRVANT
                      PERFORM AGE-MOSTRA THRU AGE-MOSTRA-FIM
                      DISPLAY TELAGE
                      MOVE "*** HORARIO JA OCUPADO ***" TO MENS
                         MOVE "** INVALIDO *" TO W-DESCSRV
                      NOT INVALID KEY
                         MOVE DESC-SRV TO W-DESCSRV.
                MOVE SPACES TO W-DCONF
                IF CONF-AGE = "E"
                   MOVE "ENVIADA - SEM RESPOSTA" TO W-DCONF.
                IF CONF-AGE = "S"
                   MOVE "CONFIRMADA PELO DONO" TO W-DCONF.
                IF CONF-AGE = "T"
                   MOVE "NAO ENVIADA - SEM FONE" TO W-DCONF.
                IF CONF-AGE = "R"
                   MOVE "RESPOSTA NAO ENTENDIDA" TO W-DCONF.
       AGE-MOSTRA-FIM.
                EXIT.
      *
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                IF COD-AGE NOT = W-PETANT OR TPSERV-AGE NOT = W-SRVANT
                   MOVE SPACES TO CONF-AGE.
                REWRITE REGAGE
                IF ST-ERRG = "00" OR "02"
                   MOVE "*** MARCACAO ALTERADA ***         " TO MENS
