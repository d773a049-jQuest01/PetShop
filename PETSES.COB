      * O FECHAMENTO CEGO DA GAVETA: O      *
      * OPERADOR DIGITA O DINHEIRO CONTADO  *
      * ANTES DE O SISTEMA MOSTRAR O        *
      * ESPERADO (CADPAG + CADVEN + CADPAC  *
      * DO OPERADOR NO DIA, MENOS OS ESTOR- *
      * NOS DE HOJE EM CADEST DOS LANCAMEN- *
      * TOS QUE ELE FEZ HOJE). CONTADO X    *
      * ESPERADO SAI IMPRESSO EM PETSES.LST.*
      * O PETCXA SEGUE COMO TOTAL DO DIA    *
      * INTEIRO DA LOJA                     *
           COPY SELCADSE.
           COPY SELCADPG.
           COPY SELCADVE.
           COPY SELCADES.
           COPY SELCADPC.
           SELECT PRTSES ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        FILE STATUS  IS ST-PRT.
           COPY FDCADPG.
      *
           COPY FDCADVE.
      *
           COPY FDCADES.
      *
           COPY FDCADPC.
      *
       FD  PRTSES
               LABEL RECORD IS STANDARD
       77 ST-ERRK      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRN      PIC X(02) VALUE "00".
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERR2      PIC X(02) VALUE "00".
       77 ST-PRT       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(05) VALUE ZEROS.
       77 W-SITDESC    PIC X(20) VALUE SPACES.
       77 W-TEMPAG     PIC X(01) VALUE "S".
       77 W-TEMVEN     PIC X(01) VALUE "S".
       77 W-TEMEST     PIC X(01) VALUE "S".
       77 W-TEMPAC     PIC X(01) VALUE "S".
       77 W-TEMREL     PIC X(01) VALUE "S".
       77 W-FIMPAG     PIC X(01) VALUE "N".
           88 ACABOU-CADPAG       VALUE "S".
       77 W-FIMVEN     PIC X(01) VALUE "N".
           88 ACABOU-CADVEN       VALUE "S".
       77 W-FIMEST     PIC X(01) VALUE "N".
           88 ACABOU-CADEST       VALUE "S".
       77 W-FIMPAC     PIC X(01) VALUE "N".
           88 ACABOU-CADPAC       VALUE "S".
       77 W-VLCONT     PIC 9(08)V99 VALUE ZEROS.
       77 W-VLESP      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLEST      PIC 9(08)V99 VALUE ZEROS.
       77 W-DIFER      PIC S9(08)V99 VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
      *
               "DINHEIRO CONTADO .......: ".
           03 S-VLCONT  PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(93) VALUE SPACES.
      *
       01 LIN-EST.
           03 FILLER    PIC X(26) VALUE
               "(-) ESTORNOS DA SESSAO .: ".
           03 S-VLEST   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER    PIC X(93) VALUE SPACES.
      *
       01 LIN-ESP.
           03 FILLER    PIC X(26) VALUE
                ELSE
                    NEXT SENTENCE.
      *
      * SEM CADPAG/CADVEN/CADPAC (NENHUM MOVIMENTO AINDA) O ESPERADO DA
      * SESSAO SAI ZERADO - ARQUIVO AUSENTE NAO IMPEDE O FECHAMENTO
       SES-OP0P.
           MOVE "S" TO W-TEMPAG
           OPEN INPUT CADVEN
           IF ST-ERRN NOT = "00"
               MOVE "N" TO W-TEMVEN.
           MOVE "S" TO W-TEMEST
           OPEN INPUT CADEST
           IF ST-ERRX NOT = "00"
               MOVE "N" TO W-TEMEST.
           MOVE "S" TO W-TEMPAC
           OPEN INPUT CADPAC
           IF ST-ERR2 NOT = "00"
               MOVE "N" TO W-TEMPAC.
      *
      * O FECHAMENTO E ACUMULADO EM PETSES.LST AO LONGO DO DIA
      * (EXTEND), UM BLOCO POR OPERADOR
      * PAGAMENTOS RECEBIDOS HOJE POR  *
      * ESTE OPERADOR (CADPAG) MAIS AS *
      * VENDAS DE BALCAO DELE (CADVEN) *
      * E OS PACOTES QUE ELE VENDEU    *
      * (CADPAC), MENOS OS ESTORNOS    *
      * (CADEST)                       *
      **********************************
       SES-ESPERA.
                MOVE ZEROS TO W-VLESP W-VLEST
                IF W-TEMPAG = "S"
                   PERFORM SES-ESPPAG THRU SES-ESPPAG-FIM.
                IF W-TEMVEN = "S"
                   PERFORM SES-ESPVEN THRU SES-ESPVEN-FIM.
                IF W-TEMPAC = "S"
                   PERFORM SES-ESPPAC THRU SES-ESPPAC-FIM.
                IF W-TEMEST = "S"
                   PERFORM SES-ESPEST THRU SES-ESPEST-FIM.
                SUBTRACT W-VLEST FROM W-VLESP.
       SES-ESPERA-FIM.
                EXIT.
      *
       SES-ESPVEN1-FIM.
                EXIT.
      *
      * CADPAC E CHAVEADO POR DONO + SEQUENCIA, ENTAO A VARREDURA E
      * COMPLETA, FILTRANDO PELA DATA DA COMPRA - O PACOTE ENTRA NA
      * GAVETA NO DIA DA VENDA, COMO NO PETCXA
       SES-ESPPAC.
                MOVE "N"   TO W-FIMPAC
                MOVE ZEROS TO DONO-PAC SEQ-PAC
                START CADPAC KEY IS NOT LESS THAN CHAVE-PAC
                   INVALID KEY
                      MOVE "S" TO W-FIMPAC.
                PERFORM SES-ESPPAC1 THRU SES-ESPPAC1-FIM
                        UNTIL ACABOU-CADPAC.
       SES-ESPPAC-FIM.
                EXIT.
       SES-ESPPAC1.
                READ CADPAC NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMPAC
                      GO TO SES-ESPPAC1-FIM.
                IF ST-ERR2 NOT = "00"
                   MOVE "S" TO W-FIMPAC
                   GO TO SES-ESPPAC1-FIM.
                IF DTCOMP-PAC NOT = W-HOJE
                   GO TO SES-ESPPAC1-FIM.
                IF OPER-PAC NOT = OPER-CODIGO
                   GO TO SES-ESPPAC1-FIM.
                ADD VLPAGO-PAC TO W-VLESP.
       SES-ESPPAC1-FIM.
                EXIT.
      *
      * SO CONTAM OS ESTORNOS DE HOJE DE PAGAMENTOS E VENDAS QUE ESTE
      * OPERADOR LANCOU HOJE - O DINHEIRO DELES ESTA NESTA GAVETA. O
      * PAGAMENTO SUBSTITUIDO (SITU-EST = S) JA SAIU DE CADPAG E
      * VOLTA AO ESPERADO PELA IMAGEM, PARA O ESTORNO NAO O TIRAR
      * DUAS VEZES
       SES-ESPEST.
                MOVE "N" TO W-FIMEST
                MOVE LOW-VALUES TO CHAVE-EST
                START CADEST KEY IS NOT LESS THAN CHAVE-EST
                   INVALID KEY
                      MOVE "S" TO W-FIMEST.
                PERFORM SES-ESPEST1 THRU SES-ESPEST1-FIM
                        UNTIL ACABOU-CADEST.
       SES-ESPEST-FIM.
                EXIT.
       SES-ESPEST1.
                READ CADEST NEXT RECORD
                   AT END
                      MOVE "S" TO W-FIMEST
                      GO TO SES-ESPEST1-FIM.
                IF ST-ERRX NOT = "00"
                   MOVE "S" TO W-FIMEST
                   GO TO SES-ESPEST1-FIM.
                IF DTEST NOT = W-HOJE
                   GO TO SES-ESPEST1-FIM.
                IF TIPO-EST = "P" AND DTPAG-EPG = W-HOJE
                                  AND OPER-EPG = OPER-CODIGO
                   ADD VALOR-EST TO W-VLEST
                   IF SITU-EST = "S"
                      ADD VALOR-EPG TO W-VLESP.
                IF TIPO-EST = "N" AND DTVEN-EVE = W-HOJE
                                  AND OPER-EVE = OPER-CODIGO
                   ADD VALOR-EST TO W-VLEST.
       SES-ESPEST1-FIM.
                EXIT.
      *
      **********************************
      * IMPRIME O FECHAMENTO DA SESSAO *
      * (CONTADO X ESPERADO)           *
                MOVE W-VLCONT TO S-VLCONT
                MOVE LIN-CONT TO REG-PRTSES
                WRITE REG-PRTSES
                IF W-VLEST NOT = ZEROS
                   MOVE W-VLEST TO S-VLEST
                   MOVE LIN-EST TO REG-PRTSES
                   WRITE REG-PRTSES.
                MOVE W-VLESP TO S-VLESP
                MOVE LIN-ESP TO REG-PRTSES
                WRITE REG-PRTSES
                   CLOSE CADPAG.
                IF W-TEMVEN = "S"
                   CLOSE CADVEN.
                IF W-TEMEST = "S"
                   CLOSE CADEST.
                IF W-TEMPAC = "S"
                   CLOSE CADPAC.
                IF W-TEMREL = "S"
                   CLOSE PRTSES.
                DISPLAY TELSES
