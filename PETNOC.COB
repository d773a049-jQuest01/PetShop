      **************************************************
      * DRIVER DA CADEIA NOTURNA DESASSISTIDA           *
      * RODA EM SEQUENCIA PETBKP, PETPRG, PETEXP,       *
      * PETVAL, PETIRF (INTEGRIDADE ENTRE ARQUIVOS),    *
      * PETINT (EXTRACAO DO INTERCAMBIO ENTRE           *
      * LOJAS), PETPTX (EXPIRACAO DOS PONTOS DE         *
      * FIDELIDADE) E PETDIA (DIARIO CONTABIL), COM AS  *
      * RESPOSTAS VINDAS DO ARQUIVO DE PARAMETROS       *
      * PETNOC.PRM (DATA DE CORTE DO EXPURGO)           *
      * E SEM NENHUMA PERGUNTA NO TERMINAL. CADA PASSO  *
      * GRAVA UM REGISTRO DE CONTROLE EM CADCTL COM     *
      * HORA DE INICIO/FIM E SITUACAO; UM PASSO SO RODA *
      * SE O ANTERIOR DO MESMO DIA TERMINOU LIMPO (EM   *
      * PARTICULAR, O PETPRG NAO RODA SEM O PETBKP      *
      * CONCLUIDO). RETORNO 4 (PETIRF COM OCORRENCIAS)  *
      * CONCLUI O PASSO E A CADEIA SEGUE; O CODIGO FICA *
      * EM CADCTL. SE A CADEIA CAIR NO MEIO, A RODADA   *
      * DA MANHA PULA OS PASSOS JA CONCLUIDOS E RETOMA  *
      * NO PASSO QUE FALHOU, SEM REFAZER A DESCARGA -   *
      * MESMO QUE A RETOMADA SEJA NO DIA SEGUINTE: A    *
       77 W-FIMCTL     PIC X(01) VALUE "N".
           88 ACABOU-CADCTL       VALUE "S".
       77 W-PASSO      PIC 9(02) VALUE ZEROS.
       77 W-QTPASSOS   PIC 9(02) VALUE 8.
       77 W-ULTSITU    PIC X(01) VALUE SPACES.
       77 W-ULTPROG    PIC X(08) VALUE SPACES.
       77 W-ULTPASSO   PIC 9(02) VALUE ZEROS.
       77 W-PROG       PIC X(08) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
      *
           03 FILLER    PIC X(08) VALUE "PETPRG".
           03 FILLER    PIC X(08) VALUE "PETEXP".
           03 FILLER    PIC X(08) VALUE "PETVAL".
           03 FILLER    PIC X(08) VALUE "PETIRF".
           03 FILLER    PIC X(08) VALUE "PETINT".
           03 FILLER    PIC X(08) VALUE "PETPTX".
           03 FILLER    PIC X(08) VALUE "PETDIA".
       01 TAB-PASSOS-R REDEFINES TAB-PASSOS.
           03 TABPROG   PIC X(08) OCCURS 8 TIMES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       NOC-OP0.
           DISPLAY "*** CADEIA NOTURNA - PETBKP/PETPRG/PETEXP/"
                   "PETVAL/PETIRF/PETINT/PETPTX/PETDIA ***".
      *
      **********************************
      * SEM O ARQUIVO DE PARAMETROS A  *
      **********************************
      * DATA DA RODADA: SE A ULTIMA    *
      * RODADA EM CADCTL NAO FECHOU    *
      * LIMPA (O ULTIMO REGISTRO DELA  *
      * NAO E O ULTIMO PASSO COM F), A *
      * CADEIA RETOMA SOB A DATA DELA  *
      * - UMA QUEDA AS 23H NAO FAZ A   *
      * MANHA SEGUINTE REFAZER A       *
                   UNTIL ACABOU-CADCTL.
           IF W-ULTDATA = ZEROS
               GO TO NOC-002.
      *
      * O ULTIMO PASSO CONCLUIDO ENCERRA A RODADA SE FOR O ULTIMO DA
      * TABELA OU SE O PROGRAMA DELE NAO FOR O DESTE NUMERO DE PASSO
      * NA TABELA ATUAL - RODADA FEITA COM OUTRA SEQUENCIA DE PASSOS
      * (COMO A ANTIGA, QUE TERMINAVA NO PASSO 5 = PETINT), QUE NAO
      * DEVE SER RETOMADA COM A SEQUENCIA NOVA
           IF W-ULTSITU NOT = "F"
               GO TO NOC-RETOMA2.
           IF W-ULTPASSO NOT < W-QTPASSOS OR W-ULTPASSO = ZEROS
               GO TO NOC-002.
           IF W-ULTPROG NOT = TABPROG (W-ULTPASSO)
               GO TO NOC-002.
       NOC-RETOMA2.
           MOVE W-ULTDATA TO W-HOJE
           DISPLAY "RODADA DE " W-HOJE " NAO CONCLUIDA - RETOMANDO".
      *
       NOC-002.
           PERFORM NOC-PASSO THRU NOC-PASSO-FIM
                   VARYING W-PASSO FROM 1 BY 1
                   UNTIL W-PASSO > W-QTPASSOS.
           DISPLAY "*** CADEIA NOTURNA CONCLUIDA ***"
           GO TO ROT-FIM.
      *
      **********************************
      * VARRE CADCTL E GUARDA A DATA   *
      * DA ULTIMA RODADA REGISTRADA,   *
      * COM O NUMERO, O PROGRAMA E A   *
      * SITUACAO DO ULTIMO PASSO DELA  *
      **********************************
       NOC-RETOMA1.
           READ CADCTL NEXT RECORD
           IF ST-ERRC NOT = "00"
               MOVE "S" TO W-FIMCTL
               GO TO NOC-RETOMA1-FIM.
           MOVE DTRUN-CTL TO W-ULTDATA
           MOVE SITU-CTL  TO W-ULTSITU
           MOVE PROG-CTL  TO W-ULTPROG
           MOVE PASSO-CTL TO W-ULTPASSO.
       NOC-RETOMA1-FIM.
           EXIT.
      *
           MOVE W-HOJE  TO DTRUN-CTL
           MOVE W-PASSO TO PASSO-CTL
           READ CADCTL
           IF ST-ERRC = "00" AND SITU-CTL = "F" AND PROG-CTL = W-PROG
               DISPLAY "PASSO " W-PASSO " (" W-PROG ") JA CONCLUIDO "
                       "HOJE - PULADO"
               GO TO NOC-PASSO-FIM.
               PERFORM NOC-GRAVA THRU NOC-GRAVA-FIM
               DISPLAY "PASSO " W-PASSO " (" W-PROG ") CONCLUIDO"
               GO TO NOC-PASSO-FIM.
      *
      * RETORNO 4 E AVISO (OCORRENCIAS LISTADAS PELO PASSO): O PASSO
      * FICA CONCLUIDO COM O CODIGO GRAVADO E A CADEIA CONTINUA
           IF RETURN-CODE = 4
               MOVE "F" TO SITU-CTL
               PERFORM NOC-GRAVA THRU NOC-GRAVA-FIM
               DISPLAY "PASSO " W-PASSO " (" W-PROG ") CONCLUIDO "
                       "COM OCORRENCIAS - VER A LISTAGEM"
               MOVE ZEROS TO RETURN-CODE
               GO TO NOC-PASSO-FIM.
           MOVE "E" TO SITU-CTL
           PERFORM NOC-GRAVA THRU NOC-GRAVA-FIM
           DISPLAY "PASSO " W-PASSO " (" W-PROG ") TERMINOU COM ERRO"
               CALL "PETVAL"
               GO TO NOC-CHAMA-FIM.
           IF W-PASSO = 5
               CALL "PETIRF"
               GO TO NOC-CHAMA-FIM.
           IF W-PASSO = 6
               CALL "PETINT"
               GO TO NOC-CHAMA-FIM.
           IF W-PASSO = 7
               CALL "PETPTX"
               GO TO NOC-CHAMA-FIM.
           IF W-PASSO = 8
               CALL "PETDIA".
       NOC-CHAMA-FIM.
           EXIT.
      *
