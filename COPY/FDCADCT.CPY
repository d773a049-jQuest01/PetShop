      * CONCLUIDOS DO MESMO DIA, RETOMANDO NO PASSO QUE FALHOU
      * SITU-CTL: I = INICIADO, F = CONCLUIDO LIMPO, E = ERRO
      * RET-CTL : CODIGO DE RETORNO DO PASSO (ZEROS = LIMPO,
      *           4 = CONCLUIDO COM OCORRENCIAS NA LISTAGEM - A
      *           CONFERENCIA DE INTEGRIDADE PETIRF ACHOU ERROS,
      *           8 = TERMINOU COM ERRO DE ARQUIVO/PROCESSAMENTO)
      *----------------------------------------------------------------
       FD  CADCTL
