      * OS TOTAIS DO MES FICAM CONGELADOS AQUI QUANDO O PETMES FECHA
      * O MES, DE FORMA QUE A VISAO ANUAL NAO PRECISE RELER UM ANO
      * DE CADVIS/CADVEN/CADPAG E UM MES FECHADO NAO MUDE SOZINHO
      * QTSRV/VLSRV-RES E QTPRO/VLPRO-RES SAO BRUTOS (SEM ESTORNOS)
      * VLFAT-RES: TOTAL FATURADO (SERVICOS + PRODUTOS) NO MES,
      *            LIQUIDO DOS ESTORNOS FEITOS NO MES (CADEST)
      * VLREC-RES: TOTAL EFETIVAMENTE RECEBIDO (CADPAG) NO MES,
      *            LIQUIDO DOS PAGAMENTOS ESTORNADOS NO MES
      * CUSPRO-RES: CUSTO DOS PRODUTOS VENDIDOS NO MES (CUSTO-VEN),
      *            BRUTO COMO VLPRO-RES
      * CUSEST-RES: CUSTO DAS VENDAS ESTORNADAS NO MES (CADEST)
      * SITU-RES:  F = FECHADO - OS PROGRAMAS DE LANCAMENTO RECUSAM
      *            DATAS DO MES; R = REABERTO PELO GERENTE (PETREA) -
      *            OS LANCAMENTOS SAO ACEITOS E REGISTRADOS EM CADAJU
      *            ATE O PETMES FECHAR O MES DE NOVO. BRANCO (RESUMO
      *            ANTIGO) VALE COMO FECHADO
      *----------------------------------------------------------------
       FD  CADRES
               LABEL RECORD IS STANDARD
                03 VLPRO-RES        PIC 9(07)V99.
                03 VLFAT-RES        PIC 9(08)V99.
                03 VLREC-RES        PIC 9(08)V99.
                03 SITU-RES         PIC X(01).
                03 CUSPRO-RES       PIC 9(07)V99.
                03 CUSEST-RES       PIC 9(07)V99.
