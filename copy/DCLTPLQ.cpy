      *================================================================*
      *    DCLGEN TABLE(DB2ADMIN.TABPRO_LIQUID)                        *
      *    LIQUIDACAO DE PRODUTOS DESCONTINUADOS: CADENCIA DE ATE 5    *
      *    PASSOS DE REMARCACAO POR PRODUTO, MANTIDA E APLICADA PELO   *
      *    AC220027. CADA PASSO E O DIA (CONTADO A PARTIR DO INICIO) E *
      *    O PERCENTUAL ACUMULADO DE DESCONTO SOBRE O PRECO ORIGINAL;  *
      *    NA DATA FIM O PRODUTO E ARQUIVADO EM TABPRO_EXCLUIDOS.      *
      *    PRODUTO COM LINHA ATIVA FICA FORA DOS RUNS PERCENTUAIS DO   *
      *    AC220002 E DAS PROMOCOES DO AC220014.                       *
      *    LIQ_DT_FIM......: DATA DO ARQUIVAMENTO (INICIO + DURACAO)   *
      *    LIQ_PASSO_ATUAL.: ULTIMO PASSO APLICADO (0 = NENHUM)        *
      *    LIQ_PRECO_ORIGINAL/LIQ_DT_ULT_PASSO: NULOS ATE O PRIMEIRO   *
      *                      PASSO; O ORIGINAL E O PRECO DA PRATELEIRA *
      *                      NA NOITE DO PRIMEIRO PASSO                *
      *    LIQ_STATUS......: A = ATIVA (CADASTRADA OU EM ANDAMENTO)    *
      *                      E = ENCERRADA (PRODUTO ARQUIVADO)         *
      *                      C = CANCELADA (PRECO FICA ONDE ESTAVA)    *
      *----------------------------------------------------------------*
      *    15/10/2026  RPS  CRIACAO DO MEMBRO                          *
      *================================================================*
           EXEC SQL DECLARE DB2ADMIN.TABPRO_LIQUID TABLE
           ( LIQ_COD_GRUPO               DECIMAL(1,0)    NOT NULL,
             LIQ_COD_CATEGORIA           DECIMAL(3,0)    NOT NULL,
             LIQ_COD_PRODUTO             DECIMAL(9,0)    NOT NULL,
             LIQ_DT_INICIO               DATE            NOT NULL,
             LIQ_DT_FIM                  DATE            NOT NULL,
             LIQ_QTD_PASSOS              DECIMAL(1,0)    NOT NULL,
             LIQ_DIA_PASSO1              DECIMAL(3,0)    NOT NULL,
             LIQ_PERC_PASSO1             DECIMAL(5,2)    NOT NULL,
             LIQ_DIA_PASSO2              DECIMAL(3,0)    NOT NULL,
             LIQ_PERC_PASSO2             DECIMAL(5,2)    NOT NULL,
             LIQ_DIA_PASSO3              DECIMAL(3,0)    NOT NULL,
             LIQ_PERC_PASSO3             DECIMAL(5,2)    NOT NULL,
             LIQ_DIA_PASSO4              DECIMAL(3,0)    NOT NULL,
             LIQ_PERC_PASSO4             DECIMAL(5,2)    NOT NULL,
             LIQ_DIA_PASSO5              DECIMAL(3,0)    NOT NULL,
             LIQ_PERC_PASSO5             DECIMAL(5,2)    NOT NULL,
             LIQ_PASSO_ATUAL             DECIMAL(1,0)    NOT NULL,
             LIQ_PRECO_ORIGINAL          DECIMAL(10,2),
             LIQ_DT_ULT_PASSO            DATE,
             LIQ_STATUS                  CHAR(1)         NOT NULL,
             LIQ_SOLICITANTE             CHAR(8)         NOT NULL
           ) END-EXEC.
       01  DCLTPLQ-REGISTRO.
           10 LIQ-COD-GRUPO             PIC S9(1)      USAGE COMP-3.
           10 LIQ-COD-CATEGORIA         PIC S9(3)      USAGE COMP-3.
           10 LIQ-COD-PRODUTO           PIC S9(9)      USAGE COMP-3.
           10 LIQ-DT-INICIO             PIC X(10).
           10 LIQ-DT-FIM                PIC X(10).
           10 LIQ-QTD-PASSOS            PIC S9(1)      USAGE COMP-3.
           10 LIQ-DIA-PASSO1            PIC S9(3)      USAGE COMP-3.
           10 LIQ-PERC-PASSO1           PIC S9(3)V9(2) USAGE COMP-3.
           10 LIQ-DIA-PASSO2            PIC S9(3)      USAGE COMP-3.
           10 LIQ-PERC-PASSO2           PIC S9(3)V9(2) USAGE COMP-3.
           10 LIQ-DIA-PASSO3            PIC S9(3)      USAGE COMP-3.
           10 LIQ-PERC-PASSO3           PIC S9(3)V9(2) USAGE COMP-3.
           10 LIQ-DIA-PASSO4            PIC S9(3)      USAGE COMP-3.
           10 LIQ-PERC-PASSO4           PIC S9(3)V9(2) USAGE COMP-3.
           10 LIQ-DIA-PASSO5            PIC S9(3)      USAGE COMP-3.
           10 LIQ-PERC-PASSO5           PIC S9(3)V9(2) USAGE COMP-3.
           10 LIQ-PASSO-ATUAL           PIC S9(1)      USAGE COMP-3.
           10 LIQ-PRECO-ORIGINAL        PIC S9(8)V9(2) USAGE COMP-3.
           10 LIQ-DT-ULT-PASSO          PIC X(10).
           10 LIQ-STATUS                PIC X(01).
           10 LIQ-SOLICITANTE           PIC X(08).
      *----------------------------------------------------------------*
      *    INDICADORES DE NULO PARA AS COLUNAS OPCIONAIS ACIMA         *
      *----------------------------------------------------------------*
       01  DCLTPLQ-INDICADORES.
           10 IND-LIQ-PRECO-ORIGINAL    PIC S9(4) USAGE COMP.
           10 IND-LIQ-DT-ULT-PASSO      PIC S9(4) USAGE COMP.
