      *    HISTORICO DE ALTERACOES/EXCLUSOES DE PRECO DA TABELA TABPRO *
      *----------------------------------------------------------------*
      *    15/03/2024  RPS  CRIACAO DO MEMBRO                          *
      *    15/10/2026  RPS  INCLUIDOS HIST_COD_GRUPO_ORIG E            *
      *                     HIST_COD_CATEG_ORIG (CHAVE DE ORIGEM DO    *
      *                     EVENTO G DE RECLASSIFICACAO DO AC220023)   *
      *    15/10/2026  RPS  TRILHA DE AUDITORIA: HIST_ID_EXECUCAO (ID  *
      *                     DA TABPRO_EXEC, SO NO AC220002),           *
      *                     HIST_PROGRAMA E HIST_USUARIO (USUARIO DO   *
      *                     JOB NO LOTE, OPERADOR CICS NO AC2A); NULAS *
      *                     NOS EVENTOS ANTERIORES A TRILHA            *
      *    15/10/2026  RPS  EVENTO L (PASSO DE REMARCACAO DA           *
      *                     LIQUIDACAO DO AC220027)                    *
      *----------------------------------------------------------------*
      *    HIST_ACAO: I = CARGA (AC220008)                             *
      *               A = ALTERACAO IMEDIATA (AC220002/AC220017)       *
      *               E = EFETIVACAO DE VIGENCIA (AC220002/AC220017)   *
      *               D = EXCLUSAO (AC220002/ARQUIVAMENTO AC220027)    *
      *               R = REVERSAO (AC220004)                          *
      *               M = CORRECAO ONLINE (AC220011 - AC2A)            *
      *               P/F = INICIO/FIM DE PROMOCAO (AC220014)          *
      *               N = ALTERACAO DO PRECO MINIMO (AC220023)         *
      *               X = ALTERACAO DO PRECO MAXIMO (AC220023)         *
      *               G = RECLASSIFICACAO DE GRUPO/CATEGORIA (AC220023)*
      *               L = PASSO DE LIQUIDACAO (AC220027)               *
      *    NOS EVENTOS N/X OS CAMPOS DE PRECO TRAZEM O LIMITE ANTERIOR *
      *    E O NOVO, NAO O PRECO DE VENDA; NO EVENTO G OS DOIS TRAZEM  *
      *    O PRECO DE VENDA (INALTERADO) E A CHAVE ANTIGA VAI NAS      *
      *    COLUNAS _ORIG, NULAS NOS DEMAIS EVENTOS                     *
      *================================================================*
           EXEC SQL DECLARE DB2ADMIN.TABPRO_HIST TABLE
           ( HIST_COD_GRUPO              DECIMAL(1,0)    NOT NULL,
             HIST_DT_HORA                TIMESTAMP       NOT NULL,
             HIST_ACAO                   CHAR(1)         NOT NULL,
             HIST_PRECO_ANT              DECIMAL(10,2)   NOT NULL,
             HIST_PRECO_NOVO             DECIMAL(10,2)   NOT NULL,
             HIST_COD_GRUPO_ORIG         DECIMAL(1,0),
             HIST_COD_CATEG_ORIG         DECIMAL(3,0),
             HIST_ID_EXECUCAO            CHAR(14),
             HIST_PROGRAMA               CHAR(8),
             HIST_USUARIO                CHAR(8)
           ) END-EXEC.
       01  DCLTPHI-REGISTRO.
           10 HIST-COD-GRUPO            PIC S9(1)      USAGE COMP-3.
           10 HIST-ACAO                 PIC X(01).
           10 HIST-PRECO-ANT            PIC S9(8)V9(2) USAGE COMP-3.
           10 HIST-PRECO-NOVO           PIC S9(8)V9(2) USAGE COMP-3.
           10 HIST-COD-GRUPO-ORIG       PIC S9(1)      USAGE COMP-3.
           10 HIST-COD-CATEG-ORIG       PIC S9(3)      USAGE COMP-3.
           10 HIST-ID-EXECUCAO          PIC X(14).
           10 HIST-PROGRAMA             PIC X(08).
           10 HIST-USUARIO              PIC X(08).
      *----------------------------------------------------------------*
      *    INDICADORES DE NULO PARA AS COLUNAS OPCIONAIS ACIMA         *
      *----------------------------------------------------------------*
       01  DCLTPHI-INDICADORES.
           10 IND-HIST-COD-GRUPO-ORIG   PIC S9(4) USAGE COMP.
           10 IND-HIST-COD-CATEG-ORIG   PIC S9(4) USAGE COMP.
           10 IND-HIST-ID-EXECUCAO      PIC S9(4) USAGE COMP.
           10 IND-HIST-PROGRAMA         PIC S9(4) USAGE COMP.
           10 IND-HIST-USUARIO          PIC S9(4) USAGE COMP.
