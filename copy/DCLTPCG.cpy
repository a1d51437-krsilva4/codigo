      *================================================================*
      *    DCLGEN TABLE(DB2ADMIN.TABPRO_CONGEL)                        *
      *    CALENDARIO DE CONGELAMENTO DE PRECOS: PERIODOS EM QUE O     *
      *    PRECO NAO PODE MUDAR (SEMANA DE BLACK FRIDAY, INVENTARIO DE *
      *    FIM DE MES, CONGELAMENTO REGULATORIO) POR GRUPO E,          *
      *    OPCIONALMENTE, POR CATEGORIA. CATEGORIA 000 VALE PARA O     *
      *    GRUPO INTEIRO. MANTIDA PELO AC220026 E CONSULTADA POR TODO  *
      *    PROGRAMA QUE MUDA PRECO (AC220002, AC220007, AC220014,      *
      *    AC220017 E A TRANSACAO AC2A).                               *
      *    CONG_IND_TIPO: B = BLOQUEIO (NENHUMA ALTERACAO DE PRECO)    *
      *                   A = APROVACAO OBRIGATORIA: BLOQUEIA ATE SER  *
      *                       LIBERADO NO AC220026 POR UM APROVADOR    *
      *                       DIFERENTE DO SOLICITANTE                 *
      *    CONG_APROVADOR/CONG_DT_APROVACAO: SO NO TIPO A, PREENCHIDOS *
      *                   NA LIBERACAO (NULOS = APROVACAO PENDENTE)    *
      *----------------------------------------------------------------*
      *    15/10/2026  RPS  CRIACAO DO MEMBRO                          *
      *================================================================*
           EXEC SQL DECLARE DB2ADMIN.TABPRO_CONGEL TABLE
           ( CONG_COD_GRUPO              DECIMAL(1,0)    NOT NULL,
             CONG_COD_CATEGORIA          DECIMAL(3,0)    NOT NULL,
             CONG_DT_INICIO              DATE            NOT NULL,
             CONG_DT_FIM                 DATE            NOT NULL,
             CONG_IND_TIPO               CHAR(1)         NOT NULL,
             CONG_DESCRICAO              CHAR(30)        NOT NULL,
             CONG_SOLICITANTE            CHAR(8)         NOT NULL,
             CONG_APROVADOR              CHAR(8),
             CONG_DT_APROVACAO           DATE
           ) END-EXEC.
       01  DCLTPCG-REGISTRO.
           10 CONG-COD-GRUPO            PIC S9(1)      USAGE COMP-3.
           10 CONG-COD-CATEGORIA        PIC S9(3)      USAGE COMP-3.
           10 CONG-DT-INICIO            PIC X(10).
           10 CONG-DT-FIM               PIC X(10).
           10 CONG-IND-TIPO             PIC X(01).
           10 CONG-DESCRICAO            PIC X(30).
           10 CONG-SOLICITANTE          PIC X(08).
           10 CONG-APROVADOR            PIC X(08).
           10 CONG-DT-APROVACAO         PIC X(10).
      *----------------------------------------------------------------*
      *    INDICADORES DE NULO PARA AS COLUNAS OPCIONAIS ACIMA         *
      *----------------------------------------------------------------*
       01  DCLTPCG-INDICADORES.
           10 IND-CONG-APROVADOR        PIC S9(4) USAGE COMP.
           10 IND-CONG-DT-APROVACAO     PIC S9(4) USAGE COMP.
