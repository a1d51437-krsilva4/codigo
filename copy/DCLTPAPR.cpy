      *                VIGENTE SEM PASSAR PELO APROVADOR)              *
      *            R = REJEITADA PELO APROVADOR                        *
      *            U = UTILIZADA POR UMA EXECUCAO EFETIVA              *
      *            V = RETIDA PELA VALIDACAO DAS REGRAS DE             *
      *                RELACIONAMENTO DE PRECO (AC220029): A SIMULACAO *
      *                VIOLOU ALGUMA REGRA; NAO PODE SER APROVADA      *
      *----------------------------------------------------------------*
      *    02/09/2026  RPS  CRIACAO DO MEMBRO                          *
      *    03/09/2026  RPS  INCLUIDO O STATUS D (DISPENSADA)           *
      *    15/10/2026  RPS  INCLUIDOS APROV_SOLICITANTE (USUARIO DO    *
      *                     JOB DA SIMULACAO QUE GEROU O PEDIDO) E     *
      *                     APROV_ID_EXEC_USO (EXECUCAO EFETIVA QUE    *
      *                     UTILIZOU O PEDIDO - STATUS U)              *
      *    15/10/2026  RPS  INCLUIDO O STATUS V (RETIDA PELA VALIDACAO *
      *                     DE RELACIONAMENTO DE PRECO)                *
      *================================================================*
           EXEC SQL DECLARE DB2ADMIN.TABPRO_APROV TABLE
           ( APROV_ID_EXECUCAO           CHAR(14)        NOT NULL,
             APROV_VLR_IMPACTO           DECIMAL(12,2)   NOT NULL,
             APROV_STATUS                CHAR(1)         NOT NULL,
             APROV_APROVADOR             CHAR(8),
             APROV_DT_VALIDADE           DATE,
             APROV_SOLICITANTE           CHAR(8),
             APROV_ID_EXEC_USO           CHAR(14)
           ) END-EXEC.
       01  DCLTPAPR-REGISTRO.
           10 APROV-ID-EXECUCAO         PIC X(14).
           10 APROV-STATUS              PIC X(01).
           10 APROV-APROVADOR           PIC X(08).
           10 APROV-DT-VALIDADE         PIC X(10).
           10 APROV-SOLICITANTE         PIC X(08).
           10 APROV-ID-EXEC-USO         PIC X(14).
      *----------------------------------------------------------------*
      *    INDICADORES DE NULO PARA AS COLUNAS OPCIONAIS ACIMA         *
      *----------------------------------------------------------------*
       01  DCLTPAPR-INDICADORES.
           10 IND-APROV-APROVADOR       PIC S9(4) USAGE COMP.
           10 IND-APROV-DT-VALIDADE     PIC S9(4) USAGE COMP.
           10 IND-APROV-SOLICITANTE     PIC S9(4) USAGE COMP.
           10 IND-APROV-ID-EXEC-USO     PIC S9(4) USAGE COMP.
