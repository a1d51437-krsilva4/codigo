      *    HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *    22/08/2026  RPS  CRIACAO DO PROGRAMA                        *
      *    15/10/2026  RPS  TRILHA DE AUDITORIA: CADA EVENTO GRAVADO   *
      *                     EM TABPRO_HIST LEVA O PROGRAMA E O USUARIO *
      *                     DO JOB (REGISTRO USER DO DB2)              *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
               INSERT INTO DB2ADMIN.TABPRO_HIST
                   ( HIST_COD_GRUPO, HIST_COD_CATEGORIA,
                     HIST_COD_PRODUTO, HIST_DT_HORA, HIST_ACAO,
                     HIST_PRECO_ANT, HIST_PRECO_NOVO,
                     HIST_ID_EXECUCAO, HIST_PROGRAMA, HIST_USUARIO )
               VALUES
                   ( :HIST-COD-GRUPO, :HIST-COD-CATEGORIA,
                     :HIST-COD-PRODUTO, CURRENT TIMESTAMP, :HIST-ACAO,
                     :HIST-PRECO-ANT, :HIST-PRECO-NOVO,
                     NULL, 'AC220008', USER )
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
