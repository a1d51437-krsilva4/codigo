      *                     EVENTO DE QUALQUER ORIGEM (M/I/R)          *
      *    02/09/2026  RPS  OCORRENCIA M (PISO DE MARGEM) NO LAYOUT    *
      *                     DO ARQREJ, ALINHADO AO AC220002            *
      *    15/10/2026  RPS  EVENTOS N/X/G DA MANUTENCAO DE FAIXA E     *
      *                     RECLASSIFICACAO (AC220023) IGNORADOS; PRECO*
      *                     PRE-EXECUCAO FORA DA FAIXA ATUAL REJEITADO *
      *                     COM OCORRENCIA F                           *
      *    15/10/2026  RPS  TRILHA DE AUDITORIA: CADA EVENTO GRAVADO   *
      *                     EM TABPRO_HIST LEVA O PROGRAMA E O USUARIO *
      *                     DO JOB (REGISTRO USER DO DB2)              *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
                   ELSE
                       PERFORM 2300-REINSERIR-PRODUTO THRU 2300-99-FIM
                   END-IF
      *        DEMAIS ACOES (INCLUSIVE N/X/G, MANUTENCAO DE FAIXA E DE
      *        GRUPO/CATEGORIA, QUE NAO MUDAM O PRECO DE VENDA) NAO SAO
      *        DESFEITAS AQUI
               WHEN OTHER
                   ADD 1 TO WRK-ACU-IGNORADOS
           END-EVALUATE
           MOVE HIST-COD-PRODUTO       TO TABPRO-COD-PRODUTO
      *
           EXEC SQL
               SELECT TABPRO_PRECO,
                      TABPRO_PRECO_MIN,
                      TABPRO_PRECO_MAX
                 INTO :TABPRO-PRECO,
                      :TABPRO-PRECO-MIN,
                      :TABPRO-PRECO-MAX
                 FROM DB2ADMIN.TABPRO
                WHERE TABPRO_COD_GRUPO     = :TABPRO-COD-GRUPO
                  AND TABPRO_COD_CATEGORIA = :TABPRO-COD-CATEGORIA
               PERFORM 2700-GRAVAR-REJEITO THRU 2700-99-FIM
               GO TO 2200-99-FIM
           END-IF
      *
      *    A FAIXA PODE TER SIDO ALTERADA DEPOIS DA EXECUCAO (AC220023);
      *    O PRECO PRE-EXECUCAO FORA DA FAIXA ATUAL NAO E REAPLICADO
           IF WRK-PRECO-PRE-RUN LESS TABPRO-PRECO-MIN OR
              WRK-PRECO-PRE-RUN GREATER TABPRO-PRECO-MAX
               MOVE 'F'                TO REJ-TIPO-OCORRENCIA
               MOVE 'PRECO PRE-EXECUCAO FORA DA FAIXA ATUAL'
                 TO REJ-DESCRICAO
               PERFORM 2700-GRAVAR-REJEITO THRU 2700-99-FIM
               GO TO 2200-99-FIM
           END-IF
      *
           MOVE TABPRO-PRECO           TO WRK-PRECO-VIGENTE
           MOVE WRK-PRECO-PRE-RUN      TO TABPRO-PRECO
               INSERT INTO DB2ADMIN.TABPRO_HIST
                   ( HIST_COD_GRUPO, HIST_COD_CATEGORIA,
                     HIST_COD_PRODUTO, HIST_DT_HORA, HIST_ACAO,
                     HIST_PRECO_ANT, HIST_PRECO_NOVO,
                     HIST_ID_EXECUCAO, HIST_PROGRAMA, HIST_USUARIO )
               VALUES
                   ( :HIST-COD-GRUPO, :HIST-COD-CATEGORIA,
                     :HIST-COD-PRODUTO, CURRENT TIMESTAMP, :HIST-ACAO,
                     :HIST-PRECO-ANT, :HIST-PRECO-NOVO,
                     NULL, 'AC220004', USER )
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
