      *                     SOBRESCREVER AS HOST VARS DO CURSOR, QUE   *
      *                     AINDA CARREGAM A LINHA ATUAL PENDENTE DO   *
      *                     CASAMENTO                                  *
      *    15/10/2026  RPS  EVENTO G DE RECLASSIFICACAO (AC220023)     *
      *                     EXPLICA O PRODUTO QUE SUMIU DA CHAVE       *
      *                     ANTIGA DA FOTOGRAFIA                       *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       2150-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PRODUTO DA GERACAO ANTERIOR QUE SAIU DA POSICAO SEM EVENTO
      * (UMA EXCLUSAO LEGITIMA TERIA O EVENTO D DO AC220002 E UMA
      * RECLASSIFICACAO O EVENTO G DO AC220023 NA CHAVE NOVA)
      *-----------------------------------------------------------------
       2180-PRODUTO-SUMIDO             SECTION.
      *    A CHAVE VEM DIRETO DA FOTOGRAFIA ANTERIOR; AS HOST VARS DO
      *-----------------------------------------------------------------
      * CONTAGEM DE EVENTOS DO PRODUTO DESDE A FOTOGRAFIA ANTERIOR;
      * A CHAVE CHEGA EM HIST-COD-* JA CARREGADA PELO CHAMADOR (A
      * LINHA ATUAL NO COMPARAR/SURGIDO, A FOTOGRAFIA NO SUMIDO).
      * O EVENTO G CONTA TAMBEM PELA CHAVE DE ORIGEM, POIS A
      * RECLASSIFICACAO LEVA O HISTORICO INTEIRO PARA A CHAVE NOVA
      *-----------------------------------------------------------------
       2500-CONTAR-EVENTOS             SECTION.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-EVENTOS
                 FROM DB2ADMIN.TABPRO_HIST
                WHERE HIST_COD_PRODUTO   = :HIST-COD-PRODUTO
                  AND HIST_DT_HORA      >= :WRK-TS-ANTERIOR
                  AND ((HIST_COD_GRUPO     = :HIST-COD-GRUPO AND
                        HIST_COD_CATEGORIA = :HIST-COD-CATEGORIA)
                   OR  (HIST_ACAO           = 'G' AND
                        HIST_COD_GRUPO_ORIG = :HIST-COD-GRUPO AND
                        HIST_COD_CATEG_ORIG = :HIST-COD-CATEGORIA))
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
