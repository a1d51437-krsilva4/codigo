      *    22/08/2026  RPS  MONTAGEM DOS FILTROS ANTES DO CLOSE DO     *
      *                     ARQPRM (AREA DO REGISTRO INDEFINIDA        *
      *                     DEPOIS DO CLOSE)                           *
      *    15/10/2026  RPS  EVENTOS N/X DE FAIXA (AC220023) FORA DA    *
      *                     TRAJETORIA DE PRECO                        *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
                      BETWEEN :WRK-CATEGORIA-INI AND :WRK-CATEGORIA-FIM
                  AND HIST_COD_PRODUTO
                      BETWEEN :WRK-PRODUTO-INI AND :WRK-PRODUTO-FIM
                  AND HIST_ACAO NOT IN ('N', 'X')
                ORDER BY HIST_COD_GRUPO, HIST_COD_CATEGORIA,
                         HIST_COD_PRODUTO, HIST_DT_HORA
            END-EXEC.
