      *                        DO EVENTO NAO-D MAIS RECENTE DO         *
      *                        HISTORICO;                              *
      *                    (3) PRECO PROGRAMADO COM DATA DE VIGENCIA   *
      *                        JA VENCIDA (EFETIVACAO NAO RODOU);      *
      *                    (4) HISTORICO CUJA CHAVE NAO EXISTE EM      *
      *                        TABPRO NEM EM TABPRO_EXCLUIDOS (CHAVE   *
      *                        MUDADA FORA DO AC220023).               *
      *----------------------------------------------------------------*
      *    ARQUIVOS         I/O LRECL  DESCRICAO                       *
      *    TABELA TABPRO    IN   071    DB2ADMIN.TABPRO                *
      *    RELREC           OUT  132    RELATORIO DE DISCREPANCIAS     *
      *----------------------------------------------------------------*
      *    RETURN-CODE.....: 0 = SEM DISCREPANCIAS                     *
      *                      4 = SO ALERTAS (CHECAGENS 3/4)            *
      *                      8 = DISCREPANCIAS GRAVES (CHECAGENS 1/2)  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *    22/08/2026  RPS  CRIACAO DO PROGRAMA                        *
      *    15/10/2026  RPS  CHECAGEM 2 DESCONSIDERA OS EVENTOS N/X DE  *
      *                     FAIXA (PRECO NOVO = LIMITE, NAO PRECO DE   *
      *                     VENDA); NOVA CHECAGEM 4 DE HISTORICO SEM   *
      *                     PRODUTO APOS RECLASSIFICACAO               *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           03 WRK-ACU-CHECAGEM1        PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-CHECAGEM2        PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-CHECAGEM3        PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-CHECAGEM4        PIC 9(07)       VALUE ZEROS.
      *---------VARIAVEIS PARA MASCARAS DE CONTADORES------------------*
       01 WRK-VARIAVEIS-PARA-MASCARA.
           03 WRK-MASC-CHECAGEM1       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-CHECAGEM2       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-CHECAGEM3       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-CHECAGEM4       PIC ZZZ.ZZZ.ZZ9.
       01 WRK-SWITCHES-01.
           03 WRK-SW-FIM-CURSOR        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-CURSOR                       VALUE 'S'.
               'VIGENCIAS VENCIDAS........: '.
           03 TOT-CHECAGEM3                 PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELREC-TOT4.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'HISTORICOS SEM PRODUTO....: '.
           03 TOT-CHECAGEM4                 PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELREC-RES.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 RES-TEXTO                     PIC X(60).
            END-EXEC.
      *----------------------------------------------------------------*
      * CHECAGEM 2: PRECO ATUAL DIFERENTE DO PRECO NOVO DO EVENTO      *
      * NAO-D MAIS RECENTE DO HISTORICO DO PRODUTO. OS EVENTOS N/X DE  *
      * FAIXA GUARDAM O LIMITE, NAO O PRECO, E TAMBEM FICAM DE FORA    *
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR02-HISTORICO CURSOR FOR
                SELECT T.TABPRO_COD_GRUPO,
                WHERE H.HIST_COD_GRUPO     = T.TABPRO_COD_GRUPO
                  AND H.HIST_COD_CATEGORIA = T.TABPRO_COD_CATEGORIA
                  AND H.HIST_COD_PRODUTO   = T.TABPRO_COD_PRODUTO
                  AND H.HIST_ACAO NOT IN ('D', 'N', 'X')
                  AND H.HIST_DT_HORA =
                      ( SELECT MAX(H2.HIST_DT_HORA)
                        FROM DB2ADMIN.TABPRO_HIST H2
                              T.TABPRO_COD_CATEGORIA
                          AND H2.HIST_COD_PRODUTO =
                              T.TABPRO_COD_PRODUTO
                          AND H2.HIST_ACAO NOT IN ('D', 'N', 'X') )
                  AND T.TABPRO_PRECO <> H.HIST_PRECO_NOVO
                ORDER BY T.TABPRO_COD_GRUPO, T.TABPRO_COD_CATEGORIA,
                         T.TABPRO_COD_PRODUTO
                ORDER BY TABPRO_COD_GRUPO, TABPRO_COD_CATEGORIA,
                         TABPRO_COD_PRODUTO
            END-EXEC.
      *----------------------------------------------------------------*
      * CHECAGEM 4: HISTORICO CUJA CHAVE NAO EXISTE EM TABPRO NEM EM   *
      * TABPRO_EXCLUIDOS - A RECLASSIFICACAO DO AC220023 LEVA O        *
      * HISTORICO JUNTO; UMA CHAVE ALTERADA DIRETO NA TABELA NAO LEVA  *
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR04-ORFAOS CURSOR FOR
                SELECT DISTINCT H.HIST_COD_GRUPO,
                       H.HIST_COD_CATEGORIA,
                       H.HIST_COD_PRODUTO
                FROM DB2ADMIN.TABPRO_HIST H
                WHERE NOT EXISTS
                      ( SELECT 1
                        FROM DB2ADMIN.TABPRO T
                        WHERE T.TABPRO_COD_GRUPO = H.HIST_COD_GRUPO
                          AND T.TABPRO_COD_CATEGORIA =
                              H.HIST_COD_CATEGORIA
                          AND T.TABPRO_COD_PRODUTO =
                              H.HIST_COD_PRODUTO )
                  AND NOT EXISTS
                      ( SELECT 1
                        FROM DB2ADMIN.TABPRO_EXCLUIDOS E
                        WHERE E.EXCL_COD_GRUPO = H.HIST_COD_GRUPO
                          AND E.EXCL_COD_CATEGORIA =
                              H.HIST_COD_CATEGORIA
                          AND E.EXCL_COD_PRODUTO =
                              H.HIST_COD_PRODUTO )
                ORDER BY H.HIST_COD_GRUPO, H.HIST_COD_CATEGORIA,
                         H.HIST_COD_PRODUTO
            END-EXEC.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *
           PERFORM 2100-CHECAGEM-DUPLICADOS THRU 2100-99-FIM
           PERFORM 2200-CHECAGEM-HISTORICO  THRU 2200-99-FIM
           PERFORM 2300-CHECAGEM-VENCIDOS   THRU 2300-99-FIM
           PERFORM 2400-CHECAGEM-ORFAOS     THRU 2400-99-FIM
      *
           PERFORM 3000-TERMINAR       THRU 3000-99-FIM
           PERFORM 3300-FINALIZAR      THRU 3300-99-FIM.
      *
       2320-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CHECAGEM 4: HISTORICO SEM PRODUTO EM TABPRO/TABPRO_EXCLUIDOS
      *-----------------------------------------------------------------
       2400-CHECAGEM-ORFAOS            SECTION.
           MOVE 'ALERTA'               TO SEC-SEVERIDADE
           MOVE 'HISTORICO SEM PRODUTO EM TABPRO/TABPRO_EXCLUIDOS'
             TO SEC-TITULO
           PERFORM 2800-IMPRIMIR-SECAO THRU 2800-99-FIM
      *
           EXEC SQL
               OPEN CSR04-ORFAOS
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA DO CURSOR 4 ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           MOVE 'N' TO WRK-SW-FIM-CURSOR
           PERFORM 2410-LER-ORFAOS THRU 2410-99-FIM
           PERFORM 2420-TRATAR-ORFAOS THRU 2420-99-FIM
               UNTIL WRK-FIM-CURSOR
      *
           EXEC SQL
               CLOSE CSR04-ORFAOS
           END-EXEC.
      *
       2400-99-FIM.                    EXIT.
      *
       2410-LER-ORFAOS                 SECTION.
           EXEC SQL
                FETCH  CSR04-ORFAOS
                INTO  :HIST-COD-GRUPO
                ,     :HIST-COD-CATEGORIA
                ,     :HIST-COD-PRODUTO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS AND
              SQLCODE NOT EQUAL 100
              DISPLAY 'ERRO DE LEITURA 'SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           IF SQLCODE EQUAL 100
              MOVE 'S'                 TO WRK-SW-FIM-CURSOR
           END-IF.
      *
       2410-99-FIM.                    EXIT.
      *
       2420-TRATAR-ORFAOS              SECTION.
           ADD 1                       TO WRK-ACU-CHECAGEM4
           MOVE HIST-COD-GRUPO         TO DET-GRUPO
           MOVE HIST-COD-CATEGORIA     TO DET-CATEGORIA
           MOVE HIST-COD-PRODUTO       TO DET-PRODUTO
           MOVE 'CHAVE ALTERADA SEM LEVAR O HISTORICO (USAR AC220023)'
             TO DET-COMPLEMENTO
           PERFORM 2840-ESCREVER-LINHA-RELREC THRU 2840-99-FIM
      *
           PERFORM 2410-LER-ORFAOS THRU 2410-99-FIM.
      *
       2420-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * IMPRESSAO DO CABECALHO DE SECAO DE CHECAGEM
      *-----------------------------------------------------------------
       2800-IMPRIMIR-SECAO             SECTION.
           MOVE WRK-ACU-CHECAGEM1      TO WRK-MASC-CHECAGEM1
           MOVE WRK-ACU-CHECAGEM2      TO WRK-MASC-CHECAGEM2
           MOVE WRK-ACU-CHECAGEM3      TO WRK-MASC-CHECAGEM3
           MOVE WRK-ACU-CHECAGEM4      TO WRK-MASC-CHECAGEM4
      *
           DISPLAY 'PRESENTES NAS DUAS TABELAS: 'WRK-MASC-CHECAGEM1
           DISPLAY 'PRECOS FORA DO HISTORICO..: 'WRK-MASC-CHECAGEM2
           DISPLAY 'VIGENCIAS VENCIDAS........: 'WRK-MASC-CHECAGEM3
           DISPLAY 'HISTORICOS SEM PRODUTO....: 'WRK-MASC-CHECAGEM4
      *
           MOVE WRK-ACU-CHECAGEM1      TO TOT-CHECAGEM1
           MOVE WRK-ACU-CHECAGEM2      TO TOT-CHECAGEM2
           MOVE WRK-ACU-CHECAGEM3      TO TOT-CHECAGEM3
           MOVE WRK-ACU-CHECAGEM4      TO TOT-CHECAGEM4
      *
           WRITE REG-RELREC FROM SPACES
           WRITE REG-RELREC FROM WRK-RELREC-TOT
           WRITE REG-RELREC FROM WRK-RELREC-TOT2
           WRITE REG-RELREC FROM WRK-RELREC-TOT3
           WRITE REG-RELREC FROM WRK-RELREC-TOT4
           WRITE REG-RELREC FROM SPACES
      *
           EVALUATE TRUE
                   MOVE 'RESULTADO: DISCREPANCIAS GRAVES ENCONTRADAS'
                     TO RES-TEXTO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-ACU-CHECAGEM3 GREATER ZEROS OR
                    WRK-ACU-CHECAGEM4 GREATER ZEROS
                   MOVE 'RESULTADO: SO ALERTAS ENCONTRADOS'
                     TO RES-TEXTO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
