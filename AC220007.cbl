      *    TABELA TABPRO    I/O  071    DB2ADMIN.TABPRO                *
      *    TABELA TABPRO_HIST OUT N/A   DB2ADMIN.TABPRO_HIST           *
      *    TABELA TABPRO_EXCLUIDOS OUT N/A DB2ADMIN.TABPRO_EXCLUIDOS   *
      *    TABELA TABPRO_CONGEL IN N/A  DB2ADMIN.TABPRO_CONGEL         *
      *    ARQREJ           IN   080    REJEITOS DA EXECUCAO ANTERIOR  *
      *    ARQREJ2          OUT  080    REJEITOS DE SEGUNDO NIVEL      *
      *    RELDIS           OUT  132    RELATORIO DE DISPOSICAO        *
      *    02/09/2026  RPS  OCORRENCIA M (PISO DE MARGEM) CONTADA NO   *
      *                     RESUMO POR TIPO; NAO E RETENTAVEL E DESCE  *
      *                     DIRETO AO ARQREJ2 COMO AS DEMAIS DE REGRA  *
      *    15/10/2026  RPS  TRILHA DE AUDITORIA: CADA EVENTO GRAVADO   *
      *                     EM TABPRO_HIST LEVA O PROGRAMA E O USUARIO *
      *                     DO JOB (REGISTRO USER DO DB2)              *
      *    15/10/2026  RPS  CALENDARIO DE CONGELAMENTO: RETENTATIVA    *
      *                     QUE CAIRIA EM PERIODO CONGELADO (DATA DO   *
      *                     DIA, OU A DATA PRETENDIDA NA OCORRENCIA P) *
      *                     DESCE AO ARQREJ2 COMO OCORRENCIA Z; A      *
      *                     OCORRENCIA Z NAO E RETENTAVEL              *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
               88 REJ-OCORRENCIA-ARQUIVO                VALUE 'X'.
               88 REJ-OCORRENCIA-PROGRAMACAO            VALUE 'P'.
               88 REJ-OCORRENCIA-MARGEM                 VALUE 'M'.
               88 REJ-OCORRENCIA-CONGELAMENTO           VALUE 'Z'.
           03 REJ-SQLCODE                  PIC S9(04) SIGN LEADING
                                            SEPARATE CHARACTER.
           03 REJ-PRECO-CALCULADO          PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
           03 REJ-DESCRICAO                PIC X(40).
      *    DATA DE VIGENCIA PRETENDIDA, PREENCHIDA NAS OCORRENCIAS P/Z
           03 REJ-DT-VIGENCIA              PIC 9(08).
           03 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
           EXEC SQL
             INCLUDE DCLTPEX
           END-EXEC.
      *--------CALENDARIO DE CONGELAMENTO (DB2ADMIN.TABPRO_CONGEL)-----*
           EXEC SQL
             INCLUDE DCLTPCG
           END-EXEC.
      * --------VARIAVEIS AUXILIARES DE CALCULO E CONTADORES-----------*
       01 WRK-VARIAVEIS-AUXILIARES.
           03 WRK-ACU-LIDOS            PIC 9(07)       VALUE ZEROS.
               88 WRK-RETENTAVEL                       VALUE 'S'.
      *----------------TOTAIS POR TIPO DE OCORRENCIA-------------------*
       01 WRK-TABELA-TIPOS.
           03 WRK-TIPO-OCORRENCIA     OCCURS 8 TIMES
                                       INDEXED BY WRK-IDX-TIPO.
               05 WRK-TIPO-CODIGO          PIC X(01).
               05 WRK-TIPO-LIDOS           PIC 9(05).
               05 WRK-DATA-ATUAL-DD             PIC 9(02).
           03 WRK-DATA-SQL                  PIC X(10).
           03 WRK-DT-VIGENCIA-SQL           PIC X(10).
      *----------------CONSULTA AO CALENDARIO DE CONGELAMENTO----------*
      *    DATA CONFERIDA (AAAA-MM-DD) E RESULTADO: BRANCO = LIVRE,
      *    B = BLOQUEIO, A = APROVACAO PENDENTE, E = FALHA NA CONSULTA
       01 WRK-CONTROLE-CONGEL.
           03 WRK-CONG-DATA            PIC X(10)       VALUE SPACES.
           03 WRK-CONG-TIPO            PIC X(01)       VALUE SPACE.
               88 WRK-CONG-LIVRE                       VALUE SPACE.
               88 WRK-CONG-BLOQUEIO                    VALUE 'B'.
               88 WRK-CONG-PENDENTE                    VALUE 'A'.
               88 WRK-CONG-ERRO                        VALUE 'E'.
      *----------------STATUS DOS ARQUIVOS SEQUENCIAIS-----------------*
       01 WRK-STATUS-ARQUIVOS.
           03 WRK-STATUS-ARQREJ             PIC X(02)       VALUE '00'.
           MOVE 'C' TO WRK-TIPO-CODIGO (5)
           MOVE 'P' TO WRK-TIPO-CODIGO (6)
           MOVE 'M' TO WRK-TIPO-CODIGO (7)
           MOVE 'Z' TO WRK-TIPO-CODIGO (8)
      *
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WRK-DATA-ATUAL-AAAA        TO WRK-DATA-SQL (1:4)
               PERFORM 2750-AINDA-FALHANDO THRU 2750-99-FIM
               GO TO 2200-99-FIM
           END-IF
      *
           MOVE WRK-DATA-SQL           TO WRK-CONG-DATA
           PERFORM 2270-VERIFICAR-CONGELAMENTO THRU 2270-99-FIM
           IF NOT WRK-CONG-LIVRE
               PERFORM 2280-REJEITAR-CONGELAMENTO THRU 2280-99-FIM
               GO TO 2200-99-FIM
           END-IF
      *
           MOVE TABPRO-PRECO           TO WRK-PRECO-ANT
           MOVE REJ-PRECO-CALCULADO    TO TABPRO-PRECO
           MOVE REJ-DT-VIGENCIA (5:2)  TO WRK-DT-VIGENCIA-SQL (6:2)
           MOVE '-'                    TO WRK-DT-VIGENCIA-SQL (8:1)
           MOVE REJ-DT-VIGENCIA (7:2)  TO WRK-DT-VIGENCIA-SQL (9:2)
      *
      *    O CONGELAMENTO E CONFERIDO NA DATA EM QUE O PRECO VALERIA
           MOVE WRK-DT-VIGENCIA-SQL    TO WRK-CONG-DATA
           PERFORM 2270-VERIFICAR-CONGELAMENTO THRU 2270-99-FIM
           IF NOT WRK-CONG-LIVRE
               PERFORM 2280-REJEITAR-CONGELAMENTO THRU 2280-99-FIM
               GO TO 2500-99-FIM
           END-IF
      *
           MOVE REJ-PRECO-CALCULADO    TO TABPRO-PRECO-NOVO
           MOVE WRK-DT-VIGENCIA-SQL    TO TABPRO-DT-VIGENCIA
      *
       2100-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CALENDARIO DE CONGELAMENTO, COMO O 2270 DO AC220002: PERIODO
      * DO GRUPO INTEIRO (CATEGORIA 000) OU DA CATEGORIA DO PRODUTO
      * QUE CONTENHA WRK-CONG-DATA; O TIPO A SO BLOQUEIA ENQUANTO NAO
      * FOR LIBERADO NO AC220026
      *-----------------------------------------------------------------
       2270-VERIFICAR-CONGELAMENTO     SECTION.
           MOVE TABPRO-COD-GRUPO       TO CONG-COD-GRUPO
           MOVE TABPRO-COD-CATEGORIA   TO CONG-COD-CATEGORIA
      *
           EXEC SQL
               SELECT COALESCE(MAX(CONG_IND_TIPO), ' ')
                 INTO :WRK-CONG-TIPO
                 FROM DB2ADMIN.TABPRO_CONGEL
                WHERE CONG_COD_GRUPO      = :CONG-COD-GRUPO
                  AND CONG_COD_CATEGORIA IN (0, :CONG-COD-CATEGORIA)
                  AND DATE(:WRK-CONG-DATA) BETWEEN CONG_DT_INICIO
                                               AND CONG_DT_FIM
                  AND (CONG_IND_TIPO = 'B' OR
                       CONG_APROVADOR IS NULL)
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO DE CONSULTA A TABPRO_CONGEL: ' SQLCODE
               MOVE 'E'                TO WRK-CONG-TIPO
           END-IF.
      *
       2270-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * ITEM BARRADO PELO CONGELAMENTO: VAI AO ARQREJ2 COMO OCORRENCIA
      * Z (NAO RETENTAVEL); O PRECO VOLTA PELA RECOMENDACAO SEGUINTE
      *-----------------------------------------------------------------
       2280-REJEITAR-CONGELAMENTO      SECTION.
           MOVE 'Z'                    TO REJ-TIPO-OCORRENCIA
      *
           EVALUATE TRUE
               WHEN WRK-CONG-BLOQUEIO
                   MOVE ZEROS          TO SQLCODE
                   MOVE 'PERIODO DE CONGELAMENTO (BLOQUEIO)'
                     TO REJ-DESCRICAO
                   MOVE 'CONGELAMENTO (BLOQUEIO) - ARQREJ2'
                     TO DET-DISPOSICAO
               WHEN WRK-CONG-PENDENTE
                   MOVE ZEROS          TO SQLCODE
                   MOVE 'CONGELAMENTO - APROVACAO PENDENTE'
                     TO REJ-DESCRICAO
                   MOVE 'CONGELAMENTO (APROVACAO) - ARQREJ2'
                     TO DET-DISPOSICAO
               WHEN OTHER
                   MOVE 'FALHA SQL NA CONSULTA AO CONGELAMENTO'
                     TO REJ-DESCRICAO
                   MOVE 'FALHA NO CONGELAMENTO - ARQREJ2'
                     TO DET-DISPOSICAO
           END-EVALUATE
      *
           PERFORM 2750-AINDA-FALHANDO THRU 2750-99-FIM.
      *
       2280-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * INSERCAO DO REGISTRO DE HISTORICO EM DB2ADMIN.TABPRO_HIST
      *-----------------------------------------------------------------
       2600-GRAVAR-HISTORICO           SECTION.
               INSERT INTO DB2ADMIN.TABPRO_HIST
                   ( HIST_COD_GRUPO, HIST_COD_CATEGORIA,
                     HIST_COD_PRODUTO, HIST_DT_HORA, HIST_ACAO,
                     HIST_PRECO_ANT, HIST_PRECO_NOVO,
                     HIST_ID_EXECUCAO, HIST_PROGRAMA, HIST_USUARIO )
               VALUES
                   ( :HIST-COD-GRUPO, :HIST-COD-CATEGORIA,
                     :HIST-COD-PRODUTO, CURRENT TIMESTAMP, :HIST-ACAO,
                     :HIST-PRECO-ANT, :HIST-PRECO-NOVO,
                     NULL, 'AC220007', USER )
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
           WRITE REG-RELDIS FROM WRK-RELDIS-TIPO-CAB
           PERFORM 3110-IMPRIMIR-TIPO
               VARYING WRK-IDX-TIPO FROM 1 BY 1
               UNTIL WRK-IDX-TIPO GREATER 8
      *
           MOVE WRK-ACU-LIDOS           TO TOT-LIDOS
           MOVE WRK-ACU-SUCESSO         TO TOT-SUCESSO
