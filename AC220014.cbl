      *    TABELA TABPRO    I/O  071    DB2ADMIN.TABPRO                *
      *    TABELA TABPRO_HIST OUT N/A   DB2ADMIN.TABPRO_HIST           *
      *    TABELA TABPRO_PROMO I/O N/A  DB2ADMIN.TABPRO_PROMO          *
      *    TABELA TABPRO_CONGEL IN N/A  DB2ADMIN.TABPRO_CONGEL         *
      *    TABELA TABPRO_LIQUID IN N/A  DB2ADMIN.TABPRO_LIQUID         *
      *    ARQPMO           IN   080    PROMOCOES POR GRUPO (PERIODO   *
      *                                E PERCENTUAL)                   *
      *    ARQINT           OUT  080    INTERFACE DE ALTERACOES PARA   *
      *                                OS SISTEMAS DE LOJA/PDV         *
      *    RELPMO           OUT  132    LISTAGEM DAS PROMOCOES         *
      *    ARQEXP           IN   080    EXCECOES DE PRECO "DE" DO      *
      *                                AC220022 (OPCIONAL)             *
      *----------------------------------------------------------------*
      *    RETURN-CODE.....: 0 = PROCESSADO SEM REJEITOS               *
      *                      4 = HOUVE PRODUTOS REJEITADOS/IGNORADOS/  *
      *                          BLOQUEADOS/CONGELADOS/EM LIQUIDACAO   *
      *                      8 = ERRO DE ARQUIVO/SQL                   *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                     *
      *                     NOITE ABENDADA NAO PERDER A PROMOCAO; A    *
      *                     TRAVA DE PROMOCAO ATIVA POR PRODUTO EVITA  *
      *                     A DUPLA ATIVACAO                           *
      *    15/10/2026  RPS  MODO DE BLOQUEIO DA CONFORMIDADE DO PRECO  *
      *                     "DE": COM O ARQEXP DO AC220022 DO DIA EM   *
      *                     MODO BLOQUEIO, A PROMOCAO DO PRODUTO       *
      *                     APONTADO NAO E ATIVADA                     *
      *    15/10/2026  RPS  TRILHA DE AUDITORIA: CADA EVENTO GRAVADO   *
      *                     EM TABPRO_HIST LEVA O PROGRAMA E O USUARIO *
      *                     DO JOB (REGISTRO USER DO DB2)              *
      *    15/10/2026  RPS  CALENDARIO DE CONGELAMENTO                 *
      *                     (TABPRO_CONGEL): PRODUTO DE                *
      *                     GRUPO/CATEGORIA CONGELADO NA DATA DO RUN   *
      *                     NAO TEM A PROMOCAO ATIVADA E E CONTADO A   *
      *                     PARTE; A VOLTA DE FIM DE PROMOCAO NAO E    *
      *                     BARRADA                                    *
      *    15/10/2026  RPS  PRODUTO COM LIQUIDACAO ATIVA               *
      *                     (TABPRO_LIQUID, AC220027) NAO TEM A        *
      *                     PROMOCAO ATIVADA E E CONTADO A PARTE; A    *
      *                     VOLTA DE FIM DE PROMOCAO NAO E BARRADA     *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           SELECT RELPMO-ARQ         ASSIGN TO RELPMO
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-RELPMO.
      *
           SELECT ARQEXP-ARQ         ASSIGN TO ARQEXP
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQEXP.
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELPMO                        PIC X(132).
      *----------------------------------------------------------------*
      * EXCECOES DE PRECO "DE" GERADAS PELO AC220022 NA MESMA NOITE.   *
      * SO BLOQUEIA QUANDO O HEADER E DE HOJE E TRAZ O MODO BLOQUEIO   *
      *----------------------------------------------------------------*
       FD  ARQEXP-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQEXP                       PIC X(080).
      *----------------LAYOUT DOS REGISTROS DO ARQEXP------------------*
       01 REG-EXP-HEADER REDEFINES REG-ARQEXP.
           03 EXP-HDR-TIPO                 PIC X(01).
           03 EXP-HDR-DT-GERACAO           PIC 9(08).
           03 EXP-HDR-IND-BLOQUEIO         PIC X(01).
           03 FILLER                       PIC X(70).
       01 REG-EXP-DETALHE REDEFINES REG-ARQEXP.
           03 EXP-DET-TIPO                 PIC X(01).
               88 EXP-TIPO-HEADER                       VALUE 'H'.
               88 EXP-TIPO-DETALHE                      VALUE 'D'.
               88 EXP-TIPO-TRAILER                      VALUE 'T'.
           03 EXP-DET-COD-GRUPO            PIC 9(01).
           03 EXP-DET-COD-CATEGORIA        PIC 9(03).
           03 EXP-DET-COD-PRODUTO          PIC 9(09).
           03 EXP-DET-DT-INICIO            PIC 9(08).
           03 EXP-DET-PRECO-DE             PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
           03 EXP-DET-MOTIVO               PIC X(01).
           03 EXP-DET-ORIGEM               PIC X(01).
           03 EXP-DET-ACAO-HIST            PIC X(01).
           03 EXP-DET-PRECO-REF            PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
           03 EXP-DET-DIAS                 PIC 9(03).
           03 FILLER                       PIC X(30).
       01 REG-EXP-TRAILER REDEFINES REG-ARQEXP.
           03 EXP-TRL-TIPO                 PIC X(01).
           03 EXP-TRL-QTD-DETALHES         PIC 9(09).
           03 EXP-TRL-HASH-PRECOS          PIC 9(13)V9(02).
           03 FILLER                       PIC X(55).
      *================================================================*
       WORKING-STORAGE                 SECTION.
      *================================================================*
           EXEC SQL
             INCLUDE DCLTPPRO
           END-EXEC.
      *--------CALENDARIO DE CONGELAMENTO (DB2ADMIN.TABPRO_CONGEL)-----*
           EXEC SQL
             INCLUDE DCLTPCG
           END-EXEC.
      *--------LIQUIDACAO DE PRODUTOS (DB2ADMIN.TABPRO_LIQUID)---------*
           EXEC SQL
             INCLUDE DCLTPLQ
           END-EXEC.
      * --------VARIAVEIS AUXILIARES DE CALCULO E CONTADORES-----------*
       01 WRK-VARIAVEIS-AUXILIARES.
           03 WRK-ACU-PROMOCOES        PIC 9(05)       VALUE ZEROS.
           03 WRK-HASH-INTERFACE       PIC 9(13)V9(2)  USAGE COMP-3
                                        VALUE ZEROS.
           03 WRK-QTD-PROMO-ATIVA      PIC S9(09)      USAGE COMP.
           03 WRK-ACU-BLOQUEADOS       PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-EXP-LIDOS        PIC 9(09)       VALUE ZEROS.
           03 WRK-ACU-CONGELADOS       PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-LIQUIDACAO       PIC 9(07)       VALUE ZEROS.
           03 WRK-QTD-LIQUIDACAO       PIC S9(09)      USAGE COMP.
           03 WRK-HASH-EXP             PIC 9(13)V9(2)  USAGE COMP-3
                                        VALUE ZEROS.
      *---------VARIAVEIS PARA MASCARAS DE CONTADORES------------------*
       01 WRK-VARIAVEIS-PARA-MASCARA.
           03 WRK-MASC-PROMOCOES       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-ENCERRADOS      PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-REJEITADOS      PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-IGNORADOS       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-BLOQUEADOS      PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-CONGELADOS      PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-LIQUIDACAO      PIC ZZZ.ZZZ.ZZ9.
      *----------------INTERVALO FIXO DE COMMIT------------------------*
       77 WRK-QTD-COMMIT               PIC 9(05)       VALUE 100.
      *----------------LIMITES DE SANIDADE DO PERCENTUAL---------------*
               88 WRK-FIM-ARQPMO                       VALUE 'S'.
           03 WRK-SW-FIM-CURSOR        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-CURSOR                       VALUE 'S'.
           03 WRK-SW-FIM-ARQEXP        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-ARQEXP                       VALUE 'S'.
           03 WRK-SW-TRAILER-EXP       PIC X(01)       VALUE 'N'.
               88 WRK-TRAILER-EXP-LIDO                 VALUE 'S'.
           03 WRK-SW-BLOQUEIO          PIC X(01)       VALUE 'N'.
               88 WRK-BLOQUEIO-ATIVO                   VALUE 'S'.
      *----------------PROMOCOES COM PRECO "DE" IRREGULAR (ARQEXP)-----*
      *    CHAVE DO PRODUTO E INICIO DA PROMOCAO APONTADOS PELO
      *    AC220022; SO E CARREGADA COM O MODO BLOQUEIO NO HEADER
       01 WRK-TABELA-BLOQUEIOS.
           03 WRK-QTD-BLOQUEIOS        PIC 9(04)       VALUE ZEROS.
           03 WRK-BLOQUEIO-OCORRENCIA  OCCURS 1 TO 9999 TIMES
                                        DEPENDING ON WRK-QTD-BLOQUEIOS
                                        INDEXED BY WRK-IDX-BLOQUEIO.
               05 WRK-BLQ-GRUPO            PIC 9(01).
               05 WRK-BLQ-CATEGORIA        PIC 9(03).
               05 WRK-BLQ-PRODUTO          PIC 9(09).
               05 WRK-BLQ-DT-INICIO        PIC 9(08).
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
      *----------------PROMOCAO EM ATIVACAO----------------------------*
       01 WRK-PROMO-ATUAL.
           03 WRK-PMO-GRUPO            PIC S9(1)       USAGE COMP-3.
           03 WRK-STATUS-ARQPMO             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQINT             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-RELPMO             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQEXP             PIC X(02)       VALUE '00'.
      *----------------REGISTROS DO ARQUIVO DE INTERFACE (ARQINT)------*
      *    MESMO LAYOUT DO AC220002: AS LOJAS E O AC220012 CONFEREM AS
      *    PROMOCOES PELO MESMO CIRCUITO DOS DEMAIS DELTAS DE PRECO
               'TOTAL DE IGNORADOS........: '.
           03 TOT-IGNORADOS                 PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELPMO-TOT6.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'BLOQUEADOS (PRECO "DE")...: '.
           03 TOT-BLOQUEADOS                PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELPMO-TOT7.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'BLOQUEADOS (CONGELAMENTO).: '.
           03 TOT-CONGELADOS                PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELPMO-TOT8.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'BLOQUEADOS (LIQUIDACAO)...: '.
           03 TOT-LIQUIDACAO                PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
      *----------------------------------------------------------------*
      *    PRODUTOS DO GRUPO EM ATIVACAO DE PROMOCAO                   *
      *----------------------------------------------------------------*
           MOVE 'I'                    TO INT-HDR-IND-VIGENCIA
           MOVE 'N'                    TO INT-HDR-IND-SIMULACAO
           WRITE REG-ARQINT FROM WRK-ARQINT-HEADER
      *
           PERFORM 1020-CARREGAR-ARQEXP     THRU 1020-99-FIM
      *
           PERFORM 1041-CABECALHO-RELPMO    THRU 1041-99-FIM
           PERFORM 1011-LER-REG-ARQPMO      THRU 1011-99-FIM
           END-READ.
      *
       1011-99-FIM.                    EXIT.
      *
      *-----------------------------------------------------------------
      * CARGA DAS EXCECOES DE PRECO "DE" (ARQEXP DO AC220022). SEM O
      * ARQUIVO, VAZIO, DE OUTRO DIA OU SEM O MODO BLOQUEIO, AS
      * PROMOCOES SEGUEM SEM BLOQUEIO; ARQUIVO TRUNCADO PARA O RUN,
      * POIS LIBERARIA PROMOCOES QUE DEVIAM SER BLOQUEADAS
      *-----------------------------------------------------------------
       1020-CARREGAR-ARQEXP            SECTION.
           OPEN INPUT ARQEXP-ARQ
      *
           IF WRK-STATUS-ARQEXP NOT EQUAL '00'
               DISPLAY 'ARQEXP NAO DISPONIVEL (' WRK-STATUS-ARQEXP
                       ') - PROMOCOES SEM BLOQUEIO DE PRECO "DE"'
               GO TO 1020-99-FIM
           END-IF
      *
           PERFORM 1021-LER-REG-ARQEXP THRU 1021-99-FIM
      *
           IF WRK-FIM-ARQEXP OR
              NOT EXP-TIPO-HEADER
               DISPLAY 'ARQEXP VAZIO OU SEM HEADER - PROMOCOES SEM '
                       'BLOQUEIO DE PRECO "DE"'
               GO TO 1020-90-FECHAR
           END-IF
      *
           IF EXP-HDR-IND-BLOQUEIO NOT EQUAL 'S'
               DISPLAY 'ARQEXP SEM MODO BLOQUEIO - PROMOCOES SEM '
                       'BLOQUEIO DE PRECO "DE"'
               GO TO 1020-90-FECHAR
           END-IF
      *
           IF EXP-HDR-DT-GERACAO NOT EQUAL WRK-DATA-ATUAL
               DISPLAY 'ARQEXP DE OUTRO DIA (' EXP-HDR-DT-GERACAO
                       ') - PROMOCOES SEM BLOQUEIO DE PRECO "DE"'
               GO TO 1020-90-FECHAR
           END-IF
      *
           MOVE 'S'                    TO WRK-SW-BLOQUEIO
           PERFORM 1021-LER-REG-ARQEXP THRU 1021-99-FIM
           PERFORM 1022-TRATAR-REGS-ARQEXP THRU 1022-99-FIM
               UNTIL WRK-FIM-ARQEXP
      *
           IF NOT WRK-TRAILER-EXP-LIDO
               DISPLAY 'ARQEXP SEM TRAILER - TRANSMISSAO TRUNCADA'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           DISPLAY 'BLOQUEIO DE PRECO "DE" ATIVO - EXCECOES: '
                    WRK-QTD-BLOQUEIOS.
      *
       1020-90-FECHAR.
           CLOSE ARQEXP-ARQ.
      *
       1020-99-FIM.                    EXIT.
      *
       1021-LER-REG-ARQEXP              SECTION.
           READ ARQEXP-ARQ
               AT END
                   MOVE 'S' TO WRK-SW-FIM-ARQEXP
           END-READ.
      *
       1021-99-FIM.                    EXIT.
      *
       1022-TRATAR-REGS-ARQEXP          SECTION.
           EVALUATE TRUE
               WHEN EXP-TIPO-DETALHE
                   ADD 1                  TO WRK-ACU-EXP-LIDOS
                   ADD EXP-DET-PRECO-DE   TO WRK-HASH-EXP
      *            TABELA CHEIA PARA O RUN: SEGUIR SEM PARTE DAS
      *            EXCECOES ATIVARIA PROMOCOES IRREGULARES
                   IF WRK-QTD-BLOQUEIOS NOT LESS 9999
                       DISPLAY 'TABELA DE BLOQUEIOS CHEIA - ARQEXP '
                                'COM MAIS DE 9999 EXCECOES'
                       MOVE 8 TO RETURN-CODE
                       PERFORM 3300-FINALIZAR THRU 3300-99-FIM
                   END-IF
                   ADD 1 TO WRK-QTD-BLOQUEIOS
                   SET WRK-IDX-BLOQUEIO TO WRK-QTD-BLOQUEIOS
                   MOVE EXP-DET-COD-GRUPO     TO
                        WRK-BLQ-GRUPO (WRK-IDX-BLOQUEIO)
                   MOVE EXP-DET-COD-CATEGORIA TO
                        WRK-BLQ-CATEGORIA (WRK-IDX-BLOQUEIO)
                   MOVE EXP-DET-COD-PRODUTO   TO
                        WRK-BLQ-PRODUTO (WRK-IDX-BLOQUEIO)
                   MOVE EXP-DET-DT-INICIO     TO
                        WRK-BLQ-DT-INICIO (WRK-IDX-BLOQUEIO)
               WHEN EXP-TIPO-TRAILER
                   MOVE 'S' TO WRK-SW-TRAILER-EXP
                   IF EXP-TRL-QTD-DETALHES NOT EQUAL WRK-ACU-EXP-LIDOS
                   OR EXP-TRL-HASH-PRECOS NOT EQUAL WRK-HASH-EXP
                       DISPLAY 'TRAILER DO ARQEXP NAO CONFERE COM OS '
                                'DETALHES CARREGADOS'
                       MOVE 8 TO RETURN-CODE
                       PERFORM 3300-FINALIZAR THRU 3300-99-FIM
                   END-IF
               WHEN OTHER
                   DISPLAY 'REGISTRO DE ARQEXP IGNORADO: ' REG-ARQEXP
           END-EVALUATE
      *
           PERFORM 1021-LER-REG-ARQEXP THRU 1021-99-FIM.
      *
       1022-99-FIM.                    EXIT.
      *
       1041-CABECALHO-RELPMO             SECTION.
           ADD 1                 TO WRK-PAGINA-ATUAL
      * E EVENTO P NO HISTORICO
      *-----------------------------------------------------------------
       2120-APLICAR-PROMOCAO           SECTION.
      *    PROMOCAO APONTADA PELO AC220022 COM PRECO "DE" IRREGULAR
      *    FICA PARA O COMERCIAL CORRIGIR ANTES DE ENTRAR NO PDV
           IF WRK-BLOQUEIO-ATIVO
               SET WRK-IDX-BLOQUEIO TO 1
               SEARCH WRK-BLOQUEIO-OCORRENCIA
                   AT END
                       CONTINUE
                   WHEN WRK-BLQ-GRUPO (WRK-IDX-BLOQUEIO) EQUAL
                            TABPRO-COD-GRUPO AND
                        WRK-BLQ-CATEGORIA (WRK-IDX-BLOQUEIO) EQUAL
                            TABPRO-COD-CATEGORIA AND
                        WRK-BLQ-PRODUTO (WRK-IDX-BLOQUEIO) EQUAL
                            TABPRO-COD-PRODUTO AND
                        WRK-BLQ-DT-INICIO (WRK-IDX-BLOQUEIO) EQUAL
                            PMO-DT-INICIO
                       ADD 1 TO WRK-ACU-BLOQUEADOS
                       MOVE TABPRO-PRECO       TO DET-PRECO-ANT
                       MOVE ZEROS              TO DET-PRECO-NOVO
                       MOVE 'BLOQUEADA: PRECO DE IRREGULAR'
                         TO DET-OCORRENCIA
                       PERFORM 2820-IMPRIMIR-DETALHE THRU 2820-99-FIM
                       GO TO 2120-98-LER
               END-SEARCH
           END-IF
      *
      *    GRUPO/CATEGORIA EM PERIODO DE CONGELAMENTO NAO ENTRA EM
      *    PROMOCAO; SEM REGISTRO EM TABPRO_PROMO, A ATIVACAO E
      *    TENTADA DE NOVO NAS NOITES SEGUINTES DA VIGENCIA
           MOVE WRK-DATA-SQL           TO WRK-CONG-DATA
           PERFORM 2270-VERIFICAR-CONGELAMENTO THRU 2270-99-FIM
           IF NOT WRK-CONG-LIVRE
               ADD 1 TO WRK-ACU-CONGELADOS
               MOVE TABPRO-PRECO       TO DET-PRECO-ANT
               MOVE ZEROS              TO DET-PRECO-NOVO
               EVALUATE TRUE
                   WHEN WRK-CONG-BLOQUEIO
                       MOVE 'BLOQUEADA: CONGELAMENTO'
                         TO DET-OCORRENCIA
                   WHEN WRK-CONG-PENDENTE
                       MOVE 'CONGELAMENTO: APROV. PENDENTE'
                         TO DET-OCORRENCIA
                   WHEN OTHER
                       MOVE 'FALHA NA CONSULTA CONGELAMENTO'
                         TO DET-OCORRENCIA
               END-EVALUATE
               PERFORM 2820-IMPRIMIR-DETALHE THRU 2820-99-FIM
               GO TO 2120-98-LER
           END-IF
      *
      *    PRODUTO EM LIQUIDACAO (AC220027) NAO ENTRA EM PROMOCAO: A
      *    VOLTA DESFARIA A REMARCACAO DO PASSO. FALHA NA CONSULTA
      *    TAMBEM BLOQUEIA
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-LIQUIDACAO
                 FROM DB2ADMIN.TABPRO_LIQUID
                WHERE LIQ_COD_GRUPO       = :TABPRO-COD-GRUPO
                  AND LIQ_COD_CATEGORIA   = :TABPRO-COD-CATEGORIA
                  AND LIQ_COD_PRODUTO     = :TABPRO-COD-PRODUTO
                  AND LIQ_STATUS          = 'A'
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO DE CONSULTA A TABPRO_LIQUID: ' SQLCODE
               MOVE 1                  TO WRK-QTD-LIQUIDACAO
           END-IF
      *
           IF WRK-QTD-LIQUIDACAO GREATER ZEROS
               ADD 1 TO WRK-ACU-LIQUIDACAO
               MOVE TABPRO-PRECO       TO DET-PRECO-ANT
               MOVE ZEROS              TO DET-PRECO-NOVO
               MOVE 'BLOQUEADA: EM LIQUIDACAO' TO DET-OCORRENCIA
               PERFORM 2820-IMPRIMIR-DETALHE THRU 2820-99-FIM
               GO TO 2120-98-LER
           END-IF
      *
      *    PRODUTO JA EM PROMOCAO ATIVA NAO ENTRA NUMA SEGUNDA: A
      *    VOLTA RESTAURARIA UM PRECO QUE JA ERA PROMOCIONAL
           EXEC SQL
      *
       2120-99-FIM.                    EXIT.
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
      * VOLTA AUTOMATICA: PROMOCOES ATIVAS COM VIGENCIA TERMINADA TEM
      * O PRECO PRE-PROMOCAO RESTAURADO COM O EVENTO F NO HISTORICO
      *-----------------------------------------------------------------
               INSERT INTO DB2ADMIN.TABPRO_HIST
                   ( HIST_COD_GRUPO, HIST_COD_CATEGORIA,
                     HIST_COD_PRODUTO, HIST_DT_HORA, HIST_ACAO,
                     HIST_PRECO_ANT, HIST_PRECO_NOVO,
                     HIST_ID_EXECUCAO, HIST_PROGRAMA, HIST_USUARIO )
               VALUES
                   ( :HIST-COD-GRUPO, :HIST-COD-CATEGORIA,
                     :HIST-COD-PRODUTO, CURRENT TIMESTAMP, :HIST-ACAO,
                     :HIST-PRECO-ANT, :HIST-PRECO-NOVO,
                     NULL, 'AC220014', USER )
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
           MOVE WRK-ACU-ENCERRADOS     TO WRK-MASC-ENCERRADOS
           MOVE WRK-ACU-REJEITADOS     TO WRK-MASC-REJEITADOS
           MOVE WRK-ACU-IGNORADOS      TO WRK-MASC-IGNORADOS
           MOVE WRK-ACU-BLOQUEADOS     TO WRK-MASC-BLOQUEADOS
           MOVE WRK-ACU-CONGELADOS     TO WRK-MASC-CONGELADOS
           MOVE WRK-ACU-LIQUIDACAO     TO WRK-MASC-LIQUIDACAO
      *
           DISPLAY 'PROMOCOES LIDAS NO ARQPMO.: 'WRK-MASC-PROMOCOES
           DISPLAY 'PRECOS PROMOCIONAIS INICIA: 'WRK-MASC-INICIADOS
           DISPLAY 'PRECOS RESTAURADOS (FIM)..: 'WRK-MASC-ENCERRADOS
           DISPLAY 'TOTAL DE REJEITADOS.......: 'WRK-MASC-REJEITADOS
           DISPLAY 'TOTAL DE IGNORADOS........: 'WRK-MASC-IGNORADOS
           DISPLAY 'BLOQUEADOS (PRECO "DE")...: 'WRK-MASC-BLOQUEADOS
           DISPLAY 'BLOQUEADOS (CONGELAMENTO).: 'WRK-MASC-CONGELADOS
           DISPLAY 'BLOQUEADOS (LIQUIDACAO)...: 'WRK-MASC-LIQUIDACAO
      *
           MOVE WRK-ACU-PROMOCOES      TO TOT-PROMOCOES
           MOVE WRK-ACU-INICIADOS      TO TOT-INICIADOS
           MOVE WRK-ACU-ENCERRADOS     TO TOT-ENCERRADOS
           MOVE WRK-ACU-REJEITADOS     TO TOT-REJEITADOS
           MOVE WRK-ACU-IGNORADOS      TO TOT-IGNORADOS
           MOVE WRK-ACU-BLOQUEADOS     TO TOT-BLOQUEADOS
           MOVE WRK-ACU-CONGELADOS     TO TOT-CONGELADOS
           MOVE WRK-ACU-LIQUIDACAO     TO TOT-LIQUIDACAO
      *
           WRITE REG-RELPMO FROM SPACES
           WRITE REG-RELPMO FROM WRK-RELPMO-TOT
           WRITE REG-RELPMO FROM WRK-RELPMO-TOT3
           WRITE REG-RELPMO FROM WRK-RELPMO-TOT4
           WRITE REG-RELPMO FROM WRK-RELPMO-TOT5
           WRITE REG-RELPMO FROM WRK-RELPMO-TOT6
           WRITE REG-RELPMO FROM WRK-RELPMO-TOT7
           WRITE REG-RELPMO FROM WRK-RELPMO-TOT8
      *
           IF WRK-ACU-REJEITADOS GREATER ZEROS OR
              WRK-ACU-IGNORADOS GREATER ZEROS OR
              WRK-ACU-BLOQUEADOS GREATER ZEROS OR
              WRK-ACU-CONGELADOS GREATER ZEROS OR
              WRK-ACU-LIQUIDACAO GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
