      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.    AC220024.
       AUTHOR.  ACCENTURE BRDC RECIFE.
      *================================================================*
      *                      A C C E N T U R E                         *
      *================================================================*
      *    PROGRAMA......: AC220024.                                   *
      *    PROGRAMADOR...: ACCENTURE BRDC RECIFE                       *
      *    ANALISTA......: ACCENTURE BRDC                              *
      *    DATA..........: 15/10/2026                                  *
      *----------------------------------------------------------------*
      *    OBJETIVO......: RELATORIO DE AUDITORIA E SEGREGACAO DE      *
      *                    FUNCOES SOBRE A TRILHA DO TABPRO_HIST       *
      *                    (EXECUCAO/PROGRAMA/USUARIO) E OS PEDIDOS    *
      *                    DE TABPRO_APROV, NO PERIODO DO CARTAO:      *
      *                    (1) ALTERACAO DE PRECO DE VENDA (A/E/D/M/R) *
      *                        FORA DE UMA EXECUCAO APROVADA, ISTO E,  *
      *                        SEM PEDIDO UTILIZADO (STATUS U) PELA    *
      *                        EXECUCAO QUE GRAVOU O EVENTO;           *
      *                    (2) PEDIDO APROVADO PELO MESMO USUARIO QUE  *
      *                        SUBMETEU A SIMULACAO;                   *
      *                    (3) CORRECAO AC2A (EVENTO M) EM PRODUTO QUE *
      *                        UMA EXECUCAO APROVADA ALTEROU NO MESMO  *
      *                        DIA;                                    *
      *                    (4) QUANTIDADE DE ALTERACOES E IMPACTO      *
      *                        MONETARIO (SOMA DE NOVO - ANTERIOR DOS  *
      *                        EVENTOS DE PRECO) POR USUARIO E POR DIA *
      *                        OU MES.                                 *
      *                    EVENTOS ANTERIORES A TRILHA (SEM USUARIO)   *
      *                    SAEM COMO '(S/REG)'.                        *
      *----------------------------------------------------------------*
      *    ARQUIVOS         I/O LRECL  DESCRICAO                       *
      *    TABELA TABPRO_HIST IN  N/A   DB2ADMIN.TABPRO_HIST           *
      *    TABELA TABPRO_APROV IN N/A   DB2ADMIN.TABPRO_APROV          *
      *    ARQPRM           IN   080    CARTAO (PERIODO E QUEBRA D/M)  *
      *    RELAUD           OUT  132    RELATORIO DE AUDITORIA         *
      *----------------------------------------------------------------*
      *    RETURN-CODE.....: 0 = NENHUMA OCORRENCIA NAS SECOES 1 A 3   *
      *                      4 = HA OCORRENCIAS DE AUDITORIA           *
      *                      8 = CARTAO INVALIDO OU ERRO SQL           *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *    15/10/2026  RPS  CRIACAO DO PROGRAMA                        *
      *    15/10/2026  RPS  EVENTO L (PASSO DE LIQUIDACAO DO AC220027) *
      *                     ENTRA NO IMPACTO DA SECAO 4 E, COMO P/F,   *
      *                     FICA FORA DA SECAO 1                       *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT ARQPRM-ARQ         ASSIGN TO ARQPRM
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQPRM.
      *
           SELECT RELAUD-ARQ         ASSIGN TO RELAUD
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-RELAUD.
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      * CARTAO DE PARAMETROS DO PERIODO AUDITADO                       *
      *----------------------------------------------------------------*
       FD  ARQPRM-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQPRM                      PIC X(080).
      *----------------LAYOUT DO CARTAO DE PARAMETROS------------------*
       01 REG-PRM-DADOS REDEFINES REG-ARQPRM.
           03 PRM-DT-INICIO            PIC 9(08).
           03 PRM-DT-FIM               PIC 9(08).
      *    QUEBRA DA SECAO 4: D = POR DIA, M (OU BRANCO) = POR MES
           03 PRM-IND-PERIODO          PIC X(01).
               88 PRM-PERIODO-DIA          VALUE 'D'.
               88 PRM-PERIODO-MES          VALUE 'M' ' '.
           03 FILLER                   PIC X(63).
       01 REG-PRM-TEXTO REDEFINES REG-ARQPRM.
           03 PRM-TXT-DT-INICIO        PIC X(08).
           03 PRM-TXT-DT-FIM           PIC X(08).
           03 FILLER                   PIC X(64).
      *----------------------------------------------------------------*
      * RELATORIO DE AUDITORIA                                         *
      *----------------------------------------------------------------*
       FD  RELAUD-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELAUD                        PIC X(132).
      *================================================================*
       WORKING-STORAGE                 SECTION.
      *================================================================*
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *--------LAYOUT DO HISTORICO DE PRECO (DB2ADMIN.TABPRO_HIST)-----*
           EXEC SQL
             INCLUDE DCLTPHI
           END-EXEC.
      *--------LAYOUT DOS PEDIDOS DE APROVACAO (TABPRO_APROV)----------*
           EXEC SQL
             INCLUDE DCLTPAPR
           END-EXEC.
      * --------VARIAVEIS AUXILIARES DE CONTAGEM-----------------------*
       01 WRK-VARIAVEIS-AUXILIARES.
           03 WRK-ACU-SECAO1           PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-SECAO2           PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-SECAO3           PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-USUARIO-QTD      PIC 9(09)       VALUE ZEROS.
           03 WRK-ACU-USUARIO-VLR      PIC S9(11)V9(2) USAGE COMP-3.
           03 WRK-ACU-GERAL-QTD        PIC 9(09)       VALUE ZEROS.
           03 WRK-ACU-GERAL-VLR        PIC S9(11)V9(2) USAGE COMP-3.
      *---------VARIAVEIS PARA MASCARAS DE CONTADORES------------------*
       01 WRK-VARIAVEIS-PARA-MASCARA.
           03 WRK-MASC-SECAO1          PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-SECAO2          PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-SECAO3          PIC ZZZ.ZZZ.ZZ9.
       01 WRK-SWITCHES-01.
           03 WRK-SW-FIM-CURSOR        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-CURSOR                       VALUE 'S'.
           03 WRK-SW-PRIMEIRO-USUARIO  PIC X(01)       VALUE 'S'.
               88 WRK-PRIMEIRO-USUARIO                 VALUE 'S'.
      *----------------STATUS DOS ARQUIVOS SEQUENCIAIS-----------------*
       01 WRK-STATUS-ARQUIVOS.
           03 WRK-STATUS-ARQPRM             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-RELAUD             PIC X(02)       VALUE '00'.
      *----------------PERIODO E CAMPOS DE TRABALHO DAS SECOES---------*
       01 WRK-CAMPOS-AUDITORIA.
           03 WRK-DT-INICIO-SQL        PIC X(10).
           03 WRK-DT-FIM-SQL           PIC X(10).
           03 WRK-IND-PERIODO          PIC X(01).
           03 WRK-EXEC-APROVADA        PIC X(14).
           03 WRK-GRP-USUARIO          PIC X(08).
           03 WRK-GRP-PERIODO          PIC X(10).
           03 WRK-GRP-QTD              PIC S9(09)      USAGE COMP.
           03 WRK-GRP-VLR              PIC S9(11)V9(2) USAGE COMP-3.
           03 WRK-USUARIO-ANTERIOR     PIC X(08).
      *----------------LINHAS DO RELATORIO (RELAUD)--------------------*
       01 WRK-RELAUD-LINHAS.
           03 WRK-LIN-ATUAL                 PIC 9(02)       VALUE 99.
           03 WRK-PAGINA-ATUAL              PIC 9(04)       VALUE ZEROS.
           03 WRK-MAX-LINHAS                PIC 9(02)       VALUE 50.
       01 WRK-RELAUD-CAB1.
           03 FILLER                        PIC X(01) VALUE '1'.
           03 FILLER                        PIC X(58) VALUE
           'AC220024 - AUDITORIA DE PRECOS E SEGREGACAO DE FUNCOES'.
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 FILLER                        PIC X(08) VALUE 'PAGINA: '.
           03 WRK-CAB1-PAGINA               PIC ZZZ9.
           03 FILLER                        PIC X(57) VALUE SPACES.
       01 WRK-RELAUD-CAB2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(10) VALUE 'PERIODO: '.
           03 CAB2-DT-INICIO                PIC X(10).
           03 FILLER                        PIC X(03) VALUE ' A '.
           03 CAB2-DT-FIM                   PIC X(10).
           03 FILLER                        PIC X(98) VALUE SPACES.
       01 WRK-RELAUD-SECAO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 SEC-NUMERO                    PIC X(01).
           03 FILLER                        PIC X(03) VALUE ' - '.
           03 SEC-TITULO                    PIC X(70).
           03 FILLER                        PIC X(57) VALUE SPACES.
      *    SECOES 1 E 3: UM EVENTO DO HISTORICO POR LINHA
       01 WRK-RELAUD-DET-EVENTO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DEV-GRUPO                     PIC 9.
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DEV-CATEGORIA                 PIC 9(03).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DEV-PRODUTO                   PIC 9(09).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DEV-DT-HORA                   PIC X(19).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DEV-ACAO                      PIC X(01).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DEV-PRECO-ANT                 PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DEV-PRECO-NOVO                PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DEV-PROGRAMA                  PIC X(08).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DEV-USUARIO                   PIC X(08).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DEV-OCORRENCIA                PIC X(40).
           03 FILLER                        PIC X(07) VALUE SPACES.
      *    SECAO 2: UM PEDIDO DE APROVACAO POR LINHA
       01 WRK-RELAUD-DET-PEDIDO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DPE-ID-EXECUCAO               PIC X(14).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPE-DT-PEDIDO                 PIC X(19).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPE-STATUS                    PIC X(01).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPE-VLR-IMPACTO               PIC -.---.---.--9,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPE-USUARIO                   PIC X(08).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPE-OCORRENCIA                PIC X(40).
           03 FILLER                        PIC X(22) VALUE SPACES.
      *    SECAO 4: UMA LINHA POR USUARIO/PERIODO E SUBTOTAL POR USUARIO
       01 WRK-RELAUD-DET-USUARIO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DUS-USUARIO                   PIC X(08).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DUS-PERIODO                   PIC X(10).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DUS-QTD                       PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DUS-VLR                       PIC -.---.---.--9,99.
           03 FILLER                        PIC X(79) VALUE SPACES.
       01 WRK-RELAUD-CAB-USUARIO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(10) VALUE 'USUARIO'.
           03 FILLER                        PIC X(12) VALUE 'PERIODO'.
           03 FILLER                        PIC X(13) VALUE
               ' ALTERACOES'.
           03 FILLER                        PIC X(17) VALUE
               '   IMPACTO (R$)'.
           03 FILLER                        PIC X(79) VALUE SPACES.
       01 WRK-RELAUD-TOT.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'FORA DE EXECUCAO APROVADA.: '.
           03 TOT-SECAO1                    PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELAUD-TOT2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'APROVADOR = SOLICITANTE...: '.
           03 TOT-SECAO2                    PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELAUD-TOT3.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'AC2A SOBRE EXECUCAO APROV.: '.
           03 TOT-SECAO3                    PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELAUD-RES.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 RES-TEXTO                     PIC X(60).
           03 FILLER                        PIC X(71) VALUE SPACES.
      *----------------------------------------------------------------*
      * SECAO 1: EVENTO DE PRECO DE VENDA CUJA EXECUCAO NAO UTILIZOU   *
      * PEDIDO APROVADO. EVENTO SEM EXECUCAO (ID NULO) TAMBEM ENTRA:   *
      * A COMPARACAO COM NULO NUNCA ENCONTRA PEDIDO. P/F (PROMOCAO),   *
      * L (PASSO DE LIQUIDACAO), I (CARGA) E N/X/G (FAIXA/             *
      * CLASSIFICACAO) NAO SAO ALTERACAO DO PRECO REGULAR E FICAM SO   *
      * NA SECAO 4                                                     *
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR01-FORA-APROV CURSOR FOR
                SELECT H.HIST_COD_GRUPO,
                       H.HIST_COD_CATEGORIA,
                       H.HIST_COD_PRODUTO,
                       H.HIST_DT_HORA,
                       H.HIST_ACAO,
                       H.HIST_PRECO_ANT,
                       H.HIST_PRECO_NOVO,
                       H.HIST_ID_EXECUCAO,
                       H.HIST_PROGRAMA,
                       H.HIST_USUARIO
                FROM DB2ADMIN.TABPRO_HIST H
                WHERE DATE(H.HIST_DT_HORA) BETWEEN
                      DATE(:WRK-DT-INICIO-SQL) AND
                      DATE(:WRK-DT-FIM-SQL)
                  AND H.HIST_ACAO IN ('A', 'E', 'D', 'M', 'R')
                  AND NOT EXISTS
                      ( SELECT 1
                        FROM DB2ADMIN.TABPRO_APROV A
                        WHERE A.APROV_STATUS      = 'U'
                          AND A.APROV_ID_EXEC_USO = H.HIST_ID_EXECUCAO )
                ORDER BY H.HIST_DT_HORA, H.HIST_COD_GRUPO,
                         H.HIST_COD_CATEGORIA, H.HIST_COD_PRODUTO
            END-EXEC.
      *----------------------------------------------------------------*
      * SECAO 2: PEDIDO APROVADO (A) OU JA UTILIZADO (U) EM QUE O      *
      * APROVADOR E O MESMO USUARIO QUE SUBMETEU A SIMULACAO           *
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR02-MESMO-USUARIO CURSOR FOR
                SELECT APROV_ID_EXECUCAO,
                       APROV_DT_PEDIDO,
                       APROV_VLR_IMPACTO,
                       APROV_STATUS,
                       APROV_SOLICITANTE,
                       APROV_ID_EXEC_USO
                FROM DB2ADMIN.TABPRO_APROV
                WHERE APROV_STATUS IN ('A', 'U')
                  AND APROV_APROVADOR = APROV_SOLICITANTE
                  AND DATE(APROV_DT_PEDIDO) BETWEEN
                      DATE(:WRK-DT-INICIO-SQL) AND
                      DATE(:WRK-DT-FIM-SQL)
                ORDER BY APROV_DT_PEDIDO
            END-EXEC.
      *----------------------------------------------------------------*
      * SECAO 3: CORRECAO AC2A (M) NO MESMO DIA EM QUE UMA EXECUCAO    *
      * APROVADA (PEDIDO U) ALTEROU O PRODUTO (A/E/D)                  *
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR03-AC2A-APROV CURSOR FOR
                SELECT DISTINCT
                       M.HIST_COD_GRUPO,
                       M.HIST_COD_CATEGORIA,
                       M.HIST_COD_PRODUTO,
                       M.HIST_DT_HORA,
                       M.HIST_PRECO_ANT,
                       M.HIST_PRECO_NOVO,
                       M.HIST_USUARIO,
                       R.HIST_ID_EXECUCAO
                FROM DB2ADMIN.TABPRO_HIST M,
                     DB2ADMIN.TABPRO_HIST R
                WHERE M.HIST_ACAO = 'M'
                  AND DATE(M.HIST_DT_HORA) BETWEEN
                      DATE(:WRK-DT-INICIO-SQL) AND
                      DATE(:WRK-DT-FIM-SQL)
                  AND R.HIST_COD_GRUPO     = M.HIST_COD_GRUPO
                  AND R.HIST_COD_CATEGORIA = M.HIST_COD_CATEGORIA
                  AND R.HIST_COD_PRODUTO   = M.HIST_COD_PRODUTO
                  AND DATE(R.HIST_DT_HORA) = DATE(M.HIST_DT_HORA)
                  AND R.HIST_ACAO IN ('A', 'E', 'D')
                  AND EXISTS
                      ( SELECT 1
                        FROM DB2ADMIN.TABPRO_APROV A
                        WHERE A.APROV_STATUS      = 'U'
                          AND A.APROV_ID_EXEC_USO = R.HIST_ID_EXECUCAO )
                ORDER BY M.HIST_DT_HORA, M.HIST_COD_GRUPO,
                         M.HIST_COD_CATEGORIA, M.HIST_COD_PRODUTO
            END-EXEC.
      *----------------------------------------------------------------*
      * SECAO 4: ALTERACOES E IMPACTO POR USUARIO E PERIODO (DIA       *
      * AAAA-MM-DD OU MES AAAA-MM). O IMPACTO SO SOMA OS EVENTOS QUE   *
      * MUDAM O PRECO DE VENDA; A TABELA AUXILIAR EVITA REPETIR NO     *
      * GROUP BY A EXPRESSAO DO PERIODO, QUE DEPENDE DA HOST VARIABLE  *
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR04-POR-USUARIO CURSOR FOR
                SELECT T.USUARIO,
                       T.PERIODO,
                       COUNT(*),
                       SUM(T.DELTA)
                FROM ( SELECT COALESCE(HIST_USUARIO, '(S/REG)')
                                  AS USUARIO,
                              CASE WHEN :WRK-IND-PERIODO = 'D'
                                   THEN CHAR(DATE(HIST_DT_HORA), ISO)
                                   ELSE SUBSTR(CHAR(DATE(HIST_DT_HORA),
                                               ISO), 1, 7)
                              END AS PERIODO,
                              CASE WHEN HIST_ACAO IN
                                        ('A', 'E', 'M', 'R', 'P', 'F',
                                         'L')
                                   THEN HIST_PRECO_NOVO -
                                        HIST_PRECO_ANT
                                   ELSE 0
                              END AS DELTA
                       FROM DB2ADMIN.TABPRO_HIST
                       WHERE DATE(HIST_DT_HORA) BETWEEN
                             DATE(:WRK-DT-INICIO-SQL) AND
                             DATE(:WRK-DT-FIM-SQL) ) AS T
                GROUP BY T.USUARIO, T.PERIODO
                ORDER BY T.USUARIO, T.PERIODO
            END-EXEC.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *
       000-PRINCIPAL                   SECTION.
           EXEC SQL
               CONNECT TO 'DB2'
           END-EXEC
      *
           PERFORM 1000-INICIALIZAR    THRU 1000-99-FIM
      *
           PERFORM 2100-SECAO-FORA-APROV    THRU 2100-99-FIM
           PERFORM 2200-SECAO-MESMO-USUARIO THRU 2200-99-FIM
           PERFORM 2300-SECAO-AC2A-APROV    THRU 2300-99-FIM
           PERFORM 2400-SECAO-POR-USUARIO   THRU 2400-99-FIM
      *
           PERFORM 3000-TERMINAR       THRU 3000-99-FIM
           PERFORM 3300-FINALIZAR      THRU 3300-99-FIM.
      *
       000-99-PRINCIPAL-FIM            SECTION.
           EXIT.
      *-----------------------------------------------------------------
      * CARTAO, ABERTURA DO RELATORIO E CABECALHO
      *-----------------------------------------------------------------
       1000-INICIALIZAR                SECTION.
           INITIALIZE WRK-VARIAVEIS-AUXILIARES
                      DCLTPHI-REGISTRO
                      DCLTPAPR-REGISTRO
      *
           PERFORM 1010-CARREGAR-PARAMETROS THRU 1010-99-FIM
      *
           OPEN OUTPUT RELAUD-ARQ
      *
           IF WRK-STATUS-RELAUD NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA DO RELAUD ' WRK-STATUS-RELAUD
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           PERFORM 1041-CABECALHO-RELAUD    THRU 1041-99-FIM.
      *
       1000-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * LEITURA E CRITICA DO CARTAO (PERIODO AAAAMMDD E QUEBRA D/M)
      *-----------------------------------------------------------------
       1010-CARREGAR-PARAMETROS        SECTION.
           OPEN INPUT ARQPRM-ARQ
      *
           IF WRK-STATUS-ARQPRM NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA DO ARQPRM ' WRK-STATUS-ARQPRM
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           READ ARQPRM-ARQ
               AT END
                   DISPLAY 'ARQPRM VAZIO - PERIODO DA AUDITORIA '
                            'OBRIGATORIO'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-READ
      *
           IF PRM-TXT-DT-INICIO NOT NUMERIC OR
              PRM-TXT-DT-FIM NOT NUMERIC
               DISPLAY 'PERIODO INVALIDO NO ARQPRM: ' REG-ARQPRM (1:16)
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           IF PRM-DT-INICIO GREATER PRM-DT-FIM
               DISPLAY 'DATA INICIAL MAIOR QUE A FINAL NO ARQPRM'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           IF NOT PRM-PERIODO-DIA AND NOT PRM-PERIODO-MES
               DISPLAY 'QUEBRA INVALIDA NO ARQPRM (D/M): '
                        PRM-IND-PERIODO
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           IF PRM-PERIODO-DIA
               MOVE 'D'                TO WRK-IND-PERIODO
           ELSE
               MOVE 'M'                TO WRK-IND-PERIODO
           END-IF
      *
           MOVE PRM-TXT-DT-INICIO (1:4)  TO WRK-DT-INICIO-SQL (1:4)
           MOVE '-'                      TO WRK-DT-INICIO-SQL (5:1)
           MOVE PRM-TXT-DT-INICIO (5:2)  TO WRK-DT-INICIO-SQL (6:2)
           MOVE '-'                      TO WRK-DT-INICIO-SQL (8:1)
           MOVE PRM-TXT-DT-INICIO (7:2)  TO WRK-DT-INICIO-SQL (9:2)
      *
           MOVE PRM-TXT-DT-FIM (1:4)     TO WRK-DT-FIM-SQL (1:4)
           MOVE '-'                      TO WRK-DT-FIM-SQL (5:1)
           MOVE PRM-TXT-DT-FIM (5:2)     TO WRK-DT-FIM-SQL (6:2)
           MOVE '-'                      TO WRK-DT-FIM-SQL (8:1)
           MOVE PRM-TXT-DT-FIM (7:2)     TO WRK-DT-FIM-SQL (9:2)
      *
           MOVE WRK-DT-INICIO-SQL        TO CAB2-DT-INICIO
           MOVE WRK-DT-FIM-SQL           TO CAB2-DT-FIM
      *
           CLOSE ARQPRM-ARQ.
      *
       1010-99-FIM.                    EXIT.
      *
       1041-CABECALHO-RELAUD             SECTION.
           ADD 1                 TO WRK-PAGINA-ATUAL
           MOVE WRK-PAGINA-ATUAL TO WRK-CAB1-PAGINA
           MOVE ZEROS            TO WRK-LIN-ATUAL
      *
           WRITE REG-RELAUD      FROM WRK-RELAUD-CAB1
           WRITE REG-RELAUD      FROM WRK-RELAUD-CAB2
           WRITE REG-RELAUD      FROM SPACES.
      *
       1041-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * SECAO 1: ALTERACOES FORA DE EXECUCAO APROVADA
      *-----------------------------------------------------------------
       2100-SECAO-FORA-APROV           SECTION.
           MOVE '1'                    TO SEC-NUMERO
           MOVE 'ALTERACAO DE PRECO FORA DE EXECUCAO APROVADA'
             TO SEC-TITULO
           PERFORM 2800-IMPRIMIR-SECAO THRU 2800-99-FIM
      *
           EXEC SQL
               OPEN CSR01-FORA-APROV
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA DO CURSOR 1 ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           MOVE 'N' TO WRK-SW-FIM-CURSOR
           PERFORM 2110-LER-FORA-APROV THRU 2110-99-FIM
           PERFORM 2120-TRATAR-FORA-APROV THRU 2120-99-FIM
               UNTIL WRK-FIM-CURSOR
      *
           EXEC SQL
               CLOSE CSR01-FORA-APROV
           END-EXEC.
      *
       2100-99-FIM.                    EXIT.
      *
       2110-LER-FORA-APROV             SECTION.
           EXEC SQL
                FETCH  CSR01-FORA-APROV
                INTO  :HIST-COD-GRUPO
                ,     :HIST-COD-CATEGORIA
                ,     :HIST-COD-PRODUTO
                ,     :HIST-DT-HORA
                ,     :HIST-ACAO
                ,     :HIST-PRECO-ANT
                ,     :HIST-PRECO-NOVO
                ,     :HIST-ID-EXECUCAO :IND-HIST-ID-EXECUCAO
                ,     :HIST-PROGRAMA    :IND-HIST-PROGRAMA
                ,     :HIST-USUARIO     :IND-HIST-USUARIO
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
       2110-99-FIM.                    EXIT.
      *
       2120-TRATAR-FORA-APROV          SECTION.
           ADD 1                       TO WRK-ACU-SECAO1
           PERFORM 2810-MONTAR-EVENTO  THRU 2810-99-FIM
      *
           MOVE SPACES                 TO DEV-OCORRENCIA
           IF IND-HIST-ID-EXECUCAO LESS ZEROS
               MOVE 'SEM EXECUCAO REGISTRADA' TO DEV-OCORRENCIA
           ELSE
               STRING 'EXECUCAO ' HIST-ID-EXECUCAO ' SEM APROVACAO'
                      DELIMITED BY SIZE
                      INTO DEV-OCORRENCIA
           END-IF
      *
           PERFORM 2840-ESCREVER-LINHA THRU 2840-99-FIM
      *
           PERFORM 2110-LER-FORA-APROV THRU 2110-99-FIM.
      *
       2120-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * SECAO 2: APROVADOR IGUAL AO SOLICITANTE
      *-----------------------------------------------------------------
       2200-SECAO-MESMO-USUARIO        SECTION.
           MOVE '2'                    TO SEC-NUMERO
           MOVE 'PEDIDO APROVADO PELO PROPRIO SOLICITANTE DA SIMULACAO'
             TO SEC-TITULO
           PERFORM 2800-IMPRIMIR-SECAO THRU 2800-99-FIM
      *
           EXEC SQL
               OPEN CSR02-MESMO-USUARIO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA DO CURSOR 2 ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           MOVE 'N' TO WRK-SW-FIM-CURSOR
           PERFORM 2210-LER-MESMO-USUARIO THRU 2210-99-FIM
           PERFORM 2220-TRATAR-MESMO-USUARIO THRU 2220-99-FIM
               UNTIL WRK-FIM-CURSOR
      *
           EXEC SQL
               CLOSE CSR02-MESMO-USUARIO
           END-EXEC.
      *
       2200-99-FIM.                    EXIT.
      *
       2210-LER-MESMO-USUARIO          SECTION.
           EXEC SQL
                FETCH  CSR02-MESMO-USUARIO
                INTO  :APROV-ID-EXECUCAO
                ,     :APROV-DT-PEDIDO
                ,     :APROV-VLR-IMPACTO
                ,     :APROV-STATUS
                ,     :APROV-SOLICITANTE
                ,     :APROV-ID-EXEC-USO :IND-APROV-ID-EXEC-USO
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
       2210-99-FIM.                    EXIT.
      *
       2220-TRATAR-MESMO-USUARIO       SECTION.
           ADD 1                       TO WRK-ACU-SECAO2
           MOVE APROV-ID-EXECUCAO      TO DPE-ID-EXECUCAO
           MOVE APROV-DT-PEDIDO (1:19) TO DPE-DT-PEDIDO
           MOVE APROV-STATUS           TO DPE-STATUS
           MOVE APROV-VLR-IMPACTO      TO DPE-VLR-IMPACTO
           MOVE APROV-SOLICITANTE      TO DPE-USUARIO
      *
           MOVE SPACES                 TO DPE-OCORRENCIA
           IF IND-APROV-ID-EXEC-USO LESS ZEROS
               MOVE 'APROVADO, AINDA NAO UTILIZADO'
                 TO DPE-OCORRENCIA
           ELSE
               STRING 'UTILIZADO PELA EXECUCAO ' APROV-ID-EXEC-USO
                      DELIMITED BY SIZE
                      INTO DPE-OCORRENCIA
           END-IF
      *
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELAUD THRU 1041-99-FIM
           END-IF
      *
           WRITE REG-RELAUD FROM WRK-RELAUD-DET-PEDIDO
           ADD 1 TO WRK-LIN-ATUAL
      *
           PERFORM 2210-LER-MESMO-USUARIO THRU 2210-99-FIM.
      *
       2220-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * SECAO 3: CORRECAO AC2A SOBRE PRODUTO DE EXECUCAO APROVADA
      *-----------------------------------------------------------------
       2300-SECAO-AC2A-APROV           SECTION.
           MOVE '3'                    TO SEC-NUMERO
           MOVE 'CORRECAO AC2A EM PRODUTO DE EXECUCAO APROVADA NO DIA'
             TO SEC-TITULO
           PERFORM 2800-IMPRIMIR-SECAO THRU 2800-99-FIM
      *
           EXEC SQL
               OPEN CSR03-AC2A-APROV
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA DO CURSOR 3 ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           MOVE 'N' TO WRK-SW-FIM-CURSOR
           PERFORM 2310-LER-AC2A-APROV THRU 2310-99-FIM
           PERFORM 2320-TRATAR-AC2A-APROV THRU 2320-99-FIM
               UNTIL WRK-FIM-CURSOR
      *
           EXEC SQL
               CLOSE CSR03-AC2A-APROV
           END-EXEC.
      *
       2300-99-FIM.                    EXIT.
      *
       2310-LER-AC2A-APROV             SECTION.
           EXEC SQL
                FETCH  CSR03-AC2A-APROV
                INTO  :HIST-COD-GRUPO
                ,     :HIST-COD-CATEGORIA
                ,     :HIST-COD-PRODUTO
                ,     :HIST-DT-HORA
                ,     :HIST-PRECO-ANT
                ,     :HIST-PRECO-NOVO
                ,     :HIST-USUARIO     :IND-HIST-USUARIO
                ,     :WRK-EXEC-APROVADA
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
       2310-99-FIM.                    EXIT.
      *
       2320-TRATAR-AC2A-APROV          SECTION.
           ADD 1                       TO WRK-ACU-SECAO3
           MOVE 'M'                    TO HIST-ACAO
           MOVE 'AC220011'             TO HIST-PROGRAMA
           MOVE ZEROS                  TO IND-HIST-PROGRAMA
           PERFORM 2810-MONTAR-EVENTO  THRU 2810-99-FIM
      *
           MOVE SPACES                 TO DEV-OCORRENCIA
           STRING 'EXECUCAO APROVADA ' WRK-EXEC-APROVADA
                  DELIMITED BY SIZE
                  INTO DEV-OCORRENCIA
      *
           PERFORM 2840-ESCREVER-LINHA THRU 2840-99-FIM
      *
           PERFORM 2310-LER-AC2A-APROV THRU 2310-99-FIM.
      *
       2320-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * SECAO 4: ALTERACOES E IMPACTO POR USUARIO E PERIODO, COM
      * SUBTOTAL NA QUEBRA DE USUARIO E TOTAL GERAL
      *-----------------------------------------------------------------
       2400-SECAO-POR-USUARIO          SECTION.
           MOVE '4'                    TO SEC-NUMERO
           MOVE 'ALTERACOES E IMPACTO MONETARIO POR USUARIO E PERIODO'
             TO SEC-TITULO
           PERFORM 2800-IMPRIMIR-SECAO THRU 2800-99-FIM
      *
           WRITE REG-RELAUD FROM WRK-RELAUD-CAB-USUARIO
           ADD 1 TO WRK-LIN-ATUAL
      *
           EXEC SQL
               OPEN CSR04-POR-USUARIO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA DO CURSOR 4 ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           MOVE 'N' TO WRK-SW-FIM-CURSOR
           MOVE 'S' TO WRK-SW-PRIMEIRO-USUARIO
           PERFORM 2410-LER-POR-USUARIO THRU 2410-99-FIM
           PERFORM 2420-TRATAR-POR-USUARIO THRU 2420-99-FIM
               UNTIL WRK-FIM-CURSOR
      *
           EXEC SQL
               CLOSE CSR04-POR-USUARIO
           END-EXEC
      *
           IF NOT WRK-PRIMEIRO-USUARIO
               PERFORM 2430-SUBTOTAL-USUARIO THRU 2430-99-FIM
           END-IF
      *
           MOVE 'TOTAL'                TO DUS-USUARIO
           MOVE SPACES                 TO DUS-PERIODO
           MOVE WRK-ACU-GERAL-QTD      TO DUS-QTD
           MOVE WRK-ACU-GERAL-VLR      TO DUS-VLR
           WRITE REG-RELAUD FROM WRK-RELAUD-DET-USUARIO
           ADD 1 TO WRK-LIN-ATUAL.
      *
       2400-99-FIM.                    EXIT.
      *
       2410-LER-POR-USUARIO            SECTION.
           EXEC SQL
                FETCH  CSR04-POR-USUARIO
                INTO  :WRK-GRP-USUARIO
                ,     :WRK-GRP-PERIODO
                ,     :WRK-GRP-QTD
                ,     :WRK-GRP-VLR
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
       2420-TRATAR-POR-USUARIO         SECTION.
           IF NOT WRK-PRIMEIRO-USUARIO AND
              WRK-GRP-USUARIO NOT EQUAL WRK-USUARIO-ANTERIOR
               PERFORM 2430-SUBTOTAL-USUARIO THRU 2430-99-FIM
           END-IF
      *
           MOVE 'N'                    TO WRK-SW-PRIMEIRO-USUARIO
           MOVE WRK-GRP-USUARIO        TO WRK-USUARIO-ANTERIOR
      *
           ADD WRK-GRP-QTD             TO WRK-ACU-USUARIO-QTD
                                          WRK-ACU-GERAL-QTD
           ADD WRK-GRP-VLR             TO WRK-ACU-USUARIO-VLR
                                          WRK-ACU-GERAL-VLR
      *
           MOVE WRK-GRP-USUARIO        TO DUS-USUARIO
           MOVE WRK-GRP-PERIODO        TO DUS-PERIODO
           MOVE WRK-GRP-QTD            TO DUS-QTD
           MOVE WRK-GRP-VLR            TO DUS-VLR
      *
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELAUD THRU 1041-99-FIM
               WRITE REG-RELAUD FROM WRK-RELAUD-CAB-USUARIO
               ADD 1 TO WRK-LIN-ATUAL
           END-IF
      *
           WRITE REG-RELAUD FROM WRK-RELAUD-DET-USUARIO
           ADD 1 TO WRK-LIN-ATUAL
      *
           PERFORM 2410-LER-POR-USUARIO THRU 2410-99-FIM.
      *
       2420-99-FIM.                    EXIT.
      *
       2430-SUBTOTAL-USUARIO           SECTION.
           MOVE SPACES                 TO DUS-USUARIO
           MOVE 'SUBTOTAL'             TO DUS-PERIODO
           MOVE WRK-ACU-USUARIO-QTD    TO DUS-QTD
           MOVE WRK-ACU-USUARIO-VLR    TO DUS-VLR
      *
           WRITE REG-RELAUD FROM WRK-RELAUD-DET-USUARIO
           WRITE REG-RELAUD FROM SPACES
           ADD 2 TO WRK-LIN-ATUAL
      *
           MOVE ZEROS                  TO WRK-ACU-USUARIO-QTD
                                          WRK-ACU-USUARIO-VLR.
      *
       2430-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * IMPRESSAO DO CABECALHO DE SECAO
      *-----------------------------------------------------------------
       2800-IMPRIMIR-SECAO             SECTION.
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELAUD THRU 1041-99-FIM
           END-IF
      *
           WRITE REG-RELAUD FROM SPACES
           WRITE REG-RELAUD FROM WRK-RELAUD-SECAO
           ADD 2 TO WRK-LIN-ATUAL.
      *
       2800-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * MONTAGEM DA LINHA DE EVENTO (SECOES 1 E 3); COLUNA NULA DA
      * TRILHA SAI COMO '(S/REG)'
      *-----------------------------------------------------------------
       2810-MONTAR-EVENTO              SECTION.
           MOVE HIST-COD-GRUPO         TO DEV-GRUPO
           MOVE HIST-COD-CATEGORIA     TO DEV-CATEGORIA
           MOVE HIST-COD-PRODUTO       TO DEV-PRODUTO
           MOVE HIST-DT-HORA (1:19)    TO DEV-DT-HORA
           MOVE HIST-ACAO              TO DEV-ACAO
           MOVE HIST-PRECO-ANT         TO DEV-PRECO-ANT
           MOVE HIST-PRECO-NOVO        TO DEV-PRECO-NOVO
      *
           IF IND-HIST-PROGRAMA LESS ZEROS
               MOVE '(S/REG)'          TO DEV-PROGRAMA
           ELSE
               MOVE HIST-PROGRAMA      TO DEV-PROGRAMA
           END-IF
      *
           IF IND-HIST-USUARIO LESS ZEROS
               MOVE '(S/REG)'          TO DEV-USUARIO
           ELSE
               MOVE HIST-USUARIO       TO DEV-USUARIO
           END-IF.
      *
       2810-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CONTROLE DE QUEBRA DE PAGINA DAS LINHAS DE EVENTO
      *-----------------------------------------------------------------
       2840-ESCREVER-LINHA              SECTION.
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELAUD THRU 1041-99-FIM
           END-IF
      *
           WRITE REG-RELAUD FROM WRK-RELAUD-DET-EVENTO
           ADD 1 TO WRK-LIN-ATUAL.
      *
       2840-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * TOTAIS, RESULTADO E RETURN-CODE PARA O SCHEDULER
      *-----------------------------------------------------------------
       3000-TERMINAR.
           MOVE WRK-ACU-SECAO1         TO WRK-MASC-SECAO1
           MOVE WRK-ACU-SECAO2         TO WRK-MASC-SECAO2
           MOVE WRK-ACU-SECAO3         TO WRK-MASC-SECAO3
      *
           DISPLAY 'FORA DE EXECUCAO APROVADA.: 'WRK-MASC-SECAO1
           DISPLAY 'APROVADOR = SOLICITANTE...: 'WRK-MASC-SECAO2
           DISPLAY 'AC2A SOBRE EXECUCAO APROV.: 'WRK-MASC-SECAO3
      *
           MOVE WRK-ACU-SECAO1         TO TOT-SECAO1
           MOVE WRK-ACU-SECAO2         TO TOT-SECAO2
           MOVE WRK-ACU-SECAO3         TO TOT-SECAO3
      *
           WRITE REG-RELAUD FROM SPACES
           WRITE REG-RELAUD FROM WRK-RELAUD-TOT
           WRITE REG-RELAUD FROM WRK-RELAUD-TOT2
           WRITE REG-RELAUD FROM WRK-RELAUD-TOT3
           WRITE REG-RELAUD FROM SPACES
      *
           IF WRK-ACU-SECAO1 GREATER ZEROS OR
              WRK-ACU-SECAO2 GREATER ZEROS OR
              WRK-ACU-SECAO3 GREATER ZEROS
               MOVE 'RESULTADO: HA OCORRENCIAS DE AUDITORIA'
                 TO RES-TEXTO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'RESULTADO: NENHUMA OCORRENCIA NO PERIODO'
                 TO RES-TEXTO
               MOVE ZEROS TO RETURN-CODE
           END-IF
      *
           WRITE REG-RELAUD FROM WRK-RELAUD-RES
      *
           CLOSE RELAUD-ARQ.
      *
       3000-99-FIM.                    EXIT.
      *
       3300-FINALIZAR.
      *
           GOBACK.
       3300-99-FIM.                    EXIT.
      *
