      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.    AC220026.
       AUTHOR.  ACCENTURE BRDC RECIFE.
      *================================================================*
      *                      A C C E N T U R E                         *
      *================================================================*
      *    PROGRAMA......: AC220026.                                   *
      *    PROGRAMADOR...: ACCENTURE BRDC RECIFE                       *
      *    ANALISTA......: ACCENTURE BRDC                              *
      *    DATA..........: 15/10/2026                                  *
      *----------------------------------------------------------------*
      *    OBJETIVO......: MANUTENCAO E LISTAGEM DO CALENDARIO DE      *
      *                    CONGELAMENTO DE PRECOS (TABPRO_CONGEL): LE  *
      *                    O ARQUIVO DE TRANSACOES ARQCNG (I = INCLUI  *
      *                    PERIODO, A = ALTERA, E = EXCLUI, L = LIBERA *
      *                    PERIODO DE APROVACAO OBRIGATORIA), APLICA   *
      *                    AS VALIDAS E LISTA NO RELCNG: (1) AS        *
      *                    TRANSACOES E O RESULTADO, (2) O CALENDARIO  *
      *                    VIGENTE E FUTURO E (3) OS PRECOS JA         *
      *                    PROGRAMADOS (TABPRO_PRECO_NOVO) COM DATA DE *
      *                    VIGENCIA DENTRO DE UM PERIODO QUE BLOQUEIA  *
      *                    - NAO SERAO EFETIVADOS NA DATA PELO         *
      *                    AC220002. A LIBERACAO TEM QUE SER FEITA POR *
      *                    USUARIO DIFERENTE DO SOLICITANTE DO         *
      *                    PERIODO; ALTERAR UM PERIODO LIBERADO EXIGE  *
      *                    NOVA LIBERACAO.                             *
      *----------------------------------------------------------------*
      *    ARQUIVOS         I/O LRECL  DESCRICAO                       *
      *    TABELA TABPRO_CONGEL I/O N/A DB2ADMIN.TABPRO_CONGEL         *
      *    TABELA TABPRO    IN   071    DB2ADMIN.TABPRO                *
      *    ARQCNG           IN   080    TRANSACOES DO CALENDARIO DE    *
      *                                CONGELAMENTO                    *
      *    RELCNG           OUT  132    LISTAGEM DAS TRANSACOES, DO    *
      *                                CALENDARIO E DOS PRECOS         *
      *                                PROGRAMADOS EM CONGELAMENTO     *
      *----------------------------------------------------------------*
      *    RETURN-CODE.....: 0 = TRANSACOES APLICADAS, NENHUM PRECO    *
      *                          PROGRAMADO EM CONGELAMENTO            *
      *                      4 = HOUVE TRANSACOES RECUSADAS OU PRECO   *
      *                          PROGRAMADO DENTRO DE CONGELAMENTO     *
      *                      8 = ERRO DE ARQUIVO/SQL                   *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *    15/10/2026  RPS  CRIACAO DO PROGRAMA                        *
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
           SELECT ARQCNG-ARQ         ASSIGN TO ARQCNG
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQCNG.
      *
           SELECT RELCNG-ARQ         ASSIGN TO RELCNG
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-RELCNG.
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      * TRANSACOES DO CALENDARIO DE CONGELAMENTO                       *
      *----------------------------------------------------------------*
       FD  ARQCNG-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQCNG                      PIC X(080).
      *----------------LAYOUT DO REGISTRO DO ARQCNG--------------------*
      *    A CHAVE DO PERIODO E GRUPO/CATEGORIA/DATA DE INICIO
      *    (CATEGORIA 000 = GRUPO INTEIRO)
      *    TIPO I: DATA FIM, TIPO DO PERIODO E DESCRICAO OBRIGATORIOS
      *    TIPO A: DATA FIM, TIPO OU DESCRICAO EM BRANCO MANTEM O ATUAL
      *    TIPO E/L: SO A CHAVE
       01 REG-CNG-DADOS REDEFINES REG-ARQCNG.
           03 CNG-TIPO-TRANSACAO       PIC X(01).
               88 CNG-TRANSACAO-INCLUSAO                VALUE 'I'.
               88 CNG-TRANSACAO-ALTERACAO               VALUE 'A'.
               88 CNG-TRANSACAO-EXCLUSAO                VALUE 'E'.
               88 CNG-TRANSACAO-LIBERACAO               VALUE 'L'.
           03 CNG-COD-GRUPO            PIC 9(01).
           03 CNG-COD-CATEGORIA        PIC 9(03).
           03 CNG-DT-INICIO            PIC 9(08).
           03 CNG-DT-FIM               PIC 9(08).
           03 CNG-IND-TIPO             PIC X(01).
               88 CNG-TIPO-BLOQUEIO                     VALUE 'B'.
               88 CNG-TIPO-APROVACAO                    VALUE 'A'.
           03 CNG-DESCRICAO            PIC X(30).
           03 FILLER                   PIC X(28).
      *----------------VISAO TEXTO PARA TESTES DE CLASSE---------------*
       01 REG-CNG-TEXTO REDEFINES REG-ARQCNG.
           03 CNG-TXT-TIPO             PIC X(01).
           03 CNG-TXT-CHAVE            PIC X(04).
           03 CNG-TXT-DT-INICIO        PIC X(08).
           03 CNG-TXT-DT-FIM           PIC X(08).
           03 CNG-TXT-IND-TIPO         PIC X(01).
           03 CNG-TXT-DESCRICAO        PIC X(30).
           03 FILLER                   PIC X(28).
      *----------------------------------------------------------------*
      * LISTAGEM DA MANUTENCAO E DO CALENDARIO                         *
      *----------------------------------------------------------------*
       FD  RELCNG-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELCNG                        PIC X(132).
      *================================================================*
       WORKING-STORAGE                 SECTION.
      *================================================================*
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *--------------CONECTANDO AO BANCO DE DADOS DB2------------------*
           EXEC SQL
             INCLUDE DCLTBPRO
           END-EXEC.
      *--------CALENDARIO DE CONGELAMENTO (DB2ADMIN.TABPRO_CONGEL)-----*
           EXEC SQL
             INCLUDE DCLTPCG
           END-EXEC.
      * --------VARIAVEIS AUXILIARES DE CALCULO E CONTADORES-----------*
       01 WRK-VARIAVEIS-AUXILIARES.
           03 WRK-ACU-LIDOS            PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-INCLUIDOS        PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-ALTERADOS        PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-EXCLUIDOS        PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-LIBERADOS        PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-REJEITADOS       PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-PERIODOS         PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-PROGRAMADOS      PIC 9(07)       VALUE ZEROS.
           03 WRK-QTD-SOBREPOSTOS      PIC S9(09)      USAGE COMP.
      *---------VARIAVEIS PARA MASCARAS DE CONTADORES------------------*
       01 WRK-VARIAVEIS-PARA-MASCARA.
           03 WRK-MASC-LIDOS           PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-INCLUIDOS       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-ALTERADOS       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-EXCLUIDOS       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-LIBERADOS       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-REJEITADOS      PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-PERIODOS        PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-PROGRAMADOS     PIC ZZZ.ZZZ.ZZ9.
       01 WRK-SWITCHES-01.
           03 WRK-SW-FIM-ARQCNG        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-ARQCNG                       VALUE 'S'.
           03 WRK-SW-FIM-CURSOR        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-CURSOR                       VALUE 'S'.
           03 WRK-SW-REG-REJEITADO     PIC X(01)       VALUE 'N'.
               88 WRK-REG-REJEITADO                    VALUE 'S'.
           03 WRK-SW-DATA-VALIDA       PIC X(01)       VALUE 'N'.
               88 WRK-DATA-VALIDA                      VALUE 'S'.
      *----------------TRANSACAO EM TRATAMENTO-------------------------*
      *    DATAS NO FORMATO DO DB2 (AAAA-MM-DD) E USUARIO DO JOB
      *    (REGISTRO USER DO DB2), QUE E O SOLICITANTE NA INCLUSAO/
      *    ALTERACAO E O APROVADOR NA LIBERACAO
       01 WRK-TRANSACAO.
           03 WRK-DT-INICIO-SQL        PIC X(10).
           03 WRK-DT-FIM-SQL           PIC X(10).
           03 WRK-DT-FIM-NUM           PIC 9(08).
           03 WRK-USUARIO              PIC X(08).
           03 WRK-SQLCODE-ERRO         PIC S9(09)      USAGE COMP.
      *----------------DATA E HORA DO SISTEMA--------------------------*
       01 WRK-DATA-HORA-SISTEMA.
           03 WRK-DATA-ATUAL                PIC 9(08).
           03 WRK-DATA-SQL                  PIC X(10).
       01 WRK-DATA-VALIDAR.
           03 WRK-DT-VALIDAR                PIC 9(08).
           03 WRK-DT-VALIDAR-R REDEFINES WRK-DT-VALIDAR.
               05 WRK-DT-VALIDAR-AAAA           PIC 9(04).
               05 WRK-DT-VALIDAR-MM             PIC 9(02).
               05 WRK-DT-VALIDAR-DD             PIC 9(02).
           03 WRK-DT-QUOCIENTE              PIC 9(04).
           03 WRK-DT-RESTO                  PIC 9(04).
           03 WRK-DT-ULTIMO-DIA             PIC 9(02).
      *----------------STATUS DOS ARQUIVOS SEQUENCIAIS-----------------*
       01 WRK-STATUS-ARQUIVOS.
           03 WRK-STATUS-ARQCNG             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-RELCNG             PIC X(02)       VALUE '00'.
      *----------------LINHAS DA LISTAGEM (RELCNG)---------------------*
       01 WRK-RELCNG-LINHAS.
           03 WRK-LIN-ATUAL                 PIC 9(02)       VALUE 99.
           03 WRK-PAGINA-ATUAL              PIC 9(04)       VALUE ZEROS.
           03 WRK-MAX-LINHAS                PIC 9(02)       VALUE 50.
       01 WRK-RELCNG-CAB1.
           03 FILLER                        PIC X(01) VALUE '1'.
           03 FILLER                        PIC X(58) VALUE
           'AC220026 - CALENDARIO DE CONGELAMENTO DE PRECOS'.
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 FILLER                        PIC X(08) VALUE 'PAGINA: '.
           03 WRK-CAB1-PAGINA               PIC ZZZ9.
           03 FILLER                        PIC X(57) VALUE SPACES.
       01 WRK-RELCNG-CAB2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(10) VALUE 'DATA: '.
           03 CAB2-DATA                     PIC X(10).
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 FILLER                        PIC X(10) VALUE 'USUARIO: '.
           03 CAB2-USUARIO                  PIC X(08).
           03 FILLER                        PIC X(89) VALUE SPACES.
       01 WRK-RELCNG-SECAO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 SEC-NUMERO                    PIC X(01).
           03 FILLER                        PIC X(03) VALUE ' - '.
           03 SEC-TITULO                    PIC X(70).
           03 FILLER                        PIC X(57) VALUE SPACES.
      *    SECOES 1 E 2: UM PERIODO (OU TRANSACAO) POR LINHA
       01 WRK-RELCNG-CAB-PERIODO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(03) VALUE 'TR '.
           03 FILLER                        PIC X(07) VALUE 'GRP/CAT'.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 FILLER                        PIC X(12) VALUE 'INICIO'.
           03 FILLER                        PIC X(12) VALUE 'FIM'.
           03 FILLER                        PIC X(03) VALUE 'TP '.
           03 FILLER                        PIC X(32) VALUE 'DESCRICAO'.
           03 FILLER                        PIC X(10) VALUE 'SOLICIT.'.
           03 FILLER                        PIC X(10) VALUE 'APROVADOR'.
           03 FILLER                        PIC X(40) VALUE
               'SITUACAO/OCORRENCIA'.
       01 WRK-RELCNG-DET-PERIODO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DPR-TRANSACAO                 PIC X(01).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPR-GRUPO                     PIC X(01).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DPR-CATEGORIA                 PIC X(03).
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 DPR-DT-INICIO                 PIC X(10).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPR-DT-FIM                    PIC X(10).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPR-TIPO                      PIC X(01).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPR-DESCRICAO                 PIC X(30).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPR-SOLICITANTE               PIC X(08).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPR-APROVADOR                 PIC X(08).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPR-OCORRENCIA                PIC X(40).
      *    SECAO 3: UM PRECO PROGRAMADO DENTRO DE CONGELAMENTO POR LINHA
       01 WRK-RELCNG-CAB-PROGRAMADO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(17) VALUE
               'GRP/CAT/PRODUTO  '.
           03 FILLER                        PIC X(12) VALUE
               ' PRECO ATUAL'.
           03 FILLER                        PIC X(12) VALUE
               '  PROGRAMADO'.
           03 FILLER                        PIC X(12) VALUE
               '  VIGENCIA'.
           03 FILLER                        PIC X(12) VALUE 'INICIO'.
           03 FILLER                        PIC X(12) VALUE 'FIM'.
           03 FILLER                        PIC X(03) VALUE 'TP '.
           03 FILLER                        PIC X(51) VALUE 'DESCRICAO'.
       01 WRK-RELCNG-DET-PROGRAMADO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DPG-GRUPO                     PIC 9.
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DPG-CATEGORIA                 PIC 9(03).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DPG-PRODUTO                   PIC 9(09).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPG-PRECO-ATUAL               PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPG-PRECO-NOVO                PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(03) VALUE SPACES.
           03 DPG-DT-VIGENCIA               PIC X(10).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPG-DT-INICIO                 PIC X(10).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPG-DT-FIM                    PIC X(10).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPG-TIPO                      PIC X(01).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DPG-DESCRICAO                 PIC X(30).
           03 FILLER                        PIC X(20) VALUE SPACES.
       01 WRK-RELCNG-TOT.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'TOTAL DE TRANSACOES LIDAS.: '.
           03 TOT-LIDOS                     PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELCNG-TOT2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PERIODOS INCLUIDOS........: '.
           03 TOT-INCLUIDOS                 PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELCNG-TOT3.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PERIODOS ALTERADOS........: '.
           03 TOT-ALTERADOS                 PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELCNG-TOT4.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PERIODOS EXCLUIDOS........: '.
           03 TOT-EXCLUIDOS                 PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELCNG-TOT5.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PERIODOS LIBERADOS........: '.
           03 TOT-LIBERADOS                 PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELCNG-TOT6.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'TOTAL DE REJEITADOS.......: '.
           03 TOT-REJEITADOS                PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELCNG-TOT7.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PERIODOS VIGENTES/FUTUROS.: '.
           03 TOT-PERIODOS                  PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELCNG-TOT8.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PROG. EM CONGELAMENTO.....: '.
           03 TOT-PROGRAMADOS               PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
      *----------------------------------------------------------------*
      * SECAO 2: PERIODOS AINDA NAO ENCERRADOS, NA ORDEM DA CHAVE      *
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR01-CONGEL CURSOR FOR
                SELECT CONG_COD_GRUPO,
                       CONG_COD_CATEGORIA,
                       CONG_DT_INICIO,
                       CONG_DT_FIM,
                       CONG_IND_TIPO,
                       CONG_DESCRICAO,
                       CONG_SOLICITANTE,
                       CONG_APROVADOR,
                       CONG_DT_APROVACAO
                FROM DB2ADMIN.TABPRO_CONGEL
                WHERE CONG_DT_FIM >= CURRENT DATE
                ORDER BY CONG_COD_GRUPO, CONG_COD_CATEGORIA,
                         CONG_DT_INICIO
            END-EXEC.
      *----------------------------------------------------------------*
      * SECAO 3: PRECOS PROGRAMADOS CUJA DATA DE VIGENCIA CAI EM UM    *
      * PERIODO QUE BLOQUEIA (TIPO B, OU TIPO A AINDA NAO LIBERADO) DO *
      * GRUPO INTEIRO OU DA CATEGORIA DO PRODUTO - A MESMA REGRA QUE O *
      * AC220002 APLICA NA EFETIVACAO DA VIGENCIA                      *
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR02-PROGRAMADOS CURSOR FOR
                SELECT P.TABPRO_COD_GRUPO,
                       P.TABPRO_COD_CATEGORIA,
                       P.TABPRO_COD_PRODUTO,
                       P.TABPRO_PRECO,
                       P.TABPRO_PRECO_NOVO,
                       P.TABPRO_DT_VIGENCIA,
                       C.CONG_DT_INICIO,
                       C.CONG_DT_FIM,
                       C.CONG_IND_TIPO,
                       C.CONG_DESCRICAO
                FROM DB2ADMIN.TABPRO P,
                     DB2ADMIN.TABPRO_CONGEL C
                WHERE P.TABPRO_DT_VIGENCIA IS NOT NULL
                  AND P.TABPRO_PRECO_NOVO  IS NOT NULL
                  AND C.CONG_COD_GRUPO     = P.TABPRO_COD_GRUPO
                  AND C.CONG_COD_CATEGORIA IN
                          (0, P.TABPRO_COD_CATEGORIA)
                  AND P.TABPRO_DT_VIGENCIA BETWEEN C.CONG_DT_INICIO
                                               AND C.CONG_DT_FIM
                  AND (C.CONG_IND_TIPO = 'B' OR
                       C.CONG_APROVADOR IS NULL)
                ORDER BY P.TABPRO_COD_GRUPO, P.TABPRO_COD_CATEGORIA,
                         P.TABPRO_COD_PRODUTO, C.CONG_DT_INICIO
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
           PERFORM 2000-TRATAR-TRANSACAO THRU 2000-99-FIM
           UNTIL WRK-FIM-ARQCNG
      *
           PERFORM 2300-SECAO-CALENDARIO THRU 2300-99-FIM
           PERFORM 2400-SECAO-PROGRAMADOS THRU 2400-99-FIM
      *
           PERFORM 3000-TERMINAR       THRU 3000-99-FIM
           PERFORM 3300-FINALIZAR      THRU 3300-99-FIM.
      *
       000-99-PRINCIPAL-FIM            SECTION.
           EXIT.
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS, USUARIO DO JOB, CABECALHO E PRIMEIRA
      * LEITURA
      *-----------------------------------------------------------------
       1000-INICIALIZAR                SECTION.
           INITIALIZE WRK-VARIAVEIS-AUXILIARES
                      DCLTABPRO-REGISTRO
                      DCLTPCG-REGISTRO
      *
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
      *
           MOVE WRK-DATA-ATUAL (1:4)   TO WRK-DATA-SQL (1:4)
           MOVE '-'                    TO WRK-DATA-SQL (5:1)
           MOVE WRK-DATA-ATUAL (5:2)   TO WRK-DATA-SQL (6:2)
           MOVE '-'                    TO WRK-DATA-SQL (8:1)
           MOVE WRK-DATA-ATUAL (7:2)   TO WRK-DATA-SQL (9:2)
      *
           OPEN INPUT  ARQCNG-ARQ
           OPEN OUTPUT RELCNG-ARQ
      *
           IF WRK-STATUS-ARQCNG NOT EQUAL '00' OR
              WRK-STATUS-RELCNG NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVOS: '
                        WRK-STATUS-ARQCNG ' ' WRK-STATUS-RELCNG
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           EXEC SQL
               SELECT USER
                 INTO :WRK-USUARIO
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO NA CONSULTA DO USUARIO DO JOB: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           MOVE WRK-DATA-SQL           TO CAB2-DATA
           MOVE WRK-USUARIO            TO CAB2-USUARIO
      *
           PERFORM 1041-CABECALHO-RELCNG    THRU 1041-99-FIM
      *
           MOVE '1'                    TO SEC-NUMERO
           MOVE 'TRANSACOES DE MANUTENCAO DO CALENDARIO'
             TO SEC-TITULO
           PERFORM 2800-IMPRIMIR-SECAO THRU 2800-99-FIM
           WRITE REG-RELCNG FROM WRK-RELCNG-CAB-PERIODO
           ADD 1 TO WRK-LIN-ATUAL
      *
           PERFORM 1011-LER-REG-ARQCNG      THRU 1011-99-FIM
      *
           IF WRK-FIM-ARQCNG
               DISPLAY 'ARQCNG VAZIO - SO A LISTAGEM DO CALENDARIO'
           END-IF.
      *
       1000-99-FIM.                    EXIT.
      *
       1011-LER-REG-ARQCNG              SECTION.
           READ ARQCNG-ARQ
               AT END
                   MOVE 'S' TO WRK-SW-FIM-ARQCNG
           END-READ.
      *
       1011-99-FIM.                    EXIT.
      *
       1041-CABECALHO-RELCNG             SECTION.
           ADD 1                 TO WRK-PAGINA-ATUAL
           MOVE WRK-PAGINA-ATUAL TO WRK-CAB1-PAGINA
           MOVE ZEROS            TO WRK-LIN-ATUAL
      *
           WRITE REG-RELCNG      FROM WRK-RELCNG-CAB1
           WRITE REG-RELCNG      FROM WRK-RELCNG-CAB2
           WRITE REG-RELCNG      FROM SPACES.
      *
       1041-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CRITICA, VALIDACAO E APLICACAO DE UMA TRANSACAO DO ARQCNG
      *-----------------------------------------------------------------
       2000-TRATAR-TRANSACAO           SECTION.
           ADD 1                       TO WRK-ACU-LIDOS
           MOVE 'N'                    TO WRK-SW-REG-REJEITADO
           MOVE ZEROS                  TO WRK-SQLCODE-ERRO
           INITIALIZE DCLTPCG-REGISTRO
           MOVE -1                     TO IND-CONG-APROVADOR
                                          IND-CONG-DT-APROVACAO
      *
           PERFORM 2100-CRITICAR-TRANSACAO THRU 2100-99-FIM
      *
           IF NOT WRK-REG-REJEITADO AND
              NOT CNG-TRANSACAO-INCLUSAO
               PERFORM 2150-LER-PERIODO THRU 2150-99-FIM
           END-IF
      *
           IF NOT WRK-REG-REJEITADO AND
              (CNG-TRANSACAO-INCLUSAO OR CNG-TRANSACAO-ALTERACAO)
               PERFORM 2160-VERIFICAR-SOBREPOSICAO THRU 2160-99-FIM
           END-IF
      *
           IF NOT WRK-REG-REJEITADO
               PERFORM 2200-APLICAR-TRANSACAO THRU 2200-99-FIM
           END-IF
      *
           PERFORM 1011-LER-REG-ARQCNG THRU 1011-99-FIM.
      *
       2000-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CRITICA DE FORMATO E DE COERENCIA DA TRANSACAO
      *-----------------------------------------------------------------
       2100-CRITICAR-TRANSACAO         SECTION.
           IF NOT CNG-TRANSACAO-INCLUSAO AND
              NOT CNG-TRANSACAO-ALTERACAO AND
              NOT CNG-TRANSACAO-EXCLUSAO AND
              NOT CNG-TRANSACAO-LIBERACAO
               MOVE 'TIPO DE TRANSACAO INVALIDO (I/A/E/L)'
                 TO DPR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           IF CNG-TXT-CHAVE NOT NUMERIC
               MOVE 'GRUPO/CATEGORIA INVALIDOS'
                 TO DPR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           IF CNG-TXT-DT-INICIO NOT NUMERIC
               MOVE 'DATA DE INICIO NAO NUMERICA' TO DPR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           MOVE CNG-DT-INICIO          TO WRK-DT-VALIDAR
           PERFORM 6000-VALIDAR-DATA   THRU 6000-99-FIM
           IF NOT WRK-DATA-VALIDA
               MOVE 'DATA DE INICIO INVALIDA' TO DPR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           MOVE CNG-TXT-DT-INICIO (1:4) TO WRK-DT-INICIO-SQL (1:4)
           MOVE '-'                     TO WRK-DT-INICIO-SQL (5:1)
           MOVE CNG-TXT-DT-INICIO (5:2) TO WRK-DT-INICIO-SQL (6:2)
           MOVE '-'                     TO WRK-DT-INICIO-SQL (8:1)
           MOVE CNG-TXT-DT-INICIO (7:2) TO WRK-DT-INICIO-SQL (9:2)
      *
           MOVE CNG-COD-GRUPO          TO CONG-COD-GRUPO
           MOVE CNG-COD-CATEGORIA      TO CONG-COD-CATEGORIA
           MOVE WRK-DT-INICIO-SQL      TO CONG-DT-INICIO
      *
      *    EXCLUSAO E LIBERACAO SO PRECISAM DA CHAVE
           IF CNG-TRANSACAO-EXCLUSAO OR CNG-TRANSACAO-LIBERACAO
               GO TO 2100-99-FIM
           END-IF
      *
      *    NA ALTERACAO A DATA FIM EM BRANCO MANTEM A ATUAL (TRATADA
      *    NA LEITURA DO PERIODO)
           IF CNG-TRANSACAO-ALTERACAO AND
              CNG-TXT-DT-FIM EQUAL SPACES
               MOVE SPACES             TO WRK-DT-FIM-SQL
           ELSE
               IF CNG-TXT-DT-FIM NOT NUMERIC
                   MOVE 'DATA FIM NAO NUMERICA' TO DPR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2100-99-FIM
               END-IF
               MOVE CNG-DT-FIM         TO WRK-DT-VALIDAR
               PERFORM 6000-VALIDAR-DATA THRU 6000-99-FIM
               IF NOT WRK-DATA-VALIDA
                   MOVE 'DATA FIM INVALIDA' TO DPR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2100-99-FIM
               END-IF
               IF CNG-DT-FIM LESS CNG-DT-INICIO
                   MOVE 'DATA FIM ANTERIOR AO INICIO'
                     TO DPR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2100-99-FIM
               END-IF
               IF CNG-DT-FIM LESS WRK-DATA-ATUAL
                   MOVE 'DATA FIM JA PASSADA' TO DPR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2100-99-FIM
               END-IF
               MOVE CNG-TXT-DT-FIM (1:4) TO WRK-DT-FIM-SQL (1:4)
               MOVE '-'                  TO WRK-DT-FIM-SQL (5:1)
               MOVE CNG-TXT-DT-FIM (5:2) TO WRK-DT-FIM-SQL (6:2)
               MOVE '-'                  TO WRK-DT-FIM-SQL (8:1)
               MOVE CNG-TXT-DT-FIM (7:2) TO WRK-DT-FIM-SQL (9:2)
           END-IF
      *
           IF CNG-TRANSACAO-ALTERACAO AND
              CNG-TXT-IND-TIPO EQUAL SPACE
               CONTINUE
           ELSE
               IF NOT CNG-TIPO-BLOQUEIO AND
                  NOT CNG-TIPO-APROVACAO
                   MOVE 'TIPO DO PERIODO INVALIDO (B/A)'
                     TO DPR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2100-99-FIM
               END-IF
           END-IF
      *
           IF CNG-TRANSACAO-INCLUSAO AND
              CNG-DESCRICAO EQUAL SPACES
               MOVE 'DESCRICAO DO PERIODO OBRIGATORIA'
                 TO DPR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           IF CNG-TRANSACAO-INCLUSAO
               MOVE WRK-DT-FIM-SQL     TO CONG-DT-FIM
               MOVE CNG-IND-TIPO       TO CONG-IND-TIPO
               MOVE CNG-DESCRICAO      TO CONG-DESCRICAO
           END-IF.
      *
       2100-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * LEITURA DO PERIODO EXISTENTE (ALTERACAO, EXCLUSAO E LIBERACAO)
      * E REGRAS DE CADA TRANSACAO SOBRE O PERIODO. NA ALTERACAO OS
      * CAMPOS EM BRANCO FICAM COM O VALOR ATUAL
      *-----------------------------------------------------------------
       2150-LER-PERIODO                SECTION.
           EXEC SQL
               SELECT CONG_DT_FIM,
                      CONG_IND_TIPO,
                      CONG_DESCRICAO,
                      CONG_SOLICITANTE,
                      CONG_APROVADOR,
                      CONG_DT_APROVACAO
                 INTO :CONG-DT-FIM,
                      :CONG-IND-TIPO,
                      :CONG-DESCRICAO,
                      :CONG-SOLICITANTE,
                      :CONG-APROVADOR     :IND-CONG-APROVADOR,
                      :CONG-DT-APROVACAO  :IND-CONG-DT-APROVACAO
                 FROM DB2ADMIN.TABPRO_CONGEL
                WHERE CONG_COD_GRUPO     = :CONG-COD-GRUPO
                  AND CONG_COD_CATEGORIA = :CONG-COD-CATEGORIA
                  AND CONG_DT_INICIO     = :CONG-DT-INICIO
           END-EXEC
      *
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   MOVE 'PERIODO NAO CADASTRADO' TO DPR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2150-99-FIM
               WHEN OTHER
                   MOVE SQLCODE        TO WRK-SQLCODE-ERRO
                   MOVE 'FALHA SQL NA LEITURA DO PERIODO'
                     TO DPR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2150-99-FIM
           END-EVALUATE
      *
      *    PERIODO ENCERRADO FICA COMO REGISTRO DO QUE VALEU: NAO E
      *    MAIS ALTERADO, EXCLUIDO NEM LIBERADO
           IF CONG-DT-FIM LESS WRK-DATA-SQL
               MOVE 'PERIODO JA ENCERRADO' TO DPR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2150-99-FIM
           END-IF
      *
           IF CNG-TRANSACAO-LIBERACAO
               IF CONG-IND-TIPO NOT EQUAL 'A'
                   MOVE 'PERIODO DE BLOQUEIO NAO E LIBERAVEL'
                     TO DPR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2150-99-FIM
               END-IF
               IF IND-CONG-APROVADOR NOT LESS ZEROS
                   MOVE 'PERIODO JA LIBERADO' TO DPR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2150-99-FIM
               END-IF
               IF CONG-SOLICITANTE EQUAL WRK-USUARIO
                   MOVE 'LIBERADOR IGUAL AO SOLICITANTE'
                     TO DPR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2150-99-FIM
               END-IF
           END-IF
      *
           IF CNG-TRANSACAO-ALTERACAO
               IF WRK-DT-FIM-SQL NOT EQUAL SPACES
                   MOVE WRK-DT-FIM-SQL TO CONG-DT-FIM
               END-IF
               IF CNG-TXT-IND-TIPO NOT EQUAL SPACE
                   MOVE CNG-IND-TIPO   TO CONG-IND-TIPO
               END-IF
               IF CNG-DESCRICAO NOT EQUAL SPACES
                   MOVE CNG-DESCRICAO  TO CONG-DESCRICAO
               END-IF
           END-IF.
      *
       2150-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * O PERIODO NAO PODE SOBREPOR OUTRO DO MESMO GRUPO/CATEGORIA (NA
      * ALTERACAO, DESCONSIDERANDO ELE PROPRIO)
      *-----------------------------------------------------------------
       2160-VERIFICAR-SOBREPOSICAO     SECTION.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-SOBREPOSTOS
                 FROM DB2ADMIN.TABPRO_CONGEL
                WHERE CONG_COD_GRUPO     = :CONG-COD-GRUPO
                  AND CONG_COD_CATEGORIA = :CONG-COD-CATEGORIA
                  AND CONG_DT_INICIO    <> :CONG-DT-INICIO
                  AND CONG_DT_INICIO    <= :CONG-DT-FIM
                  AND CONG_DT_FIM       >= :CONG-DT-INICIO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               MOVE 'FALHA SQL NA CONSULTA DE SOBREPOSICAO'
                 TO DPR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2160-99-FIM
           END-IF
      *
           IF WRK-QTD-SOBREPOSTOS GREATER ZEROS
               MOVE 'SOBREPOE OUTRO PERIODO DO GRUPO/CATEG'
                 TO DPR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
           END-IF.
      *
       2160-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * APLICACAO DA TRANSACAO, COM COMMIT POR TRANSACAO. INCLUSAO E
      * ALTERACAO GRAVAM O USUARIO DO JOB COMO SOLICITANTE E DEIXAM O
      * PERIODO SEM LIBERACAO; A LIBERACAO GRAVA O APROVADOR
      *-----------------------------------------------------------------
       2200-APLICAR-TRANSACAO          SECTION.
           EVALUATE TRUE
               WHEN CNG-TRANSACAO-INCLUSAO
                   EXEC SQL
                       INSERT INTO DB2ADMIN.TABPRO_CONGEL
                           ( CONG_COD_GRUPO, CONG_COD_CATEGORIA,
                             CONG_DT_INICIO, CONG_DT_FIM,
                             CONG_IND_TIPO, CONG_DESCRICAO,
                             CONG_SOLICITANTE, CONG_APROVADOR,
                             CONG_DT_APROVACAO )
                       VALUES
                           ( :CONG-COD-GRUPO, :CONG-COD-CATEGORIA,
                             :CONG-DT-INICIO, :CONG-DT-FIM,
                             :CONG-IND-TIPO, :CONG-DESCRICAO,
                             USER, NULL, NULL )
                   END-EXEC
               WHEN CNG-TRANSACAO-ALTERACAO
                   EXEC SQL
                       UPDATE DB2ADMIN.TABPRO_CONGEL
                          SET CONG_DT_FIM        = :CONG-DT-FIM,
                              CONG_IND_TIPO      = :CONG-IND-TIPO,
                              CONG_DESCRICAO     = :CONG-DESCRICAO,
                              CONG_SOLICITANTE   = USER,
                              CONG_APROVADOR     = NULL,
                              CONG_DT_APROVACAO  = NULL
                        WHERE CONG_COD_GRUPO     = :CONG-COD-GRUPO
                          AND CONG_COD_CATEGORIA = :CONG-COD-CATEGORIA
                          AND CONG_DT_INICIO     = :CONG-DT-INICIO
                   END-EXEC
               WHEN CNG-TRANSACAO-EXCLUSAO
                   EXEC SQL
                       DELETE FROM DB2ADMIN.TABPRO_CONGEL
                        WHERE CONG_COD_GRUPO     = :CONG-COD-GRUPO
                          AND CONG_COD_CATEGORIA = :CONG-COD-CATEGORIA
                          AND CONG_DT_INICIO     = :CONG-DT-INICIO
                   END-EXEC
               WHEN CNG-TRANSACAO-LIBERACAO
                   EXEC SQL
                       UPDATE DB2ADMIN.TABPRO_CONGEL
                          SET CONG_APROVADOR     = USER,
                              CONG_DT_APROVACAO  = CURRENT DATE
                        WHERE CONG_COD_GRUPO     = :CONG-COD-GRUPO
                          AND CONG_COD_CATEGORIA = :CONG-COD-CATEGORIA
                          AND CONG_DT_INICIO     = :CONG-DT-INICIO
                   END-EXEC
           END-EVALUATE
      *
           IF SQLCODE NOT EQUAL ZEROS
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               MOVE 'FALHA SQL NA GRAVACAO DO PERIODO'
                 TO DPR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2200-99-FIM
           END-IF
      *
           EXEC SQL
               COMMIT WORK
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO NO COMMIT DA TRANSACAO: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           EVALUATE TRUE
               WHEN CNG-TRANSACAO-INCLUSAO
                   ADD 1               TO WRK-ACU-INCLUIDOS
                   MOVE WRK-USUARIO    TO CONG-SOLICITANTE
                   MOVE 'PERIODO INCLUIDO' TO DPR-OCORRENCIA
               WHEN CNG-TRANSACAO-ALTERACAO
                   ADD 1               TO WRK-ACU-ALTERADOS
                   MOVE WRK-USUARIO    TO CONG-SOLICITANTE
                   MOVE -1             TO IND-CONG-APROVADOR
                   IF CONG-IND-TIPO EQUAL 'A'
                       MOVE 'PERIODO ALTERADO - AGUARDA LIBERACAO'
                         TO DPR-OCORRENCIA
                   ELSE
                       MOVE 'PERIODO ALTERADO' TO DPR-OCORRENCIA
                   END-IF
               WHEN CNG-TRANSACAO-EXCLUSAO
                   ADD 1               TO WRK-ACU-EXCLUIDOS
                   MOVE 'PERIODO EXCLUIDO' TO DPR-OCORRENCIA
               WHEN CNG-TRANSACAO-LIBERACAO
                   ADD 1               TO WRK-ACU-LIBERADOS
                   MOVE WRK-USUARIO    TO CONG-APROVADOR
                   MOVE ZEROS          TO IND-CONG-APROVADOR
                   MOVE 'PERIODO LIBERADO' TO DPR-OCORRENCIA
           END-EVALUATE
      *
           PERFORM 2810-IMPRIMIR-TRANSACAO THRU 2810-99-FIM.
      *
       2200-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * SECAO 2: CALENDARIO VIGENTE E FUTURO
      *-----------------------------------------------------------------
       2300-SECAO-CALENDARIO           SECTION.
           MOVE '2'                    TO SEC-NUMERO
           MOVE 'CALENDARIO DE CONGELAMENTO VIGENTE E FUTURO'
             TO SEC-TITULO
           PERFORM 2800-IMPRIMIR-SECAO THRU 2800-99-FIM
           WRITE REG-RELCNG FROM WRK-RELCNG-CAB-PERIODO
           ADD 1 TO WRK-LIN-ATUAL
      *
           EXEC SQL
               OPEN CSR01-CONGEL
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA DO CURSOR 1 ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           MOVE 'N' TO WRK-SW-FIM-CURSOR
           PERFORM 2310-LER-CALENDARIO THRU 2310-99-FIM
           PERFORM 2320-TRATAR-CALENDARIO THRU 2320-99-FIM
               UNTIL WRK-FIM-CURSOR
      *
           EXEC SQL
               CLOSE CSR01-CONGEL
           END-EXEC.
      *
       2300-99-FIM.                    EXIT.
      *
       2310-LER-CALENDARIO             SECTION.
           EXEC SQL
                FETCH  CSR01-CONGEL
                INTO  :CONG-COD-GRUPO
                ,     :CONG-COD-CATEGORIA
                ,     :CONG-DT-INICIO
                ,     :CONG-DT-FIM
                ,     :CONG-IND-TIPO
                ,     :CONG-DESCRICAO
                ,     :CONG-SOLICITANTE
                ,     :CONG-APROVADOR     :IND-CONG-APROVADOR
                ,     :CONG-DT-APROVACAO  :IND-CONG-DT-APROVACAO
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
       2320-TRATAR-CALENDARIO          SECTION.
           ADD 1                       TO WRK-ACU-PERIODOS
           PERFORM 2820-MONTAR-PERIODO THRU 2820-99-FIM
           MOVE SPACES                 TO DPR-TRANSACAO
                                          DPR-OCORRENCIA
      *
           EVALUATE TRUE
               WHEN CONG-IND-TIPO EQUAL 'B'
                   MOVE 'BLOQUEIO'     TO DPR-OCORRENCIA
               WHEN IND-CONG-APROVADOR LESS ZEROS
                   MOVE 'APROVACAO PENDENTE - BLOQUEIA'
                     TO DPR-OCORRENCIA
               WHEN OTHER
                   STRING 'LIBERADO EM ' CONG-DT-APROVACAO
                          DELIMITED BY SIZE
                          INTO DPR-OCORRENCIA
           END-EVALUATE
      *
           IF CONG-DT-INICIO NOT GREATER WRK-DATA-SQL
               MOVE '(VIGENTE)'        TO DPR-OCORRENCIA (31:10)
           END-IF
      *
           PERFORM 2840-ESCREVER-LINHA THRU 2840-99-FIM
      *
           PERFORM 2310-LER-CALENDARIO THRU 2310-99-FIM.
      *
       2320-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * SECAO 3: PRECOS PROGRAMADOS COM VIGENCIA DENTRO DE PERIODO QUE
      * BLOQUEIA - NAO SERAO EFETIVADOS NA DATA PELO AC220002
      *-----------------------------------------------------------------
       2400-SECAO-PROGRAMADOS          SECTION.
           MOVE '3'                    TO SEC-NUMERO
           MOVE 'PRECOS PROGRAMADOS COM VIGENCIA EM CONGELAMENTO'
             TO SEC-TITULO
           PERFORM 2800-IMPRIMIR-SECAO THRU 2800-99-FIM
           WRITE REG-RELCNG FROM WRK-RELCNG-CAB-PROGRAMADO
           ADD 1 TO WRK-LIN-ATUAL
      *
           EXEC SQL
               OPEN CSR02-PROGRAMADOS
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA DO CURSOR 2 ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           MOVE 'N' TO WRK-SW-FIM-CURSOR
           PERFORM 2410-LER-PROGRAMADO THRU 2410-99-FIM
           PERFORM 2420-TRATAR-PROGRAMADO THRU 2420-99-FIM
               UNTIL WRK-FIM-CURSOR
      *
           EXEC SQL
               CLOSE CSR02-PROGRAMADOS
           END-EXEC.
      *
       2400-99-FIM.                    EXIT.
      *
       2410-LER-PROGRAMADO             SECTION.
           EXEC SQL
                FETCH  CSR02-PROGRAMADOS
                INTO  :TABPRO-COD-GRUPO
                ,     :TABPRO-COD-CATEGORIA
                ,     :TABPRO-COD-PRODUTO
                ,     :TABPRO-PRECO
                ,     :TABPRO-PRECO-NOVO   :IND-TABPRO-PRECO-NOVO
                ,     :TABPRO-DT-VIGENCIA  :IND-TABPRO-DT-VIGENCIA
                ,     :CONG-DT-INICIO
                ,     :CONG-DT-FIM
                ,     :CONG-IND-TIPO
                ,     :CONG-DESCRICAO
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
       2420-TRATAR-PROGRAMADO          SECTION.
           ADD 1                       TO WRK-ACU-PROGRAMADOS
      *
           MOVE TABPRO-COD-GRUPO       TO DPG-GRUPO
           MOVE TABPRO-COD-CATEGORIA   TO DPG-CATEGORIA
           MOVE TABPRO-COD-PRODUTO     TO DPG-PRODUTO
           MOVE TABPRO-PRECO           TO DPG-PRECO-ATUAL
           MOVE TABPRO-PRECO-NOVO      TO DPG-PRECO-NOVO
           MOVE TABPRO-DT-VIGENCIA     TO DPG-DT-VIGENCIA
           MOVE CONG-DT-INICIO         TO DPG-DT-INICIO
           MOVE CONG-DT-FIM            TO DPG-DT-FIM
           MOVE CONG-IND-TIPO          TO DPG-TIPO
           MOVE CONG-DESCRICAO         TO DPG-DESCRICAO
      *
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELCNG THRU 1041-99-FIM
               WRITE REG-RELCNG FROM WRK-RELCNG-CAB-PROGRAMADO
               ADD 1 TO WRK-LIN-ATUAL
           END-IF
      *
           WRITE REG-RELCNG FROM WRK-RELCNG-DET-PROGRAMADO
           ADD 1 TO WRK-LIN-ATUAL
      *
           PERFORM 2410-LER-PROGRAMADO THRU 2410-99-FIM.
      *
       2420-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * REJEICAO DA TRANSACAO: O MOTIVO CHEGA EM DPR-OCORRENCIA E SAI
      * NA SECAO 1 DA LISTAGEM COM O CONTEUDO DA TRANSACAO
      *-----------------------------------------------------------------
       2700-REJEITAR                   SECTION.
           MOVE 'S'                    TO WRK-SW-REG-REJEITADO
           ADD 1                       TO WRK-ACU-REJEITADOS
      *
           IF WRK-SQLCODE-ERRO NOT EQUAL ZEROS
               DISPLAY 'TRANSACAO ' WRK-ACU-LIDOS ' SQLCODE '
                        WRK-SQLCODE-ERRO
           END-IF
      *
      *    A TRANSACAO PODE NAO SER NUMERICA: SAI COMO FOI INFORMADA
           MOVE CNG-TXT-TIPO           TO DPR-TRANSACAO
           MOVE CNG-TXT-CHAVE (1:1)    TO DPR-GRUPO
           MOVE CNG-TXT-CHAVE (2:3)    TO DPR-CATEGORIA
           MOVE CNG-TXT-DT-INICIO      TO DPR-DT-INICIO
           MOVE CNG-TXT-DT-FIM         TO DPR-DT-FIM
           MOVE CNG-TXT-IND-TIPO       TO DPR-TIPO
           MOVE CNG-TXT-DESCRICAO      TO DPR-DESCRICAO
           MOVE SPACES                 TO DPR-SOLICITANTE
                                          DPR-APROVADOR
      *
           PERFORM 2840-ESCREVER-LINHA THRU 2840-99-FIM.
      *
       2700-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * IMPRESSAO DO CABECALHO DE SECAO
      *-----------------------------------------------------------------
       2800-IMPRIMIR-SECAO             SECTION.
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELCNG THRU 1041-99-FIM
           END-IF
      *
           WRITE REG-RELCNG FROM SPACES
           WRITE REG-RELCNG FROM WRK-RELCNG-SECAO
           ADD 2 TO WRK-LIN-ATUAL.
      *
       2800-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * LINHA DA TRANSACAO APLICADA, COM O PERIODO COMO FICOU
      *-----------------------------------------------------------------
       2810-IMPRIMIR-TRANSACAO          SECTION.
           PERFORM 2820-MONTAR-PERIODO  THRU 2820-99-FIM
           MOVE CNG-TXT-TIPO            TO DPR-TRANSACAO
      *
           IF CNG-TRANSACAO-EXCLUSAO
               MOVE SPACES              TO DPR-DT-FIM
                                           DPR-TIPO
                                           DPR-DESCRICAO
                                           DPR-SOLICITANTE
                                           DPR-APROVADOR
           END-IF
      *
           PERFORM 2840-ESCREVER-LINHA  THRU 2840-99-FIM.
      *
       2810-99-FIM.                     EXIT.
      *-----------------------------------------------------------------
      * MONTAGEM DA LINHA DE PERIODO A PARTIR DE DCLTPCG-REGISTRO
      *-----------------------------------------------------------------
       2820-MONTAR-PERIODO              SECTION.
           MOVE CONG-COD-GRUPO          TO DPR-GRUPO
           MOVE CONG-COD-CATEGORIA      TO DPR-CATEGORIA
           MOVE CONG-DT-INICIO          TO DPR-DT-INICIO
           MOVE CONG-DT-FIM             TO DPR-DT-FIM
           MOVE CONG-IND-TIPO           TO DPR-TIPO
           MOVE CONG-DESCRICAO          TO DPR-DESCRICAO
           MOVE CONG-SOLICITANTE        TO DPR-SOLICITANTE
      *
           IF IND-CONG-APROVADOR LESS ZEROS
               MOVE SPACES              TO DPR-APROVADOR
           ELSE
               MOVE CONG-APROVADOR      TO DPR-APROVADOR
           END-IF.
      *
       2820-99-FIM.                     EXIT.
      *-----------------------------------------------------------------
      * CONTROLE DE QUEBRA DE PAGINA DAS LINHAS DE PERIODO
      *-----------------------------------------------------------------
       2840-ESCREVER-LINHA              SECTION.
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELCNG THRU 1041-99-FIM
               WRITE REG-RELCNG FROM WRK-RELCNG-CAB-PERIODO
               ADD 1 TO WRK-LIN-ATUAL
           END-IF
      *
           WRITE REG-RELCNG FROM WRK-RELCNG-DET-PERIODO
           ADD 1 TO WRK-LIN-ATUAL.
      *
       2840-99-FIM.                     EXIT.
      *
      **----------------------------------------------------------------
      * EXECUTANDO TRATAMENTOS FINAIS.
      *-----------------------------------------------------------------
       3000-TERMINAR.
           MOVE WRK-ACU-LIDOS          TO WRK-MASC-LIDOS
           MOVE WRK-ACU-INCLUIDOS      TO WRK-MASC-INCLUIDOS
           MOVE WRK-ACU-ALTERADOS      TO WRK-MASC-ALTERADOS
           MOVE WRK-ACU-EXCLUIDOS      TO WRK-MASC-EXCLUIDOS
           MOVE WRK-ACU-LIBERADOS      TO WRK-MASC-LIBERADOS
           MOVE WRK-ACU-REJEITADOS     TO WRK-MASC-REJEITADOS
           MOVE WRK-ACU-PERIODOS       TO WRK-MASC-PERIODOS
           MOVE WRK-ACU-PROGRAMADOS    TO WRK-MASC-PROGRAMADOS
      *
           DISPLAY 'TOTAL DE TRANSACOES LIDAS.: 'WRK-MASC-LIDOS
           DISPLAY 'PERIODOS INCLUIDOS........: 'WRK-MASC-INCLUIDOS
           DISPLAY 'PERIODOS ALTERADOS........: 'WRK-MASC-ALTERADOS
           DISPLAY 'PERIODOS EXCLUIDOS........: 'WRK-MASC-EXCLUIDOS
           DISPLAY 'PERIODOS LIBERADOS........: 'WRK-MASC-LIBERADOS
           DISPLAY 'TOTAL DE REJEITADOS.......: 'WRK-MASC-REJEITADOS
           DISPLAY 'PERIODOS VIGENTES/FUTUROS.: 'WRK-MASC-PERIODOS
           DISPLAY 'PROG. EM CONGELAMENTO.....: 'WRK-MASC-PROGRAMADOS
      *
           MOVE WRK-ACU-LIDOS          TO TOT-LIDOS
           MOVE WRK-ACU-INCLUIDOS      TO TOT-INCLUIDOS
           MOVE WRK-ACU-ALTERADOS      TO TOT-ALTERADOS
           MOVE WRK-ACU-EXCLUIDOS      TO TOT-EXCLUIDOS
           MOVE WRK-ACU-LIBERADOS      TO TOT-LIBERADOS
           MOVE WRK-ACU-REJEITADOS     TO TOT-REJEITADOS
           MOVE WRK-ACU-PERIODOS       TO TOT-PERIODOS
           MOVE WRK-ACU-PROGRAMADOS    TO TOT-PROGRAMADOS
      *
           WRITE REG-RELCNG FROM SPACES
           WRITE REG-RELCNG FROM WRK-RELCNG-TOT
           WRITE REG-RELCNG FROM WRK-RELCNG-TOT2
           WRITE REG-RELCNG FROM WRK-RELCNG-TOT3
           WRITE REG-RELCNG FROM WRK-RELCNG-TOT4
           WRITE REG-RELCNG FROM WRK-RELCNG-TOT5
           WRITE REG-RELCNG FROM WRK-RELCNG-TOT6
           WRITE REG-RELCNG FROM WRK-RELCNG-TOT7
           WRITE REG-RELCNG FROM WRK-RELCNG-TOT8
      *
           IF WRK-ACU-REJEITADOS GREATER ZEROS OR
              WRK-ACU-PROGRAMADOS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF
      *
           CLOSE ARQCNG-ARQ
           CLOSE RELCNG-ARQ.
      *
       3000-99-FIM.                    EXIT.
      *
       3300-FINALIZAR.
      *
           GOBACK.
       3300-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * VALIDACAO DE DATA DE CALENDARIO (AAAAMMDD EM WRK-DT-VALIDAR)
      *-----------------------------------------------------------------
       6000-VALIDAR-DATA               SECTION.
           MOVE 'N'                    TO WRK-SW-DATA-VALIDA
      *
           IF WRK-DT-VALIDAR-AAAA LESS 1 OR
              WRK-DT-VALIDAR-MM LESS 1 OR
              WRK-DT-VALIDAR-MM GREATER 12 OR
              WRK-DT-VALIDAR-DD LESS 1
               GO TO 6000-99-FIM
           END-IF
      *
           EVALUATE WRK-DT-VALIDAR-MM
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WRK-DT-ULTIMO-DIA
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WRK-DT-ULTIMO-DIA
               WHEN 2
                   PERFORM 6010-ULTIMO-DIA-FEVEREIRO THRU 6010-99-FIM
           END-EVALUATE
      *
           IF WRK-DT-VALIDAR-DD NOT GREATER WRK-DT-ULTIMO-DIA
               MOVE 'S' TO WRK-SW-DATA-VALIDA
           END-IF.
      *
       6000-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * FEVEREIRO: 29 DIAS EM ANO BISSEXTO (REGRA DOS SECULOS INCLUSA)
      *-----------------------------------------------------------------
       6010-ULTIMO-DIA-FEVEREIRO       SECTION.
           MOVE 28                     TO WRK-DT-ULTIMO-DIA
      *
           DIVIDE WRK-DT-VALIDAR-AAAA BY 400 GIVING WRK-DT-QUOCIENTE
               REMAINDER WRK-DT-RESTO
           IF WRK-DT-RESTO EQUAL ZEROS
               MOVE 29 TO WRK-DT-ULTIMO-DIA
               GO TO 6010-99-FIM
           END-IF
      *
           DIVIDE WRK-DT-VALIDAR-AAAA BY 100 GIVING WRK-DT-QUOCIENTE
               REMAINDER WRK-DT-RESTO
           IF WRK-DT-RESTO EQUAL ZEROS
               GO TO 6010-99-FIM
           END-IF
      *
           DIVIDE WRK-DT-VALIDAR-AAAA BY 4 GIVING WRK-DT-QUOCIENTE
               REMAINDER WRK-DT-RESTO
           IF WRK-DT-RESTO EQUAL ZEROS
               MOVE 29 TO WRK-DT-ULTIMO-DIA
           END-IF.
      *
       6010-99-FIM.                    EXIT.
      *
