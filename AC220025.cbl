      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.    AC220025.
       AUTHOR.  ACCENTURE BRDC RECIFE.
      *================================================================*
      *                      A C C E N T U R E                         *
      *================================================================*
      *    PROGRAMA......: AC220025.                                   *
      *    PROGRAMADOR...: ACCENTURE BRDC RECIFE                       *
      *    ANALISTA......: ACCENTURE BRDC                              *
      *    DATA..........: 15/10/2026                                  *
      *----------------------------------------------------------------*
      *    OBJETIVO......: MONITOR DE EROSAO DE MARGEM, RODADO APOS A  *
      *                    CARGA DE CUSTOS DO AC220016: COMPARA O      *
      *                    PRECO ATUAL (TABPRO_PRECO) E O PRECO        *
      *                    PROGRAMADO (TABPRO_PRECO_NOVO) DE CADA      *
      *                    PRODUTO COM O PISO CUSTO * (1 + MARGEM      *
      *                    MINIMA DA CATEGORIA), O MESMO DO 2225 DO    *
      *                    AC220002. LISTA POR GRUPO/CATEGORIA OS      *
      *                    PONTOS DE MARGEM PERDIDOS E O VALOR EM      *
      *                    RISCO (DIFERENCA UNITARIA ATE O PISO) E     *
      *                    GRAVA UM ARQALV PROPOSTO COM O MENOR PRECO  *
      *                    QUE ATENDE O PISO, ARREDONDADO PELA REGRA   *
      *                    DE FINAL DE PRECO DA CATEGORIA, PARA O      *
      *                    AC220017 (RODAR PRIMEIRO EM SIMULACAO).     *
      *                    PRODUTO SEM CUSTO OU CATEGORIA SEM PISO     *
      *                    FICA FORA, COMO NO AC220002; PRODUTO EM     *
      *                    LIQUIDACAO (AC220027) TAMBEM, POIS A        *
      *                    REMARCACAO ATE O CUSTO E INTENCIONAL.       *
      *----------------------------------------------------------------*
      *    ARQUIVOS         I/O LRECL  DESCRICAO                       *
      *    TABELA TABPRO    IN   071    DB2ADMIN.TABPRO                *
      *    TABELA TABPRO_MARGEM IN N/A  DB2ADMIN.TABPRO_MARGEM         *
      *    TABELA TABPRO_LIQUID IN N/A  DB2ADMIN.TABPRO_LIQUID         *
      *    ARQALV           OUT  080    PRECOS-ALVO PROPOSTOS (LAYOUT  *
      *                                DE ENTRADA DO AC220017)         *
      *    RELERO           OUT  132    RELATORIO DE EROSAO DE MARGEM  *
      *----------------------------------------------------------------*
      *    RETURN-CODE.....: 0 = NENHUM PRODUTO ABAIXO DO PISO         *
      *                      4 = HA PRODUTOS ABAIXO DO PISO            *
      *                      8 = ERRO DE ARQUIVO/SQL                   *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *    15/10/2026  RPS  CRIACAO DO PROGRAMA                        *
      *    15/10/2026  RPS  PRODUTO COM LIQUIDACAO ATIVA               *
      *                     (TABPRO_LIQUID) FICA FORA DO MONITOR E DO  *
      *                     ARQALV                                     *
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
           SELECT ARQALV-ARQ         ASSIGN TO ARQALV
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQALV.
      *
           SELECT RELERO-ARQ         ASSIGN TO RELERO
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-RELERO.
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      * PRECOS-ALVO PROPOSTOS (MESMO LAYOUT DO ARQALV DO AC220017)     *
      *----------------------------------------------------------------*
       FD  ARQALV-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQALV                      PIC X(080).
      *----------------LAYOUT DO REGISTRO DO ARQALV--------------------*
       01 REG-ALV-DADOS REDEFINES REG-ARQALV.
           03 ALV-COD-GRUPO            PIC 9(01).
           03 ALV-COD-CATEGORIA        PIC 9(03).
           03 ALV-COD-PRODUTO          PIC 9(09).
           03 ALV-PRECO-ALVO           PIC S9(08)V9(02) SIGN LEADING
                                        SEPARATE CHARACTER.
      *    DATA DE VIGENCIA OPCIONAL (BRANCOS = APLICACAO IMEDIATA)
           03 ALV-DT-VIGENCIA          PIC 9(08).
           03 FILLER                   PIC X(48).
       01 REG-ALV-TEXTO REDEFINES REG-ARQALV.
           03 ALV-TXT-CHAVE            PIC X(13).
           03 ALV-TXT-PRECO            PIC X(11).
           03 ALV-TXT-DT-VIGENCIA      PIC X(08).
           03 FILLER                   PIC X(48).
      *----------------------------------------------------------------*
      * RELATORIO DE EROSAO DE MARGEM                                  *
      *----------------------------------------------------------------*
       FD  RELERO-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELERO                        PIC X(132).
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
      *--------CONTROLE POR CATEGORIA (DB2ADMIN.TABPRO_MARGEM)---------*
           EXEC SQL
             INCLUDE DCLTPMG
           END-EXEC.
      * --------VARIAVEIS AUXILIARES DE CALCULO E CONTADORES-----------*
       01 WRK-VARIAVEIS-AUXILIARES.
           03 WRK-ACU-ANALISADOS       PIC 9(09)       VALUE ZEROS.
           03 WRK-ACU-EROSAO           PIC 9(09)       VALUE ZEROS.
           03 WRK-ACU-PROPOSTAS        PIC 9(09)       VALUE ZEROS.
           03 WRK-ACU-SEM-PROPOSTA     PIC 9(09)       VALUE ZEROS.
           03 WRK-ACU-PONTOS           PIC S9(11)V9(2) USAGE COMP-3.
           03 WRK-ACU-VLR-RISCO        PIC S9(11)V9(2) USAGE COMP-3.
      *----------------ACUMULADORES DAS QUEBRAS GRUPO/CATEGORIA--------*
       01 WRK-ACUMULADORES-QUEBRA.
           03 WRK-CAT-ANALISADOS       PIC 9(09)       VALUE ZEROS.
           03 WRK-CAT-EROSAO           PIC 9(09)       VALUE ZEROS.
           03 WRK-CAT-PONTOS           PIC S9(11)V9(2) USAGE COMP-3.
           03 WRK-CAT-VLR-RISCO        PIC S9(11)V9(2) USAGE COMP-3.
           03 WRK-GRP-ANALISADOS       PIC 9(09)       VALUE ZEROS.
           03 WRK-GRP-EROSAO           PIC 9(09)       VALUE ZEROS.
           03 WRK-GRP-PONTOS           PIC S9(11)V9(2) USAGE COMP-3.
           03 WRK-GRP-VLR-RISCO        PIC S9(11)V9(2) USAGE COMP-3.
           03 WRK-GRUPO-ANTERIOR       PIC 9(01)       VALUE ZEROS.
           03 WRK-CATEGORIA-ANTERIOR   PIC 9(03)       VALUE ZEROS.
      *---------VARIAVEIS PARA MASCARAS DE CONTADORES------------------*
       01 WRK-VARIAVEIS-PARA-MASCARA.
           03 WRK-MASC-ANALISADOS      PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-EROSAO          PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-PROPOSTAS       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-SEM-PROPOSTA    PIC ZZZ.ZZZ.ZZ9.
       01 WRK-SWITCHES-01.
           03 WRK-SW-FIM-CURSOR        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-CURSOR                       VALUE 'S'.
           03 WRK-SW-PRIMEIRO          PIC X(01)       VALUE 'S'.
               88 WRK-PRIMEIRO-PRODUTO                 VALUE 'S'.
           03 WRK-SW-ATUAL-ABAIXO      PIC X(01)       VALUE 'N'.
               88 WRK-ATUAL-ABAIXO                     VALUE 'S'.
           03 WRK-SW-NOVO-ABAIXO       PIC X(01)       VALUE 'N'.
               88 WRK-NOVO-ABAIXO                      VALUE 'S'.
           03 WRK-SW-TEM-NOVO          PIC X(01)       VALUE 'N'.
               88 WRK-TEM-PRECO-NOVO                   VALUE 'S'.
      *----------------STATUS DOS ARQUIVOS SEQUENCIAIS-----------------*
       01 WRK-STATUS-ARQUIVOS.
           03 WRK-STATUS-ARQALV             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-RELERO             PIC X(02)       VALUE '00'.
      *----------------DATA DO SISTEMA---------------------------------*
       01 WRK-DATA-HORA-SISTEMA.
           03 WRK-DATA-ATUAL                PIC 9(08).
           03 WRK-DT-VIGENCIA-NUM           PIC 9(08).
           03 WRK-DT-VIGENCIA-R REDEFINES WRK-DT-VIGENCIA-NUM.
               05 WRK-DT-VIGENCIA-AAAA          PIC X(04).
               05 WRK-DT-VIGENCIA-MM            PIC X(02).
               05 WRK-DT-VIGENCIA-DD            PIC X(02).
      *----------------PISO, MARGENS E PROPOSTA DO PRODUTO CORRENTE----*
       01 WRK-CALCULO-MARGEM.
           03 WRK-MARGEM-PERC          PIC S9(3)V9(2)  USAGE COMP-3.
           03 WRK-PISO-MARGEM          PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-MRG-ATUAL            PIC S9(5)V9(2)  USAGE COMP-3.
           03 WRK-MRG-NOVO             PIC S9(5)V9(2)  USAGE COMP-3.
           03 WRK-PONTOS-PERDIDOS      PIC S9(5)V9(2)  USAGE COMP-3.
           03 WRK-PONTOS-NOVO          PIC S9(5)V9(2)  USAGE COMP-3.
           03 WRK-VLR-RISCO            PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-PRECO-PROPOSTO       PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-PRECO-MENOR          PIC S9(8)V9(2)  USAGE COMP-3.
      *    REGRA DE ARREDONDAMENTO DA CATEGORIA DO PRODUTO CORRENTE
           03 WRK-ARRED-FINAL          PIC S9(2)       USAGE COMP-3
                                        VALUE ZEROS.
           03 WRK-ARRED-IND            PIC X(01)       VALUE SPACE.
               88 WRK-ARRED-CIMA                       VALUE 'C'.
               88 WRK-ARRED-BAIXO                      VALUE 'B'.
               88 WRK-ARRED-PROXIMO                    VALUE 'P'.
               88 WRK-ARRED-COM-REGRA                  VALUE 'C' 'B'
                                                             'P'.
      *----------------APOIO DO ARREDONDAMENTO DE FINAL DE PRECO-------*
       01 WRK-ARREDONDAMENTO.
           03 WRK-ARRED-TRAB               PIC 9(8)V9(2).
           03 WRK-ARRED-TRAB-R REDEFINES WRK-ARRED-TRAB.
               05 WRK-ARRED-INTEIRO            PIC 9(08).
               05 WRK-ARRED-CENTAVOS           PIC 9(02).
           03 WRK-ARRED-VLR-BAIXO          PIC S9(8)V9(2)
                                            USAGE COMP-3.
           03 WRK-ARRED-VLR-CIMA           PIC S9(8)V9(2)
                                            USAGE COMP-3.
           03 WRK-ARRED-DIF-BAIXO          PIC S9(8)V9(2)
                                            USAGE COMP-3.
           03 WRK-ARRED-DIF-CIMA           PIC S9(8)V9(2)
                                            USAGE COMP-3.
      *----------------LINHAS DO RELATORIO (RELERO)--------------------*
       01 WRK-RELERO-LINHAS.
           03 WRK-LIN-ATUAL                 PIC 9(02)       VALUE 99.
           03 WRK-PAGINA-ATUAL              PIC 9(04)       VALUE ZEROS.
           03 WRK-MAX-LINHAS                PIC 9(02)       VALUE 50.
       01 WRK-RELERO-CAB1.
           03 FILLER                        PIC X(01) VALUE '1'.
           03 FILLER                        PIC X(58) VALUE
           'AC220025 - EROSAO DE MARGEM APOS CARGA DE CUSTOS'.
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 FILLER                        PIC X(08) VALUE 'PAGINA: '.
           03 WRK-CAB1-PAGINA               PIC ZZZ9.
           03 FILLER                        PIC X(57) VALUE SPACES.
       01 WRK-RELERO-CAB2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(17) VALUE
               'GRP/CAT/PRODUTO  '.
           03 FILLER                        PIC X(11) VALUE
               '     CUSTO '.
           03 FILLER                        PIC X(11) VALUE
               '     PRECO '.
           03 FILLER                        PIC X(09) VALUE
               '   MARG% '.
           03 FILLER                        PIC X(11) VALUE
               'PRECO PROG '.
           03 FILLER                        PIC X(09) VALUE
               'MARG%PRG '.
           03 FILLER                        PIC X(07) VALUE
               ' MIN% '.
           03 FILLER                        PIC X(08) VALUE
               'PONTOS '.
           03 FILLER                        PIC X(11) VALUE
               '  EM RISCO '.
           03 FILLER                        PIC X(11) VALUE
               '  PROPOSTA '.
           03 FILLER                        PIC X(26) VALUE
               'OCORRENCIA'.
      *    UM PRODUTO ABAIXO DO PISO POR LINHA
       01 WRK-RELERO-DET.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DET-GRUPO                     PIC 9.
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DET-CATEGORIA                 PIC 9(03).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DET-PRODUTO                   PIC 9(09).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-CUSTO                     PIC ZZZ.ZZ9,99.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-PRECO                     PIC ZZZ.ZZ9,99.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-MRG-ATUAL                 PIC -ZZZ9,99.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-PRECO-NOVO                PIC ZZZ.ZZ9,99
                                             BLANK WHEN ZERO.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-MRG-NOVO                  PIC -ZZZ9,99.
           03 DET-MRG-NOVO-X REDEFINES DET-MRG-NOVO
                                            PIC X(08).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-MRG-MINIMA                PIC ZZ9,99.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-PONTOS                    PIC -ZZZ9,99.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-VLR-RISCO                 PIC ZZZ.ZZ9,99.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-PROPOSTA                  PIC ZZZ.ZZ9,99
                                             BLANK WHEN ZERO.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-OCORRENCIA                PIC X(25).
      *    SUBTOTAL DA CATEGORIA, DO GRUPO OU TOTAL GERAL
       01 WRK-RELERO-QUEBRA.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 QBR-TEXTO                     PIC X(24).
           03 FILLER                        PIC X(13) VALUE
               'ANALISADOS: '.
           03 QBR-ANALISADOS                PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(15) VALUE
               '  ABAIXO PISO: '.
           03 QBR-EROSAO                    PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(16) VALUE
               '  PONTOS MEDIOS:'.
           03 QBR-PONTOS-MEDIOS             PIC -ZZZ9,99.
           03 FILLER                        PIC X(13) VALUE
               '  EM RISCO: '.
           03 QBR-VLR-RISCO                 PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                        PIC X(07) VALUE SPACES.
       01 WRK-RELERO-TOT.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PRODUTOS ANALISADOS.......: '.
           03 TOT-ANALISADOS                PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELERO-TOT2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'ABAIXO DO PISO DE MARGEM..: '.
           03 TOT-EROSAO                    PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELERO-TOT3.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PROPOSTAS GRAVADAS ARQALV.: '.
           03 TOT-PROPOSTAS                 PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELERO-TOT4.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'SEM PROPOSTA (VER MOTIVO).: '.
           03 TOT-SEM-PROPOSTA              PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
      *----------------------------------------------------------------*
      * PRODUTOS COM CUSTO CARREGADO EM CATEGORIA COM PISO DE MARGEM,  *
      * NA ORDEM DA CHAVE (O ARQALV DO AC220017 E CLASSIFICADO PELA    *
      * CHAVE). O PISO E CALCULADO NO PROGRAMA, COM O MESMO COMPUTE    *
      * ROUNDED DO AC220002, PARA NAO DIVERGIR NO CENTAVO. PRODUTO EM  *
      * LIQUIDACAO ATIVA NAO ENTRA                                     *
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR01-MARGEM CURSOR FOR
                SELECT P.TABPRO_COD_GRUPO,
                       P.TABPRO_COD_CATEGORIA,
                       P.TABPRO_COD_PRODUTO,
                       P.TABPRO_PRECO,
                       P.TABPRO_PRECO_MAX,
                       P.TABPRO_PRECO_NOVO,
                       P.TABPRO_DT_VIGENCIA,
                       P.TABPRO_CUSTO,
                       M.MARG_PERC_MINIMA,
                       M.MARG_FINAL_CENTAVOS,
                       M.MARG_IND_ARRED
                FROM DB2ADMIN.TABPRO P,
                     DB2ADMIN.TABPRO_MARGEM M
                WHERE M.MARG_COD_CATEGORIA = P.TABPRO_COD_CATEGORIA
                  AND M.MARG_PERC_MINIMA   > 0
                  AND P.TABPRO_CUSTO       > 0
                  AND NOT EXISTS
                      ( SELECT 1
                        FROM DB2ADMIN.TABPRO_LIQUID L
                        WHERE L.LIQ_COD_GRUPO     = P.TABPRO_COD_GRUPO
                          AND L.LIQ_COD_CATEGORIA =
                              P.TABPRO_COD_CATEGORIA
                          AND L.LIQ_COD_PRODUTO   = P.TABPRO_COD_PRODUTO
                          AND L.LIQ_STATUS        = 'A' )
                ORDER BY P.TABPRO_COD_GRUPO, P.TABPRO_COD_CATEGORIA,
                         P.TABPRO_COD_PRODUTO
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
           PERFORM 2000-TRATAR-PRODUTO THRU 2000-99-FIM
           UNTIL WRK-FIM-CURSOR
      *
           PERFORM 3000-TERMINAR       THRU 3000-99-FIM
           PERFORM 3300-FINALIZAR      THRU 3300-99-FIM.
      *
       000-99-PRINCIPAL-FIM            SECTION.
           EXIT.
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS E DO CURSOR E PRIMEIRA LEITURA
      *-----------------------------------------------------------------
       1000-INICIALIZAR                SECTION.
           INITIALIZE WRK-VARIAVEIS-AUXILIARES
                      WRK-ACUMULADORES-QUEBRA
                      DCLTABPRO-REGISTRO
                      DCLTPMG-REGISTRO
      *
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
      *
           OPEN OUTPUT ARQALV-ARQ
           OPEN OUTPUT RELERO-ARQ
      *
           IF WRK-STATUS-ARQALV NOT EQUAL '00' OR
              WRK-STATUS-RELERO NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVOS: '
                        WRK-STATUS-ARQALV ' ' WRK-STATUS-RELERO
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           PERFORM 1041-CABECALHO-RELERO    THRU 1041-99-FIM
      *
           EXEC SQL
               OPEN CSR01-MARGEM
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA DO CURSOR ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           PERFORM 1010-LER-PRODUTO    THRU 1010-99-FIM
      *
           IF WRK-FIM-CURSOR
               DISPLAY 'NENHUM PRODUTO COM CUSTO E PISO DE MARGEM'
           END-IF.
      *
       1000-99-FIM.                    EXIT.
      *
       1010-LER-PRODUTO                SECTION.
           EXEC SQL
                FETCH  CSR01-MARGEM
                INTO  :TABPRO-COD-GRUPO
                ,     :TABPRO-COD-CATEGORIA
                ,     :TABPRO-COD-PRODUTO
                ,     :TABPRO-PRECO
                ,     :TABPRO-PRECO-MAX
                ,     :TABPRO-PRECO-NOVO   :IND-TABPRO-PRECO-NOVO
                ,     :TABPRO-DT-VIGENCIA  :IND-TABPRO-DT-VIGENCIA
                ,     :TABPRO-CUSTO        :IND-TABPRO-CUSTO
                ,     :MARG-PERC-MINIMA
                ,     :MARG-FINAL-CENTAVOS :IND-MARG-FINAL-CENTAVOS
                ,     :MARG-IND-ARRED      :IND-MARG-IND-ARRED
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
       1010-99-FIM.                    EXIT.
      *
       1041-CABECALHO-RELERO             SECTION.
           ADD 1                 TO WRK-PAGINA-ATUAL
           MOVE WRK-PAGINA-ATUAL TO WRK-CAB1-PAGINA
           MOVE ZEROS            TO WRK-LIN-ATUAL
      *
           WRITE REG-RELERO      FROM WRK-RELERO-CAB1
           WRITE REG-RELERO      FROM WRK-RELERO-CAB2
           WRITE REG-RELERO      FROM SPACES.
      *
       1041-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * QUEBRAS DE GRUPO/CATEGORIA, COMPARACAO COM O PISO E PROPOSTA
      *-----------------------------------------------------------------
       2000-TRATAR-PRODUTO             SECTION.
           IF NOT WRK-PRIMEIRO-PRODUTO
               IF TABPRO-COD-GRUPO NOT EQUAL WRK-GRUPO-ANTERIOR
                   PERFORM 2810-QUEBRA-CATEGORIA THRU 2810-99-FIM
                   PERFORM 2820-QUEBRA-GRUPO     THRU 2820-99-FIM
               ELSE
                   IF TABPRO-COD-CATEGORIA NOT EQUAL
                      WRK-CATEGORIA-ANTERIOR
                       PERFORM 2810-QUEBRA-CATEGORIA THRU 2810-99-FIM
                   END-IF
               END-IF
           END-IF
      *
           MOVE 'N'                    TO WRK-SW-PRIMEIRO
           MOVE TABPRO-COD-GRUPO       TO WRK-GRUPO-ANTERIOR
           MOVE TABPRO-COD-CATEGORIA   TO WRK-CATEGORIA-ANTERIOR
      *
           ADD 1                       TO WRK-ACU-ANALISADOS
                                          WRK-CAT-ANALISADOS
                                          WRK-GRP-ANALISADOS
      *
           PERFORM 2100-COMPARAR-PISO  THRU 2100-99-FIM
      *
           IF WRK-ATUAL-ABAIXO OR WRK-NOVO-ABAIXO
               PERFORM 2200-TRATAR-EROSAO THRU 2200-99-FIM
           END-IF
      *
           PERFORM 1010-LER-PRODUTO    THRU 1010-99-FIM.
      *
       2000-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PISO = CUSTO * (1 + MARGEM MINIMA), COMO NO 2225 DO AC220002;
      * MARGEM DE UM PRECO = (PRECO - CUSTO) / CUSTO, EM PONTOS
      *-----------------------------------------------------------------
       2100-COMPARAR-PISO              SECTION.
           MOVE 'N'                    TO WRK-SW-ATUAL-ABAIXO
                                          WRK-SW-NOVO-ABAIXO
                                          WRK-SW-TEM-NOVO
           MOVE MARG-PERC-MINIMA       TO WRK-MARGEM-PERC
      *
           COMPUTE WRK-PISO-MARGEM ROUNDED =
               TABPRO-CUSTO * (1 + (WRK-MARGEM-PERC / 100))
      *
           COMPUTE WRK-MRG-ATUAL ROUNDED =
               (TABPRO-PRECO - TABPRO-CUSTO) * 100 / TABPRO-CUSTO
      *
           IF TABPRO-PRECO LESS WRK-PISO-MARGEM
               MOVE 'S'                TO WRK-SW-ATUAL-ABAIXO
           END-IF
      *
           IF IND-TABPRO-PRECO-NOVO LESS ZEROS
               MOVE ZEROS              TO TABPRO-PRECO-NOVO
                                          WRK-MRG-NOVO
               GO TO 2100-99-FIM
           END-IF
      *
           MOVE 'S'                    TO WRK-SW-TEM-NOVO
           COMPUTE WRK-MRG-NOVO ROUNDED =
               (TABPRO-PRECO-NOVO - TABPRO-CUSTO) * 100 / TABPRO-CUSTO
      *
           IF TABPRO-PRECO-NOVO LESS WRK-PISO-MARGEM
               MOVE 'S'                TO WRK-SW-NOVO-ABAIXO
           END-IF.
      *
       2100-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PRODUTO ABAIXO DO PISO: PONTOS PERDIDOS E VALOR EM RISCO SAO OS
      * DO PIOR PRECO ABAIXO DO PISO. A PROPOSTA SEGUE O AC220017:
      *  - PRECO ATUAL ABAIXO: ALVO IMEDIATO (QUE ANULA A PROGRAMACAO),
      *    SALVO SE O PRECO PROGRAMADO JA ATENDE O PISO - AI A
      *    PROGRAMACAO E MANTIDA E NAO HA PROPOSTA;
      *  - SO O PROGRAMADO ABAIXO: ALVO NA MESMA DATA DE VIGENCIA, SE
      *    AINDA FUTURA (O AC220017 SO PROGRAMA DATA FUTURA);
      *  - PROPOSTA ACIMA DO PRECO MAXIMO NAO E GRAVADA (O AC220017 A
      *    REJEITARIA): A FAIXA TEM QUE SER REVISTA PELO AC220023
      *-----------------------------------------------------------------
       2200-TRATAR-EROSAO              SECTION.
           ADD 1                       TO WRK-ACU-EROSAO
                                          WRK-CAT-EROSAO
                                          WRK-GRP-EROSAO
      *
           COMPUTE WRK-PONTOS-PERDIDOS = WRK-MARGEM-PERC - WRK-MRG-ATUAL
           COMPUTE WRK-PONTOS-NOVO     = WRK-MARGEM-PERC - WRK-MRG-NOVO
           MOVE TABPRO-PRECO           TO WRK-PRECO-MENOR
      *
           IF WRK-NOVO-ABAIXO
               IF NOT WRK-ATUAL-ABAIXO OR
                  WRK-PONTOS-NOVO GREATER WRK-PONTOS-PERDIDOS
                   MOVE WRK-PONTOS-NOVO   TO WRK-PONTOS-PERDIDOS
                   MOVE TABPRO-PRECO-NOVO TO WRK-PRECO-MENOR
               END-IF
           END-IF
      *
           COMPUTE WRK-VLR-RISCO = WRK-PISO-MARGEM - WRK-PRECO-MENOR
      *
           ADD WRK-PONTOS-PERDIDOS     TO WRK-ACU-PONTOS
                                          WRK-CAT-PONTOS
                                          WRK-GRP-PONTOS
           ADD WRK-VLR-RISCO           TO WRK-ACU-VLR-RISCO
                                          WRK-CAT-VLR-RISCO
                                          WRK-GRP-VLR-RISCO
      *
           PERFORM 2300-CALCULAR-PROPOSTA THRU 2300-99-FIM
      *
           MOVE ZEROS                  TO DET-PROPOSTA
           MOVE SPACES                 TO REG-ARQALV
      *
           IF WRK-ATUAL-ABAIXO
               IF WRK-TEM-PRECO-NOVO AND NOT WRK-NOVO-ABAIXO
                   MOVE 'PROGRAMADO JA CORRIGE'  TO DET-OCORRENCIA
                   ADD 1 TO WRK-ACU-SEM-PROPOSTA
                   GO TO 2200-90-IMPRIMIR
               END-IF
               IF WRK-NOVO-ABAIXO
                   MOVE 'ATUAL E PROGRAM. < PISO' TO DET-OCORRENCIA
               ELSE
                   MOVE 'PRECO ATUAL < PISO'     TO DET-OCORRENCIA
               END-IF
           ELSE
               MOVE 'PROGRAMADO < PISO'       TO DET-OCORRENCIA
               IF IND-TABPRO-DT-VIGENCIA LESS ZEROS
                   MOVE 'PROGRAMADO SEM DATA'    TO DET-OCORRENCIA
                   ADD 1 TO WRK-ACU-SEM-PROPOSTA
                   GO TO 2200-90-IMPRIMIR
               END-IF
               MOVE TABPRO-DT-VIGENCIA (1:4) TO WRK-DT-VIGENCIA-AAAA
               MOVE TABPRO-DT-VIGENCIA (6:2) TO WRK-DT-VIGENCIA-MM
               MOVE TABPRO-DT-VIGENCIA (9:2) TO WRK-DT-VIGENCIA-DD
               IF WRK-DT-VIGENCIA-NUM NOT GREATER WRK-DATA-ATUAL
                   MOVE 'PROGRAMADO VENCIDO'     TO DET-OCORRENCIA
                   ADD 1 TO WRK-ACU-SEM-PROPOSTA
                   GO TO 2200-90-IMPRIMIR
               END-IF
               MOVE WRK-DT-VIGENCIA-NUM  TO ALV-DT-VIGENCIA
           END-IF
      *
           IF WRK-PRECO-PROPOSTO GREATER TABPRO-PRECO-MAX
               MOVE 'PROPOSTA ACIMA DO MAXIMO' TO DET-OCORRENCIA
               ADD 1 TO WRK-ACU-SEM-PROPOSTA
               GO TO 2200-90-IMPRIMIR
           END-IF
      *
           MOVE TABPRO-COD-GRUPO       TO ALV-COD-GRUPO
           MOVE TABPRO-COD-CATEGORIA   TO ALV-COD-CATEGORIA
           MOVE TABPRO-COD-PRODUTO     TO ALV-COD-PRODUTO
           MOVE WRK-PRECO-PROPOSTO     TO ALV-PRECO-ALVO
      *
           WRITE REG-ARQALV
           ADD 1                       TO WRK-ACU-PROPOSTAS
           MOVE WRK-PRECO-PROPOSTO     TO DET-PROPOSTA.
      *
       2200-90-IMPRIMIR.
           PERFORM 2800-IMPRIMIR-DETALHE THRU 2800-99-FIM.
      *
       2200-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * MENOR PRECO QUE ATENDE O PISO: O PISO LEVADO AO FINAL PADRAO DA
      * CATEGORIA PELA MESMA REGRA DO 2215 DO AC220002 (C/B/P). SE O
      * ARREDONDAMENTO PARA BAIXO OU PARA O MAIS PROXIMO CAIR ABAIXO DO
      * PISO, VALE O FINAL PADRAO IMEDIATAMENTE ACIMA
      *-----------------------------------------------------------------
       2300-CALCULAR-PROPOSTA          SECTION.
           MOVE WRK-PISO-MARGEM        TO WRK-PRECO-PROPOSTO
      *
           MOVE SPACE                  TO WRK-ARRED-IND
           IF IND-MARG-IND-ARRED NOT LESS ZEROS AND
              IND-MARG-FINAL-CENTAVOS NOT LESS ZEROS
               MOVE MARG-IND-ARRED     TO WRK-ARRED-IND
               MOVE MARG-FINAL-CENTAVOS TO WRK-ARRED-FINAL
           END-IF
      *
           IF NOT WRK-ARRED-COM-REGRA
               GO TO 2300-99-FIM
           END-IF
      *
           MOVE WRK-PRECO-PROPOSTO     TO WRK-ARRED-TRAB
      *
           IF WRK-ARRED-CENTAVOS EQUAL WRK-ARRED-FINAL
               GO TO 2300-99-FIM
           END-IF
      *
           COMPUTE WRK-ARRED-VLR-BAIXO =
               WRK-ARRED-INTEIRO + (WRK-ARRED-FINAL / 100)
           IF WRK-ARRED-VLR-BAIXO GREATER WRK-PRECO-PROPOSTO
               SUBTRACT 1 FROM WRK-ARRED-VLR-BAIXO
           END-IF
      *
           COMPUTE WRK-ARRED-VLR-CIMA =
               WRK-ARRED-INTEIRO + (WRK-ARRED-FINAL / 100)
           IF WRK-ARRED-VLR-CIMA LESS WRK-PRECO-PROPOSTO
               ADD 1 TO WRK-ARRED-VLR-CIMA
           END-IF
      *
           EVALUATE TRUE
               WHEN WRK-ARRED-CIMA
                   MOVE WRK-ARRED-VLR-CIMA  TO WRK-PRECO-PROPOSTO
               WHEN WRK-ARRED-BAIXO
                   IF WRK-ARRED-VLR-BAIXO GREATER ZEROS
                       MOVE WRK-ARRED-VLR-BAIXO TO WRK-PRECO-PROPOSTO
                   ELSE
                       MOVE WRK-ARRED-VLR-CIMA  TO WRK-PRECO-PROPOSTO
                   END-IF
               WHEN WRK-ARRED-PROXIMO
                   COMPUTE WRK-ARRED-DIF-BAIXO =
                       WRK-PRECO-PROPOSTO - WRK-ARRED-VLR-BAIXO
                   COMPUTE WRK-ARRED-DIF-CIMA =
                       WRK-ARRED-VLR-CIMA - WRK-PRECO-PROPOSTO
                   IF WRK-ARRED-VLR-BAIXO GREATER ZEROS AND
                      WRK-ARRED-DIF-BAIXO LESS WRK-ARRED-DIF-CIMA
                       MOVE WRK-ARRED-VLR-BAIXO TO WRK-PRECO-PROPOSTO
                   ELSE
                       MOVE WRK-ARRED-VLR-CIMA  TO WRK-PRECO-PROPOSTO
                   END-IF
           END-EVALUATE
      *
           IF WRK-PRECO-PROPOSTO LESS WRK-PISO-MARGEM
               MOVE WRK-ARRED-VLR-CIMA  TO WRK-PRECO-PROPOSTO
           END-IF.
      *
       2300-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * IMPRESSAO DA LINHA DO PRODUTO ABAIXO DO PISO
      *-----------------------------------------------------------------
       2800-IMPRIMIR-DETALHE           SECTION.
           MOVE TABPRO-COD-GRUPO       TO DET-GRUPO
           MOVE TABPRO-COD-CATEGORIA   TO DET-CATEGORIA
           MOVE TABPRO-COD-PRODUTO     TO DET-PRODUTO
           MOVE TABPRO-CUSTO           TO DET-CUSTO
           MOVE TABPRO-PRECO           TO DET-PRECO
           MOVE WRK-MRG-ATUAL          TO DET-MRG-ATUAL
           MOVE TABPRO-PRECO-NOVO      TO DET-PRECO-NOVO
           IF WRK-TEM-PRECO-NOVO
               MOVE WRK-MRG-NOVO       TO DET-MRG-NOVO
           ELSE
               MOVE SPACES             TO DET-MRG-NOVO-X
           END-IF
           MOVE WRK-MARGEM-PERC        TO DET-MRG-MINIMA
           MOVE WRK-PONTOS-PERDIDOS    TO DET-PONTOS
           MOVE WRK-VLR-RISCO          TO DET-VLR-RISCO
      *
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELERO THRU 1041-99-FIM
           END-IF
      *
           WRITE REG-RELERO FROM WRK-RELERO-DET
           ADD 1 TO WRK-LIN-ATUAL.
      *
       2800-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * SUBTOTAL DA CATEGORIA (SO SE HOUVE PRODUTO ABAIXO DO PISO)
      *-----------------------------------------------------------------
       2810-QUEBRA-CATEGORIA           SECTION.
           IF WRK-CAT-EROSAO GREATER ZEROS
               MOVE SPACES             TO QBR-TEXTO
               STRING '  TOTAL CATEGORIA ' WRK-GRUPO-ANTERIOR '/'
                      WRK-CATEGORIA-ANTERIOR
                      DELIMITED BY SIZE INTO QBR-TEXTO
               MOVE WRK-CAT-ANALISADOS TO QBR-ANALISADOS
               MOVE WRK-CAT-EROSAO     TO QBR-EROSAO
               COMPUTE QBR-PONTOS-MEDIOS ROUNDED =
                   WRK-CAT-PONTOS / WRK-CAT-EROSAO
               MOVE WRK-CAT-VLR-RISCO  TO QBR-VLR-RISCO
               PERFORM 2830-IMPRIMIR-QUEBRA THRU 2830-99-FIM
           END-IF
      *
           MOVE ZEROS                  TO WRK-CAT-ANALISADOS
                                          WRK-CAT-EROSAO
                                          WRK-CAT-PONTOS
                                          WRK-CAT-VLR-RISCO.
      *
       2810-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * SUBTOTAL DO GRUPO (SO SE HOUVE PRODUTO ABAIXO DO PISO)
      *-----------------------------------------------------------------
       2820-QUEBRA-GRUPO               SECTION.
           IF WRK-GRP-EROSAO GREATER ZEROS
               MOVE SPACES             TO QBR-TEXTO
               STRING 'TOTAL GRUPO ' WRK-GRUPO-ANTERIOR
                      DELIMITED BY SIZE INTO QBR-TEXTO
               MOVE WRK-GRP-ANALISADOS TO QBR-ANALISADOS
               MOVE WRK-GRP-EROSAO     TO QBR-EROSAO
               COMPUTE QBR-PONTOS-MEDIOS ROUNDED =
                   WRK-GRP-PONTOS / WRK-GRP-EROSAO
               MOVE WRK-GRP-VLR-RISCO  TO QBR-VLR-RISCO
               PERFORM 2830-IMPRIMIR-QUEBRA THRU 2830-99-FIM
               WRITE REG-RELERO FROM SPACES
               ADD 1 TO WRK-LIN-ATUAL
           END-IF
      *
           MOVE ZEROS                  TO WRK-GRP-ANALISADOS
                                          WRK-GRP-EROSAO
                                          WRK-GRP-PONTOS
                                          WRK-GRP-VLR-RISCO.
      *
       2820-99-FIM.                    EXIT.
      *
       2830-IMPRIMIR-QUEBRA            SECTION.
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELERO THRU 1041-99-FIM
           END-IF
      *
           WRITE REG-RELERO FROM WRK-RELERO-QUEBRA
           ADD 1 TO WRK-LIN-ATUAL.
      *
       2830-99-FIM.                    EXIT.
      *
      **----------------------------------------------------------------
      * EXECUTANDO TRATAMENTOS FINAIS.
      *-----------------------------------------------------------------
       3000-TERMINAR.
           EXEC SQL
               CLOSE CSR01-MARGEM
           END-EXEC
      *
           IF NOT WRK-PRIMEIRO-PRODUTO
               PERFORM 2810-QUEBRA-CATEGORIA THRU 2810-99-FIM
               PERFORM 2820-QUEBRA-GRUPO     THRU 2820-99-FIM
           END-IF
      *
           IF WRK-ACU-EROSAO GREATER ZEROS
               MOVE 'TOTAL GERAL'      TO QBR-TEXTO
               MOVE WRK-ACU-ANALISADOS TO QBR-ANALISADOS
               MOVE WRK-ACU-EROSAO     TO QBR-EROSAO
               COMPUTE QBR-PONTOS-MEDIOS ROUNDED =
                   WRK-ACU-PONTOS / WRK-ACU-EROSAO
               MOVE WRK-ACU-VLR-RISCO  TO QBR-VLR-RISCO
               PERFORM 2830-IMPRIMIR-QUEBRA THRU 2830-99-FIM
           END-IF
      *
           MOVE WRK-ACU-ANALISADOS     TO WRK-MASC-ANALISADOS
           MOVE WRK-ACU-EROSAO         TO WRK-MASC-EROSAO
           MOVE WRK-ACU-PROPOSTAS      TO WRK-MASC-PROPOSTAS
           MOVE WRK-ACU-SEM-PROPOSTA   TO WRK-MASC-SEM-PROPOSTA
      *
           DISPLAY 'PRODUTOS ANALISADOS.......: 'WRK-MASC-ANALISADOS
           DISPLAY 'ABAIXO DO PISO DE MARGEM..: 'WRK-MASC-EROSAO
           DISPLAY 'PROPOSTAS GRAVADAS ARQALV.: 'WRK-MASC-PROPOSTAS
           DISPLAY 'SEM PROPOSTA (VER MOTIVO).: 'WRK-MASC-SEM-PROPOSTA
      *
           MOVE WRK-ACU-ANALISADOS     TO TOT-ANALISADOS
           MOVE WRK-ACU-EROSAO         TO TOT-EROSAO
           MOVE WRK-ACU-PROPOSTAS      TO TOT-PROPOSTAS
           MOVE WRK-ACU-SEM-PROPOSTA   TO TOT-SEM-PROPOSTA
      *
           WRITE REG-RELERO FROM SPACES
           WRITE REG-RELERO FROM WRK-RELERO-TOT
           WRITE REG-RELERO FROM WRK-RELERO-TOT2
           WRITE REG-RELERO FROM WRK-RELERO-TOT3
           WRITE REG-RELERO FROM WRK-RELERO-TOT4
      *
           IF WRK-ACU-EROSAO GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF
      *
           CLOSE ARQALV-ARQ
           CLOSE RELERO-ARQ.
      *
       3000-99-FIM.                    EXIT.
      *
       3300-FINALIZAR.
      *
           GOBACK.
       3300-99-FIM.                    EXIT.
      *
