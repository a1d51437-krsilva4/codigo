      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.    AC220021.
       AUTHOR.  ACCENTURE BRDC RECIFE.
      *================================================================*
      *                      A C C E N T U R E                         *
      *================================================================*
      *    PROGRAMA......: AC220021.                                   *
      *    PROGRAMADOR...: ACCENTURE BRDC RECIFE                       *
      *    ANALISTA......: ACCENTURE BRDC                              *
      *    DATA..........: 15/10/2026                                  *
      *----------------------------------------------------------------*
      *    OBJETIVO......: ETIQUETAS DE GONDOLA POR LOJA. RODA DEPOIS  *
      *                    DO AC220002, DO AC220014 E DO AC220017 E    *
      *                    JUNTA OS EVENTOS EFETIVOS DO DIA EM         *
      *                    TABPRO_HIST (A/E/P/F/M/R/L E EXCLUSOES D).  *
      *                    PRODUTO AINDA NA TABPRO GERA ETIQUETA COM O *
      *                    PRECO ATUAL (DE/POR QUANDO HA PROMOCAO      *
      *                    ATIVA EM TABPRO_PROMO); PRODUTO EXCLUIDO    *
      *                    VAI PARA A LISTA DE RETIRADA DE ETIQUETA.   *
      *                    CADA LOJA DO CADASTRO (ARQLOJ) RECEBE UM    *
      *                    BLOCO HEADER/DETALHE/TRAILER COM HASH, COMO *
      *                    O ARQINT, NOS DOIS ARQUIVOS, COM O PRECO JA *
      *                    AJUSTADO PELA ZONA DA LOJA (TABPRO_ZONA)    *
      *                    QUANDO O ULTIMO EVENTO VEIO DO AC220002 OU  *
      *                    DO AC220017 (OS DEMAIS MANDAM A LOJA O      *
      *                    PRECO BASE DA REDE) E                       *
      *                    OS DETALHES NA ORDEM GRUPO/CATEGORIA/       *
      *                    PRODUTO, PARA A REPOSICAO PERCORRER OS      *
      *                    CORREDORES EM SEQUENCIA.                    *
      *----------------------------------------------------------------*
      *    ARQUIVOS         I/O LRECL  DESCRICAO                       *
      *    TABELA TABPRO    IN   071    DB2ADMIN.TABPRO                *
      *    TABELA TABPRO_HIST IN  N/A   DB2ADMIN.TABPRO_HIST           *
      *    TABELA TABPRO_PROMO IN N/A   DB2ADMIN.TABPRO_PROMO          *
      *    TABELA TABPRO_ZONA IN  N/A   DB2ADMIN.TABPRO_ZONA           *
      *    ARQLOJ           IN   080    CADASTRO DAS LOJAS E ZONAS     *
      *    ARQETQ           OUT  080    ETIQUETAS (UM BLOCO H/D/T POR  *
      *                                LOJA)                           *
      *    ARQRTQ           OUT  080    RETIRADA DE ETIQUETAS (UM      *
      *                                BLOCO H/D/T POR LOJA)           *
      *    RELETQ           OUT  132    RESUMO POR LOJA                *
      *----------------------------------------------------------------*
      *    RETURN-CODE.....: 0 = ETIQUETAS GERADAS                     *
      *                      4 = NENHUM EVENTO NO DIA OU PROMOCAO COM  *
      *                          PRECO "DE" NAO MAIOR QUE O "POR"      *
      *                      8 = ERRO DE ARQUIVO/SQL OU TABELA CHEIA   *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *    15/10/2026  RPS  CRIACAO DO PROGRAMA                        *
      *    15/10/2026  RPS  PASSO DE LIQUIDACAO (EVENTO L DO AC220027) *
      *                     GERA ETIQUETA COM O PRECO REMARCADO; O     *
      *                     ARQUIVAMENTO JA SAI COMO EXCLUSAO D        *
      *    15/10/2026  RPS  AJUSTE DE ZONA SO PARA EVENTOS DO          *
      *                     AC220002/AC220017 (ARQINZ); DEMAIS         *
      *                     PROGRAMAS FICAM NO PRECO BASE DA REDE,     *
      *                     COMO NO PDV                                *
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
           SELECT ARQLOJ-ARQ         ASSIGN TO ARQLOJ
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQLOJ.
      *
           SELECT ARQETQ-ARQ         ASSIGN TO ARQETQ
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQETQ.
      *
           SELECT ARQRTQ-ARQ         ASSIGN TO ARQRTQ
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQRTQ.
      *
           SELECT RELETQ-ARQ         ASSIGN TO RELETQ
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-RELETQ.
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      * CADASTRO DAS LOJAS (MESMO ARQUIVO DO AC220012)                 *
      *----------------------------------------------------------------*
       FD  ARQLOJ-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQLOJ                      PIC X(080).
      *----------------LAYOUT DO REGISTRO DO ARQLOJ--------------------*
      *    ZONA DE PRECO DA LOJA (TABPRO_ZONA); EM BRANCO OU 00 = LOJA
      *    NO PRECO BASE DA REDE
       01 REG-LOJ-DADOS REDEFINES REG-ARQLOJ.
           03 LOJ-COD-LOJA             PIC 9(04).
           03 LOJ-COD-ZONA             PIC 9(02).
           03 FILLER                   PIC X(74).
       01 REG-LOJ-TEXTO REDEFINES REG-ARQLOJ.
           03 LOJ-TXT-LOJA             PIC X(04).
           03 LOJ-TXT-ZONA             PIC X(02).
           03 FILLER                   PIC X(74).
      *----------------------------------------------------------------*
      * ETIQUETAS DE GONDOLA, UM BLOCO H/D/T POR LOJA                  *
      *----------------------------------------------------------------*
       FD  ARQETQ-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQETQ                       PIC X(080).
      *----------------------------------------------------------------*
      * RETIRADA DE ETIQUETAS (PRODUTOS EXCLUIDOS), UM BLOCO POR LOJA  *
      *----------------------------------------------------------------*
       FD  ARQRTQ-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQRTQ                       PIC X(080).
      *----------------------------------------------------------------*
      * RESUMO POR LOJA                                                *
      *----------------------------------------------------------------*
       FD  RELETQ-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELETQ                        PIC X(132).
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
      *--------LAYOUT DO HISTORICO DE PRECO (DB2ADMIN.TABPRO_HIST)-----*
           EXEC SQL
             INCLUDE DCLTPHI
           END-EXEC.
      *--------PROMOCOES POR PRODUTO (DB2ADMIN.TABPRO_PROMO)-----------*
           EXEC SQL
             INCLUDE DCLTPPRO
           END-EXEC.
      *--------ZONAS REGIONAIS DE PRECO (DB2ADMIN.TABPRO_ZONA)---------*
           EXEC SQL
             INCLUDE DCLTPZON
           END-EXEC.
      * --------VARIAVEIS AUXILIARES DE CALCULO E CONTADORES-----------*
       01 WRK-VARIAVEIS-AUXILIARES.
           03 WRK-ACU-EVENTOS          PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-ETIQUETAS        PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-DE-POR           PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-RETIRADAS        PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-DE-INVALIDO      PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-REG-ETQ          PIC 9(09)       VALUE ZEROS.
           03 WRK-ACU-REG-RTQ          PIC 9(09)       VALUE ZEROS.
      *    CONTAGEM E HASH DO BLOCO DA LOJA EM GERACAO
           03 WRK-QTD-ETQ-LOJA         PIC 9(09)       VALUE ZEROS.
           03 WRK-QTD-RTQ-LOJA         PIC 9(09)       VALUE ZEROS.
           03 WRK-HASH-ETQ-LOJA        PIC 9(13)V9(2)  USAGE COMP-3
                                        VALUE ZEROS.
           03 WRK-HASH-RTQ-LOJA        PIC 9(13)V9(2)  USAGE COMP-3
                                        VALUE ZEROS.
           03 WRK-QTD-DE-POR-LOJA      PIC 9(07)       VALUE ZEROS.
           03 WRK-PRECO-POR            PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-PRECO-DE             PIC S9(8)V9(2)  USAGE COMP-3.
      *---------VARIAVEIS PARA MASCARAS DE CONTADORES------------------*
       01 WRK-VARIAVEIS-PARA-MASCARA.
           03 WRK-MASC-EVENTOS         PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-ETIQUETAS       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-DE-POR          PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-RETIRADAS       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-LOJAS           PIC ZZZ.ZZZ.ZZ9.
       01 WRK-SWITCHES-01.
           03 WRK-SW-FIM-CURSOR        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-CURSOR                       VALUE 'S'.
           03 WRK-SW-FIM-ARQLOJ        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-ARQLOJ                       VALUE 'S'.
           03 WRK-SW-FIM-CSR-ZONA      PIC X(01)       VALUE 'N'.
               88 WRK-FIM-CSR-ZONA                     VALUE 'S'.
           03 WRK-SW-REGRA-ZONA        PIC X(01)       VALUE 'N'.
               88 WRK-REGRA-ZONA-ACHADA                VALUE 'S'.
      *----------------DATA DO SISTEMA---------------------------------*
       01 WRK-DATA-HORA-SISTEMA.
           03 WRK-DATA-ATUAL                PIC 9(08).
      *----------------CADASTRO DAS LOJAS (ARQLOJ)---------------------*
       01 WRK-TABELA-LOJAS.
           03 WRK-QTD-LOJAS-CAD        PIC 9(03)       VALUE ZEROS.
           03 WRK-LOJA-OCORRENCIA      OCCURS 1 TO 999 TIMES
                                        DEPENDING ON WRK-QTD-LOJAS-CAD
                                        INDEXED BY WRK-IDX-LOJA.
               05 WRK-LOJ-CODIGO           PIC 9(04).
               05 WRK-LOJ-ZONA             PIC 9(02).
      *----------------PRODUTOS COM EVENTO EFETIVO NO DIA--------------*
      *    UMA LINHA POR PRODUTO, NA ORDEM GRUPO/CATEGORIA/PRODUTO DO
      *    CURSOR; O ULTIMO EVENTO DO DIA PREVALECE. TIPO E = ETIQUETA
      *    NOVA (PRODUTO AINDA NA TABPRO), R = RETIRADA DE ETIQUETA
       01 WRK-TABELA-ETIQUETAS.
           03 WRK-QTD-ETIQUETAS            PIC 9(05)      VALUE ZEROS.
           03 WRK-ETIQUETA-OCORRENCIA      OCCURS 1 TO 99999 TIMES
                                        DEPENDING ON WRK-QTD-ETIQUETAS
                                            INDEXED BY WRK-IDX-ETQ.
               05 WRK-ETQ-GRUPO                PIC 9(01).
               05 WRK-ETQ-CATEGORIA            PIC 9(03).
               05 WRK-ETQ-PRODUTO              PIC 9(09).
               05 WRK-ETQ-ACAO                 PIC X(01).
               05 WRK-ETQ-TIPO                 PIC X(01).
                   88 WRK-ETQ-ETIQUETA                    VALUE 'E'.
                   88 WRK-ETQ-RETIRADA                    VALUE 'R'.
               05 WRK-ETQ-IND-DE-POR           PIC X(01).
                   88 WRK-ETQ-COM-DE-POR                  VALUE 'S'.
      *        S = O ULTIMO EVENTO VEIO DE UM RUN QUE MANDA O PRECO DA
      *        ZONA PARA A LOJA (ARQINZ DO AC220002/AC220017); N = A
      *        LOJA RECEBEU O PRECO BASE DA REDE (ARQINT OU CORRECAO)
               05 WRK-ETQ-IND-ZONA             PIC X(01).
                   88 WRK-ETQ-PRECO-DA-ZONA               VALUE 'S'.
               05 WRK-ETQ-PRECO                PIC S9(8)V9(2)
                                                USAGE COMP-3.
               05 WRK-ETQ-PRECO-DE             PIC S9(8)V9(2)
                                                USAGE COMP-3.
      *----------------ZONAS REGIONAIS DE PRECO (TABPRO_ZONA)----------*
      *    REGRAS DE AJUSTE CARREGADAS NA INICIALIZACAO, ORDENADAS POR
      *    ZONA/GRUPO/CATEGORIA; A ZONA VEM DA LOJA NO ARQLOJ
       01 WRK-TABELA-REGRAS-ZONA.
           03 WRK-QTD-REGRAS-ZONA          PIC 9(03)      VALUE ZEROS.
           03 WRK-REGRA-ZONA-OCORRENCIA    OCCURS 1 TO 999 TIMES
                                        DEPENDING ON WRK-QTD-REGRAS-ZONA
                                            INDEXED BY WRK-IDX-REGRA.
               05 WRK-RZN-ZONA                 PIC 9(02).
               05 WRK-RZN-GRUPO                PIC 9(01).
               05 WRK-RZN-CATEGORIA            PIC 9(03).
               05 WRK-RZN-IND-AJUSTE           PIC X(01).
               05 WRK-RZN-VLR-AJUSTE           PIC S9(8)V9(2)
                                                USAGE COMP-3.
       01 WRK-CONTROLE-ZONA.
           03 WRK-ZONA-ATUAL               PIC 9(02)      VALUE ZEROS.
           03 WRK-ZONA-CATEG-BUSCA         PIC 9(03)      VALUE ZEROS.
           03 WRK-ZONA-IND-AJUSTE          PIC X(01)      VALUE SPACE.
               88 WRK-AJUSTE-PERCENTUAL                   VALUE 'P'.
               88 WRK-AJUSTE-VALOR                        VALUE 'V'.
           03 WRK-ZONA-VLR-AJUSTE          PIC S9(8)V9(2) USAGE COMP-3
                                            VALUE ZEROS.
           03 WRK-PRECO-BASE-ZONA          PIC S9(8)V9(2) USAGE COMP-3.
           03 WRK-PRECO-ZONA               PIC S9(8)V9(2) USAGE COMP-3.
      *----------------STATUS DOS ARQUIVOS SEQUENCIAIS-----------------*
       01 WRK-STATUS-ARQUIVOS.
           03 WRK-STATUS-ARQLOJ             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQETQ             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQRTQ             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-RELETQ             PIC X(02)       VALUE '00'.
      *----------------REGISTROS DO ARQETQ E DO ARQRTQ-----------------*
      *    HEADER E TRAILER TEM O MESMO LAYOUT NOS DOIS ARQUIVOS
       01 WRK-ARQETQ-HEADER.
           03 FILLER                       PIC X(01) VALUE 'H'.
           03 ETQ-HDR-DT-GERACAO           PIC 9(08).
           03 ETQ-HDR-COD-LOJA             PIC 9(04).
           03 ETQ-HDR-COD-ZONA             PIC 9(02).
           03 FILLER                       PIC X(65) VALUE SPACES.
       01 WRK-ARQETQ-DETALHE.
           03 FILLER                       PIC X(01) VALUE 'D'.
           03 ETQ-DET-COD-GRUPO            PIC 9(01).
           03 ETQ-DET-COD-CATEGORIA        PIC 9(03).
           03 ETQ-DET-COD-PRODUTO          PIC 9(09).
      *    PRECO DE VENDA DA ETIQUETA ("POR" QUANDO HA PROMOCAO)
           03 ETQ-DET-PRECO                PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
      *    PRECO ANTERIOR A PROMOCAO ("DE"); ZERO SEM PROMOCAO
           03 ETQ-DET-PRECO-DE             PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
           03 ETQ-DET-IND-DE-POR           PIC X(01).
           03 ETQ-DET-ACAO                 PIC X(01).
           03 FILLER                       PIC X(42) VALUE SPACES.
       01 WRK-ARQRTQ-DETALHE.
           03 FILLER                       PIC X(01) VALUE 'D'.
           03 RTQ-DET-COD-GRUPO            PIC 9(01).
           03 RTQ-DET-COD-CATEGORIA        PIC 9(03).
           03 RTQ-DET-COD-PRODUTO          PIC 9(09).
      *    PRECO DA ETIQUETA QUE SAI DA GONDOLA
           03 RTQ-DET-PRECO                PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
           03 RTQ-DET-ACAO                 PIC X(01).
           03 FILLER                       PIC X(54) VALUE SPACES.
       01 WRK-ARQETQ-TRAILER.
           03 FILLER                       PIC X(01) VALUE 'T'.
           03 ETQ-TRL-QTD-DETALHES         PIC 9(09).
           03 ETQ-TRL-HASH-PRECOS          PIC 9(13)V9(02).
           03 FILLER                       PIC X(55) VALUE SPACES.
      *----------------LINHAS DO RESUMO (RELETQ)-----------------------*
       01 WRK-RELETQ-LINHAS.
           03 WRK-LIN-ATUAL                 PIC 9(02)       VALUE 99.
           03 WRK-PAGINA-ATUAL              PIC 9(04)       VALUE ZEROS.
           03 WRK-MAX-LINHAS                PIC 9(02)       VALUE 50.
       01 WRK-RELETQ-CAB1.
           03 FILLER                        PIC X(01) VALUE '1'.
           03 FILLER                        PIC X(58) VALUE
           'AC220021 - ETIQUETAS DE GONDOLA POR LOJA'.
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 FILLER                        PIC X(08) VALUE 'PAGINA: '.
           03 WRK-CAB1-PAGINA               PIC ZZZ9.
           03 FILLER                        PIC X(57) VALUE SPACES.
       01 WRK-RELETQ-CAB2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(20) VALUE
               'EVENTOS DO DIA      '.
           03 CAB2-DT-GERACAO               PIC 9(08).
           03 FILLER                        PIC X(103) VALUE SPACES.
       01 WRK-RELETQ-CAB3.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(60) VALUE
           'LOJA  ZONA     ETIQUETAS   DE/POR   RETIRADAS'.
           03 FILLER                        PIC X(71) VALUE SPACES.
       01 WRK-RELETQ-DET.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DET-LOJA                      PIC 9(04).
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 DET-ZONA                      PIC 9(02).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-ETIQUETAS                 PIC ZZZ.ZZ9.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-DE-POR                    PIC ZZZ.ZZ9.
           03 FILLER                        PIC X(05) VALUE SPACES.
           03 DET-RETIRADAS                 PIC ZZZ.ZZ9.
           03 FILLER                        PIC X(91) VALUE SPACES.
       01 WRK-RELETQ-TOT.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'EVENTOS LIDOS NO DIA......: '.
           03 TOT-EVENTOS                   PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELETQ-TOT2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PRODUTOS COM ETIQUETA.....: '.
           03 TOT-ETIQUETAS                 PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELETQ-TOT3.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'ETIQUETAS DE/POR..........: '.
           03 TOT-DE-POR                    PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELETQ-TOT4.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'ETIQUETAS A RETIRAR.......: '.
           03 TOT-RETIRADAS                 PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELETQ-TOT5.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'LOJAS ATENDIDAS...........: '.
           03 TOT-LOJAS                     PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELETQ-RES.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 RES-TEXTO                     PIC X(60).
           03 FILLER                        PIC X(71) VALUE SPACES.
      *----------------------------------------------------------------*
      *    EVENTOS EFETIVOS DO DIA, NA ORDEM DA CHAVE E, DENTRO DO
      *    PRODUTO, NA ORDEM EM QUE ACONTECERAM (O ULTIMO PREVALECE).
      *    A CARGA (I) NAO ENTRA: PRODUTO NOVO GANHA ETIQUETA NA
      *    PRIMEIRA ALTERACAO DE PRECO
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR01-TABPRO-HIST CURSOR FOR
                SELECT HIST_COD_GRUPO,
                       HIST_COD_CATEGORIA,
                       HIST_COD_PRODUTO,
                       HIST_ACAO,
                       HIST_PRECO_ANT,
                       HIST_PRECO_NOVO,
                       HIST_PROGRAMA
                FROM DB2ADMIN.TABPRO_HIST
                WHERE DATE(HIST_DT_HORA) = CURRENT DATE
                  AND HIST_ACAO IN ('A', 'E', 'P', 'F', 'M', 'R', 'D',
                                    'L')
                ORDER BY HIST_COD_GRUPO, HIST_COD_CATEGORIA,
                         HIST_COD_PRODUTO, HIST_DT_HORA
            END-EXEC.
      *----------------------------------------------------------------*
      *    REGRAS DE AJUSTE DAS ZONAS (ZONA 00 E O PRECO BASE)
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR03-TABPRO-ZONA CURSOR FOR
                SELECT ZONA_COD_ZONA,
                       ZONA_COD_GRUPO,
                       ZONA_COD_CATEGORIA,
                       ZONA_IND_AJUSTE,
                       ZONA_VLR_AJUSTE
                FROM DB2ADMIN.TABPRO_ZONA
                WHERE ZONA_COD_ZONA > 0
                ORDER BY ZONA_COD_ZONA, ZONA_COD_GRUPO,
                         ZONA_COD_CATEGORIA
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
           PERFORM 2000-GERAR-LOJA     THRU 2000-99-FIM
               VARYING WRK-IDX-LOJA FROM 1 BY 1
               UNTIL WRK-IDX-LOJA GREATER WRK-QTD-LOJAS-CAD
      *
           PERFORM 3000-TERMINAR       THRU 3000-99-FIM
           PERFORM 3300-FINALIZAR      THRU 3300-99-FIM.
      *
       000-99-PRINCIPAL-FIM            SECTION.
           EXIT.
      *-----------------------------------------------------------------
      * CADASTRO DE LOJAS, REGRAS DE ZONA, EVENTOS DO DIA E ABERTURA
      * DOS ARQUIVOS DE SAIDA
      *-----------------------------------------------------------------
       1000-INICIALIZAR                SECTION.
           INITIALIZE WRK-VARIAVEIS-AUXILIARES
                      DCLTABPRO-REGISTRO
                      DCLTPHI-REGISTRO
                      DCLTPPRO-REGISTRO
      *
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
      *
           PERFORM 1030-CARREGAR-LOJAS      THRU 1030-99-FIM
           PERFORM 1060-CARREGAR-ZONAS      THRU 1060-99-FIM
           PERFORM 1100-CARREGAR-EVENTOS    THRU 1100-99-FIM
      *
           PERFORM 1150-RESOLVER-ETIQUETA   THRU 1150-99-FIM
               VARYING WRK-IDX-ETQ FROM 1 BY 1
               UNTIL WRK-IDX-ETQ GREATER WRK-QTD-ETIQUETAS
      *
           OPEN OUTPUT ARQETQ-ARQ
           OPEN OUTPUT ARQRTQ-ARQ
           OPEN OUTPUT RELETQ-ARQ
      *
           IF WRK-STATUS-ARQETQ NOT EQUAL '00' OR
              WRK-STATUS-ARQRTQ NOT EQUAL '00' OR
              WRK-STATUS-RELETQ NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVOS: '
                        WRK-STATUS-ARQETQ ' ' WRK-STATUS-ARQRTQ ' '
                        WRK-STATUS-RELETQ
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           MOVE WRK-DATA-ATUAL          TO ETQ-HDR-DT-GERACAO
                                           CAB2-DT-GERACAO
           PERFORM 1041-CABECALHO-RELETQ THRU 1041-99-FIM.
      *
       1000-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CARGA DO CADASTRO DE LOJAS: TODA LOJA RECEBE SEU BLOCO NOS DOIS
      * ARQUIVOS, MESMO SEM DETALHE, PARA SABER QUE NADA MUDOU NO DIA
      *-----------------------------------------------------------------
       1030-CARREGAR-LOJAS             SECTION.
           OPEN INPUT ARQLOJ-ARQ
      *
           IF WRK-STATUS-ARQLOJ NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA DO ARQLOJ ' WRK-STATUS-ARQLOJ
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           PERFORM 1031-LER-REG-ARQLOJ      THRU 1031-99-FIM
           PERFORM 1032-TRATAR-REGS-ARQLOJ  THRU 1032-99-FIM
               UNTIL WRK-FIM-ARQLOJ
      *
           CLOSE ARQLOJ-ARQ
      *
           IF WRK-QTD-LOJAS-CAD EQUAL ZEROS
               DISPLAY 'ARQLOJ VAZIO - CADASTRO DE LOJAS OBRIGATORIO'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF.
      *
       1030-99-FIM.                    EXIT.
      *
       1031-LER-REG-ARQLOJ              SECTION.
           READ ARQLOJ-ARQ
               AT END
                   MOVE 'S' TO WRK-SW-FIM-ARQLOJ
           END-READ.
      *
       1031-99-FIM.                    EXIT.
      *
       1032-TRATAR-REGS-ARQLOJ          SECTION.
           IF LOJ-TXT-LOJA NOT NUMERIC
               DISPLAY 'REGISTRO DE ARQLOJ INVALIDO IGNORADO: '
                        REG-ARQLOJ (1:4)
           ELSE
               IF WRK-QTD-LOJAS-CAD LESS 999
                   ADD 1 TO WRK-QTD-LOJAS-CAD
                   SET WRK-IDX-LOJA TO WRK-QTD-LOJAS-CAD
                   MOVE LOJ-COD-LOJA TO WRK-LOJ-CODIGO (WRK-IDX-LOJA)
                   IF LOJ-TXT-ZONA NUMERIC
                       MOVE LOJ-COD-ZONA TO
                            WRK-LOJ-ZONA (WRK-IDX-LOJA)
                   ELSE
                       MOVE ZEROS        TO
                            WRK-LOJ-ZONA (WRK-IDX-LOJA)
                   END-IF
               ELSE
                   DISPLAY 'CADASTRO DE LOJAS CHEIO - LOJA IGNORADA: '
                            LOJ-COD-LOJA
               END-IF
           END-IF
           PERFORM 1031-LER-REG-ARQLOJ THRU 1031-99-FIM.
      *
       1032-99-FIM.                    EXIT.
      *
       1041-CABECALHO-RELETQ             SECTION.
           ADD 1                 TO WRK-PAGINA-ATUAL
           MOVE WRK-PAGINA-ATUAL TO WRK-CAB1-PAGINA
           MOVE ZEROS            TO WRK-LIN-ATUAL
      *
           WRITE REG-RELETQ      FROM WRK-RELETQ-CAB1
           WRITE REG-RELETQ      FROM WRK-RELETQ-CAB2
           WRITE REG-RELETQ      FROM SPACES
           WRITE REG-RELETQ      FROM WRK-RELETQ-CAB3
           WRITE REG-RELETQ      FROM SPACES.
      *
       1041-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CARGA DAS REGRAS DE ZONA DE PRECO (TABPRO_ZONA). SEM LINHAS NA
      * TABELA TODAS AS LOJAS RECEBEM O PRECO BASE.
      *-----------------------------------------------------------------
       1060-CARREGAR-ZONAS              SECTION.
           MOVE ZEROS TO WRK-QTD-REGRAS-ZONA
           MOVE 'N'   TO WRK-SW-FIM-CSR-ZONA
      *
           EXEC SQL
               OPEN CSR03-TABPRO-ZONA
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA DO CURSOR DE ZONAS ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           PERFORM 1061-LER-CSR-ZONA        THRU 1061-99-FIM
           PERFORM 1062-GUARDAR-REGRA-ZONA  THRU 1062-99-FIM
               UNTIL WRK-FIM-CSR-ZONA
      *
           EXEC SQL
               CLOSE CSR03-TABPRO-ZONA
           END-EXEC
      *
           DISPLAY 'REGRAS DE ZONA CARREGADAS: ' WRK-QTD-REGRAS-ZONA.
      *
       1060-99-FIM.                    EXIT.
      *
       1061-LER-CSR-ZONA                SECTION.
           EXEC SQL
                FETCH  CSR03-TABPRO-ZONA
                INTO  :ZONA-COD-ZONA
                ,     :ZONA-COD-GRUPO
                ,     :ZONA-COD-CATEGORIA
                ,     :ZONA-IND-AJUSTE
                ,     :ZONA-VLR-AJUSTE
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS AND
              SQLCODE NOT EQUAL 100
              DISPLAY 'ERRO DE LEITURA DO CURSOR DE ZONAS ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           IF SQLCODE EQUAL 100
              MOVE 'S'                 TO WRK-SW-FIM-CSR-ZONA
           END-IF.
      *
       1061-99-FIM.                    EXIT.
      *
       1062-GUARDAR-REGRA-ZONA          SECTION.
           IF WRK-QTD-REGRAS-ZONA NOT LESS 999
               DISPLAY 'TABELA DE REGRAS DE ZONA CHEIA - REGRA '
                       'IGNORADA: ' ZONA-COD-ZONA ' ' ZONA-COD-GRUPO
                       ' ' ZONA-COD-CATEGORIA
               GO TO 1062-98-LER
           END-IF
      *
           ADD 1 TO WRK-QTD-REGRAS-ZONA
           SET WRK-IDX-REGRA TO WRK-QTD-REGRAS-ZONA
           MOVE ZONA-COD-ZONA      TO WRK-RZN-ZONA (WRK-IDX-REGRA)
           MOVE ZONA-COD-GRUPO     TO WRK-RZN-GRUPO (WRK-IDX-REGRA)
           MOVE ZONA-COD-CATEGORIA TO WRK-RZN-CATEGORIA (WRK-IDX-REGRA)
           MOVE ZONA-IND-AJUSTE    TO WRK-RZN-IND-AJUSTE (WRK-IDX-REGRA)
           MOVE ZONA-VLR-AJUSTE    TO
                WRK-RZN-VLR-AJUSTE (WRK-IDX-REGRA).
      *
       1062-98-LER.
           PERFORM 1061-LER-CSR-ZONA        THRU 1061-99-FIM.
      *
       1062-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CARGA DOS EVENTOS DO DIA: UMA LINHA POR PRODUTO, ATUALIZADA A
      * CADA EVENTO DO MESMO PRODUTO (O CURSOR VEM EM ORDEM DE CHAVE)
      *-----------------------------------------------------------------
       1100-CARREGAR-EVENTOS           SECTION.
           EXEC SQL
               OPEN CSR01-TABPRO-HIST
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA DO CURSOR ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           PERFORM 1200-LER-CURSOR         THRU 1200-99-FIM
           PERFORM 1110-GUARDAR-EVENTO     THRU 1110-99-FIM
               UNTIL WRK-FIM-CURSOR
      *
           EXEC SQL
              CLOSE CSR01-TABPRO-HIST
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE CLOSE: ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF.
      *
       1100-99-FIM.                    EXIT.
      *
       1110-GUARDAR-EVENTO             SECTION.
           ADD 1 TO WRK-ACU-EVENTOS
      *
           IF WRK-QTD-ETIQUETAS GREATER ZEROS
               SET WRK-IDX-ETQ TO WRK-QTD-ETIQUETAS
               IF HIST-COD-GRUPO     EQUAL WRK-ETQ-GRUPO (WRK-IDX-ETQ)
                  AND HIST-COD-CATEGORIA
                                 EQUAL WRK-ETQ-CATEGORIA (WRK-IDX-ETQ)
                  AND HIST-COD-PRODUTO
                                 EQUAL WRK-ETQ-PRODUTO (WRK-IDX-ETQ)
                   GO TO 1110-50-EVENTO
               END-IF
           END-IF
      *
      *    ETIQUETA FALTANDO E PIOR QUE ARQUIVO ATRASADO: TABELA CHEIA
      *    ABORTA PARA A TABELA SER AMPLIADA, SEM GERAR BLOCO PARCIAL
           IF WRK-QTD-ETIQUETAS NOT LESS 99999
               DISPLAY 'TABELA DE ETIQUETAS CHEIA - PROCESSAMENTO '
                       'INTERROMPIDO'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           ADD 1 TO WRK-QTD-ETIQUETAS
           SET WRK-IDX-ETQ TO WRK-QTD-ETIQUETAS
           MOVE HIST-COD-GRUPO     TO WRK-ETQ-GRUPO (WRK-IDX-ETQ)
           MOVE HIST-COD-CATEGORIA TO WRK-ETQ-CATEGORIA (WRK-IDX-ETQ)
           MOVE HIST-COD-PRODUTO   TO WRK-ETQ-PRODUTO (WRK-IDX-ETQ)
           MOVE 'N'                TO WRK-ETQ-IND-DE-POR (WRK-IDX-ETQ)
           MOVE ZEROS              TO WRK-ETQ-PRECO-DE (WRK-IDX-ETQ).
      *
      *    NA EXCLUSAO O PRECO QUE ESTAVA NA GONDOLA E O ANTERIOR
       1110-50-EVENTO.
           MOVE HIST-ACAO          TO WRK-ETQ-ACAO (WRK-IDX-ETQ)
           IF HIST-ACAO EQUAL 'D'
               MOVE HIST-PRECO-ANT  TO WRK-ETQ-PRECO (WRK-IDX-ETQ)
           ELSE
               MOVE HIST-PRECO-NOVO TO WRK-ETQ-PRECO (WRK-IDX-ETQ)
           END-IF
      *
           IF IND-HIST-PROGRAMA NOT LESS ZEROS AND
              (HIST-PROGRAMA EQUAL 'AC220002' OR
               HIST-PROGRAMA EQUAL 'AC220017')
               MOVE 'S'             TO WRK-ETQ-IND-ZONA (WRK-IDX-ETQ)
           ELSE
               MOVE 'N'             TO WRK-ETQ-IND-ZONA (WRK-IDX-ETQ)
           END-IF
      *
           PERFORM 1200-LER-CURSOR         THRU 1200-99-FIM.
      *
       1110-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * ETIQUETA OU RETIRADA: O PRECO DA ETIQUETA E O DA TABPRO AGORA
      * (UM EVENTO POSTERIOR DE OUTRO TIPO, COMO A CARGA, JA ESTA
      * REFLETIDO NELA); PRODUTO QUE NAO ESTA MAIS NA TABPRO SAI NA
      * LISTA DE RETIRADA COM O PRECO DO ULTIMO EVENTO
      *-----------------------------------------------------------------
       1150-RESOLVER-ETIQUETA          SECTION.
           MOVE WRK-ETQ-GRUPO (WRK-IDX-ETQ)     TO TABPRO-COD-GRUPO
           MOVE WRK-ETQ-CATEGORIA (WRK-IDX-ETQ) TO TABPRO-COD-CATEGORIA
           MOVE WRK-ETQ-PRODUTO (WRK-IDX-ETQ)   TO TABPRO-COD-PRODUTO
      *
           EXEC SQL
               SELECT TABPRO_PRECO
                 INTO :TABPRO-PRECO
                 FROM DB2ADMIN.TABPRO
                WHERE TABPRO_COD_GRUPO     = :TABPRO-COD-GRUPO
                  AND TABPRO_COD_CATEGORIA = :TABPRO-COD-CATEGORIA
                  AND TABPRO_COD_PRODUTO   = :TABPRO-COD-PRODUTO
           END-EXEC
      *
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   MOVE 'E'          TO WRK-ETQ-TIPO (WRK-IDX-ETQ)
                   MOVE TABPRO-PRECO TO WRK-ETQ-PRECO (WRK-IDX-ETQ)
                   ADD 1             TO WRK-ACU-ETIQUETAS
                   PERFORM 1160-VERIFICAR-PROMOCAO THRU 1160-99-FIM
               WHEN SQLCODE EQUAL 100
                   MOVE 'R'          TO WRK-ETQ-TIPO (WRK-IDX-ETQ)
                   ADD 1             TO WRK-ACU-RETIRADAS
               WHEN OTHER
                   DISPLAY 'ERRO DE CONSULTA A TABPRO: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-EVALUATE.
      *
       1150-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PROMOCAO ATIVA (STATUS A = PRECO PROMOCIONAL EM VIGOR): A
      * ETIQUETA SAI DE/POR COM O PRECO PRE-PROMOCAO GUARDADO PELO
      * AC220014. "DE" QUE NAO SEJA MAIOR QUE O "POR" NAO VAI PARA A
      * GONDOLA: A ETIQUETA SAI SIMPLES E O CASO E AVISADO
      *-----------------------------------------------------------------
       1160-VERIFICAR-PROMOCAO         SECTION.
           MOVE TABPRO-COD-GRUPO       TO PROMO-COD-GRUPO
           MOVE TABPRO-COD-CATEGORIA   TO PROMO-COD-CATEGORIA
           MOVE TABPRO-COD-PRODUTO     TO PROMO-COD-PRODUTO
      *
           EXEC SQL
               SELECT PROMO_PRECO_ANTERIOR
                 INTO :PROMO-PRECO-ANTERIOR
                 FROM DB2ADMIN.TABPRO_PROMO
                WHERE PROMO_COD_GRUPO     = :PROMO-COD-GRUPO
                  AND PROMO_COD_CATEGORIA = :PROMO-COD-CATEGORIA
                  AND PROMO_COD_PRODUTO   = :PROMO-COD-PRODUTO
                  AND PROMO_STATUS        = 'A'
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   GO TO 1160-99-FIM
               WHEN OTHER
                   DISPLAY 'ERRO DE CONSULTA A TABPRO_PROMO: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-EVALUATE
      *
           IF PROMO-PRECO-ANTERIOR NOT GREATER TABPRO-PRECO
               ADD 1 TO WRK-ACU-DE-INVALIDO
               DISPLAY 'AVISO: PROMOCAO COM PRECO DE NAO MAIOR QUE O '
                       'POR - ETIQUETA SIMPLES: ' TABPRO-COD-GRUPO ' '
                       TABPRO-COD-CATEGORIA ' ' TABPRO-COD-PRODUTO
               GO TO 1160-99-FIM
           END-IF
      *
           MOVE 'S'                  TO WRK-ETQ-IND-DE-POR (WRK-IDX-ETQ)
           MOVE PROMO-PRECO-ANTERIOR TO WRK-ETQ-PRECO-DE (WRK-IDX-ETQ)
           ADD 1                     TO WRK-ACU-DE-POR.
      *
       1160-99-FIM.                    EXIT.
      *
       1200-LER-CURSOR                 SECTION.
           EXEC SQL
                FETCH  CSR01-TABPRO-HIST
                INTO  :HIST-COD-GRUPO
                ,     :HIST-COD-CATEGORIA
                ,     :HIST-COD-PRODUTO
                ,     :HIST-ACAO
                ,     :HIST-PRECO-ANT
                ,     :HIST-PRECO-NOVO
                ,     :HIST-PROGRAMA :IND-HIST-PROGRAMA
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
       1200-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * BLOCO DA LOJA NOS DOIS ARQUIVOS: HEADER COM LOJA E ZONA, UM
      * DETALHE POR PRODUTO DO DIA COM O PRECO DA ZONA E O TRAILER COM
      * QUANTIDADE E HASH DOS PRECOS DO BLOCO
      *-----------------------------------------------------------------
       2000-GERAR-LOJA                 SECTION.
           MOVE WRK-LOJ-ZONA (WRK-IDX-LOJA)   TO WRK-ZONA-ATUAL
           MOVE WRK-LOJ-CODIGO (WRK-IDX-LOJA) TO ETQ-HDR-COD-LOJA
           MOVE WRK-ZONA-ATUAL                TO ETQ-HDR-COD-ZONA
      *
           MOVE ZEROS TO WRK-QTD-ETQ-LOJA
                         WRK-QTD-RTQ-LOJA
                         WRK-HASH-ETQ-LOJA
                         WRK-HASH-RTQ-LOJA
                         WRK-QTD-DE-POR-LOJA
      *
           WRITE REG-ARQETQ FROM WRK-ARQETQ-HEADER
           WRITE REG-ARQRTQ FROM WRK-ARQETQ-HEADER
      *
           PERFORM 2100-GRAVAR-DETALHE THRU 2100-99-FIM
               VARYING WRK-IDX-ETQ FROM 1 BY 1
               UNTIL WRK-IDX-ETQ GREATER WRK-QTD-ETIQUETAS
      *
           MOVE WRK-QTD-ETQ-LOJA       TO ETQ-TRL-QTD-DETALHES
           MOVE WRK-HASH-ETQ-LOJA      TO ETQ-TRL-HASH-PRECOS
           WRITE REG-ARQETQ FROM WRK-ARQETQ-TRAILER
      *
           MOVE WRK-QTD-RTQ-LOJA       TO ETQ-TRL-QTD-DETALHES
           MOVE WRK-HASH-RTQ-LOJA      TO ETQ-TRL-HASH-PRECOS
           WRITE REG-ARQRTQ FROM WRK-ARQETQ-TRAILER
      *
           ADD WRK-QTD-ETQ-LOJA        TO WRK-ACU-REG-ETQ
           ADD WRK-QTD-RTQ-LOJA        TO WRK-ACU-REG-RTQ
      *
           MOVE WRK-LOJ-CODIGO (WRK-IDX-LOJA) TO DET-LOJA
           MOVE WRK-ZONA-ATUAL                TO DET-ZONA
           MOVE WRK-QTD-ETQ-LOJA              TO DET-ETIQUETAS
           MOVE WRK-QTD-DE-POR-LOJA           TO DET-DE-POR
           MOVE WRK-QTD-RTQ-LOJA              TO DET-RETIRADAS
           PERFORM 2840-ESCREVER-LINHA-RELETQ THRU 2840-99-FIM.
      *
       2000-99-FIM.                    EXIT.
      *
       2100-GRAVAR-DETALHE             SECTION.
           IF WRK-ETQ-RETIRADA (WRK-IDX-ETQ)
               GO TO 2100-50-RETIRADA
           END-IF
      *
           MOVE WRK-ETQ-PRECO (WRK-IDX-ETQ)   TO WRK-PRECO-BASE-ZONA
           PERFORM 2300-PRECIFICAR-ZONA THRU 2300-99-FIM
           MOVE WRK-PRECO-ZONA                TO WRK-PRECO-POR
      *
           MOVE WRK-ETQ-PRECO-DE (WRK-IDX-ETQ) TO WRK-PRECO-BASE-ZONA
           PERFORM 2300-PRECIFICAR-ZONA THRU 2300-99-FIM
           MOVE WRK-PRECO-ZONA                TO WRK-PRECO-DE
      *
           MOVE WRK-ETQ-GRUPO (WRK-IDX-ETQ)     TO ETQ-DET-COD-GRUPO
           MOVE WRK-ETQ-CATEGORIA (WRK-IDX-ETQ) TO ETQ-DET-COD-CATEGORIA
           MOVE WRK-ETQ-PRODUTO (WRK-IDX-ETQ)   TO ETQ-DET-COD-PRODUTO
           MOVE WRK-PRECO-POR                   TO ETQ-DET-PRECO
           MOVE WRK-PRECO-DE                    TO ETQ-DET-PRECO-DE
           MOVE WRK-ETQ-IND-DE-POR (WRK-IDX-ETQ) TO ETQ-DET-IND-DE-POR
           MOVE WRK-ETQ-ACAO (WRK-IDX-ETQ)      TO ETQ-DET-ACAO
           WRITE REG-ARQETQ FROM WRK-ARQETQ-DETALHE
      *
           ADD 1                       TO WRK-QTD-ETQ-LOJA
           ADD WRK-PRECO-POR           TO WRK-HASH-ETQ-LOJA
           IF WRK-ETQ-COM-DE-POR (WRK-IDX-ETQ)
               ADD 1                   TO WRK-QTD-DE-POR-LOJA
           END-IF
           GO TO 2100-99-FIM.
      *
       2100-50-RETIRADA.
           MOVE WRK-ETQ-PRECO (WRK-IDX-ETQ)   TO WRK-PRECO-BASE-ZONA
           PERFORM 2300-PRECIFICAR-ZONA THRU 2300-99-FIM
      *
           MOVE WRK-ETQ-GRUPO (WRK-IDX-ETQ)     TO RTQ-DET-COD-GRUPO
           MOVE WRK-ETQ-CATEGORIA (WRK-IDX-ETQ) TO RTQ-DET-COD-CATEGORIA
           MOVE WRK-ETQ-PRODUTO (WRK-IDX-ETQ)   TO RTQ-DET-COD-PRODUTO
           MOVE WRK-PRECO-ZONA                  TO RTQ-DET-PRECO
           MOVE WRK-ETQ-ACAO (WRK-IDX-ETQ)      TO RTQ-DET-ACAO
           WRITE REG-ARQRTQ FROM WRK-ARQRTQ-DETALHE
      *
           ADD 1                       TO WRK-QTD-RTQ-LOJA
           ADD WRK-PRECO-ZONA          TO WRK-HASH-RTQ-LOJA.
      *
       2100-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PRECO DA ZONA DA LOJA: REGRA DA CATEGORIA, SENAO A DO GRUPO
      * INTEIRO (CATEGORIA 000); SEM REGRA (OU ZONA 00) FICA O PRECO
      * BASE. MESMA REGRA DO ARQINZ GERADO PELO AC220002/AC220017.
      * PRODUTO CUJO ULTIMO EVENTO VEIO DE OUTRO PROGRAMA (AC220014,
      * AC220027, AC220007, AC220004, AC220011) ESTA NO PDV COM O
      * PRECO BASE DA REDE, E A ETIQUETA ACOMPANHA
      *-----------------------------------------------------------------
       2300-PRECIFICAR-ZONA            SECTION.
           MOVE WRK-PRECO-BASE-ZONA    TO WRK-PRECO-ZONA
      *
           IF WRK-ZONA-ATUAL EQUAL ZEROS OR
              NOT WRK-ETQ-PRECO-DA-ZONA (WRK-IDX-ETQ)
               GO TO 2300-99-FIM
           END-IF
      *
           MOVE WRK-ETQ-CATEGORIA (WRK-IDX-ETQ) TO WRK-ZONA-CATEG-BUSCA
           PERFORM 2310-LOCALIZAR-REGRA-ZONA THRU 2310-99-FIM
      *
           IF NOT WRK-REGRA-ZONA-ACHADA
               MOVE ZEROS TO WRK-ZONA-CATEG-BUSCA
               PERFORM 2310-LOCALIZAR-REGRA-ZONA THRU 2310-99-FIM
           END-IF
      *
           IF NOT WRK-REGRA-ZONA-ACHADA
               GO TO 2300-99-FIM
           END-IF
      *
           PERFORM 2320-AJUSTAR-PRECO-ZONA THRU 2320-99-FIM.
      *
       2300-99-FIM.                    EXIT.
      *
       2310-LOCALIZAR-REGRA-ZONA       SECTION.
           MOVE 'N' TO WRK-SW-REGRA-ZONA
           SET WRK-IDX-REGRA TO 1
      *
           SEARCH WRK-REGRA-ZONA-OCORRENCIA
               AT END
                   CONTINUE
               WHEN WRK-RZN-ZONA (WRK-IDX-REGRA) EQUAL WRK-ZONA-ATUAL
                AND WRK-RZN-GRUPO (WRK-IDX-REGRA)
                                  EQUAL WRK-ETQ-GRUPO (WRK-IDX-ETQ)
                AND WRK-RZN-CATEGORIA (WRK-IDX-REGRA)
                                  EQUAL WRK-ZONA-CATEG-BUSCA
                   MOVE 'S' TO WRK-SW-REGRA-ZONA
                   MOVE WRK-RZN-IND-AJUSTE (WRK-IDX-REGRA)
                                  TO WRK-ZONA-IND-AJUSTE
                   MOVE WRK-RZN-VLR-AJUSTE (WRK-IDX-REGRA)
                                  TO WRK-ZONA-VLR-AJUSTE
           END-SEARCH.
      *
       2310-99-FIM.                    EXIT.
      *
      *    AJUSTE QUE ZERASSE OU NEGATIVASSE O PRECO E IGNORADO (FICA O
      *    PRECO BASE); PRECO ZERO (SEM "DE") CONTINUA ZERO
       2320-AJUSTAR-PRECO-ZONA         SECTION.
           IF WRK-PRECO-BASE-ZONA NOT GREATER ZEROS
               GO TO 2320-99-FIM
           END-IF
      *
           EVALUATE TRUE
               WHEN WRK-AJUSTE-PERCENTUAL
                   COMPUTE WRK-PRECO-ZONA ROUNDED =
                           WRK-PRECO-BASE-ZONA *
                           (1 + (WRK-ZONA-VLR-AJUSTE / 100))
               WHEN WRK-AJUSTE-VALOR
                   COMPUTE WRK-PRECO-ZONA =
                           WRK-PRECO-BASE-ZONA + WRK-ZONA-VLR-AJUSTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           IF WRK-PRECO-ZONA NOT GREATER ZEROS
               MOVE WRK-PRECO-BASE-ZONA TO WRK-PRECO-ZONA
           END-IF.
      *
       2320-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CONTROLE DE QUEBRA DE PAGINA DO RESUMO RELETQ
      *-----------------------------------------------------------------
       2840-ESCREVER-LINHA-RELETQ       SECTION.
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELETQ THRU 1041-99-FIM
           END-IF
      *
           WRITE REG-RELETQ FROM WRK-RELETQ-DET
           ADD 1 TO WRK-LIN-ATUAL.
      *
       2840-99-FIM.                    EXIT.
      *
      **----------------------------------------------------------------
      * EXECUTANDO TRATAMENTOS FINAIS.
      *-----------------------------------------------------------------
       3000-TERMINAR.
           MOVE WRK-ACU-EVENTOS        TO WRK-MASC-EVENTOS
           MOVE WRK-ACU-ETIQUETAS      TO WRK-MASC-ETIQUETAS
           MOVE WRK-ACU-DE-POR         TO WRK-MASC-DE-POR
           MOVE WRK-ACU-RETIRADAS      TO WRK-MASC-RETIRADAS
           MOVE WRK-QTD-LOJAS-CAD      TO WRK-MASC-LOJAS
      *
           DISPLAY 'EVENTOS LIDOS NO DIA......: 'WRK-MASC-EVENTOS
           DISPLAY 'PRODUTOS COM ETIQUETA.....: 'WRK-MASC-ETIQUETAS
           DISPLAY 'ETIQUETAS DE/POR..........: 'WRK-MASC-DE-POR
           DISPLAY 'ETIQUETAS A RETIRAR.......: 'WRK-MASC-RETIRADAS
           DISPLAY 'LOJAS ATENDIDAS...........: 'WRK-MASC-LOJAS
           DISPLAY 'DETALHES GRAVADOS ARQETQ..: 'WRK-ACU-REG-ETQ
           DISPLAY 'DETALHES GRAVADOS ARQRTQ..: 'WRK-ACU-REG-RTQ
      *
           MOVE WRK-ACU-EVENTOS        TO TOT-EVENTOS
           MOVE WRK-ACU-ETIQUETAS      TO TOT-ETIQUETAS
           MOVE WRK-ACU-DE-POR         TO TOT-DE-POR
           MOVE WRK-ACU-RETIRADAS      TO TOT-RETIRADAS
           MOVE WRK-QTD-LOJAS-CAD      TO TOT-LOJAS
      *
           WRITE REG-RELETQ FROM SPACES
           WRITE REG-RELETQ FROM WRK-RELETQ-TOT
           WRITE REG-RELETQ FROM WRK-RELETQ-TOT2
           WRITE REG-RELETQ FROM WRK-RELETQ-TOT3
           WRITE REG-RELETQ FROM WRK-RELETQ-TOT4
           WRITE REG-RELETQ FROM WRK-RELETQ-TOT5
           WRITE REG-RELETQ FROM SPACES
      *
           EVALUATE TRUE
               WHEN WRK-ACU-EVENTOS EQUAL ZEROS
                   MOVE 'RESULTADO: NENHUM EVENTO DE PRECO NO DIA'
                     TO RES-TEXTO
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-ACU-DE-INVALIDO GREATER ZEROS
                   MOVE 'RESULTADO: DE/POR INVALIDO SAIU SIMPLES'
                     TO RES-TEXTO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'RESULTADO: ETIQUETAS GERADAS'
                     TO RES-TEXTO
                   MOVE ZEROS TO RETURN-CODE
           END-EVALUATE
      *
           WRITE REG-RELETQ FROM WRK-RELETQ-RES
      *
           CLOSE ARQETQ-ARQ
           CLOSE ARQRTQ-ARQ
           CLOSE RELETQ-ARQ.
      *
       3000-99-FIM.                    EXIT.
      *
       3300-FINALIZAR.
      *
           GOBACK.
       3300-99-FIM.                    EXIT.
      *
