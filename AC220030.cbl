      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.    AC220030.
       AUTHOR.  ACCENTURE BRDC RECIFE.
      *================================================================*
      *                      A C C E N T U R E                         *
      *================================================================*
      *    PROGRAMA......: AC220030.                                   *
      *    PROGRAMADOR...: ACCENTURE BRDC RECIFE                       *
      *    ANALISTA......: ACCENTURE BRDC                              *
      *    DATA..........: 15/10/2026                                  *
      *----------------------------------------------------------------*
      *    OBJETIVO......: REAVALIACAO DO ESTOQUE A PRECO DE VENDA     *
      *                    PARA A CONTABILIDADE. RODA DEPOIS DOS RUNS  *
      *                    EFETIVOS DO DIA E CRUZA OS EVENTOS DE PRECO *
      *                    DA DATA EM TABPRO_HIST - AC220002 (A/E,     *
      *                    DENTRO DA JANELA INICIO/FIM DE CADA         *
      *                    EXECUCAO EM TABPRO_EXEC), AC220014 (P/F),   *
      *                    AC220017 (A/E), AC220007 (A), REVERSOES DO  *
      *                    AC220004 (R), LIQUIDACAO DO AC220027 (L) E  *
      *                    CORRECOES ONLINE DO AC220011 (M) - COM A    *
      *                    POSICAO DE ESTOQUE POR PRODUTO E LOJA DO    *
      *                    SISTEMA DE DEPOSITO (ARQEST). A VARIACAO DE *
      *                    PRECO DA LOJA (AJUSTADA PELA ZONA,          *
      *                    TABPRO_ZONA, NOS EVENTOS DO AC220002/       *
      *                    AC220017, QUE MANDAM A LOJA O PRECO DA      *
      *                    ZONA; OS DEMAIS FICAM NO PRECO BASE) VEZES  *
      *                    AS UNIDADES EM ESTOQUE E LANCADA NO ARQCTB, *
      *                    INTERFACE DA CONTABILIDADE GERAL: UM        *
      *                    LANCAMENTO (DEBITO E CREDITO) POR GRUPO/    *
      *                    CATEGORIA E CENTRO DE CUSTO DA LOJA, COM    *
      *                    TOTAIS DE CONTROLE NO TRAILER. O RELRVL     *
      *                    CONCILIA O VALOR LANCADO COM A VARIACAO DE  *
      *                    PRECO VEZES AS UNIDADES DE CADA PRODUTO; O  *
      *                    RELRVX LISTA AS EXCECOES (PRODUTO SEM       *
      *                    REGISTRO DE ESTOQUE, LOJA FORA DO ARQLOJ).  *
      *----------------------------------------------------------------*
      *    ARQUIVOS         I/O LRECL  DESCRICAO                       *
      *    TABELA TABPRO_HIST IN  N/A   DB2ADMIN.TABPRO_HIST           *
      *    TABELA TABPRO_EXEC IN  N/A   DB2ADMIN.TABPRO_EXEC           *
      *    TABELA TABPRO_ZONA IN  N/A   DB2ADMIN.TABPRO_ZONA           *
      *    ARQPRM           IN   080    CARTAO DE PARAMETROS (DATA DE  *
      *                                REFERENCIA E CONTAS CONTABEIS)  *
      *    ARQLOJ           IN   080    CADASTRO DAS LOJAS, ZONAS E    *
      *                                CENTROS DE CUSTO                *
      *    ARQEST           IN   080    POSICAO DE ESTOQUE POR PRODUTO *
      *                                E LOJA (SISTEMA DE DEPOSITO)    *
      *    ARQCTB           OUT  080    LANCAMENTOS PARA A             *
      *                                CONTABILIDADE GERAL (H/D/T)     *
      *    RELRVL           OUT  132    CONCILIACAO DA REAVALIACAO     *
      *    RELRVX           OUT  132    EXCECOES DA REAVALIACAO        *
      *----------------------------------------------------------------*
      *    RETURN-CODE.....: 0 = REAVALIACAO LANCADA SEM EXCECOES      *
      *                      4 = HOUVE EXCECOES OU NENHUM EVENTO DE    *
      *                          PRECO NA DATA                         *
      *                      8 = ERRO DE ARQUIVO/SQL, ARQEST TRUNCADO, *
      *                          DE OUTRA DATA OU FORA DE ORDEM, RUN   *
      *                          DO AC220002 AINDA ABERTO OU DIFERENCA *
      *                          NA CONCILIACAO                        *
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
           SELECT ARQPRM-ARQ         ASSIGN TO ARQPRM
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQPRM.
      *
           SELECT ARQLOJ-ARQ         ASSIGN TO ARQLOJ
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQLOJ.
      *
           SELECT ARQEST-ARQ         ASSIGN TO ARQEST
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQEST.
      *
           SELECT ARQCTB-ARQ         ASSIGN TO ARQCTB
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQCTB.
      *
           SELECT RELRVL-ARQ         ASSIGN TO RELRVL
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-RELRVL.
      *
           SELECT RELRVX-ARQ         ASSIGN TO RELRVX
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-RELRVX.
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      * CARTAO DE PARAMETROS                                           *
      *----------------------------------------------------------------*
       FD  ARQPRM-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQPRM                      PIC X(080).
      *----------------LAYOUT DO CARTAO DE PARAMETROS------------------*
      *    DT-REFERENCIA.....: DATA DOS RUNS A REAVALIAR (AAAAMMDD);
      *                        EM BRANCO = DATA DO SISTEMA
      *    CONTA-ESTOQUE.....: CONTA DO ESTOQUE A PRECO DE VENDA
      *    CONTA-REAVALIACAO.: CONTRAPARTIDA DA REAVALIACAO
       01 REG-PRM-DADOS REDEFINES REG-ARQPRM.
           03 PRM-DT-REFERENCIA        PIC 9(08).
           03 PRM-CONTA-ESTOQUE        PIC X(10).
           03 PRM-CONTA-REAVALIACAO    PIC X(10).
           03 FILLER                   PIC X(52).
       01 REG-PRM-TEXTO REDEFINES REG-ARQPRM.
           03 PRM-TXT-DT-REFERENCIA    PIC X(08).
           03 FILLER                   PIC X(72).
      *----------------------------------------------------------------*
      * CADASTRO DAS LOJAS (MESMO ARQUIVO DO AC220012/AC220021)        *
      *----------------------------------------------------------------*
       FD  ARQLOJ-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQLOJ                      PIC X(080).
      *----------------LAYOUT DO REGISTRO DO ARQLOJ--------------------*
      *    ZONA DE PRECO DA LOJA (TABPRO_ZONA); EM BRANCO OU 00 = LOJA
      *    NO PRECO BASE DA REDE
      *    CENTRO DE CUSTO DA LOJA NA CONTABILIDADE; EM BRANCO = O
      *    PROPRIO CODIGO DA LOJA
       01 REG-LOJ-DADOS REDEFINES REG-ARQLOJ.
           03 LOJ-COD-LOJA             PIC 9(04).
           03 LOJ-COD-ZONA             PIC 9(02).
           03 LOJ-CENTRO-CUSTO         PIC 9(06).
           03 FILLER                   PIC X(68).
       01 REG-LOJ-TEXTO REDEFINES REG-ARQLOJ.
           03 LOJ-TXT-LOJA             PIC X(04).
           03 LOJ-TXT-ZONA             PIC X(02).
           03 LOJ-TXT-CENTRO-CUSTO     PIC X(06).
           03 FILLER                   PIC X(68).
      *----------------------------------------------------------------*
      * POSICAO DE ESTOQUE DO SISTEMA DE DEPOSITO, NA ORDEM GRUPO/     *
      * CATEGORIA/PRODUTO/LOJA (HEADER/DETALHE/TRAILER)                *
      *----------------------------------------------------------------*
       FD  ARQEST-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQEST                      PIC X(080).
      *----------------LAYOUT DOS REGISTROS DO ARQEST------------------*
       01 REG-EST-HEADER REDEFINES REG-ARQEST.
           03 EST-HDR-TIPO                 PIC X(01).
           03 EST-HDR-DT-POSICAO           PIC 9(08).
           03 FILLER                       PIC X(71).
       01 REG-EST-DETALHE REDEFINES REG-ARQEST.
           03 EST-DET-TIPO                 PIC X(01).
               88 EST-TIPO-HEADER                       VALUE 'H'.
               88 EST-TIPO-DETALHE                      VALUE 'D'.
               88 EST-TIPO-TRAILER                      VALUE 'T'.
           03 EST-DET-CHAVE.
               05 EST-DET-COD-GRUPO        PIC 9(01).
               05 EST-DET-COD-CATEGORIA    PIC 9(03).
               05 EST-DET-COD-PRODUTO      PIC 9(09).
           03 EST-DET-COD-LOJA             PIC 9(04).
      *    UNIDADES EM ESTOQUE (3 DECIMAIS PARA ITENS DE PESO)
           03 EST-DET-QTD-ESTOQUE          PIC 9(07)V9(03).
           03 FILLER                       PIC X(52).
       01 REG-EST-TRAILER REDEFINES REG-ARQEST.
           03 EST-TRL-TIPO                 PIC X(01).
           03 EST-TRL-QTD-DETALHES         PIC 9(09).
           03 EST-TRL-HASH-QUANTIDADES     PIC 9(13)V9(03).
           03 FILLER                       PIC X(54).
      *----------------------------------------------------------------*
      * LANCAMENTOS PARA A CONTABILIDADE GERAL                         *
      *----------------------------------------------------------------*
       FD  ARQCTB-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQCTB                       PIC X(080).
      *----------------------------------------------------------------*
      * CONCILIACAO DA REAVALIACAO                                     *
      *----------------------------------------------------------------*
       FD  RELRVL-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELRVL                        PIC X(132).
      *----------------------------------------------------------------*
      * EXCECOES DA REAVALIACAO                                        *
      *----------------------------------------------------------------*
       FD  RELRVX-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELRVX                        PIC X(132).
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
      *--------REGISTRO DE EXECUCOES (DB2ADMIN.TABPRO_EXEC)------------*
           EXEC SQL
             INCLUDE DCLTPRUN
           END-EXEC.
      *--------ZONAS REGIONAIS DE PRECO (DB2ADMIN.TABPRO_ZONA)---------*
           EXEC SQL
             INCLUDE DCLTPZON
           END-EXEC.
      * --------VARIAVEIS AUXILIARES DE CALCULO E CONTADORES-----------*
       01 WRK-VARIAVEIS-AUXILIARES.
           03 WRK-ACU-EVENTOS          PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-PRODUTOS         PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-REAVALIADOS      PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-SEM-ESTOQUE      PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-LOJA-INVALIDA    PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-LANCAMENTOS      PIC 9(09)       VALUE ZEROS.
      *    CONTAGEM E HASH DOS DETALHES LIDOS NO ARQEST
           03 WRK-ACU-EST-LIDOS        PIC 9(09)       VALUE ZEROS.
           03 WRK-HASH-EST             PIC 9(13)V9(3)  USAGE COMP-3
                                                       VALUE ZEROS.
           03 WRK-QTD-EXEC-ABERTAS     PIC S9(09)      USAGE COMP.
      *---------VARIAVEIS PARA MASCARAS DE CONTADORES------------------*
       01 WRK-VARIAVEIS-PARA-MASCARA.
           03 WRK-MASC-EVENTOS         PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-PRODUTOS        PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-REAVALIADOS     PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-SEM-ESTOQUE     PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-LOJA-INVALIDA   PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-EST-LIDOS       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-LANCAMENTOS     PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-VALOR           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-SWITCHES-01.
           03 WRK-SW-FIM-CURSOR        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-CURSOR                       VALUE 'S'.
           03 WRK-SW-FIM-ARQLOJ        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-ARQLOJ                       VALUE 'S'.
           03 WRK-SW-FIM-CSR-ZONA      PIC X(01)       VALUE 'N'.
               88 WRK-FIM-CSR-ZONA                     VALUE 'S'.
           03 WRK-SW-REGRA-ZONA        PIC X(01)       VALUE 'N'.
               88 WRK-REGRA-ZONA-ACHADA                VALUE 'S'.
           03 WRK-SW-FIM-ARQEST        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-ARQEST                       VALUE 'S'.
           03 WRK-SW-TRAILER-EST       PIC X(01)       VALUE 'N'.
               88 WRK-TRAILER-EST-LIDO                 VALUE 'S'.
           03 WRK-SW-QUEBRA-ATIVA      PIC X(01)       VALUE 'N'.
               88 WRK-QUEBRA-ATIVA                     VALUE 'S'.
           03 WRK-SW-DIFERENCA         PIC X(01)       VALUE 'N'.
               88 WRK-HOUVE-DIFERENCA                  VALUE 'S'.
      *----------------DATA DO SISTEMA E DATA DE REFERENCIA------------*
       01 WRK-DATA-HORA-SISTEMA.
           03 WRK-DATA-ATUAL                PIC 9(08).
           03 WRK-DATA-REFERENCIA           PIC 9(08).
           03 WRK-DATA-REF-SQL              PIC X(10).
      *----------------CONTAS CONTABEIS DO CARTAO----------------------*
       01 WRK-CONTAS-CONTABEIS.
           03 WRK-CONTA-ESTOQUE             PIC X(10).
           03 WRK-CONTA-REAVALIACAO         PIC X(10).
      *----------------CADASTRO DAS LOJAS (ARQLOJ)---------------------*
       01 WRK-TABELA-LOJAS.
           03 WRK-QTD-LOJAS-CAD        PIC 9(03)       VALUE ZEROS.
           03 WRK-LOJA-OCORRENCIA      OCCURS 1 TO 999 TIMES
                                        DEPENDING ON WRK-QTD-LOJAS-CAD
                                        INDEXED BY WRK-IDX-LOJA.
               05 WRK-LOJ-CODIGO           PIC 9(04).
               05 WRK-LOJ-ZONA             PIC 9(02).
               05 WRK-LOJ-CENTRO-CUSTO     PIC 9(06).
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
      *----------------CASAMENTO EVENTOS X ESTOQUE---------------------*
      *    CHAVES EM DISPLAY PARA O BALANCE LINE; HIGH-VALUES NO FIM
       01 WRK-CHAVE-EVT-LIDA.
           03 WRK-EVL-GRUPO                PIC 9(01).
           03 WRK-EVL-CATEGORIA            PIC 9(03).
           03 WRK-EVL-PRODUTO              PIC 9(09).
       01 WRK-CHAVE-EVT.
           03 WRK-EVT-GRUPO                PIC 9(01).
           03 WRK-EVT-CATEGORIA            PIC 9(03).
           03 WRK-EVT-PRODUTO              PIC 9(09).
       01 WRK-CHAVE-EST.
           03 WRK-EST-GRUPO                PIC 9(01).
           03 WRK-EST-CATEGORIA            PIC 9(03).
           03 WRK-EST-PRODUTO              PIC 9(09).
       01 WRK-SEQUENCIA-EST.
           03 WRK-SEQ-EST-ATUAL            PIC X(17)      VALUE SPACES.
           03 WRK-SEQ-EST-ANTERIOR         PIC X(17)      VALUE SPACES.
      *----------------EVENTOS DO PRODUTO EM TRATAMENTO----------------*
      *    PRECOS BASE (REDE) DE CADA EVENTO, NA ORDEM EM QUE
      *    ACONTECERAM, E SE O PROGRAMA DO EVENTO MANDA A LOJA O PRECO
      *    DA ZONA (ARQINZ DO AC220002/AC220017) OU O PRECO BASE DA
      *    REDE (DEMAIS PROGRAMAS). A VARIACAO DA LOJA E O PRECO DA
      *    LOJA DEPOIS DO ULTIMO EVENTO MENOS O DE ANTES DO PRIMEIRO
       01 WRK-TABELA-EVENTOS-PRODUTO.
           03 WRK-QTD-EVENTOS-PRD          PIC 9(02)      VALUE ZEROS.
           03 WRK-EVENTO-OCORRENCIA        OCCURS 1 TO 99 TIMES
                                        DEPENDING ON WRK-QTD-EVENTOS-PRD
                                            INDEXED BY WRK-IDX-EVP.
               05 WRK-EVP-PRECO-ANT            PIC S9(8)V9(2)
                                                USAGE COMP-3.
               05 WRK-EVP-PRECO-NOVO           PIC S9(8)V9(2)
                                                USAGE COMP-3.
               05 WRK-EVP-IND-ZONA             PIC X(01).
                   88 WRK-EVP-PRECO-DA-ZONA               VALUE 'S'.
      *----------------VALORES DO PRODUTO E DA LOJA--------------------*
       01 WRK-VALORES-PRODUTO.
           03 WRK-DELTA-BASE               PIC S9(8)V9(2) USAGE COMP-3.
           03 WRK-DELTA-LOJA               PIC S9(8)V9(2) USAGE COMP-3.
           03 WRK-PRECO-LOJA-ANT           PIC S9(8)V9(2) USAGE COMP-3.
           03 WRK-VALOR-LOJA               PIC S9(13)V9(2) USAGE COMP-3.
           03 WRK-VALOR-BASE-LOJA          PIC S9(13)V9(2) USAGE COMP-3.
           03 WRK-PRD-UNIDADES             PIC 9(11)V9(3) USAGE COMP-3.
           03 WRK-PRD-VALOR-BASE           PIC S9(13)V9(2) USAGE COMP-3.
           03 WRK-PRD-VALOR                PIC S9(13)V9(2) USAGE COMP-3.
           03 WRK-PRD-LOJAS                PIC 9(04).
      *----------------CENTROS DE CUSTO DO GRUPO/CATEGORIA-------------*
      *    VALOR DA REAVALIACAO ACUMULADO POR CENTRO DE CUSTO ATE A
      *    QUEBRA DE GRUPO/CATEGORIA, QUANDO VIRA LANCAMENTO
       01 WRK-TABELA-CENTROS.
           03 WRK-QTD-CENTROS              PIC 9(03)      VALUE ZEROS.
           03 WRK-CENTRO-OCORRENCIA        OCCURS 1 TO 999 TIMES
                                        DEPENDING ON WRK-QTD-CENTROS
                                            INDEXED BY WRK-IDX-CENTRO.
               05 WRK-CEN-CODIGO               PIC 9(06).
               05 WRK-CEN-VALOR                PIC S9(13)V9(2)
                                                USAGE COMP-3.
       01 WRK-ACUMULADORES-QUEBRA.
           03 WRK-QBR-GRUPO                PIC 9(01).
           03 WRK-QBR-CATEGORIA            PIC 9(03).
           03 WRK-QBR-VALOR-PRODUTOS       PIC S9(13)V9(2) USAGE COMP-3.
           03 WRK-QBR-VALOR-CTB            PIC S9(13)V9(2) USAGE COMP-3.
           03 WRK-QBR-DIFERENCA            PIC S9(13)V9(2) USAGE COMP-3.
       01 WRK-ACUMULADORES-GERAIS.
           03 WRK-TOT-VALOR-PRODUTOS       PIC S9(13)V9(2) USAGE COMP-3
                                                          VALUE ZEROS.
           03 WRK-TOT-VALOR-BASE           PIC S9(13)V9(2) USAGE COMP-3
                                                          VALUE ZEROS.
           03 WRK-TOT-VALOR-CTB            PIC S9(13)V9(2) USAGE COMP-3
                                                          VALUE ZEROS.
           03 WRK-TOT-DEBITOS              PIC 9(13)V9(2)  USAGE COMP-3
                                                          VALUE ZEROS.
           03 WRK-TOT-CREDITOS             PIC 9(13)V9(2)  USAGE COMP-3
                                                          VALUE ZEROS.
           03 WRK-VALOR-LANCAMENTO         PIC 9(13)V9(2)  USAGE COMP-3.
      *----------------STATUS DOS ARQUIVOS SEQUENCIAIS-----------------*
       01 WRK-STATUS-ARQUIVOS.
           03 WRK-STATUS-ARQPRM             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQLOJ             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQEST             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQCTB             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-RELRVL             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-RELRVX             PIC X(02)       VALUE '00'.
      *----------------REGISTROS DO ARQCTB-----------------------------*
      *    UM LANCAMENTO POR GRUPO/CATEGORIA E CENTRO DE CUSTO: DOIS
      *    DETALHES, DEBITO E CREDITO DO MESMO VALOR. AUMENTO DE PRECO
      *    DEBITA O ESTOQUE E CREDITA A REAVALIACAO; REDUCAO, O INVERSO
       01 WRK-ARQCTB-HEADER.
           03 FILLER                       PIC X(01) VALUE 'H'.
           03 CTB-HDR-DT-MOVIMENTO         PIC 9(08).
           03 CTB-HDR-ORIGEM               PIC X(08) VALUE 'AC220030'.
           03 CTB-HDR-DT-GERACAO           PIC 9(08).
           03 FILLER                       PIC X(55) VALUE SPACES.
       01 WRK-ARQCTB-DETALHE.
           03 FILLER                       PIC X(01) VALUE 'D'.
           03 CTB-DET-DT-MOVIMENTO         PIC 9(08).
           03 CTB-DET-CONTA                PIC X(10).
           03 CTB-DET-CENTRO-CUSTO         PIC 9(06).
           03 CTB-DET-IND-DEB-CRED         PIC X(01).
           03 CTB-DET-VALOR                PIC 9(13)V9(02).
           03 CTB-DET-COD-GRUPO            PIC 9(01).
           03 CTB-DET-COD-CATEGORIA        PIC 9(03).
           03 CTB-DET-HISTORICO            PIC X(30) VALUE
               'REAVALIACAO ESTOQUE PRECO VDA'.
           03 FILLER                       PIC X(05) VALUE SPACES.
       01 WRK-ARQCTB-TRAILER.
           03 FILLER                       PIC X(01) VALUE 'T'.
           03 CTB-TRL-QTD-DETALHES         PIC 9(09).
           03 CTB-TRL-TOT-DEBITOS          PIC 9(13)V9(02).
           03 CTB-TRL-TOT-CREDITOS         PIC 9(13)V9(02).
           03 FILLER                       PIC X(40) VALUE SPACES.
      *----------------LINHAS DA CONCILIACAO (RELRVL)------------------*
       01 WRK-RELRVL-LINHAS.
           03 WRK-LIN-ATUAL                 PIC 9(02)       VALUE 99.
           03 WRK-PAGINA-ATUAL              PIC 9(04)       VALUE ZEROS.
           03 WRK-LIN-ATUAL-EXC             PIC 9(02)       VALUE 99.
           03 WRK-PAGINA-ATUAL-EXC          PIC 9(04)       VALUE ZEROS.
           03 WRK-MAX-LINHAS                PIC 9(02)       VALUE 50.
       01 WRK-RELRVL-CAB1.
           03 FILLER                        PIC X(01) VALUE '1'.
           03 CAB1-TITULO                   PIC X(58) VALUE
           'AC220030 - CONCILIACAO DA REAVALIACAO DO ESTOQUE'.
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 FILLER                        PIC X(08) VALUE 'PAGINA: '.
           03 WRK-CAB1-PAGINA               PIC ZZZ9.
           03 FILLER                        PIC X(57) VALUE SPACES.
       01 WRK-RELRVL-CAB2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(20) VALUE
               'RUNS DO DIA         '.
           03 CAB2-DT-REFERENCIA            PIC 9(08).
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 FILLER                        PIC X(09) VALUE 'ESTOQUE: '.
           03 CAB2-DT-POSICAO               PIC 9(08).
           03 FILLER                        PIC X(82) VALUE SPACES.
       01 WRK-RELRVL-CAB3.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(16) VALUE 'PRODUTO'.
           03 FILLER                        PIC X(05) VALUE 'EVT'.
           03 FILLER                        PIC X(13) VALUE
               ' DELTA BASE'.
           03 FILLER                        PIC X(17) VALUE
               '       UNIDADES'.
           03 FILLER                        PIC X(20) VALUE
               ' DELTA BASE X UNID.'.
           03 FILLER                        PIC X(20) VALUE
               '    AJUSTE DE ZONA'.
           03 FILLER                        PIC X(20) VALUE
               ' VALOR REAVALIADO'.
           03 FILLER                        PIC X(20) VALUE 'LOJAS'.
       01 WRK-RELRVL-DET.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DET-GRUPO                     PIC 9.
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DET-CATEGORIA                 PIC 9(03).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DET-PRODUTO                   PIC 9(09).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-EVENTOS                   PIC ZZ9.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-DELTA-BASE                PIC -ZZZ.ZZ9,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-UNIDADES                  PIC ZZZ.ZZZ.ZZ9,999.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-VALOR-BASE                PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-AJUSTE-ZONA               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-VALOR                     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-LOJAS                     PIC ZZZ9.
           03 FILLER                        PIC X(16) VALUE SPACES.
      *    CONFERENCIA DO GRUPO/CATEGORIA: SOMA DOS PRODUTOS CONTRA O
      *    LIQUIDO LANCADO NA CONTA DE ESTOQUE DO ARQCTB
       01 WRK-RELRVL-QUEBRA.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(22) VALUE
               'TOTAL GRUPO/CATEGORIA '.
           03 QBR-GRUPO                     PIC 9.
           03 FILLER                        PIC X(01) VALUE '/'.
           03 QBR-CATEGORIA                 PIC 9(03).
           03 FILLER                        PIC X(11) VALUE
               ' PRODUTOS: '.
           03 QBR-VALOR-PRODUTOS            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                        PIC X(16) VALUE
               ' CONTABILIZADO: '.
           03 QBR-VALOR-CTB                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                        PIC X(12) VALUE
               ' DIFERENCA: '.
           03 QBR-DIFERENCA                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                        PIC X(11) VALUE SPACES.
       01 WRK-RELRVL-TOT.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 TOT-TEXTO                     PIC X(28).
           03 TOT-VALOR                     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                        PIC X(85) VALUE SPACES.
       01 WRK-RELRVL-RES.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 RES-TEXTO                     PIC X(60).
           03 FILLER                        PIC X(71) VALUE SPACES.
      *----------------LINHAS DAS EXCECOES (RELRVX)--------------------*
       01 WRK-RELRVX-CAB1.
           03 FILLER                        PIC X(01) VALUE '1'.
           03 FILLER                        PIC X(58) VALUE
           'AC220030 - EXCECOES DA REAVALIACAO DO ESTOQUE'.
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 FILLER                        PIC X(08) VALUE 'PAGINA: '.
           03 WRK-CAB1-PAGINA-EXC           PIC ZZZ9.
           03 FILLER                        PIC X(57) VALUE SPACES.
       01 WRK-RELRVX-CAB3.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(16) VALUE 'PRODUTO'.
           03 FILLER                        PIC X(06) VALUE 'LOJA'.
           03 FILLER                        PIC X(05) VALUE 'EVT'.
           03 FILLER                        PIC X(13) VALUE
               ' DELTA BASE'.
           03 FILLER                        PIC X(17) VALUE
               '       UNIDADES'.
           03 FILLER                        PIC X(74) VALUE
               'OCORRENCIA'.
       01 WRK-RELRVX-DET.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 EXC-GRUPO                     PIC 9.
           03 FILLER                        PIC X(01) VALUE '/'.
           03 EXC-CATEGORIA                 PIC 9(03).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 EXC-PRODUTO                   PIC 9(09).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 EXC-LOJA                      PIC X(04).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 EXC-EVENTOS                   PIC ZZ9.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 EXC-DELTA-BASE                PIC -ZZZ.ZZ9,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 EXC-UNIDADES                  PIC ZZZ.ZZZ.ZZ9,999.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 EXC-OCORRENCIA                PIC X(40).
           03 FILLER                        PIC X(34) VALUE SPACES.
      *----------------------------------------------------------------*
      *    EVENTOS EFETIVOS DE PRECO DOS RUNS DA DATA DE REFERENCIA:
      *    AC220002 (A/E) SO DAS EXECUCOES REAIS CONCLUIDAS OU
      *    ABANDONADAS POR UM REINICIO, DENTRO DA JANELA INICIO/FIM DA
      *    EXECUCAO EM TABPRO_EXEC (A ABANDONADA NAO TEM FIM GRAVADO).
      *    OS DEMAIS, QUE NAO TEM REGISTRO DE EXECUCAO, PELA DATA DO
      *    EVENTO: AC220014 (P/F), AC220017 (A/E), REPROCESSAMENTO DO
      *    AC220007 (A), REVERSAO DO AC220004 (R - A REINSERCAO DE
      *    EXCLUIDO, COM PRECO ANTERIOR ZERO, FICA FORA COMO A PROPRIA
      *    EXCLUSAO D), REMARCACAO DE LIQUIDACAO DO AC220027 (L) E
      *    CORRECAO ONLINE DO AC220011 (M). NA ORDEM DA CHAVE E, DENTRO
      *    DO PRODUTO, NA ORDEM EM QUE ACONTECERAM
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR01-TABPRO-HIST CURSOR FOR
                SELECT H.HIST_COD_GRUPO,
                       H.HIST_COD_CATEGORIA,
                       H.HIST_COD_PRODUTO,
                       H.HIST_ACAO,
                       H.HIST_PRECO_ANT,
                       H.HIST_PRECO_NOVO,
                       H.HIST_PROGRAMA
                FROM DB2ADMIN.TABPRO_HIST H
                WHERE (H.HIST_PROGRAMA = 'AC220002'
                  AND  H.HIST_ACAO IN ('A', 'E')
                  AND  EXISTS
                       ( SELECT 1
                         FROM DB2ADMIN.TABPRO_EXEC X
                         WHERE X.EXEC_ID_EXECUCAO   = H.HIST_ID_EXECUCAO
                           AND X.EXEC_IND_SIMULACAO = 'N'
                           AND X.EXEC_STATUS IN ('C', 'B')
                           AND DATE(X.EXEC_DT_INICIO) =
                               DATE(:WRK-DATA-REF-SQL)
                           AND H.HIST_DT_HORA >= X.EXEC_DT_INICIO
                           AND H.HIST_DT_HORA <=
                               COALESCE(X.EXEC_DT_FIM,
                                        CURRENT TIMESTAMP) ))
                   OR (DATE(H.HIST_DT_HORA) = DATE(:WRK-DATA-REF-SQL)
                  AND ((H.HIST_PROGRAMA = 'AC220014'
                  AND   H.HIST_ACAO IN ('P', 'F'))
                   OR  (H.HIST_PROGRAMA = 'AC220017'
                  AND   H.HIST_ACAO IN ('A', 'E'))
                   OR  (H.HIST_PROGRAMA = 'AC220007'
                  AND   H.HIST_ACAO = 'A')
                   OR  (H.HIST_PROGRAMA = 'AC220004'
                  AND   H.HIST_ACAO = 'R'
                  AND   H.HIST_PRECO_ANT > 0)
                   OR  (H.HIST_PROGRAMA = 'AC220027'
                  AND   H.HIST_ACAO = 'L')
                   OR  (H.HIST_PROGRAMA = 'AC220011'
                  AND   H.HIST_ACAO = 'M')))
                ORDER BY H.HIST_COD_GRUPO, H.HIST_COD_CATEGORIA,
                         H.HIST_COD_PRODUTO, H.HIST_DT_HORA
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
           PERFORM 2000-TRATAR-PRODUTO THRU 2000-99-FIM
               UNTIL WRK-CHAVE-EVT EQUAL HIGH-VALUES
      *
           IF WRK-QUEBRA-ATIVA
               PERFORM 2500-FECHAR-CATEGORIA THRU 2500-99-FIM
           END-IF
      *
           PERFORM 3000-TERMINAR       THRU 3000-99-FIM
           PERFORM 3300-FINALIZAR      THRU 3300-99-FIM.
      *
       000-99-PRINCIPAL-FIM            SECTION.
           EXIT.
      *-----------------------------------------------------------------
      * PARAMETROS, CADASTRO DE LOJAS, REGRAS DE ZONA, ABERTURA DOS
      * ARQUIVOS E PRIMEIRO PRODUTO COM EVENTO
      *-----------------------------------------------------------------
       1000-INICIALIZAR                SECTION.
           INITIALIZE WRK-VARIAVEIS-AUXILIARES
                      DCLTPHI-REGISTRO
                      DCLTPRUN-REGISTRO
      *
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
      *
           PERFORM 1010-CARREGAR-PARAMETROS THRU 1010-99-FIM
           PERFORM 1020-VERIFICAR-EXECUCOES THRU 1020-99-FIM
           PERFORM 1030-CARREGAR-LOJAS      THRU 1030-99-FIM
           PERFORM 1060-CARREGAR-ZONAS      THRU 1060-99-FIM
      *
           OPEN OUTPUT ARQCTB-ARQ
           OPEN OUTPUT RELRVL-ARQ
           OPEN OUTPUT RELRVX-ARQ
      *
           IF WRK-STATUS-ARQCTB NOT EQUAL '00' OR
              WRK-STATUS-RELRVL NOT EQUAL '00' OR
              WRK-STATUS-RELRVX NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVOS: '
                        WRK-STATUS-ARQCTB ' ' WRK-STATUS-RELRVL ' '
                        WRK-STATUS-RELRVX
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           PERFORM 1070-ABRIR-ARQEST        THRU 1070-99-FIM
      *
           MOVE WRK-DATA-REFERENCIA    TO CTB-HDR-DT-MOVIMENTO
                                          CTB-DET-DT-MOVIMENTO
                                          CAB2-DT-REFERENCIA
           MOVE WRK-DATA-ATUAL         TO CTB-HDR-DT-GERACAO
           WRITE REG-ARQCTB FROM WRK-ARQCTB-HEADER
      *
           PERFORM 1041-CABECALHO-RELRVL    THRU 1041-99-FIM
           PERFORM 1042-CABECALHO-RELRVX    THRU 1042-99-FIM
      *
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
           PERFORM 1200-LER-CURSOR          THRU 1200-99-FIM
           PERFORM 2050-CARREGAR-PRODUTO    THRU 2050-99-FIM.
      *
       1000-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * LEITURA E CRITICA DO CARTAO DE PARAMETROS: AS DUAS CONTAS SAO
      * OBRIGATORIAS; DATA EM BRANCO = DATA DO SISTEMA
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
                   DISPLAY 'ARQPRM VAZIO - CARTAO DE PARAMETROS '
                           'OBRIGATORIO'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-READ
      *
           CLOSE ARQPRM-ARQ
      *
           EVALUATE TRUE
               WHEN PRM-TXT-DT-REFERENCIA EQUAL SPACES
                   MOVE WRK-DATA-ATUAL     TO WRK-DATA-REFERENCIA
               WHEN PRM-TXT-DT-REFERENCIA NUMERIC
                   MOVE PRM-DT-REFERENCIA  TO WRK-DATA-REFERENCIA
               WHEN OTHER
                   DISPLAY 'DATA DE REFERENCIA INVALIDA NO ARQPRM: '
                            PRM-TXT-DT-REFERENCIA
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-EVALUATE
      *
           IF PRM-CONTA-ESTOQUE EQUAL SPACES OR
              PRM-CONTA-REAVALIACAO EQUAL SPACES
               DISPLAY 'CONTAS CONTABEIS OBRIGATORIAS NO ARQPRM'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           MOVE PRM-CONTA-ESTOQUE      TO WRK-CONTA-ESTOQUE
           MOVE PRM-CONTA-REAVALIACAO  TO WRK-CONTA-REAVALIACAO
      *
           MOVE WRK-DATA-REFERENCIA (1:4) TO WRK-DATA-REF-SQL (1:4)
           MOVE '-'                       TO WRK-DATA-REF-SQL (5:1)
           MOVE WRK-DATA-REFERENCIA (5:2) TO WRK-DATA-REF-SQL (6:2)
           MOVE '-'                       TO WRK-DATA-REF-SQL (8:1)
           MOVE WRK-DATA-REFERENCIA (7:2) TO WRK-DATA-REF-SQL (9:2)
      *
           DISPLAY 'DATA DE REFERENCIA DOS RUNS: ' WRK-DATA-REF-SQL.
      *
       1010-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * EXECUCAO REAL DO AC220002 AINDA ABERTA NA DATA (EM CURSO OU
      * ABENDADA SEM REINICIO): A JANELA NAO ESTA FECHADA E A
      * REAVALIACAO SAIRIA PARCIAL
      *-----------------------------------------------------------------
       1020-VERIFICAR-EXECUCOES        SECTION.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-EXEC-ABERTAS
                 FROM DB2ADMIN.TABPRO_EXEC
                WHERE EXEC_STATUS        = 'A'
                  AND EXEC_IND_SIMULACAO = 'N'
                  AND DATE(EXEC_DT_INICIO) = DATE(:WRK-DATA-REF-SQL)
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO NA CONSULTA DO REGISTRO DE EXECUCOES: '
                        SQLCODE
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           IF WRK-QTD-EXEC-ABERTAS GREATER ZEROS
               DISPLAY 'EXECUCAO DO AC220002 EM ABERTO NA DATA - '
                       'REAVALIACAO SO APOS O ENCERRAMENTO OU REINICIO'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF.
      *
       1020-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CARGA DO CADASTRO DE LOJAS COM ZONA E CENTRO DE CUSTO
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
               GO TO 1032-98-LER
           END-IF
      *
      *    LOJA FORA DA TABELA NAO SERIA CONTABILIZADA: ABORTA PARA A
      *    TABELA SER AMPLIADA
           IF WRK-QTD-LOJAS-CAD NOT LESS 999
               DISPLAY 'CADASTRO DE LOJAS CHEIO - PROCESSAMENTO '
                       'INTERROMPIDO'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           ADD 1 TO WRK-QTD-LOJAS-CAD
           SET WRK-IDX-LOJA TO WRK-QTD-LOJAS-CAD
           MOVE LOJ-COD-LOJA TO WRK-LOJ-CODIGO (WRK-IDX-LOJA)
      *
           IF LOJ-TXT-ZONA NUMERIC
               MOVE LOJ-COD-ZONA TO WRK-LOJ-ZONA (WRK-IDX-LOJA)
           ELSE
               MOVE ZEROS        TO WRK-LOJ-ZONA (WRK-IDX-LOJA)
           END-IF
      *
           IF LOJ-TXT-CENTRO-CUSTO NUMERIC
               MOVE LOJ-CENTRO-CUSTO TO
                    WRK-LOJ-CENTRO-CUSTO (WRK-IDX-LOJA)
           ELSE
               MOVE LOJ-COD-LOJA     TO
                    WRK-LOJ-CENTRO-CUSTO (WRK-IDX-LOJA)
           END-IF.
      *
       1032-98-LER.
           PERFORM 1031-LER-REG-ARQLOJ THRU 1031-99-FIM.
      *
       1032-99-FIM.                    EXIT.
      *
       1041-CABECALHO-RELRVL             SECTION.
           ADD 1                 TO WRK-PAGINA-ATUAL
           MOVE WRK-PAGINA-ATUAL TO WRK-CAB1-PAGINA
           MOVE ZEROS            TO WRK-LIN-ATUAL
      *
           WRITE REG-RELRVL      FROM WRK-RELRVL-CAB1
           WRITE REG-RELRVL      FROM WRK-RELRVL-CAB2
           WRITE REG-RELRVL      FROM SPACES
           WRITE REG-RELRVL      FROM WRK-RELRVL-CAB3
           WRITE REG-RELRVL      FROM SPACES.
      *
       1041-99-FIM.                    EXIT.
      *
       1042-CABECALHO-RELRVX             SECTION.
           ADD 1                     TO WRK-PAGINA-ATUAL-EXC
           MOVE WRK-PAGINA-ATUAL-EXC TO WRK-CAB1-PAGINA-EXC
           MOVE ZEROS                TO WRK-LIN-ATUAL-EXC
      *
           WRITE REG-RELRVX      FROM WRK-RELRVX-CAB1
           WRITE REG-RELRVX      FROM WRK-RELRVL-CAB2
           WRITE REG-RELRVX      FROM SPACES
           WRITE REG-RELRVX      FROM WRK-RELRVX-CAB3
           WRITE REG-RELRVX      FROM SPACES.
      *
       1042-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CARGA DAS REGRAS DE ZONA DE PRECO (TABPRO_ZONA). SEM LINHAS NA
      * TABELA TODAS AS LOJAS FICAM NO PRECO BASE.
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
      *    REGRA DE ZONA IGNORADA DARIA VALOR ERRADO NA CONTABILIDADE:
      *    TABELA CHEIA ABORTA PARA A TABELA SER AMPLIADA
       1062-GUARDAR-REGRA-ZONA          SECTION.
           IF WRK-QTD-REGRAS-ZONA NOT LESS 999
               DISPLAY 'TABELA DE REGRAS DE ZONA CHEIA - PROCESSAMENTO '
                       'INTERROMPIDO'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           ADD 1 TO WRK-QTD-REGRAS-ZONA
           SET WRK-IDX-REGRA TO WRK-QTD-REGRAS-ZONA
           MOVE ZONA-COD-ZONA      TO WRK-RZN-ZONA (WRK-IDX-REGRA)
           MOVE ZONA-COD-GRUPO     TO WRK-RZN-GRUPO (WRK-IDX-REGRA)
           MOVE ZONA-COD-CATEGORIA TO WRK-RZN-CATEGORIA (WRK-IDX-REGRA)
           MOVE ZONA-IND-AJUSTE    TO WRK-RZN-IND-AJUSTE (WRK-IDX-REGRA)
           MOVE ZONA-VLR-AJUSTE    TO
                WRK-RZN-VLR-AJUSTE (WRK-IDX-REGRA)
      *
           PERFORM 1061-LER-CSR-ZONA        THRU 1061-99-FIM.
      *
       1062-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * ABERTURA DO ARQEST: HEADER OBRIGATORIO COM A POSICAO DA DATA DE
      * REFERENCIA (ESTOQUE DE OUTRO DIA DARIA VALOR ERRADO NO RAZAO)
      *-----------------------------------------------------------------
       1070-ABRIR-ARQEST                SECTION.
           OPEN INPUT ARQEST-ARQ
      *
           IF WRK-STATUS-ARQEST NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA DO ARQEST ' WRK-STATUS-ARQEST
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           READ ARQEST-ARQ
               AT END
                   MOVE 'S' TO WRK-SW-FIM-ARQEST
           END-READ
      *
           IF WRK-FIM-ARQEST OR
              NOT EST-TIPO-HEADER
               DISPLAY 'ARQEST VAZIO OU SEM HEADER'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           IF EST-HDR-DT-POSICAO NOT EQUAL WRK-DATA-REFERENCIA
               DISPLAY 'ARQEST DE OUTRA DATA (' EST-HDR-DT-POSICAO
                       ') - ESPERADA A POSICAO DE ' WRK-DATA-REFERENCIA
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           MOVE EST-HDR-DT-POSICAO     TO CAB2-DT-POSICAO
      *
           PERFORM 2110-LER-ARQEST     THRU 2110-99-FIM.
      *
       1070-99-FIM.                    EXIT.
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
              MOVE HIGH-VALUES         TO WRK-CHAVE-EVT-LIDA
           ELSE
              ADD 1                    TO WRK-ACU-EVENTOS
              MOVE HIST-COD-GRUPO      TO WRK-EVL-GRUPO
              MOVE HIST-COD-CATEGORIA  TO WRK-EVL-CATEGORIA
              MOVE HIST-COD-PRODUTO    TO WRK-EVL-PRODUTO
           END-IF.
      *
       1200-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * UM PRODUTO COM EVENTO: QUEBRA DE GRUPO/CATEGORIA, CASAMENTO COM
      * O ESTOQUE (REGISTROS DE MENOR CHAVE SAO PRODUTOS SEM EVENTO E
      * SO SAO LIDOS) E CARGA DO PROXIMO PRODUTO
      *-----------------------------------------------------------------
       2000-TRATAR-PRODUTO             SECTION.
           ADD 1                       TO WRK-ACU-PRODUTOS
      *
           IF WRK-QUEBRA-ATIVA AND
              (WRK-EVT-GRUPO NOT EQUAL WRK-QBR-GRUPO OR
               WRK-EVT-CATEGORIA NOT EQUAL WRK-QBR-CATEGORIA)
               PERFORM 2500-FECHAR-CATEGORIA THRU 2500-99-FIM
           END-IF
      *
           IF NOT WRK-QUEBRA-ATIVA
               MOVE 'S'                TO WRK-SW-QUEBRA-ATIVA
               MOVE WRK-EVT-GRUPO      TO WRK-QBR-GRUPO
               MOVE WRK-EVT-CATEGORIA  TO WRK-QBR-CATEGORIA
               MOVE ZEROS              TO WRK-QTD-CENTROS
                                          WRK-QBR-VALOR-PRODUTOS
           END-IF
      *
           PERFORM 2110-LER-ARQEST     THRU 2110-99-FIM
               UNTIL WRK-CHAVE-EST NOT LESS WRK-CHAVE-EVT
      *
           IF WRK-CHAVE-EST EQUAL WRK-CHAVE-EVT
               PERFORM 2200-REAVALIAR-PRODUTO THRU 2200-99-FIM
           ELSE
               ADD 1                   TO WRK-ACU-SEM-ESTOQUE
               MOVE SPACES             TO EXC-LOJA
               MOVE ZEROS              TO EXC-UNIDADES
               MOVE 'PRODUTO SEM REGISTRO DE ESTOQUE'
                 TO EXC-OCORRENCIA
               PERFORM 2700-IMPRIMIR-EXCECAO THRU 2700-99-FIM
           END-IF
      *
           PERFORM 2050-CARREGAR-PRODUTO THRU 2050-99-FIM.
      *
       2000-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * EVENTOS DO PROXIMO PRODUTO (O CURSOR JA TEM O PRIMEIRO LIDO) E
      * A VARIACAO BASE, SOMA DE NOVO - ANTERIOR DE CADA EVENTO
      *-----------------------------------------------------------------
       2050-CARREGAR-PRODUTO           SECTION.
           MOVE WRK-CHAVE-EVT-LIDA     TO WRK-CHAVE-EVT
           MOVE ZEROS                  TO WRK-QTD-EVENTOS-PRD
                                          WRK-DELTA-BASE
      *
           IF WRK-CHAVE-EVT EQUAL HIGH-VALUES
               GO TO 2050-99-FIM
           END-IF
      *
           PERFORM 2060-GUARDAR-EVENTO THRU 2060-99-FIM
               UNTIL WRK-CHAVE-EVT-LIDA NOT EQUAL WRK-CHAVE-EVT.
      *
       2050-99-FIM.                    EXIT.
      *
       2060-GUARDAR-EVENTO             SECTION.
           IF WRK-QTD-EVENTOS-PRD NOT LESS 99
               DISPLAY 'PRODUTO COM MAIS DE 99 EVENTOS NO DIA: '
                        WRK-CHAVE-EVT
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           ADD 1 TO WRK-QTD-EVENTOS-PRD
           SET WRK-IDX-EVP TO WRK-QTD-EVENTOS-PRD
           MOVE HIST-PRECO-ANT    TO WRK-EVP-PRECO-ANT (WRK-IDX-EVP)
           MOVE HIST-PRECO-NOVO   TO WRK-EVP-PRECO-NOVO (WRK-IDX-EVP)
           IF IND-HIST-PROGRAMA NOT LESS ZEROS AND
              (HIST-PROGRAMA EQUAL 'AC220002' OR
               HIST-PROGRAMA EQUAL 'AC220017')
               MOVE 'S'           TO WRK-EVP-IND-ZONA (WRK-IDX-EVP)
           ELSE
               MOVE 'N'           TO WRK-EVP-IND-ZONA (WRK-IDX-EVP)
           END-IF
           COMPUTE WRK-DELTA-BASE = WRK-DELTA-BASE
                                  + HIST-PRECO-NOVO - HIST-PRECO-ANT
      *
           PERFORM 1200-LER-CURSOR     THRU 1200-99-FIM.
      *
       2060-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * LEITURA DO PROXIMO DETALHE DO ARQEST, COM CONFERENCIA DA ORDEM
      * (PRODUTO/LOJA) E DO TRAILER. SEM TRAILER O ARQUIVO ESTA
      * TRUNCADO E A REAVALIACAO SAIRIA INCOMPLETA
      *-----------------------------------------------------------------
       2110-LER-ARQEST                 SECTION.
           IF WRK-FIM-ARQEST
               MOVE HIGH-VALUES        TO WRK-CHAVE-EST
               GO TO 2110-99-FIM
           END-IF.
      *
       2110-10-LER.
           READ ARQEST-ARQ
               AT END
                   MOVE 'S' TO WRK-SW-FIM-ARQEST
                   GO TO 2110-90-FIM-ARQUIVO
           END-READ
      *
           EVALUATE TRUE
               WHEN EST-TIPO-DETALHE
                   CONTINUE
               WHEN EST-TIPO-TRAILER
                   MOVE 'S' TO WRK-SW-TRAILER-EST
                   IF EST-TRL-QTD-DETALHES NOT EQUAL WRK-ACU-EST-LIDOS
                   OR EST-TRL-HASH-QUANTIDADES NOT EQUAL WRK-HASH-EST
                       DISPLAY 'TRAILER DO ARQEST NAO CONFERE COM OS '
                                'DETALHES LIDOS'
                       MOVE 8 TO RETURN-CODE
                       PERFORM 3300-FINALIZAR THRU 3300-99-FIM
                   END-IF
                   GO TO 2110-10-LER
               WHEN OTHER
                   DISPLAY 'REGISTRO DE ARQEST IGNORADO: ' REG-ARQEST
                   GO TO 2110-10-LER
           END-EVALUATE
      *
           ADD 1                       TO WRK-ACU-EST-LIDOS
           ADD EST-DET-QTD-ESTOQUE     TO WRK-HASH-EST
      *
           MOVE REG-ARQEST (2:17)      TO WRK-SEQ-EST-ATUAL
           IF WRK-SEQ-EST-ATUAL NOT GREATER WRK-SEQ-EST-ANTERIOR
               DISPLAY 'ARQEST FORA DE ORDEM (PRODUTO/LOJA): '
                        WRK-SEQ-EST-ATUAL
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
           MOVE WRK-SEQ-EST-ATUAL      TO WRK-SEQ-EST-ANTERIOR
      *
           MOVE EST-DET-CHAVE          TO WRK-CHAVE-EST
           GO TO 2110-99-FIM.
      *
       2110-90-FIM-ARQUIVO.
           MOVE HIGH-VALUES            TO WRK-CHAVE-EST
      *
           IF NOT WRK-TRAILER-EST-LIDO
               DISPLAY 'ARQEST SEM TRAILER - TRANSMISSAO TRUNCADA'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF.
      *
       2110-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * REAVALIACAO DO PRODUTO EM CADA LOJA DO ESTOQUE E LINHA DA
      * CONCILIACAO
      *-----------------------------------------------------------------
       2200-REAVALIAR-PRODUTO          SECTION.
           ADD 1                       TO WRK-ACU-REAVALIADOS
           MOVE ZEROS                  TO WRK-PRD-UNIDADES
                                          WRK-PRD-VALOR-BASE
                                          WRK-PRD-VALOR
                                          WRK-PRD-LOJAS
      *
           PERFORM 2210-REAVALIAR-LOJA THRU 2210-99-FIM
               UNTIL WRK-CHAVE-EST NOT EQUAL WRK-CHAVE-EVT
      *
           ADD WRK-PRD-VALOR           TO WRK-QBR-VALOR-PRODUTOS
                                          WRK-TOT-VALOR-PRODUTOS
           ADD WRK-PRD-VALOR-BASE      TO WRK-TOT-VALOR-BASE
      *
           MOVE WRK-EVT-GRUPO          TO DET-GRUPO
           MOVE WRK-EVT-CATEGORIA      TO DET-CATEGORIA
           MOVE WRK-EVT-PRODUTO        TO DET-PRODUTO
           MOVE WRK-QTD-EVENTOS-PRD    TO DET-EVENTOS
           MOVE WRK-DELTA-BASE         TO DET-DELTA-BASE
           MOVE WRK-PRD-UNIDADES       TO DET-UNIDADES
           MOVE WRK-PRD-VALOR-BASE     TO DET-VALOR-BASE
           COMPUTE DET-AJUSTE-ZONA = WRK-PRD-VALOR - WRK-PRD-VALOR-BASE
           MOVE WRK-PRD-VALOR          TO DET-VALOR
           MOVE WRK-PRD-LOJAS          TO DET-LOJAS
      *
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELRVL THRU 1041-99-FIM
           END-IF
      *
           WRITE REG-RELRVL FROM WRK-RELRVL-DET
           ADD 1 TO WRK-LIN-ATUAL.
      *
       2200-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * UMA LOJA DO PRODUTO: VARIACAO NO PRECO DA ZONA DA LOJA VEZES AS
      * UNIDADES, ACUMULADA NO CENTRO DE CUSTO DA LOJA. LOJA FORA DO
      * ARQLOJ NAO TEM CENTRO DE CUSTO NEM ZONA E VAI PARA AS EXCECOES
      *-----------------------------------------------------------------
       2210-REAVALIAR-LOJA             SECTION.
           IF EST-DET-QTD-ESTOQUE EQUAL ZEROS
               GO TO 2210-98-LER
           END-IF
      *
           SET WRK-IDX-LOJA TO 1
           SEARCH WRK-LOJA-OCORRENCIA
               AT END
                   ADD 1               TO WRK-ACU-LOJA-INVALIDA
                   MOVE EST-DET-COD-LOJA    TO EXC-LOJA
                   MOVE EST-DET-QTD-ESTOQUE TO EXC-UNIDADES
                   MOVE 'LOJA FORA DO CADASTRO (ARQLOJ)'
                     TO EXC-OCORRENCIA
                   PERFORM 2700-IMPRIMIR-EXCECAO THRU 2700-99-FIM
                   GO TO 2210-98-LER
               WHEN WRK-LOJ-CODIGO (WRK-IDX-LOJA) EQUAL
                        EST-DET-COD-LOJA
                   MOVE WRK-LOJ-ZONA (WRK-IDX-LOJA) TO WRK-ZONA-ATUAL
           END-SEARCH
      *
           MOVE ZEROS                  TO WRK-DELTA-LOJA
           PERFORM 2220-SOMAR-EVENTO   THRU 2220-99-FIM
               VARYING WRK-IDX-EVP FROM 1 BY 1
               UNTIL WRK-IDX-EVP GREATER WRK-QTD-EVENTOS-PRD
      *
           COMPUTE WRK-VALOR-LOJA ROUNDED =
                   WRK-DELTA-LOJA * EST-DET-QTD-ESTOQUE
           COMPUTE WRK-VALOR-BASE-LOJA ROUNDED =
                   WRK-DELTA-BASE * EST-DET-QTD-ESTOQUE
      *
           ADD EST-DET-QTD-ESTOQUE     TO WRK-PRD-UNIDADES
           ADD WRK-VALOR-LOJA          TO WRK-PRD-VALOR
           ADD WRK-VALOR-BASE-LOJA     TO WRK-PRD-VALOR-BASE
           ADD 1                       TO WRK-PRD-LOJAS
      *
           PERFORM 2230-ACUMULAR-CENTRO THRU 2230-99-FIM.
      *
       2210-98-LER.
           PERFORM 2110-LER-ARQEST     THRU 2110-99-FIM.
      *
       2210-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * VARIACAO DE UM EVENTO NO PRECO PRATICADO NA LOJA: O PRECO DE
      * PARTIDA E O DA LOJA DEPOIS DO EVENTO ANTERIOR (NO PRIMEIRO, O
      * PRECO ANTERIOR DO EVENTO NA REGRA DO PROPRIO EVENTO), PARA UMA
      * TROCA DE PRECO DA ZONA PARA PRECO BASE NO DIA SAIR CERTA
      *-----------------------------------------------------------------
       2220-SOMAR-EVENTO               SECTION.
           IF WRK-IDX-EVP EQUAL 1
               MOVE WRK-EVP-PRECO-ANT (WRK-IDX-EVP)
                 TO WRK-PRECO-BASE-ZONA
               PERFORM 2300-PRECIFICAR-ZONA THRU 2300-99-FIM
               MOVE WRK-PRECO-ZONA     TO WRK-PRECO-LOJA-ANT
           END-IF
      *
           MOVE WRK-EVP-PRECO-NOVO (WRK-IDX-EVP) TO WRK-PRECO-BASE-ZONA
           PERFORM 2300-PRECIFICAR-ZONA THRU 2300-99-FIM
      *
           COMPUTE WRK-DELTA-LOJA = WRK-DELTA-LOJA
                                  + WRK-PRECO-ZONA - WRK-PRECO-LOJA-ANT
           MOVE WRK-PRECO-ZONA         TO WRK-PRECO-LOJA-ANT.
      *
       2220-99-FIM.                    EXIT.
      *
       2230-ACUMULAR-CENTRO            SECTION.
           IF WRK-QTD-CENTROS GREATER ZEROS
               SET WRK-IDX-CENTRO TO 1
               SEARCH WRK-CENTRO-OCORRENCIA
                   AT END
                       CONTINUE
                   WHEN WRK-CEN-CODIGO (WRK-IDX-CENTRO) EQUAL
                            WRK-LOJ-CENTRO-CUSTO (WRK-IDX-LOJA)
                       ADD WRK-VALOR-LOJA TO
                           WRK-CEN-VALOR (WRK-IDX-CENTRO)
                       GO TO 2230-99-FIM
               END-SEARCH
           END-IF
      *
           IF WRK-QTD-CENTROS NOT LESS 999
               DISPLAY 'TABELA DE CENTROS DE CUSTO CHEIA - '
                       'PROCESSAMENTO INTERROMPIDO'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           ADD 1 TO WRK-QTD-CENTROS
           SET WRK-IDX-CENTRO TO WRK-QTD-CENTROS
           MOVE WRK-LOJ-CENTRO-CUSTO (WRK-IDX-LOJA) TO
                WRK-CEN-CODIGO (WRK-IDX-CENTRO)
           MOVE WRK-VALOR-LOJA         TO
                WRK-CEN-VALOR (WRK-IDX-CENTRO).
      *
       2230-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PRECO DA ZONA DA LOJA: REGRA DA CATEGORIA, SENAO A DO GRUPO
      * INTEIRO (CATEGORIA 000); SEM REGRA (OU ZONA 00) FICA O PRECO
      * BASE. MESMA REGRA DO ARQINZ GERADO PELO AC220002/AC220017;
      * EVENTO DE OUTRO PROGRAMA FICA NO PRECO BASE, QUE E O QUE ELE
      * MANDA AO PDV
      *-----------------------------------------------------------------
       2300-PRECIFICAR-ZONA            SECTION.
           MOVE WRK-PRECO-BASE-ZONA    TO WRK-PRECO-ZONA
      *
           IF WRK-ZONA-ATUAL EQUAL ZEROS OR
              NOT WRK-EVP-PRECO-DA-ZONA (WRK-IDX-EVP)
               GO TO 2300-99-FIM
           END-IF
      *
           MOVE WRK-EVT-CATEGORIA      TO WRK-ZONA-CATEG-BUSCA
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
      *
           IF WRK-QTD-REGRAS-ZONA EQUAL ZEROS
               GO TO 2310-99-FIM
           END-IF
      *
           SET WRK-IDX-REGRA TO 1
      *
           SEARCH WRK-REGRA-ZONA-OCORRENCIA
               AT END
                   CONTINUE
               WHEN WRK-RZN-ZONA (WRK-IDX-REGRA) EQUAL WRK-ZONA-ATUAL
                AND WRK-RZN-GRUPO (WRK-IDX-REGRA) EQUAL WRK-EVT-GRUPO
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
      *    PRECO BASE); PRECO ZERO CONTINUA ZERO
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
      * QUEBRA DE GRUPO/CATEGORIA: UM LANCAMENTO (DEBITO E CREDITO) POR
      * CENTRO DE CUSTO COM VALOR, E A CONFERENCIA DO LIQUIDO LANCADO
      * NA CONTA DE ESTOQUE CONTRA A SOMA DOS PRODUTOS
      *-----------------------------------------------------------------
       2500-FECHAR-CATEGORIA           SECTION.
           MOVE ZEROS                  TO WRK-QBR-VALOR-CTB
      *
           PERFORM 2510-LANCAR-CENTRO  THRU 2510-99-FIM
               VARYING WRK-IDX-CENTRO FROM 1 BY 1
               UNTIL WRK-IDX-CENTRO GREATER WRK-QTD-CENTROS
      *
           COMPUTE WRK-QBR-DIFERENCA = WRK-QBR-VALOR-PRODUTOS
                                     - WRK-QBR-VALOR-CTB
           IF WRK-QBR-DIFERENCA NOT EQUAL ZEROS
               MOVE 'S'                TO WRK-SW-DIFERENCA
           END-IF
      *
           MOVE WRK-QBR-GRUPO          TO QBR-GRUPO
           MOVE WRK-QBR-CATEGORIA      TO QBR-CATEGORIA
           MOVE WRK-QBR-VALOR-PRODUTOS TO QBR-VALOR-PRODUTOS
           MOVE WRK-QBR-VALOR-CTB      TO QBR-VALOR-CTB
           MOVE WRK-QBR-DIFERENCA      TO QBR-DIFERENCA
      *
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELRVL THRU 1041-99-FIM
           END-IF
      *
           WRITE REG-RELRVL FROM WRK-RELRVL-QUEBRA
           WRITE REG-RELRVL FROM SPACES
           ADD 2 TO WRK-LIN-ATUAL
      *
           MOVE 'N'                    TO WRK-SW-QUEBRA-ATIVA.
      *
       2500-99-FIM.                    EXIT.
      *
       2510-LANCAR-CENTRO              SECTION.
           IF WRK-CEN-VALOR (WRK-IDX-CENTRO) EQUAL ZEROS
               GO TO 2510-99-FIM
           END-IF
      *
           MOVE WRK-QBR-GRUPO          TO CTB-DET-COD-GRUPO
           MOVE WRK-QBR-CATEGORIA      TO CTB-DET-COD-CATEGORIA
           MOVE WRK-CEN-CODIGO (WRK-IDX-CENTRO) TO CTB-DET-CENTRO-CUSTO
      *
           IF WRK-CEN-VALOR (WRK-IDX-CENTRO) GREATER ZEROS
               MOVE WRK-CEN-VALOR (WRK-IDX-CENTRO)
                 TO WRK-VALOR-LANCAMENTO
               MOVE WRK-CONTA-ESTOQUE     TO CTB-DET-CONTA
               MOVE 'D'                   TO CTB-DET-IND-DEB-CRED
               PERFORM 2520-GRAVAR-LANCAMENTO THRU 2520-99-FIM
               MOVE WRK-CONTA-REAVALIACAO TO CTB-DET-CONTA
               MOVE 'C'                   TO CTB-DET-IND-DEB-CRED
               PERFORM 2520-GRAVAR-LANCAMENTO THRU 2520-99-FIM
               ADD WRK-VALOR-LANCAMENTO   TO WRK-QBR-VALOR-CTB
           ELSE
               COMPUTE WRK-VALOR-LANCAMENTO =
                       ZEROS - WRK-CEN-VALOR (WRK-IDX-CENTRO)
               MOVE WRK-CONTA-REAVALIACAO TO CTB-DET-CONTA
               MOVE 'D'                   TO CTB-DET-IND-DEB-CRED
               PERFORM 2520-GRAVAR-LANCAMENTO THRU 2520-99-FIM
               MOVE WRK-CONTA-ESTOQUE     TO CTB-DET-CONTA
               MOVE 'C'                   TO CTB-DET-IND-DEB-CRED
               PERFORM 2520-GRAVAR-LANCAMENTO THRU 2520-99-FIM
               SUBTRACT WRK-VALOR-LANCAMENTO FROM WRK-QBR-VALOR-CTB
           END-IF.
      *
       2510-99-FIM.                    EXIT.
      *
       2520-GRAVAR-LANCAMENTO          SECTION.
           MOVE WRK-VALOR-LANCAMENTO   TO CTB-DET-VALOR
           WRITE REG-ARQCTB FROM WRK-ARQCTB-DETALHE
      *
           IF WRK-STATUS-ARQCTB NOT EQUAL '00'
               DISPLAY 'ERRO DE GRAVACAO DO ARQCTB ' WRK-STATUS-ARQCTB
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-ACU-LANCAMENTOS
      *
           IF CTB-DET-IND-DEB-CRED EQUAL 'D'
               ADD WRK-VALOR-LANCAMENTO TO WRK-TOT-DEBITOS
           ELSE
               ADD WRK-VALOR-LANCAMENTO TO WRK-TOT-CREDITOS
           END-IF.
      *
       2520-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * LINHA DE EXCECAO: O MOTIVO, A LOJA E AS UNIDADES CHEGAM
      * PREENCHIDOS; O PRODUTO E O DO EVENTO EM TRATAMENTO
      *-----------------------------------------------------------------
       2700-IMPRIMIR-EXCECAO           SECTION.
           MOVE WRK-EVT-GRUPO          TO EXC-GRUPO
           MOVE WRK-EVT-CATEGORIA      TO EXC-CATEGORIA
           MOVE WRK-EVT-PRODUTO        TO EXC-PRODUTO
           MOVE WRK-QTD-EVENTOS-PRD    TO EXC-EVENTOS
           MOVE WRK-DELTA-BASE         TO EXC-DELTA-BASE
      *
           IF WRK-LIN-ATUAL-EXC GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1042-CABECALHO-RELRVX THRU 1042-99-FIM
           END-IF
      *
           WRITE REG-RELRVX FROM WRK-RELRVX-DET
           ADD 1 TO WRK-LIN-ATUAL-EXC.
      *
       2700-99-FIM.                    EXIT.
      *
      **----------------------------------------------------------------
      * EXECUTANDO TRATAMENTOS FINAIS: LEITURA DO RESTO DO ARQEST PARA
      * CONFERIR O TRAILER, TRAILER DO ARQCTB E TOTAIS
      *-----------------------------------------------------------------
       3000-TERMINAR.
           EXEC SQL
              CLOSE CSR01-TABPRO-HIST
           END-EXEC
      *
           PERFORM 2110-LER-ARQEST     THRU 2110-99-FIM
               UNTIL WRK-FIM-ARQEST
      *
           MOVE WRK-ACU-LANCAMENTOS    TO CTB-TRL-QTD-DETALHES
           MOVE WRK-TOT-DEBITOS        TO CTB-TRL-TOT-DEBITOS
           MOVE WRK-TOT-CREDITOS       TO CTB-TRL-TOT-CREDITOS
           WRITE REG-ARQCTB FROM WRK-ARQCTB-TRAILER
      *
           COMPUTE WRK-TOT-VALOR-CTB = WRK-TOT-DEBITOS
                                     - WRK-TOT-CREDITOS
      *
           MOVE WRK-ACU-EVENTOS        TO WRK-MASC-EVENTOS
           MOVE WRK-ACU-PRODUTOS       TO WRK-MASC-PRODUTOS
           MOVE WRK-ACU-REAVALIADOS    TO WRK-MASC-REAVALIADOS
           MOVE WRK-ACU-SEM-ESTOQUE    TO WRK-MASC-SEM-ESTOQUE
           MOVE WRK-ACU-LOJA-INVALIDA  TO WRK-MASC-LOJA-INVALIDA
           MOVE WRK-ACU-EST-LIDOS      TO WRK-MASC-EST-LIDOS
           MOVE WRK-ACU-LANCAMENTOS    TO WRK-MASC-LANCAMENTOS
      *
           DISPLAY 'EVENTOS DE PRECO LIDOS....: 'WRK-MASC-EVENTOS
           DISPLAY 'PRODUTOS COM EVENTO.......: 'WRK-MASC-PRODUTOS
           DISPLAY 'PRODUTOS REAVALIADOS......: 'WRK-MASC-REAVALIADOS
           DISPLAY 'PRODUTOS SEM ESTOQUE......: 'WRK-MASC-SEM-ESTOQUE
           DISPLAY 'LOJAS FORA DO ARQLOJ......: 'WRK-MASC-LOJA-INVALIDA
           DISPLAY 'REGISTROS DE ESTOQUE LIDOS: 'WRK-MASC-EST-LIDOS
           DISPLAY 'DETALHES GRAVADOS ARQCTB..: 'WRK-MASC-LANCAMENTOS
      *
           WRITE REG-RELRVL FROM SPACES
           MOVE 'TOTAL DELTA BASE X UNID....: ' TO TOT-TEXTO
           MOVE WRK-TOT-VALOR-BASE     TO TOT-VALOR
           WRITE REG-RELRVL FROM WRK-RELRVL-TOT
           MOVE 'TOTAL REAVALIADO (PRODUTOS): ' TO TOT-TEXTO
           MOVE WRK-TOT-VALOR-PRODUTOS TO TOT-VALOR
           WRITE REG-RELRVL FROM WRK-RELRVL-TOT
           MOVE 'TOTAL DEBITOS ARQCTB.......: ' TO TOT-TEXTO
           MOVE WRK-TOT-DEBITOS        TO TOT-VALOR
           WRITE REG-RELRVL FROM WRK-RELRVL-TOT
           MOVE 'TOTAL CREDITOS ARQCTB......: ' TO TOT-TEXTO
           MOVE WRK-TOT-CREDITOS       TO TOT-VALOR
           WRITE REG-RELRVL FROM WRK-RELRVL-TOT
           MOVE 'LIQUIDO NA CONTA DE ESTOQUE: ' TO TOT-TEXTO
           MOVE WRK-TOT-VALOR-CTB      TO TOT-VALOR
           WRITE REG-RELRVL FROM WRK-RELRVL-TOT
           MOVE 'PRODUTOS SEM ESTOQUE.......: ' TO TOT-TEXTO
           MOVE WRK-ACU-SEM-ESTOQUE    TO TOT-VALOR
           WRITE REG-RELRVL FROM WRK-RELRVL-TOT
           MOVE 'LOJAS FORA DO ARQLOJ.......: ' TO TOT-TEXTO
           MOVE WRK-ACU-LOJA-INVALIDA  TO TOT-VALOR
           WRITE REG-RELRVL FROM WRK-RELRVL-TOT
           WRITE REG-RELRVL FROM SPACES
      *
           IF WRK-TOT-VALOR-CTB NOT EQUAL WRK-TOT-VALOR-PRODUTOS
               MOVE 'S'                TO WRK-SW-DIFERENCA
           END-IF
      *
           EVALUATE TRUE
               WHEN WRK-HOUVE-DIFERENCA
                   MOVE WRK-TOT-VALOR-PRODUTOS TO WRK-MASC-VALOR
                   DISPLAY 'DIFERENCA NA CONCILIACAO - PRODUTOS: '
                            WRK-MASC-VALOR
                   MOVE 'RESULTADO: DIFERENCA NA CONCILIACAO - ARQCTB '
                     TO RES-TEXTO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-ACU-EVENTOS EQUAL ZEROS
                   MOVE 'RESULTADO: NENHUM EVENTO DE PRECO NA DATA'
                     TO RES-TEXTO
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-ACU-SEM-ESTOQUE GREATER ZEROS OR
                    WRK-ACU-LOJA-INVALIDA GREATER ZEROS
                   MOVE 'RESULTADO: REAVALIACAO LANCADA COM EXCECOES'
                     TO RES-TEXTO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'RESULTADO: REAVALIACAO LANCADA'
                     TO RES-TEXTO
                   MOVE ZEROS TO RETURN-CODE
           END-EVALUATE
      *
           WRITE REG-RELRVL FROM WRK-RELRVL-RES
      *
           CLOSE ARQEST-ARQ
           CLOSE ARQCTB-ARQ
           CLOSE RELRVL-ARQ
           CLOSE RELRVX-ARQ.
      *
       3000-99-FIM.                    EXIT.
      *
       3300-FINALIZAR.
      *
           GOBACK.
       3300-99-FIM.                    EXIT.
      *
