      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.    AC220022.
       AUTHOR.  ACCENTURE BRDC RECIFE.
      *================================================================*
      *                      A C C E N T U R E                         *
      *================================================================*
      *    PROGRAMA......: AC220022.                                   *
      *    PROGRAMADOR...: ACCENTURE BRDC RECIFE                       *
      *    ANALISTA......: ACCENTURE BRDC                              *
      *    DATA..........: 15/10/2026                                  *
      *----------------------------------------------------------------*
      *    OBJETIVO......: CONFORMIDADE DO PRECO "DE" DAS PROMOCOES    *
      *                    (CODIGO DE DEFESA DO CONSUMIDOR). PARA CADA *
      *                    LINHA DE TABPRO_PROMO E PARA CADA PRODUTO   *
      *                    DAS PROMOCOES DO ARQPMO AINDA NAO ATIVADAS, *
      *                    CONFERE NO TABPRO_HIST SE O PRECO DE        *
      *                    REFERENCIA FOI O PRECO REALMENTE PRATICADO  *
      *                    NOS N DIAS ANTERIORES AO INICIO, SE ELE FOI *
      *                    ELEVADO POUCO ANTES DO INICIO (AC220002,    *
      *                    AC220017 OU CORRECAO ONLINE AC2A) E SE O    *
      *                    PRODUTO EMENDA PROMOCAO EM PROMOCAO COM     *
      *                    POUCOS DIAS A PRECO REGULAR NO MEIO. AS     *
      *                    OCORRENCIAS VAO PARA O RELATORIO E PARA O   *
      *                    ARQUIVO DE EXCECOES ARQEXP, QUE O AC220014  *
      *                    LE PARA RECUSAR A ATIVACAO QUANDO O MODO DE *
      *                    BLOQUEIO ESTA LIGADO NO CARTAO.             *
      *----------------------------------------------------------------*
      *    ARQUIVOS         I/O LRECL  DESCRICAO                       *
      *    TABELA TABPRO    IN   071    DB2ADMIN.TABPRO                *
      *    TABELA TABPRO_HIST IN  N/A   DB2ADMIN.TABPRO_HIST           *
      *    TABELA TABPRO_PROMO IN N/A   DB2ADMIN.TABPRO_PROMO          *
      *    ARQPRM           IN   080    CARTAO DE PARAMETROS (DIAS DE  *
      *                                REFERENCIA/ELEVACAO/INTERVALO E *
      *                                MODO DE BLOQUEIO)               *
      *    ARQPMO           IN   080    PROMOCOES POR GRUPO (O MESMO   *
      *                                ARQUIVO DO AC220014)            *
      *    ARQEXP           OUT  080    EXCECOES DE PRECO "DE" (H/D/T) *
      *    RELCPL           OUT  132    RELATORIO DE CONFORMIDADE      *
      *----------------------------------------------------------------*
      *    RETURN-CODE.....: 0 = NENHUMA PROMOCAO IRREGULAR            *
      *                      4 = HA PROMOCOES IRREGULARES (VER RELCPL) *
      *                      8 = ERRO DE ARQUIVO/SQL/PARAMETRO         *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *    15/10/2026  RPS  CRIACAO DO PROGRAMA                        *
      *    15/10/2026  RPS  EVENTOS N/X DE FAIXA (AC220023) FORA DA    *
      *                     VERIFICACAO DO "DE" PRATICADO              *
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
           SELECT ARQPMO-ARQ         ASSIGN TO ARQPMO
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQPMO.
      *
           SELECT ARQEXP-ARQ         ASSIGN TO ARQEXP
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQEXP.
      *
           SELECT RELCPL-ARQ         ASSIGN TO RELCPL
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-RELCPL.
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      * CARTAO DE PARAMETROS DA CONFORMIDADE                           *
      *----------------------------------------------------------------*
       FD  ARQPRM-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQPRM                      PIC X(080).
      *----------------LAYOUT DO CARTAO DE PARAMETROS------------------*
      *    DIAS-REFERENCIA: DIAS EM QUE O PRECO "DE" TEM QUE TER SIDO
      *                     PRATICADO ANTES DO INICIO (OBRIGATORIO)
      *    DIAS-ELEVACAO..: JANELA DE "POUCO ANTES" PARA AUMENTO DO
      *                     PRECO DE REFERENCIA (ZERO = DIAS-REFERENCIA)
      *    DIAS-INTERVALO.: MINIMO DE DIAS A PRECO REGULAR ENTRE DUAS
      *                     PROMOCOES DO PRODUTO (ZERO = NAO CONFERE)
      *    IND-BLOQUEIO...: S = O AC220014 RECUSA AS PROMOCOES DO ARQEXP
       01 REG-PRM-DADOS REDEFINES REG-ARQPRM.
           03 PRM-DIAS-REFERENCIA      PIC 9(03).
           03 PRM-DIAS-ELEVACAO        PIC 9(03).
           03 PRM-DIAS-INTERVALO       PIC 9(03).
           03 PRM-IND-BLOQUEIO         PIC X(01).
           03 FILLER                   PIC X(70).
       01 REG-PRM-TEXTO REDEFINES REG-ARQPRM.
           03 PRM-TXT-DIAS-REFERENCIA  PIC X(03).
           03 PRM-TXT-DIAS-ELEVACAO    PIC X(03).
           03 PRM-TXT-DIAS-INTERVALO   PIC X(03).
           03 FILLER                   PIC X(71).
      *----------------------------------------------------------------*
      * PROMOCOES POR GRUPO (MESMO LAYOUT DO AC220014)                 *
      *----------------------------------------------------------------*
       FD  ARQPMO-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQPMO                      PIC X(080).
      *----------------LAYOUT DO REGISTRO DO ARQPMO--------------------*
       01 REG-PMO-DADOS REDEFINES REG-ARQPMO.
           03 PMO-COD-GRUPO            PIC 9(01).
           03 PMO-PERCENTUAL           PIC S9(3)V9(2) SIGN LEADING
                                        SEPARATE CHARACTER.
           03 PMO-DT-INICIO            PIC 9(08).
           03 PMO-DT-FIM               PIC 9(08).
           03 FILLER                   PIC X(57).
      *----------------VISAO TEXTO PARA TESTES DE CLASSE---------------*
       01 REG-PMO-TEXTO REDEFINES REG-ARQPMO.
           03 PMO-TXT-GRUPO            PIC X(01).
           03 PMO-TXT-PERC-SINAL       PIC X(01).
           03 PMO-TXT-PERC-DIGITOS     PIC X(05).
           03 PMO-TXT-DT-INICIO        PIC X(08).
           03 PMO-TXT-DT-FIM           PIC X(08).
           03 FILLER                   PIC X(57).
      *----------------------------------------------------------------*
      * EXCECOES DE PRECO "DE": HEADER COM O MODO DE BLOQUEIO, UM      *
      * DETALHE POR OCORRENCIA E TRAILER COM QUANTIDADE E HASH         *
      *----------------------------------------------------------------*
       FD  ARQEXP-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQEXP                       PIC X(080).
      *----------------------------------------------------------------*
      * RELATORIO DE CONFORMIDADE                                      *
      *----------------------------------------------------------------*
       FD  RELCPL-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELCPL                        PIC X(132).
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
      *--------LAYOUT DAS PROMOCOES (DB2ADMIN.TABPRO_PROMO)------------*
           EXEC SQL
             INCLUDE DCLTPPRO
           END-EXEC.
      * --------VARIAVEIS AUXILIARES DE CALCULO E CONTADORES-----------*
       01 WRK-VARIAVEIS-AUXILIARES.
           03 WRK-ACU-PROMO-TAB        PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-PROMO-PMO        PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-PRODUTOS-PMO     PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-IRREGULARES      PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-NAO-PRATICADO    PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-ELEVADO          PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-EMENDADA         PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-EXCECOES         PIC 9(09)       VALUE ZEROS.
           03 WRK-HASH-EXCECOES        PIC 9(13)V9(2)  USAGE COMP-3
                                        VALUE ZEROS.
           03 WRK-QTD-EVENTOS          PIC S9(09)      USAGE COMP.
           03 WRK-QTD-PROMO            PIC S9(09)      USAGE COMP.
           03 WRK-DIAS-REGULARES       PIC S9(09)      USAGE COMP.
           03 WRK-IND-DIAS-REGULARES   PIC S9(04)      USAGE COMP.
      *---------VARIAVEIS PARA MASCARAS DE CONTADORES------------------*
       01 WRK-VARIAVEIS-PARA-MASCARA.
           03 WRK-MASC-PROMO-TAB       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-PRODUTOS-PMO    PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-IRREGULARES     PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-NAO-PRATICADO   PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-ELEVADO         PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-EMENDADA        PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-DIAS            PIC ZZZ.ZZZ.ZZ9.
       01 WRK-SWITCHES-01.
           03 WRK-SW-FIM-CURSOR        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-CURSOR                       VALUE 'S'.
           03 WRK-SW-FIM-CSR-GRUPO     PIC X(01)       VALUE 'N'.
               88 WRK-FIM-CSR-GRUPO                    VALUE 'S'.
           03 WRK-SW-FIM-ARQPMO        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-ARQPMO                       VALUE 'S'.
           03 WRK-SW-FIM-ARQPRM        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-ARQPRM                       VALUE 'S'.
           03 WRK-SW-IRREGULAR         PIC X(01)       VALUE 'N'.
               88 WRK-PROMOCAO-IRREGULAR               VALUE 'S'.
      *----------------PARAMETROS DA CONFORMIDADE (ARQPRM)-------------*
      *    EM COMP PARA SEREM USADOS NA ARITMETICA DE DATAS DO SQL
       01 WRK-PARAMETROS.
           03 WRK-DIAS-REFERENCIA      PIC S9(04)      USAGE COMP.
           03 WRK-DIAS-ELEVACAO        PIC S9(04)      USAGE COMP.
           03 WRK-DIAS-INTERVALO       PIC S9(04)      USAGE COMP.
           03 WRK-IND-BLOQUEIO         PIC X(01)       VALUE 'N'.
      *----------------PROMOCAO EM ANALISE-----------------------------*
      *    A CHAVE VAI EM HIST-COD-*; O INICIO EM FORMATO SQL E O PRECO
      *    "DE" (REFERENCIA) VEM DA TABPRO_PROMO OU, PARA O ARQPMO, DO
      *    PRECO QUE O AC220014 GUARDARA NA ATIVACAO
       01 WRK-ANALISE.
           03 WRK-ANL-DT-INICIO        PIC 9(08).
           03 WRK-ANL-DT-INICIO-SQL    PIC X(10).
           03 WRK-ANL-PRECO-DE         PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-ANL-ORIGEM           PIC X(01).
               88 WRK-ORIGEM-TABPRO-PROMO              VALUE 'T'.
               88 WRK-ORIGEM-ARQPMO                    VALUE 'P'.
      *----------------OCORRENCIA A GRAVAR-----------------------------*
       01 WRK-OCORRENCIA.
           03 WRK-OCO-MOTIVO           PIC X(01).
               88 WRK-MOTIVO-NAO-PRATICADO             VALUE 'N'.
               88 WRK-MOTIVO-ELEVADO                   VALUE 'E'.
               88 WRK-MOTIVO-EMENDADA                  VALUE 'C'.
           03 WRK-OCO-ACAO             PIC X(01).
           03 WRK-OCO-PRECO-REF        PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-OCO-DIAS             PIC 9(03).
      *----------------PROMOCAO DO ARQPMO EM ANALISE-------------------*
       01 WRK-PROMO-ATUAL.
           03 WRK-PMO-GRUPO            PIC S9(1)       USAGE COMP-3.
      *----------------DATA DO SISTEMA---------------------------------*
       01 WRK-DATA-HORA-SISTEMA.
           03 WRK-DATA-ATUAL                PIC 9(08).
      *----------------STATUS DOS ARQUIVOS SEQUENCIAIS-----------------*
       01 WRK-STATUS-ARQUIVOS.
           03 WRK-STATUS-ARQPRM             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQPMO             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQEXP             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-RELCPL             PIC X(02)       VALUE '00'.
      *----------------REGISTROS DO ARQUIVO DE EXCECOES (ARQEXP)-------*
       01 WRK-ARQEXP-HEADER.
           03 FILLER                       PIC X(01) VALUE 'H'.
           03 EXP-HDR-DT-GERACAO           PIC 9(08).
           03 EXP-HDR-IND-BLOQUEIO         PIC X(01).
           03 FILLER                       PIC X(70) VALUE SPACES.
       01 WRK-ARQEXP-DETALHE.
           03 FILLER                       PIC X(01) VALUE 'D'.
           03 EXP-DET-COD-GRUPO            PIC 9(01).
           03 EXP-DET-COD-CATEGORIA        PIC 9(03).
           03 EXP-DET-COD-PRODUTO          PIC 9(09).
           03 EXP-DET-DT-INICIO            PIC 9(08).
           03 EXP-DET-PRECO-DE             PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
      *    N = "DE" NAO PRATICADO, E = ELEVADO POUCO ANTES DO INICIO,
      *    C = PROMOCAO EMENDADA EM OUTRA
           03 EXP-DET-MOTIVO               PIC X(01).
      *    T = LINHA DA TABPRO_PROMO, P = PROMOCAO AINDA NO ARQPMO
           03 EXP-DET-ORIGEM               PIC X(01).
      *    ACAO DO HISTORICO QUE ELEVOU O PRECO (MOTIVO E)
           03 EXP-DET-ACAO-HIST            PIC X(01).
      *    PRECO REALMENTE PRATICADO ANTES (MOTIVOS N/E)
           03 EXP-DET-PRECO-REF            PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
      *    DIAS A PRECO REGULAR DESDE A PROMOCAO ANTERIOR (MOTIVO C)
           03 EXP-DET-DIAS                 PIC 9(03).
           03 FILLER                       PIC X(30) VALUE SPACES.
       01 WRK-ARQEXP-TRAILER.
           03 FILLER                       PIC X(01) VALUE 'T'.
           03 EXP-TRL-QTD-DETALHES         PIC 9(09).
           03 EXP-TRL-HASH-PRECOS          PIC 9(13)V9(02).
           03 FILLER                       PIC X(55) VALUE SPACES.
      *----------------LINHAS DO RELATORIO (RELCPL)--------------------*
       01 WRK-RELCPL-LINHAS.
           03 WRK-LIN-ATUAL                 PIC 9(02)       VALUE 99.
           03 WRK-PAGINA-ATUAL              PIC 9(04)       VALUE ZEROS.
           03 WRK-MAX-LINHAS                PIC 9(02)       VALUE 50.
       01 WRK-RELCPL-CAB1.
           03 FILLER                        PIC X(01) VALUE '1'.
           03 FILLER                        PIC X(58) VALUE
           'AC220022 - CONFORMIDADE DO PRECO DE/POR DAS PROMOCOES'.
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 FILLER                        PIC X(08) VALUE 'PAGINA: '.
           03 WRK-CAB1-PAGINA               PIC ZZZ9.
           03 FILLER                        PIC X(57) VALUE SPACES.
       01 WRK-RELCPL-CAB2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(22) VALUE
               'DIAS DE REFERENCIA:   '.
           03 CAB2-DIAS-REFERENCIA          PIC ZZ9.
           03 FILLER                        PIC X(13) VALUE
               '   ELEVACAO: '.
           03 CAB2-DIAS-ELEVACAO            PIC ZZ9.
           03 FILLER                        PIC X(13) VALUE
               '   INTERVALO:'.
           03 CAB2-DIAS-INTERVALO           PIC ZZZ9.
           03 FILLER                        PIC X(14) VALUE
               '   BLOQUEIO: '.
           03 CAB2-IND-BLOQUEIO             PIC X(01).
           03 FILLER                        PIC X(58) VALUE SPACES.
       01 WRK-RELCPL-CAB3.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(04) VALUE 'GRP '.
           03 FILLER                        PIC X(05) VALUE 'CAT  '.
           03 FILLER                      PIC X(11) VALUE 'PRODUTO    '.
           03 FILLER                        PIC X(10) VALUE
               'INICIO    '.
           03 FILLER                        PIC X(12) VALUE
               'PRECO DE    '.
           03 FILLER                        PIC X(12) VALUE
               'PRATICADO   '.
           03 FILLER                        PIC X(08) VALUE 'ORIGEM  '.
           03 FILLER                       PIC X(30) VALUE 'OCORRENCIA'.
           03 FILLER                        PIC X(39) VALUE SPACES.
       01 WRK-RELCPL-DET.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DET-GRUPO                     PIC 9.
           03 FILLER                        PIC X(03) VALUE SPACES.
           03 DET-CATEGORIA                 PIC ZZ9.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-PRODUTO                   PIC ZZZZZZZZ9.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-DT-INICIO                 PIC 9(08).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-PRECO-DE                  PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-PRECO-REF                 PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-ORIGEM                    PIC X(06).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-OCORRENCIA                PIC X(50).
           03 FILLER                        PIC X(19) VALUE SPACES.
       01 WRK-RELCPL-TOT.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'LINHAS DE TABPRO_PROMO....: '.
           03 TOT-PROMO-TAB                 PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELCPL-TOT2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PRODUTOS DO ARQPMO........: '.
           03 TOT-PRODUTOS-PMO              PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELCPL-TOT3.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PROMOCOES IRREGULARES.....: '.
           03 TOT-IRREGULARES               PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELCPL-TOT4.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               '  "DE" NAO PRATICADO......: '.
           03 TOT-NAO-PRATICADO             PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELCPL-TOT5.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               '  "DE" ELEVADO ANTES......: '.
           03 TOT-ELEVADO                   PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELCPL-TOT6.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               '  PROMOCAO EMENDADA.......: '.
           03 TOT-EMENDADA                  PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELCPL-RES.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 RES-TEXTO                     PIC X(60).
           03 FILLER                        PIC X(71) VALUE SPACES.
      *----------------------------------------------------------------*
      *    TODAS AS PROMOCOES JA ATIVADAS (ATIVAS E ENCERRADAS)        *
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR01-PROMO CURSOR FOR
                SELECT PROMO_COD_GRUPO,
                       PROMO_COD_CATEGORIA,
                       PROMO_COD_PRODUTO,
                       PROMO_DT_INICIO,
                       PROMO_PRECO_ANTERIOR,
                       PROMO_STATUS
                FROM DB2ADMIN.TABPRO_PROMO
                ORDER BY PROMO_COD_GRUPO, PROMO_COD_CATEGORIA,
                         PROMO_COD_PRODUTO, PROMO_DT_INICIO
            END-EXEC.
      *----------------------------------------------------------------*
      *    PRODUTOS DO GRUPO DE UMA PROMOCAO DO ARQPMO                 *
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR02-TABPRO CURSOR FOR
                SELECT TABPRO_COD_GRUPO,
                       TABPRO_COD_CATEGORIA,
                       TABPRO_COD_PRODUTO,
                       TABPRO_PRECO
                FROM DB2ADMIN.TABPRO
                WHERE TABPRO_COD_GRUPO = :WRK-PMO-GRUPO
                ORDER BY TABPRO_COD_GRUPO, TABPRO_COD_CATEGORIA,
                         TABPRO_COD_PRODUTO
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
           PERFORM 2000-ANALISAR-PROMO-TAB THRU 2000-99-FIM
               UNTIL WRK-FIM-CURSOR
      *
           PERFORM 2500-ANALISAR-ARQPMO THRU 2500-99-FIM
               UNTIL WRK-FIM-ARQPMO
      *
           PERFORM 3000-TERMINAR       THRU 3000-99-FIM
           PERFORM 3300-FINALIZAR      THRU 3300-99-FIM.
      *
       000-99-PRINCIPAL-FIM            SECTION.
           EXIT.
      *-----------------------------------------------------------------
      * PARAMETROS, ABERTURA DOS ARQUIVOS, HEADER DO ARQEXP E CURSOR
      *-----------------------------------------------------------------
       1000-INICIALIZAR                SECTION.
           INITIALIZE WRK-VARIAVEIS-AUXILIARES
                      DCLTABPRO-REGISTRO
                      DCLTPHI-REGISTRO
                      DCLTPPRO-REGISTRO
      *
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
      *
           PERFORM 1010-CARREGAR-PARAMETROS THRU 1010-99-FIM
      *
           OPEN INPUT  ARQPMO-ARQ
           OPEN OUTPUT ARQEXP-ARQ
           OPEN OUTPUT RELCPL-ARQ
      *
           IF WRK-STATUS-ARQPMO NOT EQUAL '00' OR
              WRK-STATUS-ARQEXP NOT EQUAL '00' OR
              WRK-STATUS-RELCPL NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVOS: '
                        WRK-STATUS-ARQPMO ' ' WRK-STATUS-ARQEXP ' '
                        WRK-STATUS-RELCPL
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           MOVE WRK-DATA-ATUAL          TO EXP-HDR-DT-GERACAO
           MOVE WRK-IND-BLOQUEIO        TO EXP-HDR-IND-BLOQUEIO
           WRITE REG-ARQEXP FROM WRK-ARQEXP-HEADER
      *
           PERFORM 1041-CABECALHO-RELCPL THRU 1041-99-FIM
      *
           EXEC SQL
               OPEN CSR01-PROMO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA DO CURSOR ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           PERFORM 1200-LER-PROMO       THRU 1200-99-FIM
           PERFORM 1011-LER-REG-ARQPMO  THRU 1011-99-FIM.
      *
       1000-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * LEITURA E CRITICA DO CARTAO DE PARAMETROS
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
                   MOVE 'S' TO WRK-SW-FIM-ARQPRM
           END-READ
      *
           IF WRK-FIM-ARQPRM
               DISPLAY 'ARQPRM VAZIO - CARTAO DE PARAMETROS OBRIGATORIO'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           IF PRM-TXT-DIAS-REFERENCIA NOT NUMERIC OR
              PRM-DIAS-REFERENCIA EQUAL ZEROS
               DISPLAY 'DIAS DE REFERENCIA INVALIDOS NO ARQPRM: '
                        REG-ARQPRM (1:3)
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           MOVE PRM-DIAS-REFERENCIA    TO WRK-DIAS-REFERENCIA
      *
           IF PRM-TXT-DIAS-ELEVACAO NUMERIC AND
              PRM-DIAS-ELEVACAO GREATER ZEROS
               MOVE PRM-DIAS-ELEVACAO  TO WRK-DIAS-ELEVACAO
           ELSE
               MOVE PRM-DIAS-REFERENCIA TO WRK-DIAS-ELEVACAO
           END-IF
      *
           IF PRM-TXT-DIAS-INTERVALO NUMERIC
               MOVE PRM-DIAS-INTERVALO TO WRK-DIAS-INTERVALO
           ELSE
               MOVE ZEROS              TO WRK-DIAS-INTERVALO
           END-IF
      *
           IF PRM-IND-BLOQUEIO EQUAL 'S'
               MOVE 'S'                TO WRK-IND-BLOQUEIO
           ELSE
               MOVE 'N'                TO WRK-IND-BLOQUEIO
           END-IF
      *
           MOVE WRK-DIAS-REFERENCIA    TO CAB2-DIAS-REFERENCIA
           MOVE WRK-DIAS-ELEVACAO      TO CAB2-DIAS-ELEVACAO
           MOVE WRK-DIAS-INTERVALO     TO CAB2-DIAS-INTERVALO
           MOVE WRK-IND-BLOQUEIO       TO CAB2-IND-BLOQUEIO
      *
           CLOSE ARQPRM-ARQ.
      *
       1010-99-FIM.                    EXIT.
      *
       1011-LER-REG-ARQPMO              SECTION.
           READ ARQPMO-ARQ
               AT END
                   MOVE 'S' TO WRK-SW-FIM-ARQPMO
           END-READ.
      *
       1011-99-FIM.                    EXIT.
      *
       1041-CABECALHO-RELCPL             SECTION.
           ADD 1                 TO WRK-PAGINA-ATUAL
           MOVE WRK-PAGINA-ATUAL TO WRK-CAB1-PAGINA
           MOVE ZEROS            TO WRK-LIN-ATUAL
      *
           WRITE REG-RELCPL      FROM WRK-RELCPL-CAB1
           WRITE REG-RELCPL      FROM WRK-RELCPL-CAB2
           WRITE REG-RELCPL      FROM SPACES
           WRITE REG-RELCPL      FROM WRK-RELCPL-CAB3
           WRITE REG-RELCPL      FROM SPACES.
      *
       1041-99-FIM.                    EXIT.
      *
       1200-LER-PROMO                  SECTION.
           EXEC SQL
                FETCH  CSR01-PROMO
                INTO  :PROMO-COD-GRUPO
                ,     :PROMO-COD-CATEGORIA
                ,     :PROMO-COD-PRODUTO
                ,     :PROMO-DT-INICIO
                ,     :PROMO-PRECO-ANTERIOR
                ,     :PROMO-STATUS
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
      * PROMOCAO JA ATIVADA: O PRECO "DE" E O PRE-PROMOCAO GUARDADO
      * PELO AC220014 NA ATIVACAO
      *-----------------------------------------------------------------
       2000-ANALISAR-PROMO-TAB         SECTION.
           ADD 1                       TO WRK-ACU-PROMO-TAB
      *
           MOVE PROMO-COD-GRUPO        TO HIST-COD-GRUPO
           MOVE PROMO-COD-CATEGORIA    TO HIST-COD-CATEGORIA
           MOVE PROMO-COD-PRODUTO      TO HIST-COD-PRODUTO
           MOVE PROMO-DT-INICIO        TO WRK-ANL-DT-INICIO-SQL
           MOVE PROMO-DT-INICIO (1:4)  TO WRK-ANL-DT-INICIO (1:4)
           MOVE PROMO-DT-INICIO (6:2)  TO WRK-ANL-DT-INICIO (5:2)
           MOVE PROMO-DT-INICIO (9:2)  TO WRK-ANL-DT-INICIO (7:2)
           MOVE PROMO-PRECO-ANTERIOR   TO WRK-ANL-PRECO-DE
           MOVE 'T'                    TO WRK-ANL-ORIGEM
      *
           PERFORM 2100-VERIFICAR-PROMOCAO THRU 2100-99-FIM
      *
           PERFORM 1200-LER-PROMO      THRU 1200-99-FIM.
      *
       2000-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * AS TRES CONFERENCIAS DE UMA PROMOCAO; CADA UMA QUE FALHA GERA
      * SUA PROPRIA OCORRENCIA, E A PROMOCAO CONTA UMA VEZ COMO
      * IRREGULAR
      *-----------------------------------------------------------------
       2100-VERIFICAR-PROMOCAO         SECTION.
           MOVE 'N'                    TO WRK-SW-IRREGULAR
      *
           PERFORM 2110-VERIFICAR-PRATICADO THRU 2110-99-FIM
           PERFORM 2120-VERIFICAR-ELEVACAO  THRU 2120-99-FIM
      *
           IF WRK-DIAS-INTERVALO GREATER ZEROS
               PERFORM 2130-VERIFICAR-INTERVALO THRU 2130-99-FIM
           END-IF
      *
           IF WRK-PROMOCAO-IRREGULAR
               ADD 1 TO WRK-ACU-IRREGULARES
           END-IF.
      *
       2100-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * "DE" PRATICADO: NENHUM EVENTO NOS N DIAS ANTES DO INICIO PODE
      * TER DEIXADO O PRODUTO EM OUTRO PRECO (OU TE-LO CARREGADO OU
      * EXCLUIDO), E O ULTIMO PRECO ANTES DA JANELA TEM QUE SER O "DE".
      * OS EVENTOS N/X GUARDAM LIMITES DE FAIXA, NAO PRECO DE VENDA
      *-----------------------------------------------------------------
       2110-VERIFICAR-PRATICADO        SECTION.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-EVENTOS
                 FROM DB2ADMIN.TABPRO_HIST
                WHERE HIST_COD_GRUPO     = :HIST-COD-GRUPO
                  AND HIST_COD_CATEGORIA = :HIST-COD-CATEGORIA
                  AND HIST_COD_PRODUTO   = :HIST-COD-PRODUTO
                  AND DATE(HIST_DT_HORA) >=
                      DATE(:WRK-ANL-DT-INICIO-SQL) -
                      :WRK-DIAS-REFERENCIA DAYS
                  AND DATE(HIST_DT_HORA) <
                      DATE(:WRK-ANL-DT-INICIO-SQL)
                  AND HIST_ACAO NOT IN ('N', 'X')
                  AND (HIST_PRECO_NOVO <> :WRK-ANL-PRECO-DE OR
                       HIST_ACAO IN ('I', 'D'))
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO DE CONSULTA A TABPRO_HIST: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           IF WRK-QTD-EVENTOS GREATER ZEROS
               MOVE 'N'                TO WRK-OCO-MOTIVO
               MOVE SPACE              TO WRK-OCO-ACAO
               MOVE ZEROS              TO WRK-OCO-PRECO-REF
                                          WRK-OCO-DIAS
               PERFORM 2800-GRAVAR-EXCECAO THRU 2800-99-FIM
               GO TO 2110-99-FIM
           END-IF
      *
           EXEC SQL
               SELECT HIST_PRECO_NOVO
                 INTO :HIST-PRECO-NOVO
                 FROM DB2ADMIN.TABPRO_HIST
                WHERE HIST_COD_GRUPO     = :HIST-COD-GRUPO
                  AND HIST_COD_CATEGORIA = :HIST-COD-CATEGORIA
                  AND HIST_COD_PRODUTO   = :HIST-COD-PRODUTO
                  AND DATE(HIST_DT_HORA) <
                      DATE(:WRK-ANL-DT-INICIO-SQL) -
                      :WRK-DIAS-REFERENCIA DAYS
                  AND HIST_ACAO NOT IN ('N', 'X')
                ORDER BY HIST_DT_HORA DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
      *    SEM EVENTO ANTERIOR A JANELA O PRECO VEM DE ANTES DO
      *    HISTORICO E NAO HA COMO DESMENTI-LO
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   IF HIST-PRECO-NOVO NOT EQUAL WRK-ANL-PRECO-DE
                       MOVE 'N'             TO WRK-OCO-MOTIVO
                       MOVE SPACE           TO WRK-OCO-ACAO
                       MOVE HIST-PRECO-NOVO TO WRK-OCO-PRECO-REF
                       MOVE ZEROS           TO WRK-OCO-DIAS
                       PERFORM 2800-GRAVAR-EXCECAO THRU 2800-99-FIM
                   END-IF
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO DE CONSULTA A TABPRO_HIST: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-EVALUATE.
      *
       2110-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * "DE" ELEVADO POUCO ANTES DO INICIO: AUMENTO FEITO PELO
      * AC220002/AC220017 (EVENTOS A/E) OU PELA CORRECAO ONLINE DO
      * AC2A (EVENTO M) DENTRO DA JANELA DE ELEVACAO. O ULTIMO AUMENTO
      * E O QUE SE REPORTA, COM O PRECO DE ANTES DELE
      *-----------------------------------------------------------------
       2120-VERIFICAR-ELEVACAO         SECTION.
           EXEC SQL
               SELECT HIST_ACAO,
                      HIST_PRECO_ANT
                 INTO :HIST-ACAO,
                      :HIST-PRECO-ANT
                 FROM DB2ADMIN.TABPRO_HIST
                WHERE HIST_COD_GRUPO     = :HIST-COD-GRUPO
                  AND HIST_COD_CATEGORIA = :HIST-COD-CATEGORIA
                  AND HIST_COD_PRODUTO   = :HIST-COD-PRODUTO
                  AND DATE(HIST_DT_HORA) >=
                      DATE(:WRK-ANL-DT-INICIO-SQL) -
                      :WRK-DIAS-ELEVACAO DAYS
                  AND DATE(HIST_DT_HORA) <
                      DATE(:WRK-ANL-DT-INICIO-SQL)
                  AND HIST_ACAO IN ('A', 'E', 'M')
                  AND HIST_PRECO_NOVO > HIST_PRECO_ANT
                ORDER BY HIST_DT_HORA DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   MOVE 'E'             TO WRK-OCO-MOTIVO
                   MOVE HIST-ACAO       TO WRK-OCO-ACAO
                   MOVE HIST-PRECO-ANT  TO WRK-OCO-PRECO-REF
                   MOVE ZEROS           TO WRK-OCO-DIAS
                   PERFORM 2800-GRAVAR-EXCECAO THRU 2800-99-FIM
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO DE CONSULTA A TABPRO_HIST: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-EVALUATE.
      *
       2120-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PROMOCAO EMENDADA: DIAS A PRECO REGULAR ENTRE O FIM DA ULTIMA
      * PROMOCAO DO PRODUTO ANTERIOR A ESTA E O INICIO DESTA
      *-----------------------------------------------------------------
       2130-VERIFICAR-INTERVALO        SECTION.
           EXEC SQL
               SELECT DAYS(DATE(:WRK-ANL-DT-INICIO-SQL)) -
                      DAYS(MAX(PROMO_DT_FIM)) - 1
                 INTO :WRK-DIAS-REGULARES :WRK-IND-DIAS-REGULARES
                 FROM DB2ADMIN.TABPRO_PROMO
                WHERE PROMO_COD_GRUPO     = :HIST-COD-GRUPO
                  AND PROMO_COD_CATEGORIA = :HIST-COD-CATEGORIA
                  AND PROMO_COD_PRODUTO   = :HIST-COD-PRODUTO
                  AND PROMO_DT_FIM < DATE(:WRK-ANL-DT-INICIO-SQL)
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO DE CONSULTA A TABPRO_PROMO: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
      *    INDICADOR NEGATIVO: NENHUMA PROMOCAO ANTERIOR
           IF WRK-IND-DIAS-REGULARES LESS ZEROS
               GO TO 2130-99-FIM
           END-IF
      *
           IF WRK-DIAS-REGULARES LESS WRK-DIAS-INTERVALO
               MOVE 'C'                TO WRK-OCO-MOTIVO
               MOVE SPACE              TO WRK-OCO-ACAO
               MOVE ZEROS              TO WRK-OCO-PRECO-REF
               MOVE WRK-DIAS-REGULARES TO WRK-OCO-DIAS
               PERFORM 2800-GRAVAR-EXCECAO THRU 2800-99-FIM
           END-IF.
      *
       2130-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PROMOCAO DO ARQPMO AINDA EM VIGOR OU FUTURA: CADA PRODUTO DO
      * GRUPO AINDA NAO ATIVADO E CONFERIDO COM O PRECO QUE O AC220014
      * GUARDARIA COMO "DE", PARA O COMERCIAL CORRIGIR ANTES DO INICIO
      *-----------------------------------------------------------------
       2500-ANALISAR-ARQPMO            SECTION.
           IF PMO-TXT-GRUPO NOT NUMERIC OR
              PMO-TXT-DT-INICIO NOT NUMERIC OR
              PMO-TXT-DT-FIM NOT NUMERIC
               DISPLAY 'REGISTRO DE ARQPMO INVALIDO IGNORADO: '
                        REG-ARQPMO (1:23)
               GO TO 2500-98-LER
           END-IF
      *
           IF PMO-DT-FIM LESS WRK-DATA-ATUAL OR
              PMO-DT-FIM LESS PMO-DT-INICIO
               GO TO 2500-98-LER
           END-IF
      *
           ADD 1                       TO WRK-ACU-PROMO-PMO
           MOVE PMO-COD-GRUPO          TO WRK-PMO-GRUPO
           MOVE PMO-DT-INICIO          TO WRK-ANL-DT-INICIO
           MOVE PMO-TXT-DT-INICIO (1:4) TO WRK-ANL-DT-INICIO-SQL (1:4)
           MOVE '-'                     TO WRK-ANL-DT-INICIO-SQL (5:1)
           MOVE PMO-TXT-DT-INICIO (5:2) TO WRK-ANL-DT-INICIO-SQL (6:2)
           MOVE '-'                     TO WRK-ANL-DT-INICIO-SQL (8:1)
           MOVE PMO-TXT-DT-INICIO (7:2) TO WRK-ANL-DT-INICIO-SQL (9:2)
           MOVE 'P'                    TO WRK-ANL-ORIGEM
      *
           EXEC SQL
               OPEN CSR02-TABPRO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA DO CURSOR 2 ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           MOVE 'N' TO WRK-SW-FIM-CSR-GRUPO
           PERFORM 2510-LER-PRODUTO    THRU 2510-99-FIM
           PERFORM 2520-ANALISAR-PRODUTO THRU 2520-99-FIM
               UNTIL WRK-FIM-CSR-GRUPO
      *
           EXEC SQL
               CLOSE CSR02-TABPRO
           END-EXEC.
      *
       2500-98-LER.
           PERFORM 1011-LER-REG-ARQPMO THRU 1011-99-FIM.
      *
       2500-99-FIM.                    EXIT.
      *
       2510-LER-PRODUTO                SECTION.
           EXEC SQL
                FETCH  CSR02-TABPRO
                INTO  :TABPRO-COD-GRUPO
                ,     :TABPRO-COD-CATEGORIA
                ,     :TABPRO-COD-PRODUTO
                ,     :TABPRO-PRECO
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
              MOVE 'S'                 TO WRK-SW-FIM-CSR-GRUPO
           END-IF.
      *
       2510-99-FIM.                    EXIT.
      *
       2520-ANALISAR-PRODUTO           SECTION.
           MOVE TABPRO-COD-GRUPO       TO HIST-COD-GRUPO
                                          PROMO-COD-GRUPO
           MOVE TABPRO-COD-CATEGORIA   TO HIST-COD-CATEGORIA
                                          PROMO-COD-CATEGORIA
           MOVE TABPRO-COD-PRODUTO     TO HIST-COD-PRODUTO
                                          PROMO-COD-PRODUTO
      *
      *    PRODUTO JA ATIVADO NESTA PROMOCAO FOI CONFERIDO PELA SUA
      *    LINHA DA TABPRO_PROMO
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-PROMO
                 FROM DB2ADMIN.TABPRO_PROMO
                WHERE PROMO_COD_GRUPO     = :PROMO-COD-GRUPO
                  AND PROMO_COD_CATEGORIA = :PROMO-COD-CATEGORIA
                  AND PROMO_COD_PRODUTO   = :PROMO-COD-PRODUTO
                  AND PROMO_DT_INICIO = DATE(:WRK-ANL-DT-INICIO-SQL)
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO DE CONSULTA A TABPRO_PROMO: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           IF WRK-QTD-PROMO GREATER ZEROS
               GO TO 2520-98-LER
           END-IF
      *
      *    COM OUTRA PROMOCAO ATIVA, O "DE" DA NOVA SERA O PRECO QUE
      *    A VOLTA AUTOMATICA RESTAURAR, NAO O PROMOCIONAL DE HOJE
           MOVE TABPRO-PRECO           TO WRK-ANL-PRECO-DE
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
                   MOVE PROMO-PRECO-ANTERIOR TO WRK-ANL-PRECO-DE
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO DE CONSULTA A TABPRO_PROMO: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-EVALUATE
      *
           ADD 1                       TO WRK-ACU-PRODUTOS-PMO
           PERFORM 2100-VERIFICAR-PROMOCAO THRU 2100-99-FIM.
      *
       2520-98-LER.
           PERFORM 2510-LER-PRODUTO    THRU 2510-99-FIM.
      *
       2520-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * GRAVACAO DA OCORRENCIA NO ARQEXP E NO RELATORIO
      *-----------------------------------------------------------------
       2800-GRAVAR-EXCECAO             SECTION.
           MOVE 'S'                    TO WRK-SW-IRREGULAR
      *
           MOVE HIST-COD-GRUPO         TO EXP-DET-COD-GRUPO
           MOVE HIST-COD-CATEGORIA     TO EXP-DET-COD-CATEGORIA
           MOVE HIST-COD-PRODUTO       TO EXP-DET-COD-PRODUTO
           MOVE WRK-ANL-DT-INICIO      TO EXP-DET-DT-INICIO
           MOVE WRK-ANL-PRECO-DE       TO EXP-DET-PRECO-DE
           MOVE WRK-OCO-MOTIVO         TO EXP-DET-MOTIVO
           MOVE WRK-ANL-ORIGEM         TO EXP-DET-ORIGEM
           MOVE WRK-OCO-ACAO           TO EXP-DET-ACAO-HIST
           MOVE WRK-OCO-PRECO-REF      TO EXP-DET-PRECO-REF
           MOVE WRK-OCO-DIAS           TO EXP-DET-DIAS
           WRITE REG-ARQEXP FROM WRK-ARQEXP-DETALHE
      *
           ADD 1                       TO WRK-ACU-EXCECOES
           ADD WRK-ANL-PRECO-DE        TO WRK-HASH-EXCECOES
      *
           MOVE HIST-COD-GRUPO         TO DET-GRUPO
           MOVE HIST-COD-CATEGORIA     TO DET-CATEGORIA
           MOVE HIST-COD-PRODUTO       TO DET-PRODUTO
           MOVE WRK-ANL-DT-INICIO      TO DET-DT-INICIO
           MOVE WRK-ANL-PRECO-DE       TO DET-PRECO-DE
           MOVE WRK-OCO-PRECO-REF      TO DET-PRECO-REF
      *
           IF WRK-ORIGEM-TABPRO-PROMO
               MOVE 'PROMO'            TO DET-ORIGEM
           ELSE
               MOVE 'ARQPMO'           TO DET-ORIGEM
           END-IF
      *
           MOVE SPACES                 TO DET-OCORRENCIA
           EVALUATE TRUE
               WHEN WRK-MOTIVO-NAO-PRATICADO
                   ADD 1 TO WRK-ACU-NAO-PRATICADO
                   MOVE '"DE" NAO PRATICADO NOS DIAS DE REFERENCIA'
                     TO DET-OCORRENCIA
               WHEN WRK-MOTIVO-ELEVADO
                   ADD 1 TO WRK-ACU-ELEVADO
                   IF WRK-OCO-ACAO EQUAL 'M'
                       MOVE '"DE" ELEVADO ANTES - CORRECAO AC2A'
                         TO DET-OCORRENCIA
                   ELSE
                       MOVE '"DE" ELEVADO ANTES - AC220002/AC220017'
                         TO DET-OCORRENCIA
                   END-IF
               WHEN WRK-MOTIVO-EMENDADA
                   ADD 1 TO WRK-ACU-EMENDADA
                   MOVE WRK-OCO-DIAS   TO WRK-MASC-DIAS
                   STRING 'PROMOCAO EMENDADA - DIAS A PRECO REGULAR:'
                          WRK-MASC-DIAS
                          DELIMITED BY SIZE
                          INTO DET-OCORRENCIA
           END-EVALUATE
      *
           PERFORM 2840-ESCREVER-LINHA-RELCPL THRU 2840-99-FIM.
      *
       2800-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CONTROLE DE QUEBRA DE PAGINA DO RELATORIO RELCPL
      *-----------------------------------------------------------------
       2840-ESCREVER-LINHA-RELCPL       SECTION.
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELCPL THRU 1041-99-FIM
           END-IF
      *
           WRITE REG-RELCPL FROM WRK-RELCPL-DET
           ADD 1 TO WRK-LIN-ATUAL.
      *
       2840-99-FIM.                    EXIT.
      *
      **----------------------------------------------------------------
      * EXECUTANDO TRATAMENTOS FINAIS.
      *-----------------------------------------------------------------
       3000-TERMINAR.
           EXEC SQL
              CLOSE CSR01-PROMO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE CLOSE: ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR
           END-IF
      *
           MOVE WRK-ACU-EXCECOES        TO EXP-TRL-QTD-DETALHES
           MOVE WRK-HASH-EXCECOES       TO EXP-TRL-HASH-PRECOS
           WRITE REG-ARQEXP FROM WRK-ARQEXP-TRAILER
      *
           MOVE WRK-ACU-PROMO-TAB      TO WRK-MASC-PROMO-TAB
           MOVE WRK-ACU-PRODUTOS-PMO   TO WRK-MASC-PRODUTOS-PMO
           MOVE WRK-ACU-IRREGULARES    TO WRK-MASC-IRREGULARES
           MOVE WRK-ACU-NAO-PRATICADO  TO WRK-MASC-NAO-PRATICADO
           MOVE WRK-ACU-ELEVADO        TO WRK-MASC-ELEVADO
           MOVE WRK-ACU-EMENDADA       TO WRK-MASC-EMENDADA
      *
           DISPLAY 'LINHAS DE TABPRO_PROMO....: 'WRK-MASC-PROMO-TAB
           DISPLAY 'PRODUTOS DO ARQPMO........: 'WRK-MASC-PRODUTOS-PMO
           DISPLAY 'PROMOCOES IRREGULARES.....: 'WRK-MASC-IRREGULARES
           DISPLAY '  "DE" NAO PRATICADO......: 'WRK-MASC-NAO-PRATICADO
           DISPLAY '  "DE" ELEVADO ANTES......: 'WRK-MASC-ELEVADO
           DISPLAY '  PROMOCAO EMENDADA.......: 'WRK-MASC-EMENDADA
      *
           MOVE WRK-ACU-PROMO-TAB      TO TOT-PROMO-TAB
           MOVE WRK-ACU-PRODUTOS-PMO   TO TOT-PRODUTOS-PMO
           MOVE WRK-ACU-IRREGULARES    TO TOT-IRREGULARES
           MOVE WRK-ACU-NAO-PRATICADO  TO TOT-NAO-PRATICADO
           MOVE WRK-ACU-ELEVADO        TO TOT-ELEVADO
           MOVE WRK-ACU-EMENDADA       TO TOT-EMENDADA
      *
           WRITE REG-RELCPL FROM SPACES
           WRITE REG-RELCPL FROM WRK-RELCPL-TOT
           WRITE REG-RELCPL FROM WRK-RELCPL-TOT2
           WRITE REG-RELCPL FROM WRK-RELCPL-TOT3
           WRITE REG-RELCPL FROM WRK-RELCPL-TOT4
           WRITE REG-RELCPL FROM WRK-RELCPL-TOT5
           WRITE REG-RELCPL FROM WRK-RELCPL-TOT6
           WRITE REG-RELCPL FROM SPACES
      *
           IF WRK-ACU-IRREGULARES GREATER ZEROS
               MOVE 'RESULTADO: HA PROMOCOES COM PRECO "DE" IRREGULAR'
                 TO RES-TEXTO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'RESULTADO: NENHUMA PROMOCAO IRREGULAR'
                 TO RES-TEXTO
               MOVE ZEROS TO RETURN-CODE
           END-IF
      *
           WRITE REG-RELCPL FROM WRK-RELCPL-RES
      *
           CLOSE ARQPMO-ARQ
           CLOSE ARQEXP-ARQ
           CLOSE RELCPL-ARQ.
      *
       3000-99-FIM.                    EXIT.
      *
       3300-FINALIZAR.
      *
           GOBACK.
       3300-99-FIM.                    EXIT.
      *
