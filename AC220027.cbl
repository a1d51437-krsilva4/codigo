      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.    AC220027.
       AUTHOR.  ACCENTURE BRDC RECIFE.
      *================================================================*
      *                      A C C E N T U R E                         *
      *================================================================*
      *    PROGRAMA......: AC220027.                                   *
      *    PROGRAMADOR...: ACCENTURE BRDC RECIFE                       *
      *    ANALISTA......: ACCENTURE BRDC                              *
      *    DATA..........: 15/10/2026                                  *
      *----------------------------------------------------------------*
      *    OBJETIVO......: LIQUIDACAO DE PRODUTOS DESCONTINUADOS EM    *
      *                    ETAPAS (RUN NOTURNO): (1) LE O ARQLQD COM A *
      *                    CADENCIA POR PRODUTO (I = CADASTRA, C =     *
      *                    CANCELA) E MANTEM A TABPRO_LIQUID; (2) A    *
      *                    CADA NOITE APLICA O PASSO VENCIDO DE CADA   *
      *                    PRODUTO EM LIQUIDACAO - PERCENTUAL          *
      *                    ACUMULADO SOBRE O PRECO ORIGINAL, IGNORANDO *
      *                    O TABPRO_PRECO_MIN MAS PARANDO NO CUSTO -   *
      *                    COM EVENTO L EM TABPRO_HIST E DETALHE NO    *
      *                    ARQINT; NA DATA FIM ARQUIVA O PRODUTO EM    *
      *                    TABPRO_EXCLUIDOS E O EXCLUI DA TABPRO       *
      *                    (EVENTO D, COMO O 2100 DO AC220002); (3)    *
      *                    LISTA NO RELLQD OS PRODUTOS EM LIQUIDACAO   *
      *                    COM O PASSO ATUAL, OS DIAS RESTANTES E A    *
      *                    REMARCACAO JA APLICADA. O PRODUTO FICA      *
      *                    PROTEGIDO DOS RUNS PERCENTUAIS DO AC220002  *
      *                    E DAS PROMOCOES DO AC220014 DESDE O         *
      *                    CADASTRO ATE O ARQUIVAMENTO/CANCELAMENTO.   *
      *----------------------------------------------------------------*
      *    ARQUIVOS         I/O LRECL  DESCRICAO                       *
      *    TABELA TABPRO    I/O  071    DB2ADMIN.TABPRO                *
      *    TABELA TABPRO_HIST OUT N/A   DB2ADMIN.TABPRO_HIST           *
      *    TABELA TABPRO_LIQUID I/O N/A DB2ADMIN.TABPRO_LIQUID         *
      *    TABELA TABPRO_EXCLUIDOS OUT  DB2ADMIN.TABPRO_EXCLUIDOS      *
      *    TABELA TABPRO_PROMO IN  N/A  DB2ADMIN.TABPRO_PROMO          *
      *    TABELA TABPRO_CONGEL IN N/A  DB2ADMIN.TABPRO_CONGEL         *
      *    ARQLQD           IN   080    CADENCIAS DE LIQUIDACAO POR    *
      *                                PRODUTO                         *
      *    ARQINT           OUT  080    INTERFACE DE ALTERACOES PARA   *
      *                                OS SISTEMAS DE LOJA/PDV         *
      *    RELLQD           OUT  132    LISTAGEM DAS TRANSACOES, DOS   *
      *                                PASSOS DA NOITE E DOS PRODUTOS  *
      *                                EM LIQUIDACAO                   *
      *----------------------------------------------------------------*
      *    RETURN-CODE.....: 0 = PROCESSADO SEM REJEITOS               *
      *                      4 = HOUVE TRANSACOES REJEITADAS, PASSOS   *
      *                          ADIADOS POR CONGELAMENTO OU FALHAS    *
      *                          NO PROCESSAMENTO DA NOITE             *
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
           SELECT ARQLQD-ARQ         ASSIGN TO ARQLQD
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQLQD.
      *
           SELECT ARQINT-ARQ         ASSIGN TO ARQINT
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQINT.
      *
           SELECT RELLQD-ARQ         ASSIGN TO RELLQD
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-RELLQD.
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      * CADENCIAS DE LIQUIDACAO POR PRODUTO (MANTIDO PELO COMERCIAL)   *
      *----------------------------------------------------------------*
       FD  ARQLQD-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQLQD                      PIC X(080).
      *----------------LAYOUT DO REGISTRO DO ARQLQD--------------------*
      *    TIPO I: INICIO (AAAAMMDD, NAO PASSADO), DURACAO EM DIAS ATE
      *            O ARQUIVAMENTO E DE 1 A 5 PASSOS, CADA UM COM O DIA
      *            CONTADO A PARTIR DO INICIO (0 = NO PROPRIO INICIO) E
      *            O PERCENTUAL ACUMULADO DE DESCONTO SOBRE O PRECO
      *            ORIGINAL; DIAS E PERCENTUAIS CRESCENTES E TODOS OS
      *            PASSOS ANTES DO FIM
      *    TIPO C: SO A CHAVE DO PRODUTO
       01 REG-LQD-DADOS REDEFINES REG-ARQLQD.
           03 LQD-TIPO-TRANSACAO       PIC X(01).
               88 LQD-TRANSACAO-INCLUSAO                VALUE 'I'.
               88 LQD-TRANSACAO-CANCELAMENTO            VALUE 'C'.
           03 LQD-COD-GRUPO            PIC 9(01).
           03 LQD-COD-CATEGORIA        PIC 9(03).
           03 LQD-COD-PRODUTO          PIC 9(09).
           03 LQD-DT-INICIO            PIC 9(08).
           03 LQD-DIAS-DURACAO         PIC 9(03).
           03 LQD-QTD-PASSOS           PIC 9(01).
           03 LQD-PASSO                OCCURS 5 TIMES.
               05 LQD-PASSO-DIA            PIC 9(03).
               05 LQD-PASSO-PERC           PIC 9(02)V9(02).
           03 FILLER                   PIC X(19).
      *----------------VISAO TEXTO PARA TESTES DE CLASSE---------------*
       01 REG-LQD-TEXTO REDEFINES REG-ARQLQD.
           03 LQD-TXT-TIPO             PIC X(01).
           03 LQD-TXT-CHAVE            PIC X(13).
           03 LQD-TXT-DT-INICIO        PIC X(08).
           03 LQD-TXT-DURACAO          PIC X(03).
           03 LQD-TXT-QTD-PASSOS       PIC X(01).
           03 LQD-TXT-PASSO            OCCURS 5 TIMES.
               05 LQD-TXT-PASSO-DIA        PIC X(03).
               05 LQD-TXT-PASSO-PERC       PIC X(04).
           03 FILLER                   PIC X(19).
      *----------------------------------------------------------------*
      * INTERFACE DE ALTERACOES EFETIVADAS PARA OS SISTEMAS DE LOJA    *
      *----------------------------------------------------------------*
       FD  ARQINT-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQINT                       PIC X(080).
      *----------------------------------------------------------------*
      * LISTAGEM DA LIQUIDACAO                                         *
      *----------------------------------------------------------------*
       FD  RELLQD-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELLQD                        PIC X(132).
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
      *--------LIQUIDACAO DE PRODUTOS (DB2ADMIN.TABPRO_LIQUID)---------*
           EXEC SQL
             INCLUDE DCLTPLQ
           END-EXEC.
      *--------LAYOUT DE PRODUTOS EXCLUIDOS (DB2ADMIN.TABPRO_EXCLUIDOS)*
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
           03 WRK-ACU-CADASTRADOS      PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-CANCELADOS       PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-REJEITADOS       PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-REMARCADOS       PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-SEM-REMARCACAO   PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-ADIADOS          PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-ARQUIVADOS       PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-FALHAS           PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-EM-LIQUIDACAO    PIC 9(07)       VALUE ZEROS.
           03 WRK-CONT-COMMIT          PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-INTERFACE        PIC 9(09)       VALUE ZEROS.
           03 WRK-HASH-INTERFACE       PIC 9(13)V9(2)  USAGE COMP-3
                                        VALUE ZEROS.
           03 WRK-QTD-EXISTENTES       PIC S9(09)      USAGE COMP.
      *---------VARIAVEIS PARA MASCARAS DE CONTADORES------------------*
       01 WRK-VARIAVEIS-PARA-MASCARA.
           03 WRK-MASC-LIDOS           PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-CADASTRADOS     PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-CANCELADOS      PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-REJEITADOS      PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-REMARCADOS      PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-SEM-REMARCACAO  PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-ADIADOS         PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-ARQUIVADOS      PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-FALHAS          PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-EM-LIQUIDACAO   PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-PERC            PIC ZZ9,99.
           03 WRK-MASC-PASSO           PIC 9(01).
           03 WRK-MASC-DIAS            PIC ZZ9.
      *----------------INTERVALO FIXO DE COMMIT------------------------*
       77 WRK-QTD-COMMIT               PIC 9(05)       VALUE 100.
       01 WRK-SWITCHES-01.
           03 WRK-SW-FIM-ARQLQD        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-ARQLQD                       VALUE 'S'.
           03 WRK-SW-FIM-CURSOR        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-CURSOR                       VALUE 'S'.
           03 WRK-SW-REG-REJEITADO     PIC X(01)       VALUE 'N'.
               88 WRK-REG-REJEITADO                    VALUE 'S'.
           03 WRK-SW-DATA-VALIDA       PIC X(01)       VALUE 'N'.
               88 WRK-DATA-VALIDA                      VALUE 'S'.
           03 WRK-SW-PISO-CUSTO        PIC X(01)       VALUE 'N'.
               88 WRK-PISO-CUSTO                       VALUE 'S'.
      *----------------TRANSACAO EM TRATAMENTO-------------------------*
      *    INICIO NO FORMATO DO DB2 (AAAA-MM-DD), DURACAO PARA A DATA
      *    DO ARQUIVAMENTO E USUARIO DO JOB (REGISTRO USER DO DB2),
      *    GRAVADO COMO SOLICITANTE DA LIQUIDACAO
       01 WRK-TRANSACAO.
           03 WRK-DT-INICIO-SQL        PIC X(10).
           03 WRK-DIAS-DURACAO         PIC S9(09)      USAGE COMP.
           03 WRK-USUARIO              PIC X(08).
           03 WRK-SQLCODE-ERRO         PIC S9(09)      USAGE COMP.
      *----------------CADENCIA DO PRODUTO EM TRATAMENTO---------------*
      *    OS 5 PASSOS DA TABPRO_LIQUID (OU DO ARQLQD) EM TABELA, OS
      *    DIAS DECORRIDOS DESDE O INICIO E O PASSO VENCIDO HOJE
       01 WRK-CADENCIA.
           03 WRK-PASSO-OCORRENCIA     OCCURS 5 TIMES.
               05 WRK-PASSO-DIA            PIC S9(3)       USAGE COMP-3.
               05 WRK-PASSO-PERC           PIC S9(3)V9(2)  USAGE COMP-3.
           03 WRK-SUB-PASSO            PIC S9(04)      USAGE COMP.
           03 WRK-SUB-ANTERIOR         PIC S9(04)      USAGE COMP.
           03 WRK-PASSO-DEVIDO         PIC S9(04)      USAGE COMP.
           03 WRK-DIAS-DECORRIDOS      PIC S9(09)      USAGE COMP.
           03 WRK-DIAS-RESTANTES       PIC S9(09)      USAGE COMP.
           03 WRK-DIAS-PROX-PASSO      PIC S9(09)      USAGE COMP.
           03 WRK-PRECO-ANTERIOR       PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-PRECO-PASSO          PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-REMARCACAO           PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-PERC-REMARCACAO      PIC S9(3)V9(2)  USAGE COMP-3.
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
           03 WRK-STATUS-ARQLQD             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQINT             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-RELLQD             PIC X(02)       VALUE '00'.
      *----------------REGISTROS DO ARQUIVO DE INTERFACE (ARQINT)------*
      *    MESMO LAYOUT DO AC220002: AS LOJAS E O AC220012 RECEBEM OS
      *    PASSOS (ACAO L) E OS ARQUIVAMENTOS (ACAO D) PELO MESMO
      *    CIRCUITO DOS DEMAIS DELTAS DE PRECO
       01 WRK-ARQINT-HEADER.
           03 FILLER                       PIC X(01) VALUE 'H'.
           03 INT-HDR-DT-EXECUCAO          PIC 9(08).
           03 INT-HDR-IND-VIGENCIA         PIC X(01).
           03 INT-HDR-IND-SIMULACAO        PIC X(01).
           03 FILLER                       PIC X(69) VALUE SPACES.
       01 WRK-ARQINT-DETALHE.
           03 FILLER                       PIC X(01) VALUE 'D'.
           03 INT-DET-COD-GRUPO            PIC 9(01).
           03 INT-DET-COD-CATEGORIA        PIC 9(03).
           03 INT-DET-COD-PRODUTO          PIC 9(09).
           03 INT-DET-PRECO-ANT            PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
           03 INT-DET-PRECO-NOVO           PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
           03 INT-DET-ACAO                 PIC X(01).
           03 INT-DET-DT-EFETIVACAO        PIC 9(08).
           03 FILLER                       PIC X(35) VALUE SPACES.
       01 WRK-ARQINT-TRAILER.
           03 FILLER                       PIC X(01) VALUE 'T'.
           03 INT-TRL-QTD-DETALHES         PIC 9(09).
           03 INT-TRL-HASH-PRECOS          PIC 9(13)V9(02).
           03 FILLER                       PIC X(55) VALUE SPACES.
      *----------------LINHAS DA LISTAGEM (RELLQD)---------------------*
       01 WRK-RELLQD-LINHAS.
           03 WRK-LIN-ATUAL                 PIC 9(02)       VALUE 99.
           03 WRK-PAGINA-ATUAL              PIC 9(04)       VALUE ZEROS.
           03 WRK-MAX-LINHAS                PIC 9(02)       VALUE 50.
       01 WRK-RELLQD-CAB1.
           03 FILLER                        PIC X(01) VALUE '1'.
           03 FILLER                        PIC X(58) VALUE
           'AC220027 - LIQUIDACAO DE PRODUTOS DESCONTINUADOS'.
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 FILLER                        PIC X(08) VALUE 'PAGINA: '.
           03 WRK-CAB1-PAGINA               PIC ZZZ9.
           03 FILLER                        PIC X(57) VALUE SPACES.
       01 WRK-RELLQD-CAB2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(10) VALUE 'DATA: '.
           03 CAB2-DATA                     PIC X(10).
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 FILLER                        PIC X(10) VALUE 'USUARIO: '.
           03 CAB2-USUARIO                  PIC X(08).
           03 FILLER                        PIC X(89) VALUE SPACES.
       01 WRK-RELLQD-SECAO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 SEC-NUMERO                    PIC X(01).
           03 FILLER                        PIC X(03) VALUE ' - '.
           03 SEC-TITULO                    PIC X(70).
           03 FILLER                        PIC X(57) VALUE SPACES.
      *    SECAO 1: UMA TRANSACAO DO ARQLQD POR LINHA
       01 WRK-RELLQD-CAB-TRANSACAO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(03) VALUE 'TR '.
           03 FILLER                        PIC X(17) VALUE
               'GRP/CAT/PRODUTO'.
           03 FILLER                        PIC X(10) VALUE 'INICIO'.
           03 FILLER                        PIC X(05) VALUE 'DIAS'.
           03 FILLER                        PIC X(60) VALUE
               'CADENCIA: DIA DO PASSO/PERCENTUAL ACUMULADO'.
           03 FILLER                       PIC X(36) VALUE 'OCORRENCIA'.
       01 WRK-RELLQD-DET-TRANSACAO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DTR-TRANSACAO                 PIC X(01).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DTR-GRUPO                     PIC X(01).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DTR-CATEGORIA                 PIC X(03).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DTR-PRODUTO                   PIC X(09).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DTR-DT-INICIO                 PIC X(08).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DTR-DURACAO                   PIC X(03).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DTR-CADENCIA.
               05 DTR-PASSO                 OCCURS 5 TIMES.
                   07 DTR-PASSO-DIA             PIC X(03).
                   07 DTR-PASSO-SEPARADOR       PIC X(01).
                   07 DTR-PASSO-PERC            PIC X(06).
                   07 FILLER                    PIC X(02).
           03 DTR-OCORRENCIA                PIC X(36).
      *    SECAO 2: UM PASSO OU ARQUIVAMENTO DA NOITE POR LINHA
       01 WRK-RELLQD-CAB-NOITE.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(17) VALUE
               'GRP/CAT/PRODUTO'.
           03 FILLER                        PIC X(06) VALUE 'PASSO'.
           03 FILLER                        PIC X(08) VALUE '% ACUM.'.
           03 FILLER                        PIC X(13) VALUE
               'P. ORIGINAL'.
           03 FILLER                        PIC X(13) VALUE
               'PRECO ANTER.'.
           03 FILLER                        PIC X(13) VALUE
               'PRECO NOVO'.
           03 FILLER                       PIC X(40) VALUE 'OCORRENCIA'.
           03 FILLER                        PIC X(21) VALUE SPACES.
       01 WRK-RELLQD-DET-NOITE.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DNT-GRUPO                     PIC 9.
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DNT-CATEGORIA                 PIC 9(03).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DNT-PRODUTO                   PIC 9(09).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DNT-PASSO-ATUAL               PIC 9.
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DNT-QTD-PASSOS                PIC 9.
           03 FILLER                        PIC X(03) VALUE SPACES.
           03 DNT-PERC                      PIC ZZ9,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DNT-PRECO-ORIGINAL            PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(03) VALUE SPACES.
           03 DNT-PRECO-ANT                 PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(03) VALUE SPACES.
           03 DNT-PRECO-NOVO                PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(03) VALUE SPACES.
           03 DNT-OCORRENCIA                PIC X(40).
           03 FILLER                        PIC X(21) VALUE SPACES.
      *    SECAO 3: UM PRODUTO EM LIQUIDACAO POR LINHA
       01 WRK-RELLQD-CAB-LIQUIDACAO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(17) VALUE
               'GRP/CAT/PRODUTO'.
           03 FILLER                        PIC X(12) VALUE 'INICIO'.
           03 FILLER                        PIC X(12) VALUE
               'ARQUIVA EM'.
           03 FILLER                        PIC X(05) VALUE 'PASSO'.
           03 FILLER                        PIC X(12) VALUE
               'P. ORIGINAL'.
           03 FILLER                        PIC X(12) VALUE
               'PRECO ATUAL'.
           03 FILLER                        PIC X(12) VALUE
               'REMARCACAO'.
           03 FILLER                        PIC X(08) VALUE '% REM.'.
           03 FILLER                        PIC X(06) VALUE 'DIAS'.
           03 FILLER                        PIC X(30) VALUE 'SITUACAO'.
           03 FILLER                        PIC X(05) VALUE SPACES.
       01 WRK-RELLQD-DET-LIQUIDACAO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DLQ-GRUPO                     PIC 9.
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DLQ-CATEGORIA                 PIC 9(03).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DLQ-PRODUTO                   PIC 9(09).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DLQ-DT-INICIO                 PIC X(10).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DLQ-DT-FIM                    PIC X(10).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DLQ-PASSO-ATUAL               PIC 9.
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DLQ-QTD-PASSOS                PIC 9.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DLQ-PRECO-ORIGINAL            PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DLQ-PRECO-ATUAL               PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DLQ-REMARCACAO                PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DLQ-PERC                      PIC ZZ9,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DLQ-DIAS-RESTANTES            PIC ZZZ9.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DLQ-SITUACAO                  PIC X(30).
           03 FILLER                        PIC X(05) VALUE SPACES.
       01 WRK-RELLQD-TOT.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'TRANSACOES LIDAS NO ARQLQD: '.
           03 TOT-LIDOS                     PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELLQD-TOT2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PRODUTOS CADASTRADOS......: '.
           03 TOT-CADASTRADOS               PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELLQD-TOT3.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'LIQUIDACOES CANCELADAS....: '.
           03 TOT-CANCELADOS                PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELLQD-TOT4.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'TOTAL DE REJEITADOS.......: '.
           03 TOT-REJEITADOS                PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELLQD-TOT5.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PASSOS APLICADOS (REMARC.): '.
           03 TOT-REMARCADOS                PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELLQD-TOT6.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PASSOS SEM REMARCACAO.....: '.
           03 TOT-SEM-REMARCACAO            PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELLQD-TOT7.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PASSOS ADIADOS (CONGELAM.): '.
           03 TOT-ADIADOS                   PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELLQD-TOT8.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PRODUTOS ARQUIVADOS.......: '.
           03 TOT-ARQUIVADOS                PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELLQD-TOT9.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'FALHAS NO PROCESSAMENTO...: '.
           03 TOT-FALHAS                    PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELLQD-TOT10.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PRODUTOS EM LIQUIDACAO....: '.
           03 TOT-EM-LIQUIDACAO             PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
      *----------------------------------------------------------------*
      * SECAO 2: LIQUIDACOES ATIVAS JA INICIADAS, COM OS DIAS          *
      * DECORRIDOS DESDE O INICIO PARA APURAR O PASSO VENCIDO          *
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR01-LIQUIDACAO CURSOR WITH HOLD FOR
                SELECT LIQ_COD_GRUPO,
                       LIQ_COD_CATEGORIA,
                       LIQ_COD_PRODUTO,
                       LIQ_DT_INICIO,
                       LIQ_DT_FIM,
                       LIQ_QTD_PASSOS,
                       LIQ_DIA_PASSO1,
                       LIQ_PERC_PASSO1,
                       LIQ_DIA_PASSO2,
                       LIQ_PERC_PASSO2,
                       LIQ_DIA_PASSO3,
                       LIQ_PERC_PASSO3,
                       LIQ_DIA_PASSO4,
                       LIQ_PERC_PASSO4,
                       LIQ_DIA_PASSO5,
                       LIQ_PERC_PASSO5,
                       LIQ_PASSO_ATUAL,
                       LIQ_PRECO_ORIGINAL,
                       DAYS(CURRENT DATE) - DAYS(LIQ_DT_INICIO)
                FROM DB2ADMIN.TABPRO_LIQUID
                WHERE LIQ_STATUS    = 'A'
                  AND LIQ_DT_INICIO <= CURRENT DATE
                ORDER BY LIQ_COD_GRUPO, LIQ_COD_CATEGORIA,
                         LIQ_COD_PRODUTO
            END-EXEC.
      *----------------------------------------------------------------*
      * SECAO 3: PRODUTOS EM LIQUIDACAO DEPOIS DO PROCESSAMENTO DA     *
      * NOITE, COM O PRECO DE PRATELEIRA E OS DIAS ATE O ARQUIVAMENTO  *
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR02-EM-LIQUIDACAO CURSOR FOR
                SELECT L.LIQ_COD_GRUPO,
                       L.LIQ_COD_CATEGORIA,
                       L.LIQ_COD_PRODUTO,
                       L.LIQ_DT_INICIO,
                       L.LIQ_DT_FIM,
                       L.LIQ_QTD_PASSOS,
                       L.LIQ_DIA_PASSO1,
                       L.LIQ_PERC_PASSO1,
                       L.LIQ_DIA_PASSO2,
                       L.LIQ_PERC_PASSO2,
                       L.LIQ_DIA_PASSO3,
                       L.LIQ_PERC_PASSO3,
                       L.LIQ_DIA_PASSO4,
                       L.LIQ_PERC_PASSO4,
                       L.LIQ_DIA_PASSO5,
                       L.LIQ_PERC_PASSO5,
                       L.LIQ_PASSO_ATUAL,
                       L.LIQ_PRECO_ORIGINAL,
                       T.TABPRO_PRECO,
                       DAYS(CURRENT DATE) - DAYS(L.LIQ_DT_INICIO),
                       DAYS(L.LIQ_DT_FIM) - DAYS(CURRENT DATE)
                FROM DB2ADMIN.TABPRO_LIQUID L,
                     DB2ADMIN.TABPRO T
                WHERE L.LIQ_STATUS         = 'A'
                  AND T.TABPRO_COD_GRUPO     = L.LIQ_COD_GRUPO
                  AND T.TABPRO_COD_CATEGORIA = L.LIQ_COD_CATEGORIA
                  AND T.TABPRO_COD_PRODUTO   = L.LIQ_COD_PRODUTO
                ORDER BY L.LIQ_COD_GRUPO, L.LIQ_COD_CATEGORIA,
                         L.LIQ_COD_PRODUTO
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
           UNTIL WRK-FIM-ARQLQD
      *
           PERFORM 2400-PROCESSAR-LIQUIDACOES THRU 2400-99-FIM
           PERFORM 2500-SECAO-LIQUIDACAO THRU 2500-99-FIM
      *
           PERFORM 3000-TERMINAR       THRU 3000-99-FIM
           PERFORM 3300-FINALIZAR      THRU 3300-99-FIM.
      *
       000-99-PRINCIPAL-FIM            SECTION.
           EXIT.
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS, USUARIO DO JOB, HEADER DO ARQINT,
      * CABECALHO E PRIMEIRA LEITURA
      *-----------------------------------------------------------------
       1000-INICIALIZAR                SECTION.
           INITIALIZE WRK-VARIAVEIS-AUXILIARES
                      DCLTABPRO-REGISTRO
                      DCLTPHI-REGISTRO
                      DCLTPLQ-REGISTRO
                      DCLTPEX-REGISTRO
      *
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
      *
           MOVE WRK-DATA-ATUAL (1:4)   TO WRK-DATA-SQL (1:4)
           MOVE '-'                    TO WRK-DATA-SQL (5:1)
           MOVE WRK-DATA-ATUAL (5:2)   TO WRK-DATA-SQL (6:2)
           MOVE '-'                    TO WRK-DATA-SQL (8:1)
           MOVE WRK-DATA-ATUAL (7:2)   TO WRK-DATA-SQL (9:2)
      *
           OPEN INPUT  ARQLQD-ARQ
           OPEN OUTPUT ARQINT-ARQ
           OPEN OUTPUT RELLQD-ARQ
      *
           IF WRK-STATUS-ARQLQD NOT EQUAL '00' OR
              WRK-STATUS-ARQINT NOT EQUAL '00' OR
              WRK-STATUS-RELLQD NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVOS: '
                        WRK-STATUS-ARQLQD ' ' WRK-STATUS-ARQINT ' '
                        WRK-STATUS-RELLQD
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
           MOVE WRK-DATA-ATUAL         TO INT-HDR-DT-EXECUCAO
           MOVE 'I'                    TO INT-HDR-IND-VIGENCIA
           MOVE 'N'                    TO INT-HDR-IND-SIMULACAO
           WRITE REG-ARQINT FROM WRK-ARQINT-HEADER
      *
           MOVE WRK-DATA-SQL           TO CAB2-DATA
           MOVE WRK-USUARIO            TO CAB2-USUARIO
      *
           PERFORM 1041-CABECALHO-RELLQD    THRU 1041-99-FIM
      *
           MOVE '1'                    TO SEC-NUMERO
           MOVE 'TRANSACOES DE CADASTRO E CANCELAMENTO (ARQLQD)'
             TO SEC-TITULO
           PERFORM 2800-IMPRIMIR-SECAO THRU 2800-99-FIM
           WRITE REG-RELLQD FROM WRK-RELLQD-CAB-TRANSACAO
           ADD 1 TO WRK-LIN-ATUAL
      *
           PERFORM 1011-LER-REG-ARQLQD      THRU 1011-99-FIM
      *
           IF WRK-FIM-ARQLQD
               DISPLAY 'ARQLQD VAZIO - SO OS PASSOS DA NOITE'
           END-IF.
      *
       1000-99-FIM.                    EXIT.
      *
       1011-LER-REG-ARQLQD              SECTION.
           READ ARQLQD-ARQ
               AT END
                   MOVE 'S' TO WRK-SW-FIM-ARQLQD
           END-READ.
      *
       1011-99-FIM.                    EXIT.
      *
       1041-CABECALHO-RELLQD             SECTION.
           ADD 1                 TO WRK-PAGINA-ATUAL
           MOVE WRK-PAGINA-ATUAL TO WRK-CAB1-PAGINA
           MOVE ZEROS            TO WRK-LIN-ATUAL
      *
           WRITE REG-RELLQD      FROM WRK-RELLQD-CAB1
           WRITE REG-RELLQD      FROM WRK-RELLQD-CAB2
           WRITE REG-RELLQD      FROM SPACES.
      *
       1041-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CRITICA, VALIDACAO E APLICACAO DE UMA TRANSACAO DO ARQLQD
      *-----------------------------------------------------------------
       2000-TRATAR-TRANSACAO           SECTION.
           ADD 1                       TO WRK-ACU-LIDOS
           MOVE 'N'                    TO WRK-SW-REG-REJEITADO
           MOVE ZEROS                  TO WRK-SQLCODE-ERRO
           INITIALIZE DCLTPLQ-REGISTRO
                      WRK-CADENCIA
      *
           PERFORM 2100-CRITICAR-TRANSACAO THRU 2100-99-FIM
      *
           IF NOT WRK-REG-REJEITADO
               PERFORM 2150-VERIFICAR-PRODUTO THRU 2150-99-FIM
           END-IF
      *
           IF NOT WRK-REG-REJEITADO
               PERFORM 2200-APLICAR-TRANSACAO THRU 2200-99-FIM
           END-IF
      *
           PERFORM 1011-LER-REG-ARQLQD THRU 1011-99-FIM.
      *
       2000-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CRITICA DE FORMATO E DE COERENCIA DA CADENCIA
      *-----------------------------------------------------------------
       2100-CRITICAR-TRANSACAO         SECTION.
           IF NOT LQD-TRANSACAO-INCLUSAO AND
              NOT LQD-TRANSACAO-CANCELAMENTO
               MOVE 'TIPO DE TRANSACAO INVALIDO (I/C)'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           IF LQD-TXT-CHAVE NOT NUMERIC
               MOVE 'GRUPO/CATEGORIA/PRODUTO INVALIDOS'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           MOVE LQD-COD-GRUPO          TO LIQ-COD-GRUPO
           MOVE LQD-COD-CATEGORIA      TO LIQ-COD-CATEGORIA
           MOVE LQD-COD-PRODUTO        TO LIQ-COD-PRODUTO
      *
      *    O CANCELAMENTO SO PRECISA DA CHAVE
           IF LQD-TRANSACAO-CANCELAMENTO
               GO TO 2100-99-FIM
           END-IF
      *
           IF LQD-TXT-DT-INICIO NOT NUMERIC
               MOVE 'DATA DE INICIO NAO NUMERICA' TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           MOVE LQD-DT-INICIO          TO WRK-DT-VALIDAR
           PERFORM 6000-VALIDAR-DATA   THRU 6000-99-FIM
           IF NOT WRK-DATA-VALIDA
               MOVE 'DATA DE INICIO INVALIDA' TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           IF LQD-DT-INICIO LESS WRK-DATA-ATUAL
               MOVE 'DATA DE INICIO JA PASSADA' TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           IF LQD-TXT-DURACAO NOT NUMERIC OR
              LQD-DIAS-DURACAO EQUAL ZEROS
               MOVE 'DURACAO EM DIAS INVALIDA' TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           IF LQD-TXT-QTD-PASSOS NOT NUMERIC OR
              LQD-QTD-PASSOS LESS 1 OR
              LQD-QTD-PASSOS GREATER 5
               MOVE 'QUANTIDADE DE PASSOS INVALIDA (1-5)'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           PERFORM 2110-CRITICAR-PASSO THRU 2110-99-FIM
               VARYING WRK-SUB-PASSO FROM 1 BY 1
               UNTIL WRK-SUB-PASSO GREATER LQD-QTD-PASSOS OR
                     WRK-REG-REJEITADO
      *
           IF WRK-REG-REJEITADO
               GO TO 2100-99-FIM
           END-IF
      *
           MOVE LQD-TXT-DT-INICIO (1:4) TO WRK-DT-INICIO-SQL (1:4)
           MOVE '-'                     TO WRK-DT-INICIO-SQL (5:1)
           MOVE LQD-TXT-DT-INICIO (5:2) TO WRK-DT-INICIO-SQL (6:2)
           MOVE '-'                     TO WRK-DT-INICIO-SQL (8:1)
           MOVE LQD-TXT-DT-INICIO (7:2) TO WRK-DT-INICIO-SQL (9:2)
      *
           MOVE WRK-DT-INICIO-SQL      TO LIQ-DT-INICIO
           MOVE LQD-DIAS-DURACAO       TO WRK-DIAS-DURACAO
           MOVE LQD-QTD-PASSOS         TO LIQ-QTD-PASSOS
           MOVE WRK-PASSO-DIA (1)      TO LIQ-DIA-PASSO1
           MOVE WRK-PASSO-PERC (1)     TO LIQ-PERC-PASSO1
           MOVE WRK-PASSO-DIA (2)      TO LIQ-DIA-PASSO2
           MOVE WRK-PASSO-PERC (2)     TO LIQ-PERC-PASSO2
           MOVE WRK-PASSO-DIA (3)      TO LIQ-DIA-PASSO3
           MOVE WRK-PASSO-PERC (3)     TO LIQ-PERC-PASSO3
           MOVE WRK-PASSO-DIA (4)      TO LIQ-DIA-PASSO4
           MOVE WRK-PASSO-PERC (4)     TO LIQ-PERC-PASSO4
           MOVE WRK-PASSO-DIA (5)      TO LIQ-DIA-PASSO5
           MOVE WRK-PASSO-PERC (5)     TO LIQ-PERC-PASSO5.
      *
       2100-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * UM PASSO DA CADENCIA: PERCENTUAL ENTRE 0 E 100 (EXCLUSIVE),
      * DIA ANTES DO FIM DA LIQUIDACAO E AMBOS MAIORES QUE OS DO PASSO
      * ANTERIOR. OS PASSOS ALEM DA QUANTIDADE INFORMADA FICAM ZERADOS
      *-----------------------------------------------------------------
       2110-CRITICAR-PASSO             SECTION.
           IF LQD-TXT-PASSO-DIA (WRK-SUB-PASSO) NOT NUMERIC OR
              LQD-TXT-PASSO-PERC (WRK-SUB-PASSO) NOT NUMERIC
               MOVE 'DIA/PERCENTUAL DO PASSO NAO NUMERICO'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2110-99-FIM
           END-IF
      *
           IF LQD-PASSO-PERC (WRK-SUB-PASSO) EQUAL ZEROS
               MOVE 'PERCENTUAL DO PASSO ZERADO' TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2110-99-FIM
           END-IF
      *
           IF LQD-PASSO-DIA (WRK-SUB-PASSO) NOT LESS LQD-DIAS-DURACAO
               MOVE 'PASSO NAO ANTERIOR AO FIM' TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2110-99-FIM
           END-IF
      *
           IF WRK-SUB-PASSO GREATER 1
               COMPUTE WRK-SUB-ANTERIOR = WRK-SUB-PASSO - 1
               IF LQD-PASSO-DIA (WRK-SUB-PASSO) NOT GREATER
                  LQD-PASSO-DIA (WRK-SUB-ANTERIOR)
                   MOVE 'DIAS DOS PASSOS NAO CRESCENTES'
                     TO DTR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2110-99-FIM
               END-IF
               IF LQD-PASSO-PERC (WRK-SUB-PASSO) NOT GREATER
                  LQD-PASSO-PERC (WRK-SUB-ANTERIOR)
                   MOVE 'PERCENTUAIS NAO CRESCENTES'
                     TO DTR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2110-99-FIM
               END-IF
           END-IF
      *
           MOVE LQD-PASSO-DIA (WRK-SUB-PASSO)  TO
                WRK-PASSO-DIA (WRK-SUB-PASSO)
           MOVE LQD-PASSO-PERC (WRK-SUB-PASSO) TO
                WRK-PASSO-PERC (WRK-SUB-PASSO).
      *
       2110-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * SITUACAO DO PRODUTO: NO CADASTRO ELE TEM QUE EXISTIR NA TABPRO
      * E NAO PODE ESTAR EM LIQUIDACAO NEM EM PROMOCAO ATIVA (O PASSO
      * PARTIRIA DO PRECO PROMOCIONAL E A VOLTA DA PROMOCAO DESFARIA A
      * REMARCACAO); NO CANCELAMENTO TEM QUE ESTAR EM LIQUIDACAO
      *-----------------------------------------------------------------
       2150-VERIFICAR-PRODUTO          SECTION.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-EXISTENTES
                 FROM DB2ADMIN.TABPRO_LIQUID
                WHERE LIQ_COD_GRUPO     = :LIQ-COD-GRUPO
                  AND LIQ_COD_CATEGORIA = :LIQ-COD-CATEGORIA
                  AND LIQ_COD_PRODUTO   = :LIQ-COD-PRODUTO
                  AND LIQ_STATUS        = 'A'
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               MOVE 'FALHA SQL NA CONSULTA A LIQUIDACAO'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2150-99-FIM
           END-IF
      *
           IF LQD-TRANSACAO-CANCELAMENTO
               IF WRK-QTD-EXISTENTES EQUAL ZEROS
                   MOVE 'PRODUTO NAO ESTA EM LIQUIDACAO'
                     TO DTR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
               END-IF
               GO TO 2150-99-FIM
           END-IF
      *
           IF WRK-QTD-EXISTENTES GREATER ZEROS
               MOVE 'PRODUTO JA EM LIQUIDACAO' TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2150-99-FIM
           END-IF
      *
           EXEC SQL
               SELECT TABPRO_PRECO
                 INTO :TABPRO-PRECO
                 FROM DB2ADMIN.TABPRO
                WHERE TABPRO_COD_GRUPO     = :LIQ-COD-GRUPO
                  AND TABPRO_COD_CATEGORIA = :LIQ-COD-CATEGORIA
                  AND TABPRO_COD_PRODUTO   = :LIQ-COD-PRODUTO
           END-EXEC
      *
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   MOVE 'PRODUTO NAO CADASTRADO NA TABPRO'
                     TO DTR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2150-99-FIM
               WHEN OTHER
                   MOVE SQLCODE        TO WRK-SQLCODE-ERRO
                   MOVE 'FALHA SQL NA LEITURA DA TABPRO'
                     TO DTR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2150-99-FIM
           END-EVALUATE
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-EXISTENTES
                 FROM DB2ADMIN.TABPRO_PROMO
                WHERE PROMO_COD_GRUPO     = :LIQ-COD-GRUPO
                  AND PROMO_COD_CATEGORIA = :LIQ-COD-CATEGORIA
                  AND PROMO_COD_PRODUTO   = :LIQ-COD-PRODUTO
                  AND PROMO_STATUS        = 'A'
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               MOVE 'FALHA SQL NA CONSULTA A PROMOCAO'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2150-99-FIM
           END-IF
      *
           IF WRK-QTD-EXISTENTES GREATER ZEROS
               MOVE 'PRODUTO EM PROMOCAO ATIVA' TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
           END-IF.
      *
       2150-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * APLICACAO DA TRANSACAO, COM COMMIT POR TRANSACAO. O CADASTRO
      * GRAVA A DATA DO ARQUIVAMENTO (INICIO + DURACAO) E O USUARIO DO
      * JOB COMO SOLICITANTE; O CANCELAMENTO DEIXA O PRECO ONDE ESTA
      *-----------------------------------------------------------------
       2200-APLICAR-TRANSACAO          SECTION.
           EVALUATE TRUE
               WHEN LQD-TRANSACAO-INCLUSAO
                   EXEC SQL
                       INSERT INTO DB2ADMIN.TABPRO_LIQUID
                           ( LIQ_COD_GRUPO, LIQ_COD_CATEGORIA,
                             LIQ_COD_PRODUTO, LIQ_DT_INICIO,
                             LIQ_DT_FIM, LIQ_QTD_PASSOS,
                             LIQ_DIA_PASSO1, LIQ_PERC_PASSO1,
                             LIQ_DIA_PASSO2, LIQ_PERC_PASSO2,
                             LIQ_DIA_PASSO3, LIQ_PERC_PASSO3,
                             LIQ_DIA_PASSO4, LIQ_PERC_PASSO4,
                             LIQ_DIA_PASSO5, LIQ_PERC_PASSO5,
                             LIQ_PASSO_ATUAL, LIQ_PRECO_ORIGINAL,
                             LIQ_DT_ULT_PASSO, LIQ_STATUS,
                             LIQ_SOLICITANTE )
                       VALUES
                           ( :LIQ-COD-GRUPO, :LIQ-COD-CATEGORIA,
                             :LIQ-COD-PRODUTO, :LIQ-DT-INICIO,
                             DATE(:LIQ-DT-INICIO) +
                                 :WRK-DIAS-DURACAO DAYS,
                             :LIQ-QTD-PASSOS,
                             :LIQ-DIA-PASSO1, :LIQ-PERC-PASSO1,
                             :LIQ-DIA-PASSO2, :LIQ-PERC-PASSO2,
                             :LIQ-DIA-PASSO3, :LIQ-PERC-PASSO3,
                             :LIQ-DIA-PASSO4, :LIQ-PERC-PASSO4,
                             :LIQ-DIA-PASSO5, :LIQ-PERC-PASSO5,
                             0, NULL, NULL, 'A', USER )
                   END-EXEC
               WHEN LQD-TRANSACAO-CANCELAMENTO
                   EXEC SQL
                       UPDATE DB2ADMIN.TABPRO_LIQUID
                          SET LIQ_STATUS         = 'C'
                        WHERE LIQ_COD_GRUPO      = :LIQ-COD-GRUPO
                          AND LIQ_COD_CATEGORIA  = :LIQ-COD-CATEGORIA
                          AND LIQ_COD_PRODUTO    = :LIQ-COD-PRODUTO
                          AND LIQ_STATUS         = 'A'
                   END-EXEC
           END-EVALUATE
      *
           IF SQLCODE NOT EQUAL ZEROS
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               MOVE 'FALHA SQL NA GRAVACAO DA LIQUIDACAO'
                 TO DTR-OCORRENCIA
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
           IF LQD-TRANSACAO-INCLUSAO
               ADD 1                   TO WRK-ACU-CADASTRADOS
               MOVE 'LIQUIDACAO CADASTRADA' TO DTR-OCORRENCIA
           ELSE
               ADD 1                   TO WRK-ACU-CANCELADOS
               MOVE 'LIQUIDACAO CANCELADA' TO DTR-OCORRENCIA
           END-IF
      *
           PERFORM 2810-IMPRIMIR-TRANSACAO THRU 2810-99-FIM.
      *
       2200-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * SECAO 2: PASSOS VENCIDOS E ARQUIVAMENTOS DA NOITE
      *-----------------------------------------------------------------
       2400-PROCESSAR-LIQUIDACOES      SECTION.
           MOVE '2'                    TO SEC-NUMERO
           MOVE 'PASSOS DE REMARCACAO E ARQUIVAMENTOS DA NOITE'
             TO SEC-TITULO
           PERFORM 2800-IMPRIMIR-SECAO THRU 2800-99-FIM
           WRITE REG-RELLQD FROM WRK-RELLQD-CAB-NOITE
           ADD 1 TO WRK-LIN-ATUAL
      *
           EXEC SQL
               OPEN CSR01-LIQUIDACAO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA DO CURSOR 1 ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           MOVE 'N' TO WRK-SW-FIM-CURSOR
           PERFORM 2410-LER-LIQUIDACAO THRU 2410-99-FIM
           PERFORM 2420-TRATAR-LIQUIDACAO THRU 2420-99-FIM
               UNTIL WRK-FIM-CURSOR
      *
           EXEC SQL
               CLOSE CSR01-LIQUIDACAO
           END-EXEC.
      *
       2400-99-FIM.                    EXIT.
      *
       2410-LER-LIQUIDACAO             SECTION.
           EXEC SQL
                FETCH  CSR01-LIQUIDACAO
                INTO  :LIQ-COD-GRUPO
                ,     :LIQ-COD-CATEGORIA
                ,     :LIQ-COD-PRODUTO
                ,     :LIQ-DT-INICIO
                ,     :LIQ-DT-FIM
                ,     :LIQ-QTD-PASSOS
                ,     :LIQ-DIA-PASSO1
                ,     :LIQ-PERC-PASSO1
                ,     :LIQ-DIA-PASSO2
                ,     :LIQ-PERC-PASSO2
                ,     :LIQ-DIA-PASSO3
                ,     :LIQ-PERC-PASSO3
                ,     :LIQ-DIA-PASSO4
                ,     :LIQ-PERC-PASSO4
                ,     :LIQ-DIA-PASSO5
                ,     :LIQ-PERC-PASSO5
                ,     :LIQ-PASSO-ATUAL
                ,     :LIQ-PRECO-ORIGINAL  :IND-LIQ-PRECO-ORIGINAL
                ,     :WRK-DIAS-DECORRIDOS
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
      *-----------------------------------------------------------------
      * UM PRODUTO EM LIQUIDACAO: NA DATA FIM E ARQUIVADO (SEM APLICAR
      * PASSO ATRASADO - NAO HA POR QUE MANDAR PRECO PARA A LOJA NA
      * NOITE EM QUE O PRODUTO SAI); ANTES DISSO APLICA O ULTIMO PASSO
      * VENCIDO AINDA NAO APLICADO (NOITES PERDIDAS NAO GERAM PASSOS
      * INTERMEDIARIOS)
      *-----------------------------------------------------------------
       2420-TRATAR-LIQUIDACAO          SECTION.
           MOVE LIQ-COD-GRUPO          TO TABPRO-COD-GRUPO
           MOVE LIQ-COD-CATEGORIA      TO TABPRO-COD-CATEGORIA
           MOVE LIQ-COD-PRODUTO        TO TABPRO-COD-PRODUTO
           MOVE ZEROS                  TO WRK-PRECO-ANTERIOR
                                          WRK-PRECO-PASSO
      *
           PERFORM 2430-CARREGAR-CADENCIA THRU 2430-99-FIM
      *
           EXEC SQL
               SELECT TABPRO_PRECO,
                      TABPRO_PRECO_MIN,
                      TABPRO_PRECO_MAX,
                      TABPRO_CUSTO
                 INTO :TABPRO-PRECO,
                      :TABPRO-PRECO-MIN,
                      :TABPRO-PRECO-MAX,
                      :TABPRO-CUSTO        :IND-TABPRO-CUSTO
                 FROM DB2ADMIN.TABPRO
                WHERE TABPRO_COD_GRUPO     = :TABPRO-COD-GRUPO
                  AND TABPRO_COD_CATEGORIA = :TABPRO-COD-CATEGORIA
                  AND TABPRO_COD_PRODUTO   = :TABPRO-COD-PRODUTO
           END-EXEC
      *
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   MOVE TABPRO-PRECO   TO WRK-PRECO-ANTERIOR
               WHEN SQLCODE EQUAL 100
                   PERFORM 2480-CANCELAR-SEM-PRODUTO THRU 2480-99-FIM
                   GO TO 2420-98-LER
               WHEN OTHER
                   DISPLAY 'ERRO NA LEITURA DA TABPRO: ' SQLCODE
                   ADD 1 TO WRK-ACU-FALHAS
                   MOVE 'FALHA SQL NA LEITURA DA TABPRO'
                     TO DNT-OCORRENCIA
                   PERFORM 2840-IMPRIMIR-NOITE THRU 2840-99-FIM
                   GO TO 2420-98-LER
           END-EVALUATE
      *
           IF LIQ-DT-FIM NOT GREATER WRK-DATA-SQL
               PERFORM 2460-ARQUIVAR-PRODUTO THRU 2460-99-FIM
               GO TO 2420-98-LER
           END-IF
      *
           MOVE ZEROS                  TO WRK-PASSO-DEVIDO
           PERFORM 2440-APURAR-PASSO   THRU 2440-99-FIM
               VARYING WRK-SUB-PASSO FROM 1 BY 1
               UNTIL WRK-SUB-PASSO GREATER LIQ-QTD-PASSOS
      *
           IF WRK-PASSO-DEVIDO GREATER LIQ-PASSO-ATUAL
               PERFORM 2450-APLICAR-PASSO THRU 2450-99-FIM
           END-IF.
      *
       2420-98-LER.
           PERFORM 2900-VERIFICAR-COMMIT THRU 2900-99-FIM
           PERFORM 2410-LER-LIQUIDACAO THRU 2410-99-FIM.
      *
       2420-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PASSOS DA LINHA DA TABPRO_LIQUID PARA A TABELA DE TRABALHO
      *-----------------------------------------------------------------
       2430-CARREGAR-CADENCIA          SECTION.
           MOVE LIQ-DIA-PASSO1         TO WRK-PASSO-DIA (1)
           MOVE LIQ-PERC-PASSO1        TO WRK-PASSO-PERC (1)
           MOVE LIQ-DIA-PASSO2         TO WRK-PASSO-DIA (2)
           MOVE LIQ-PERC-PASSO2        TO WRK-PASSO-PERC (2)
           MOVE LIQ-DIA-PASSO3         TO WRK-PASSO-DIA (3)
           MOVE LIQ-PERC-PASSO3        TO WRK-PASSO-PERC (3)
           MOVE LIQ-DIA-PASSO4         TO WRK-PASSO-DIA (4)
           MOVE LIQ-PERC-PASSO4        TO WRK-PASSO-PERC (4)
           MOVE LIQ-DIA-PASSO5         TO WRK-PASSO-DIA (5)
           MOVE LIQ-PERC-PASSO5        TO WRK-PASSO-PERC (5).
      *
       2430-99-FIM.                    EXIT.
      *
       2440-APURAR-PASSO               SECTION.
           IF WRK-PASSO-DIA (WRK-SUB-PASSO) NOT GREATER
              WRK-DIAS-DECORRIDOS
               MOVE WRK-SUB-PASSO      TO WRK-PASSO-DEVIDO
           END-IF.
      *
       2440-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * APLICACAO DO PASSO VENCIDO: PERCENTUAL ACUMULADO SOBRE O PRECO
      * ORIGINAL (O DA PRATELEIRA NA NOITE DO PRIMEIRO PASSO), SEM O
      * PISO DO TABPRO_PRECO_MIN MAS NUNCA ABAIXO DO CUSTO. PERIODO DE
      * CONGELAMENTO ADIA O PASSO PARA AS NOITES SEGUINTES
      *-----------------------------------------------------------------
       2450-APLICAR-PASSO              SECTION.
           MOVE WRK-DATA-SQL           TO WRK-CONG-DATA
           PERFORM 2270-VERIFICAR-CONGELAMENTO THRU 2270-99-FIM
           IF NOT WRK-CONG-LIVRE
               ADD 1 TO WRK-ACU-ADIADOS
               MOVE ZEROS              TO WRK-PRECO-PASSO
               EVALUATE TRUE
                   WHEN WRK-CONG-BLOQUEIO
                       MOVE 'PASSO ADIADO: CONGELAMENTO'
                         TO DNT-OCORRENCIA
                   WHEN WRK-CONG-PENDENTE
                       MOVE 'PASSO ADIADO: CONGELAMENTO (APROVACAO)'
                         TO DNT-OCORRENCIA
                   WHEN OTHER
                       MOVE 'PASSO ADIADO: FALHA NO CONGELAMENTO'
                         TO DNT-OCORRENCIA
               END-EVALUATE
               PERFORM 2840-IMPRIMIR-NOITE THRU 2840-99-FIM
               GO TO 2450-99-FIM
           END-IF
      *
           IF IND-LIQ-PRECO-ORIGINAL LESS ZEROS
               MOVE TABPRO-PRECO       TO LIQ-PRECO-ORIGINAL
               MOVE ZEROS              TO IND-LIQ-PRECO-ORIGINAL
           END-IF
      *
           COMPUTE WRK-PRECO-PASSO ROUNDED =
               LIQ-PRECO-ORIGINAL *
               (1 - (WRK-PASSO-PERC (WRK-PASSO-DEVIDO) / 100))
      *
           MOVE 'N'                    TO WRK-SW-PISO-CUSTO
           IF IND-TABPRO-CUSTO NOT LESS ZEROS AND
              TABPRO-CUSTO GREATER ZEROS AND
              WRK-PRECO-PASSO LESS TABPRO-CUSTO
               MOVE TABPRO-CUSTO       TO WRK-PRECO-PASSO
               MOVE 'S'                TO WRK-SW-PISO-CUSTO
           END-IF
      *
      *    A LIQUIDACAO SO DESCE PRECO: PASSO QUE NAO BAIXA (CUSTO JA
      *    ATINGIDO OU PRECO MEXIDO NO AC2A) E REGISTRADO SEM UPDATE
           MOVE WRK-PASSO-DEVIDO       TO LIQ-PASSO-ATUAL
           IF WRK-PRECO-PASSO NOT LESS TABPRO-PRECO
               PERFORM 2470-REGISTRAR-PASSO THRU 2470-99-FIM
               ADD 1 TO WRK-ACU-SEM-REMARCACAO
               MOVE TABPRO-PRECO       TO WRK-PRECO-PASSO
               IF WRK-PISO-CUSTO
                   MOVE 'PASSO SEM REMARCACAO: PRECO NO CUSTO'
                     TO DNT-OCORRENCIA
               ELSE
                   MOVE 'PASSO SEM REMARCACAO: PRECO JA MENOR'
                     TO DNT-OCORRENCIA
               END-IF
               PERFORM 2840-IMPRIMIR-NOITE THRU 2840-99-FIM
               GO TO 2450-99-FIM
           END-IF
      *
      *    COMO NO 2120 DO AC220014, A REMARCACAO ANULA A VIGENCIA
      *    PROGRAMADA PENDENTE, QUE SOBRESCREVERIA O PRECO DO PASSO
           EXEC SQL
               UPDATE DB2ADMIN.TABPRO
                  SET TABPRO_PRECO           = :WRK-PRECO-PASSO,
                      TABPRO_PRECO_NOVO      = NULL,
                      TABPRO_DT_VIGENCIA     = NULL
                  WHERE TABPRO_COD_GRUPO     = :TABPRO-COD-GRUPO
                    AND TABPRO_COD_CATEGORIA = :TABPRO-COD-CATEGORIA
                    AND TABPRO_COD_PRODUTO   = :TABPRO-COD-PRODUTO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO NO UPDATE DO PASSO DE LIQUIDACAO: '
                        SQLCODE
               ADD 1 TO WRK-ACU-FALHAS
               MOVE 'FALHA NO UPDATE DO PRECO - PASSO ADIADO'
                 TO DNT-OCORRENCIA
               PERFORM 2840-IMPRIMIR-NOITE THRU 2840-99-FIM
               GO TO 2450-99-FIM
           END-IF
      *
           MOVE WRK-PRECO-PASSO        TO TABPRO-PRECO
      *
           ADD 1                       TO WRK-ACU-REMARCADOS
           MOVE 'L'                    TO HIST-ACAO
           MOVE WRK-PRECO-ANTERIOR     TO HIST-PRECO-ANT
           MOVE TABPRO-PRECO           TO HIST-PRECO-NOVO
           PERFORM 2600-GRAVAR-HISTORICO THRU 2600-99-FIM
      *
           MOVE 'L'                    TO INT-DET-ACAO
           MOVE WRK-PRECO-ANTERIOR     TO INT-DET-PRECO-ANT
           MOVE TABPRO-PRECO           TO INT-DET-PRECO-NOVO
           PERFORM 2750-GRAVAR-INTERFACE THRU 2750-99-FIM
      *
           PERFORM 2470-REGISTRAR-PASSO THRU 2470-99-FIM
      *
           IF WRK-PISO-CUSTO
               MOVE 'PASSO APLICADO - PRECO PAROU NO CUSTO'
                 TO DNT-OCORRENCIA
           ELSE
               MOVE 'PASSO APLICADO' TO DNT-OCORRENCIA
           END-IF
           PERFORM 2840-IMPRIMIR-NOITE THRU 2840-99-FIM.
      *
       2450-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * ARQUIVAMENTO NA DATA FIM: COPIA EM TABPRO_EXCLUIDOS E DELETE DA
      * TABPRO NA MESMA ORDEM DO 2100 DO AC220002 (SEM COPIA NAO HA
      * EXCLUSAO); SE O DELETE FALHA A COPIA E DESFEITA E O PRODUTO
      * VOLTA NA NOITE SEGUINTE
      *-----------------------------------------------------------------
       2460-ARQUIVAR-PRODUTO           SECTION.
           MOVE TABPRO-COD-GRUPO       TO EXCL-COD-GRUPO
           MOVE TABPRO-COD-CATEGORIA   TO EXCL-COD-CATEGORIA
           MOVE TABPRO-COD-PRODUTO     TO EXCL-COD-PRODUTO
           MOVE TABPRO-PRECO           TO EXCL-PRECO
           MOVE TABPRO-PRECO-MIN       TO EXCL-PRECO-MIN
           MOVE TABPRO-PRECO-MAX       TO EXCL-PRECO-MAX
           MOVE WRK-DATA-SQL           TO EXCL-DT-EXCLUSAO
           MOVE TABPRO-PRECO           TO WRK-PRECO-PASSO
      *
           EXEC SQL
               INSERT INTO DB2ADMIN.TABPRO_EXCLUIDOS
                   ( EXCL_COD_GRUPO, EXCL_COD_CATEGORIA,
                     EXCL_COD_PRODUTO, EXCL_PRECO,
                     EXCL_PRECO_MIN, EXCL_PRECO_MAX,
                     EXCL_DT_EXCLUSAO )
               VALUES
                   ( :EXCL-COD-GRUPO, :EXCL-COD-CATEGORIA,
                     :EXCL-COD-PRODUTO, :EXCL-PRECO,
                     :EXCL-PRECO-MIN, :EXCL-PRECO-MAX,
                     :EXCL-DT-EXCLUSAO )
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO NA COPIA PARA TABPRO_EXCLUIDOS: ' SQLCODE
               ADD 1 TO WRK-ACU-FALHAS
               MOVE 'FALHA NO ARQUIVAMENTO (TABPRO_EXCLUIDOS)'
                 TO DNT-OCORRENCIA
               PERFORM 2840-IMPRIMIR-NOITE THRU 2840-99-FIM
               GO TO 2460-99-FIM
           END-IF
      *
           EXEC SQL
               DELETE FROM DB2ADMIN.TABPRO
               WHERE TABPRO_COD_GRUPO     = :TABPRO-COD-GRUPO
                 AND TABPRO_COD_CATEGORIA = :TABPRO-COD-CATEGORIA
                 AND TABPRO_COD_PRODUTO   = :TABPRO-COD-PRODUTO
                 AND TABPRO_PRECO         = :TABPRO-PRECO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO NA EXCLUSAO DO PRODUTO DA TABPRO: '
                        SQLCODE
               EXEC SQL
                   DELETE FROM DB2ADMIN.TABPRO_EXCLUIDOS
                   WHERE EXCL_COD_GRUPO     = :EXCL-COD-GRUPO
                     AND EXCL_COD_CATEGORIA = :EXCL-COD-CATEGORIA
                     AND EXCL_COD_PRODUTO   = :EXCL-COD-PRODUTO
                     AND EXCL_DT_EXCLUSAO   = :EXCL-DT-EXCLUSAO
               END-EXEC
               ADD 1 TO WRK-ACU-FALHAS
               MOVE 'FALHA NA EXCLUSAO DA TABPRO'
                 TO DNT-OCORRENCIA
               PERFORM 2840-IMPRIMIR-NOITE THRU 2840-99-FIM
               GO TO 2460-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-ACU-ARQUIVADOS
           MOVE 'D'                    TO HIST-ACAO
           MOVE TABPRO-PRECO           TO HIST-PRECO-ANT
           MOVE ZEROS                  TO HIST-PRECO-NOVO
           PERFORM 2600-GRAVAR-HISTORICO THRU 2600-99-FIM
      *
           MOVE 'D'                    TO INT-DET-ACAO
           MOVE TABPRO-PRECO           TO INT-DET-PRECO-ANT
           MOVE ZEROS                  TO INT-DET-PRECO-NOVO
           PERFORM 2750-GRAVAR-INTERFACE THRU 2750-99-FIM
      *
           MOVE 'E'                    TO LIQ-STATUS
           PERFORM 2490-ENCERRAR-LIQUIDACAO THRU 2490-99-FIM
      *
           MOVE ZEROS                  TO WRK-PRECO-PASSO
           MOVE 'PRODUTO ARQUIVADO (TABPRO_EXCLUIDOS)'
             TO DNT-OCORRENCIA
           PERFORM 2840-IMPRIMIR-NOITE THRU 2840-99-FIM.
      *
       2460-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * REGISTRO DO PASSO APLICADO (E DO PRECO ORIGINAL NO PRIMEIRO)
      *-----------------------------------------------------------------
       2470-REGISTRAR-PASSO            SECTION.
           EXEC SQL
               UPDATE DB2ADMIN.TABPRO_LIQUID
                  SET LIQ_PASSO_ATUAL    = :LIQ-PASSO-ATUAL,
                      LIQ_PRECO_ORIGINAL = :LIQ-PRECO-ORIGINAL,
                      LIQ_DT_ULT_PASSO   = CURRENT DATE
                WHERE LIQ_COD_GRUPO      = :LIQ-COD-GRUPO
                  AND LIQ_COD_CATEGORIA  = :LIQ-COD-CATEGORIA
                  AND LIQ_COD_PRODUTO    = :LIQ-COD-PRODUTO
                  AND LIQ_STATUS         = 'A'
           END-EXEC
      *
      *    SEM O REGISTRO O PASSO E REAPURADO NA NOITE SEGUINTE E CAI
      *    EM "SEM REMARCACAO", POIS O PRECO JA ESTA NO VALOR DO PASSO
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO AO REGISTRAR O PASSO EM TABPRO_LIQUID: '
                        SQLCODE
               ADD 1 TO WRK-ACU-FALHAS
           END-IF.
      *
       2470-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PRODUTO QUE SAIU DA TABPRO POR OUTRO CAMINHO (EXCLUSAO D DO
      * AC220002): A LIQUIDACAO E CANCELADA PARA NAO VOLTAR TODA NOITE.
      * NA RECLASSIFICACAO DO AC220023 A LIQUIDACAO ATIVA MUDA DE
      * CHAVE JUNTO COM O PRODUTO
      *-----------------------------------------------------------------
       2480-CANCELAR-SEM-PRODUTO       SECTION.
           DISPLAY 'PRODUTO EM LIQUIDACAO NAO ENCONTRADO NA TABPRO: '
                    LIQ-COD-GRUPO '/' LIQ-COD-CATEGORIA '/'
                    LIQ-COD-PRODUTO
           ADD 1 TO WRK-ACU-FALHAS
      *
           MOVE 'C'                    TO LIQ-STATUS
           PERFORM 2490-ENCERRAR-LIQUIDACAO THRU 2490-99-FIM
      *
           MOVE 'PRODUTO FORA DA TABPRO - CANCELADA'
             TO DNT-OCORRENCIA
           PERFORM 2840-IMPRIMIR-NOITE THRU 2840-99-FIM.
      *
       2480-99-FIM.                    EXIT.
      *
       2490-ENCERRAR-LIQUIDACAO        SECTION.
           EXEC SQL
               UPDATE DB2ADMIN.TABPRO_LIQUID
                  SET LIQ_STATUS         = :LIQ-STATUS
                WHERE LIQ_COD_GRUPO      = :LIQ-COD-GRUPO
                  AND LIQ_COD_CATEGORIA  = :LIQ-COD-CATEGORIA
                  AND LIQ_COD_PRODUTO    = :LIQ-COD-PRODUTO
                  AND LIQ_STATUS         = 'A'
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ENCERRAR A LIQUIDACAO: ' SQLCODE
               ADD 1 TO WRK-ACU-FALHAS
           END-IF.
      *
       2490-99-FIM.                    EXIT.
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
      * SECAO 3: PRODUTOS EM LIQUIDACAO, COM O PASSO ATUAL, OS DIAS ATE
      * O ARQUIVAMENTO E A REMARCACAO JA APLICADA SOBRE O ORIGINAL
      *-----------------------------------------------------------------
       2500-SECAO-LIQUIDACAO           SECTION.
           MOVE '3'                    TO SEC-NUMERO
           MOVE 'PRODUTOS EM LIQUIDACAO'
             TO SEC-TITULO
           PERFORM 2800-IMPRIMIR-SECAO THRU 2800-99-FIM
           WRITE REG-RELLQD FROM WRK-RELLQD-CAB-LIQUIDACAO
           ADD 1 TO WRK-LIN-ATUAL
      *
           EXEC SQL
               OPEN CSR02-EM-LIQUIDACAO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA DO CURSOR 2 ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           MOVE 'N' TO WRK-SW-FIM-CURSOR
           PERFORM 2510-LER-EM-LIQUIDACAO THRU 2510-99-FIM
           PERFORM 2520-TRATAR-EM-LIQUIDACAO THRU 2520-99-FIM
               UNTIL WRK-FIM-CURSOR
      *
           EXEC SQL
               CLOSE CSR02-EM-LIQUIDACAO
           END-EXEC.
      *
       2500-99-FIM.                    EXIT.
      *
       2510-LER-EM-LIQUIDACAO          SECTION.
           EXEC SQL
                FETCH  CSR02-EM-LIQUIDACAO
                INTO  :LIQ-COD-GRUPO
                ,     :LIQ-COD-CATEGORIA
                ,     :LIQ-COD-PRODUTO
                ,     :LIQ-DT-INICIO
                ,     :LIQ-DT-FIM
                ,     :LIQ-QTD-PASSOS
                ,     :LIQ-DIA-PASSO1
                ,     :LIQ-PERC-PASSO1
                ,     :LIQ-DIA-PASSO2
                ,     :LIQ-PERC-PASSO2
                ,     :LIQ-DIA-PASSO3
                ,     :LIQ-PERC-PASSO3
                ,     :LIQ-DIA-PASSO4
                ,     :LIQ-PERC-PASSO4
                ,     :LIQ-DIA-PASSO5
                ,     :LIQ-PERC-PASSO5
                ,     :LIQ-PASSO-ATUAL
                ,     :LIQ-PRECO-ORIGINAL  :IND-LIQ-PRECO-ORIGINAL
                ,     :TABPRO-PRECO
                ,     :WRK-DIAS-DECORRIDOS
                ,     :WRK-DIAS-RESTANTES
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
       2510-99-FIM.                    EXIT.
      *
       2520-TRATAR-EM-LIQUIDACAO       SECTION.
           ADD 1                       TO WRK-ACU-EM-LIQUIDACAO
           PERFORM 2430-CARREGAR-CADENCIA THRU 2430-99-FIM
      *
           MOVE LIQ-COD-GRUPO          TO DLQ-GRUPO
           MOVE LIQ-COD-CATEGORIA      TO DLQ-CATEGORIA
           MOVE LIQ-COD-PRODUTO        TO DLQ-PRODUTO
           MOVE LIQ-DT-INICIO          TO DLQ-DT-INICIO
           MOVE LIQ-DT-FIM             TO DLQ-DT-FIM
           MOVE LIQ-PASSO-ATUAL        TO DLQ-PASSO-ATUAL
           MOVE LIQ-QTD-PASSOS         TO DLQ-QTD-PASSOS
           MOVE TABPRO-PRECO           TO DLQ-PRECO-ATUAL
      *
      *    REMARCACAO SO EXISTE DEPOIS DO PRIMEIRO PASSO; PRECO ACIMA
      *    DO ORIGINAL (CORRECAO NO AC2A) SAI COMO REMARCACAO ZERO
           MOVE ZEROS                  TO WRK-REMARCACAO
                                          WRK-PERC-REMARCACAO
           IF IND-LIQ-PRECO-ORIGINAL LESS ZEROS
               MOVE ZEROS              TO DLQ-PRECO-ORIGINAL
           ELSE
               MOVE LIQ-PRECO-ORIGINAL TO DLQ-PRECO-ORIGINAL
               IF LIQ-PRECO-ORIGINAL GREATER TABPRO-PRECO
                   COMPUTE WRK-REMARCACAO =
                       LIQ-PRECO-ORIGINAL - TABPRO-PRECO
                   COMPUTE WRK-PERC-REMARCACAO ROUNDED =
                       WRK-REMARCACAO * 100 / LIQ-PRECO-ORIGINAL
               END-IF
           END-IF
           MOVE WRK-REMARCACAO         TO DLQ-REMARCACAO
           MOVE WRK-PERC-REMARCACAO    TO DLQ-PERC
      *
           IF WRK-DIAS-RESTANTES LESS ZEROS
               MOVE ZEROS              TO WRK-DIAS-RESTANTES
           END-IF
           MOVE WRK-DIAS-RESTANTES     TO DLQ-DIAS-RESTANTES
      *
           MOVE SPACES                 TO DLQ-SITUACAO
           EVALUATE TRUE
               WHEN LIQ-DT-INICIO GREATER WRK-DATA-SQL
                   MOVE 'AGUARDANDO INICIO' TO DLQ-SITUACAO
               WHEN LIQ-PASSO-ATUAL NOT LESS LIQ-QTD-PASSOS
                   MOVE 'ULTIMO PASSO - AGUARDA ARQUIVAM.'
                     TO DLQ-SITUACAO
               WHEN OTHER
                   COMPUTE WRK-SUB-PASSO = LIQ-PASSO-ATUAL + 1
                   MOVE WRK-SUB-PASSO  TO WRK-MASC-PASSO
                   COMPUTE WRK-DIAS-PROX-PASSO =
                       WRK-PASSO-DIA (WRK-SUB-PASSO) -
                       WRK-DIAS-DECORRIDOS
                   IF WRK-DIAS-PROX-PASSO GREATER ZEROS
                       MOVE WRK-DIAS-PROX-PASSO TO WRK-MASC-DIAS
                       STRING 'PASSO ' WRK-MASC-PASSO ' EM '
                              WRK-MASC-DIAS ' DIA(S)'
                              DELIMITED BY SIZE
                              INTO DLQ-SITUACAO
                   ELSE
                       STRING 'PASSO ' WRK-MASC-PASSO
                              ' VENCIDO - ADIADO'
                              DELIMITED BY SIZE
                              INTO DLQ-SITUACAO
                   END-IF
           END-EVALUATE
      *
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELLQD THRU 1041-99-FIM
               WRITE REG-RELLQD FROM WRK-RELLQD-CAB-LIQUIDACAO
               ADD 1 TO WRK-LIN-ATUAL
           END-IF
      *
           WRITE REG-RELLQD FROM WRK-RELLQD-DET-LIQUIDACAO
           ADD 1 TO WRK-LIN-ATUAL
      *
           PERFORM 2510-LER-EM-LIQUIDACAO THRU 2510-99-FIM.
      *
       2520-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * INSERCAO DO REGISTRO DE HISTORICO EM DB2ADMIN.TABPRO_HIST
      *-----------------------------------------------------------------
       2600-GRAVAR-HISTORICO           SECTION.
           MOVE TABPRO-COD-GRUPO       TO HIST-COD-GRUPO
           MOVE TABPRO-COD-CATEGORIA   TO HIST-COD-CATEGORIA
           MOVE TABPRO-COD-PRODUTO     TO HIST-COD-PRODUTO
      *
           EXEC SQL
               INSERT INTO DB2ADMIN.TABPRO_HIST
                   ( HIST_COD_GRUPO, HIST_COD_CATEGORIA,
                     HIST_COD_PRODUTO, HIST_DT_HORA, HIST_ACAO,
                     HIST_PRECO_ANT, HIST_PRECO_NOVO,
                     HIST_ID_EXECUCAO, HIST_PROGRAMA, HIST_USUARIO )
               VALUES
                   ( :HIST-COD-GRUPO, :HIST-COD-CATEGORIA,
                     :HIST-COD-PRODUTO, CURRENT TIMESTAMP, :HIST-ACAO,
                     :HIST-PRECO-ANT, :HIST-PRECO-NOVO,
                     NULL, 'AC220027', USER )
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO DE GRAVACAO DO HISTORICO TABPRO_HIST: '
                        SQLCODE
           END-IF.
      *
       2600-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * REJEICAO DA TRANSACAO: O MOTIVO CHEGA EM DTR-OCORRENCIA E SAI
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
           PERFORM 2820-MONTAR-TRANSACAO THRU 2820-99-FIM.
      *
       2700-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * GRAVACAO DE UM DETALHE NO ARQUIVO DE INTERFACE ARQINT: SO E
      * CHAMADO DEPOIS DO UPDATE/DELETE BEM SUCEDIDO EM TABPRO, PARA
      * AS LOJAS RECEBEREM APENAS MUDANCAS REALMENTE APLICADAS
      *-----------------------------------------------------------------
       2750-GRAVAR-INTERFACE            SECTION.
           MOVE TABPRO-COD-GRUPO        TO INT-DET-COD-GRUPO
           MOVE TABPRO-COD-CATEGORIA    TO INT-DET-COD-CATEGORIA
           MOVE TABPRO-COD-PRODUTO      TO INT-DET-COD-PRODUTO
           MOVE WRK-DATA-ATUAL          TO INT-DET-DT-EFETIVACAO
      *
           WRITE REG-ARQINT FROM WRK-ARQINT-DETALHE
      *
           ADD 1                        TO WRK-ACU-INTERFACE
           ADD INT-DET-PRECO-NOVO       TO WRK-HASH-INTERFACE.
      *
       2750-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * IMPRESSAO DO CABECALHO DE SECAO
      *-----------------------------------------------------------------
       2800-IMPRIMIR-SECAO             SECTION.
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELLQD THRU 1041-99-FIM
           END-IF
      *
           WRITE REG-RELLQD FROM SPACES
           WRITE REG-RELLQD FROM WRK-RELLQD-SECAO
           ADD 2 TO WRK-LIN-ATUAL.
      *
       2800-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * LINHA DA TRANSACAO APLICADA
      *-----------------------------------------------------------------
       2810-IMPRIMIR-TRANSACAO          SECTION.
           PERFORM 2820-MONTAR-TRANSACAO THRU 2820-99-FIM.
      *
       2810-99-FIM.                     EXIT.
      *-----------------------------------------------------------------
      * MONTAGEM E IMPRESSAO DA LINHA DA TRANSACAO: A TRANSACAO PODE
      * NAO SER NUMERICA, ENTAO SAI COMO FOI INFORMADA
      *-----------------------------------------------------------------
       2820-MONTAR-TRANSACAO            SECTION.
           MOVE LQD-TXT-TIPO            TO DTR-TRANSACAO
           MOVE LQD-TXT-CHAVE (1:1)     TO DTR-GRUPO
           MOVE LQD-TXT-CHAVE (2:3)     TO DTR-CATEGORIA
           MOVE LQD-TXT-CHAVE (5:9)     TO DTR-PRODUTO
           MOVE LQD-TXT-DT-INICIO       TO DTR-DT-INICIO
           MOVE LQD-TXT-DURACAO         TO DTR-DURACAO
           MOVE SPACES                  TO DTR-CADENCIA
      *
           IF LQD-TXT-QTD-PASSOS NUMERIC
               PERFORM 2830-MONTAR-PASSO THRU 2830-99-FIM
                   VARYING WRK-SUB-PASSO FROM 1 BY 1
                   UNTIL WRK-SUB-PASSO GREATER LQD-QTD-PASSOS OR
                         WRK-SUB-PASSO GREATER 5
           END-IF
      *
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELLQD THRU 1041-99-FIM
               WRITE REG-RELLQD FROM WRK-RELLQD-CAB-TRANSACAO
               ADD 1 TO WRK-LIN-ATUAL
           END-IF
      *
           WRITE REG-RELLQD FROM WRK-RELLQD-DET-TRANSACAO
           ADD 1 TO WRK-LIN-ATUAL.
      *
       2820-99-FIM.                     EXIT.
      *
       2830-MONTAR-PASSO                SECTION.
           MOVE LQD-TXT-PASSO-DIA (WRK-SUB-PASSO) TO
                DTR-PASSO-DIA (WRK-SUB-PASSO)
           MOVE '/'                     TO
                DTR-PASSO-SEPARADOR (WRK-SUB-PASSO)
      *
           IF LQD-TXT-PASSO-PERC (WRK-SUB-PASSO) NUMERIC
               MOVE LQD-PASSO-PERC (WRK-SUB-PASSO) TO WRK-MASC-PERC
               MOVE WRK-MASC-PERC       TO
                    DTR-PASSO-PERC (WRK-SUB-PASSO)
           ELSE
               MOVE LQD-TXT-PASSO-PERC (WRK-SUB-PASSO) TO
                    DTR-PASSO-PERC (WRK-SUB-PASSO)
           END-IF.
      *
       2830-99-FIM.                     EXIT.
      *-----------------------------------------------------------------
      * LINHA DE UM PRODUTO PROCESSADO NA NOITE: PRECO ANTERIOR EM
      * TABPRO-PRECO (JA O NOVO, DEPOIS DO UPDATE) E O RESULTADO EM
      * WRK-PRECO-PASSO; O PERCENTUAL E O DO PASSO REGISTRADO
      *-----------------------------------------------------------------
       2840-IMPRIMIR-NOITE              SECTION.
           MOVE LIQ-COD-GRUPO           TO DNT-GRUPO
           MOVE LIQ-COD-CATEGORIA       TO DNT-CATEGORIA
           MOVE LIQ-COD-PRODUTO         TO DNT-PRODUTO
           MOVE LIQ-PASSO-ATUAL         TO DNT-PASSO-ATUAL
           MOVE LIQ-QTD-PASSOS          TO DNT-QTD-PASSOS
           MOVE WRK-PRECO-ANTERIOR      TO DNT-PRECO-ANT
           MOVE WRK-PRECO-PASSO         TO DNT-PRECO-NOVO
      *
           IF LIQ-PASSO-ATUAL GREATER ZEROS
               MOVE WRK-PASSO-PERC (LIQ-PASSO-ATUAL) TO DNT-PERC
           ELSE
               MOVE ZEROS               TO DNT-PERC
           END-IF
      *
           IF IND-LIQ-PRECO-ORIGINAL LESS ZEROS
               MOVE ZEROS               TO DNT-PRECO-ORIGINAL
           ELSE
               MOVE LIQ-PRECO-ORIGINAL  TO DNT-PRECO-ORIGINAL
           END-IF
      *
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELLQD THRU 1041-99-FIM
               WRITE REG-RELLQD FROM WRK-RELLQD-CAB-NOITE
               ADD 1 TO WRK-LIN-ATUAL
           END-IF
      *
           WRITE REG-RELLQD FROM WRK-RELLQD-DET-NOITE
           ADD 1 TO WRK-LIN-ATUAL.
      *
       2840-99-FIM.                     EXIT.
      *-----------------------------------------------------------------
      * COMMIT PERIODICO DOS PASSOS E ARQUIVAMENTOS
      *-----------------------------------------------------------------
       2900-VERIFICAR-COMMIT            SECTION.
           ADD 1 TO WRK-CONT-COMMIT
      *
           IF WRK-CONT-COMMIT GREATER OR EQUAL WRK-QTD-COMMIT
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               IF SQLCODE NOT EQUAL ZEROS
                   DISPLAY 'ERRO NO COMMIT PARCIAL: ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3300-FINALIZAR THRU 3300-99-FIM
               END-IF
               MOVE ZEROS TO WRK-CONT-COMMIT
           END-IF.
      *
       2900-99-FIM.                    EXIT.
      *
      **----------------------------------------------------------------
      * EXECUTANDO TRATAMENTOS FINAIS.
      *-----------------------------------------------------------------
       3000-TERMINAR.
           EXEC SQL
               COMMIT WORK
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO NO COMMIT: ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR
           END-IF
      *
           MOVE WRK-ACU-LIDOS          TO WRK-MASC-LIDOS
           MOVE WRK-ACU-CADASTRADOS    TO WRK-MASC-CADASTRADOS
           MOVE WRK-ACU-CANCELADOS     TO WRK-MASC-CANCELADOS
           MOVE WRK-ACU-REJEITADOS     TO WRK-MASC-REJEITADOS
           MOVE WRK-ACU-REMARCADOS     TO WRK-MASC-REMARCADOS
           MOVE WRK-ACU-SEM-REMARCACAO TO WRK-MASC-SEM-REMARCACAO
           MOVE WRK-ACU-ADIADOS        TO WRK-MASC-ADIADOS
           MOVE WRK-ACU-ARQUIVADOS     TO WRK-MASC-ARQUIVADOS
           MOVE WRK-ACU-FALHAS         TO WRK-MASC-FALHAS
           MOVE WRK-ACU-EM-LIQUIDACAO  TO WRK-MASC-EM-LIQUIDACAO
      *
           DISPLAY 'TRANSACOES LIDAS NO ARQLQD: 'WRK-MASC-LIDOS
           DISPLAY 'PRODUTOS CADASTRADOS......: 'WRK-MASC-CADASTRADOS
           DISPLAY 'LIQUIDACOES CANCELADAS....: 'WRK-MASC-CANCELADOS
           DISPLAY 'TOTAL DE REJEITADOS.......: 'WRK-MASC-REJEITADOS
           DISPLAY 'PASSOS APLICADOS (REMARC.): 'WRK-MASC-REMARCADOS
           DISPLAY 'PASSOS SEM REMARCACAO.....: '
                    WRK-MASC-SEM-REMARCACAO
           DISPLAY 'PASSOS ADIADOS (CONGELAM.): 'WRK-MASC-ADIADOS
           DISPLAY 'PRODUTOS ARQUIVADOS.......: 'WRK-MASC-ARQUIVADOS
           DISPLAY 'FALHAS NO PROCESSAMENTO...: 'WRK-MASC-FALHAS
           DISPLAY 'PRODUTOS EM LIQUIDACAO....: '
                    WRK-MASC-EM-LIQUIDACAO
      *
           MOVE WRK-ACU-LIDOS          TO TOT-LIDOS
           MOVE WRK-ACU-CADASTRADOS    TO TOT-CADASTRADOS
           MOVE WRK-ACU-CANCELADOS     TO TOT-CANCELADOS
           MOVE WRK-ACU-REJEITADOS     TO TOT-REJEITADOS
           MOVE WRK-ACU-REMARCADOS     TO TOT-REMARCADOS
           MOVE WRK-ACU-SEM-REMARCACAO TO TOT-SEM-REMARCACAO
           MOVE WRK-ACU-ADIADOS        TO TOT-ADIADOS
           MOVE WRK-ACU-ARQUIVADOS     TO TOT-ARQUIVADOS
           MOVE WRK-ACU-FALHAS         TO TOT-FALHAS
           MOVE WRK-ACU-EM-LIQUIDACAO  TO TOT-EM-LIQUIDACAO
      *
           WRITE REG-RELLQD FROM SPACES
           WRITE REG-RELLQD FROM WRK-RELLQD-TOT
           WRITE REG-RELLQD FROM WRK-RELLQD-TOT2
           WRITE REG-RELLQD FROM WRK-RELLQD-TOT3
           WRITE REG-RELLQD FROM WRK-RELLQD-TOT4
           WRITE REG-RELLQD FROM WRK-RELLQD-TOT5
           WRITE REG-RELLQD FROM WRK-RELLQD-TOT6
           WRITE REG-RELLQD FROM WRK-RELLQD-TOT7
           WRITE REG-RELLQD FROM WRK-RELLQD-TOT8
           WRITE REG-RELLQD FROM WRK-RELLQD-TOT9
           WRITE REG-RELLQD FROM WRK-RELLQD-TOT10
      *
           IF WRK-ACU-REJEITADOS GREATER ZEROS OR
              WRK-ACU-ADIADOS GREATER ZEROS OR
              WRK-ACU-FALHAS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF
      *
           MOVE WRK-ACU-INTERFACE       TO INT-TRL-QTD-DETALHES
           MOVE WRK-HASH-INTERFACE      TO INT-TRL-HASH-PRECOS
           WRITE REG-ARQINT FROM WRK-ARQINT-TRAILER
      *
           CLOSE ARQLQD-ARQ
           CLOSE ARQINT-ARQ
           CLOSE RELLQD-ARQ.
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
