      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.    AC220029.
       AUTHOR.  ACCENTURE BRDC RECIFE.
      *================================================================*
      *                      A C C E N T U R E                         *
      *================================================================*
      *    PROGRAMA......: AC220029.                                   *
      *    PROGRAMADOR...: ACCENTURE BRDC RECIFE                       *
      *    ANALISTA......: ACCENTURE BRDC                              *
      *    DATA..........: 15/10/2026                                  *
      *----------------------------------------------------------------*
      *    OBJETIVO......: VALIDACAO DAS REGRAS DE RELACIONAMENTO DE   *
      *                    PRECO (TABPRO_RELAC) APOS CADA RUN DE PRECO *
      *                    DO AC220002 OU DO AC220017, SIMULADO OU     *
      *                    EFETIVO. O PRECO RESULTANTE DE CADA PRODUTO *
      *                    E O PROJETADO PELO RUN (ARQPRJ) OU, FORA    *
      *                    DELE, O PRECO PROGRAMADO (TABPRO_PRECO_NOVO)*
      *                    OU O ATUAL DA TABPRO. AS REGRAS VIOLADAS    *
      *                    SAEM NO RELVRL. COM A RETENCAO LIGADA NO    *
      *                    ARQPRM, A SIMULACAO DO AC220002 QUE VIOLAR  *
      *                    ALGUMA REGRA TEM O PEDIDO DE APROVACAO      *
      *                    (TABPRO_APROV) RETIDO COM O STATUS V, E A   *
      *                    EXECUCAO EFETIVA FICA BARRADA NO PORTAO DE  *
      *                    APROVACAO ATE NOVA SIMULACAO SEM VIOLACAO.  *
      *----------------------------------------------------------------*
      *    ARQUIVOS         I/O LRECL  DESCRICAO                       *
      *    TABELA TABPRO_RELAC IN N/A   DB2ADMIN.TABPRO_RELAC          *
      *    TABELA TABPRO    IN   071    DB2ADMIN.TABPRO                *
      *    TABELA TABPRO_APROV I/O N/A  DB2ADMIN.TABPRO_APROV          *
      *    ARQPRM           IN   080    CARTAO DE PARAMETROS (RETENCAO *
      *                                DA SIMULACAO)                   *
      *    ARQPRJ           IN   080    PRECOS PROJETADOS DO RUN DO    *
      *                                AC220002/AC220017 (OPCIONAL)    *
      *    RELVRL           OUT  132    LISTAGEM DAS REGRAS VIOLADAS   *
      *----------------------------------------------------------------*
      *    RETURN-CODE.....: 0 = NENHUMA REGRA VIOLADA                 *
      *                      4 = HOUVE REGRAS VIOLADAS (E, COM A       *
      *                          RETENCAO LIGADA, O PEDIDO DA          *
      *                          SIMULACAO FOI RETIDO)                 *
      *                      8 = ERRO DE ARQUIVO/SQL, ARQPRJ TRUNCADO  *
      *                          OU RETENCAO PEDIDA SEM PEDIDO DE      *
      *                          APROVACAO PARA RETER                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *    15/10/2026  RPS  CRIACAO DO PROGRAMA                        *
      *    15/10/2026  RPS  LINHA DE DETALHE DA LISTAGEM AJUSTADA PARA *
      *                     132 POSICOES                               *
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
           SELECT ARQPRJ-ARQ         ASSIGN TO ARQPRJ
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQPRJ.
      *
           SELECT RELVRL-ARQ         ASSIGN TO RELVRL
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-RELVRL.
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
      *    IND-RETENCAO...: S = SIMULACAO DO AC220002 COM REGRA VIOLADA
      *                     TEM O PEDIDO DE APROVACAO RETIDO (STATUS V)
      *                     N OU BRANCO = SO LISTA AS VIOLACOES
       01 REG-PRM-DADOS REDEFINES REG-ARQPRM.
           03 PRM-IND-RETENCAO         PIC X(01).
           03 FILLER                   PIC X(79).
      *----------------------------------------------------------------*
      * PRECOS PROJETADOS DO RUN (MESMO LAYOUT DO AC220002/AC220017)   *
      *----------------------------------------------------------------*
       FD  ARQPRJ-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQPRJ                      PIC X(080).
      *----------------LAYOUT DOS REGISTROS DO ARQPRJ------------------*
       01 REG-PRJ-HEADER REDEFINES REG-ARQPRJ.
           03 PRJ-HDR-TIPO                 PIC X(01).
           03 PRJ-HDR-PROGRAMA             PIC X(08).
           03 PRJ-HDR-DT-EXECUCAO          PIC 9(08).
           03 PRJ-HDR-IND-SIMULACAO        PIC X(01).
           03 PRJ-HDR-IND-VIGENCIA         PIC X(01).
           03 PRJ-HDR-ID-EXECUCAO          PIC X(14).
           03 FILLER                       PIC X(47).
       01 REG-PRJ-DETALHE REDEFINES REG-ARQPRJ.
           03 PRJ-DET-TIPO                 PIC X(01).
               88 PRJ-TIPO-HEADER                       VALUE 'H'.
               88 PRJ-TIPO-DETALHE                      VALUE 'D'.
               88 PRJ-TIPO-TRAILER                      VALUE 'T'.
           03 PRJ-DET-COD-GRUPO            PIC 9(01).
           03 PRJ-DET-COD-CATEGORIA        PIC 9(03).
           03 PRJ-DET-COD-PRODUTO          PIC 9(09).
           03 PRJ-DET-PRECO-ATUAL          PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
           03 PRJ-DET-PRECO-PROJETADO      PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
           03 PRJ-DET-ACAO                 PIC X(01).
           03 PRJ-DET-DT-VIGENCIA          PIC 9(08).
           03 FILLER                       PIC X(35).
       01 REG-PRJ-TRAILER REDEFINES REG-ARQPRJ.
           03 PRJ-TRL-TIPO                 PIC X(01).
           03 PRJ-TRL-QTD-DETALHES         PIC 9(09).
           03 PRJ-TRL-HASH-PRECOS          PIC 9(13)V9(02).
           03 FILLER                       PIC X(55).
      *----------------------------------------------------------------*
      * LISTAGEM DAS REGRAS VIOLADAS                                   *
      *----------------------------------------------------------------*
       FD  RELVRL-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELVRL                        PIC X(132).
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
      *--------REGRAS DE RELACIONAMENTO (DB2ADMIN.TABPRO_RELAC)--------*
           EXEC SQL
             INCLUDE DCLTPREL
           END-EXEC.
      *--------PEDIDOS DE APROVACAO (DB2ADMIN.TABPRO_APROV)------------*
           EXEC SQL
             INCLUDE DCLTPAPR
           END-EXEC.
      * --------VARIAVEIS AUXILIARES DE CALCULO E CONTADORES-----------*
       01 WRK-VARIAVEIS-AUXILIARES.
           03 WRK-ACU-PRJ-LIDOS        PIC 9(09)       VALUE ZEROS.
           03 WRK-HASH-PRJ             PIC 9(13)V9(2)  USAGE COMP-3
                                                       VALUE ZEROS.
           03 WRK-ACU-REGRAS           PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-VIOLADAS         PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-SEM-PRODUTO      PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-RETIDOS          PIC 9(07)       VALUE ZEROS.
      *---------VARIAVEIS PARA MASCARAS DE CONTADORES------------------*
       01 WRK-VARIAVEIS-PARA-MASCARA.
           03 WRK-MASC-PRJ-LIDOS       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-REGRAS          PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-VIOLADAS        PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-SEM-PRODUTO     PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-RETIDOS         PIC ZZZ.ZZZ.ZZ9.
       01 WRK-SWITCHES-01.
           03 WRK-SW-FIM-ARQPRJ        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-ARQPRJ                       VALUE 'S'.
           03 WRK-SW-TRAILER-PRJ       PIC X(01)       VALUE 'N'.
               88 WRK-TRAILER-PRJ-LIDO                 VALUE 'S'.
           03 WRK-SW-FIM-CURSOR        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-CURSOR                       VALUE 'S'.
           03 WRK-SW-RETENCAO          PIC X(01)       VALUE 'N'.
               88 WRK-RETENCAO-LIGADA                  VALUE 'S'.
      *    SO HA O QUE RETER COM O ARQPRJ DE UMA SIMULACAO DO AC220002
           03 WRK-SW-SIMULACAO-APROV   PIC X(01)       VALUE 'N'.
               88 WRK-SIMULACAO-APROV                  VALUE 'S'.
      *    SITUACAO DA REGRA NOS PRECOS AVALIADOS: BRANCO = CUMPRIDA,
      *    V = VIOLADA, A = PRODUTO AUSENTE DE TABPRO OU EXCLUIDO PELO
      *    RUN, E = FALHA SQL
           03 WRK-SW-SITUACAO-REGRA    PIC X(01)       VALUE SPACE.
               88 WRK-REGRA-CUMPRIDA                   VALUE SPACE.
               88 WRK-REGRA-VIOLADA                    VALUE 'V'.
               88 WRK-REGRA-SEM-PRODUTO                VALUE 'A'.
               88 WRK-REGRA-ERRO                       VALUE 'E'.
      *----------------PRECOS PROJETADOS PELO RUN (ARQPRJ)-------------*
      *    UMA OCORRENCIA POR PRODUTO; PRODUTO REPETIDO NO ARQPRJ FICA
      *    COM O ULTIMO PRECO PROJETADO. ACAO D = EXCLUIDO PELO RUN
       01 WRK-TABELA-PROJECAO.
           03 WRK-QTD-PROJECAO         PIC 9(04)       VALUE ZEROS.
           03 WRK-PROJECAO-OCORRENCIA  OCCURS 1 TO 9999 TIMES
                                        DEPENDING ON WRK-QTD-PROJECAO
                                        INDEXED BY WRK-IDX-PROJECAO.
               05 WRK-PRJ-GRUPO            PIC 9(01).
               05 WRK-PRJ-CATEGORIA        PIC 9(03).
               05 WRK-PRJ-PRODUTO          PIC 9(09).
               05 WRK-PRJ-PRECO            PIC S9(8)V9(2) USAGE COMP-3.
               05 WRK-PRJ-ACAO             PIC X(01).
      *----------------PRODUTO EM CONSULTA E PRECOS DA REGRA-----------*
       01 WRK-AVALIACAO-REGRA.
           03 WRK-CHAVE-GRUPO          PIC 9(01).
           03 WRK-CHAVE-CATEGORIA      PIC 9(03).
           03 WRK-CHAVE-PRODUTO        PIC 9(09).
           03 WRK-PRECO-RESULTANTE     PIC S9(8)V9(2)  USAGE COMP-3.
      *    ORIGEM DO PRECO: R = PROJETADO PELO RUN, P = PROGRAMADO
      *    (TABPRO_PRECO_NOVO), T = ATUAL DA TABPRO
           03 WRK-ORIGEM-PRECO         PIC X(01).
           03 WRK-PRECO-BASE           PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-ORIGEM-BASE          PIC X(01).
           03 WRK-PRECO-RELAC          PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-ORIGEM-RELAC         PIC X(01).
           03 WRK-PRECO-LIMITE         PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-VALOR-BASE-UNID      PIC S9(12)V9(5) USAGE COMP-3.
           03 WRK-VALOR-RELAC-UNID     PIC S9(12)V9(5) USAGE COMP-3.
      *----------------RUN VALIDADO (HEADER DO ARQPRJ)-----------------*
       01 WRK-RUN-VALIDADO.
           03 WRK-PROGRAMA-RUN         PIC X(08)       VALUE SPACES.
           03 WRK-IND-SIMULACAO-RUN    PIC X(01)       VALUE SPACES.
           03 WRK-ID-EXECUCAO-RUN      PIC X(14)       VALUE SPACES.
      *----------------PARAMETRO DA REGRA PARA A LISTAGEM--------------*
       01 WRK-PARM-PERCENTUAL.
           03 WRK-PARM-PERC                 PIC ZZ9,99.
           03 FILLER                        PIC X(01) VALUE '%'.
           03 FILLER                        PIC X(10) VALUE SPACES.
       01 WRK-PARM-EMBALAGEM.
           03 WRK-PARM-QTD-BASE             PIC ZZZ9,999.
           03 FILLER                        PIC X(01) VALUE '/'.
           03 WRK-PARM-QTD-RELAC            PIC ZZZ9,999.
      *----------------DATA E HORA DO SISTEMA--------------------------*
       01 WRK-DATA-HORA-SISTEMA.
           03 WRK-DATA-ATUAL                PIC 9(08).
           03 WRK-DATA-SQL                  PIC X(10).
      *----------------STATUS DOS ARQUIVOS SEQUENCIAIS-----------------*
       01 WRK-STATUS-ARQUIVOS.
           03 WRK-STATUS-ARQPRM             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQPRJ             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-RELVRL             PIC X(02)       VALUE '00'.
      *----------------LINHAS DA LISTAGEM (RELVRL)---------------------*
       01 WRK-RELVRL-LINHAS.
           03 WRK-LIN-ATUAL                 PIC 9(02)       VALUE 99.
           03 WRK-PAGINA-ATUAL              PIC 9(04)       VALUE ZEROS.
           03 WRK-MAX-LINHAS                PIC 9(02)       VALUE 50.
       01 WRK-RELVRL-CAB1.
           03 FILLER                        PIC X(01) VALUE '1'.
           03 FILLER                        PIC X(58) VALUE
           'AC220029 - VALIDACAO DAS REGRAS DE RELACIONAMENTO DE PRECO'.
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 FILLER                        PIC X(08) VALUE 'PAGINA: '.
           03 WRK-CAB1-PAGINA               PIC ZZZ9.
           03 FILLER                        PIC X(57) VALUE SPACES.
       01 WRK-RELVRL-CAB2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(10) VALUE 'DATA: '.
           03 CAB2-DATA                     PIC X(10).
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 FILLER                        PIC X(10) VALUE 'RUN: '.
           03 CAB2-PROGRAMA                 PIC X(08).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 CAB2-MODO                     PIC X(09).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 CAB2-ID-EXECUCAO              PIC X(14).
           03 FILLER                        PIC X(64) VALUE SPACES.
      *    ORIGEM DO PRECO: R = RUN, P = PROGRAMADO, T = TABPRO
       01 WRK-RELVRL-CAB-DET.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(16) VALUE
               'PRODUTO BASE'.
           03 FILLER                        PIC X(12) VALUE
               '     PRECO O'.
           03 FILLER                        PIC X(17) VALUE
               ' RELACIONADO'.
           03 FILLER                        PIC X(12) VALUE
               '     PRECO O'.
           03 FILLER                        PIC X(03) VALUE ' TP'.
           03 FILLER                        PIC X(18) VALUE
               'PARAMETRO'.
           03 FILLER                        PIC X(11) VALUE
               '    LIMITE'.
           03 FILLER                        PIC X(31) VALUE
               'DESCRICAO'.
           03 FILLER                        PIC X(11) VALUE
               'SITUACAO'.
       01 WRK-RELVRL-DET.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DET-GRUPO-BASE                PIC 9.
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DET-CATEG-BASE                PIC 9(03).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DET-PRODUTO-BASE              PIC 9(09).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-PRECO-BASE                PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-ORIGEM-BASE               PIC X(01).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-GRUPO-RELAC               PIC 9.
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DET-CATEG-RELAC               PIC 9(03).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DET-PRODUTO-RELAC             PIC 9(09).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-PRECO-RELAC               PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-ORIGEM-RELAC              PIC X(01).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-TIPO                      PIC X(01).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-PARAMETRO                 PIC X(17).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-LIMITE                    PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-DESCRICAO                 PIC X(30).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-SITUACAO                  PIC X(11).
       01 WRK-RELVRL-TOT.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PRECOS PROJETADOS (ARQPRJ): '.
           03 TOT-PRJ-LIDOS                 PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELVRL-TOT2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'REGRAS AVALIADAS..........: '.
           03 TOT-REGRAS                    PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELVRL-TOT3.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'REGRAS VIOLADAS...........: '.
           03 TOT-VIOLADAS                  PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELVRL-TOT4.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'COM PRODUTO AUSENTE.......: '.
           03 TOT-SEM-PRODUTO               PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELVRL-TOT5.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PEDIDOS RETIDOS (V).......: '.
           03 TOT-RETIDOS                   PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
      *----------------------------------------------------------------*
      * TODAS AS REGRAS, NA ORDEM DO PRODUTO BASE                      *
      *----------------------------------------------------------------*
            EXEC SQL DECLARE CSR01-REGRAS CURSOR FOR
                SELECT REL_GRUPO_BASE,
                       REL_CATEG_BASE,
                       REL_PRODUTO_BASE,
                       REL_GRUPO_RELAC,
                       REL_CATEG_RELAC,
                       REL_PRODUTO_RELAC,
                       REL_IND_TIPO,
                       REL_PERC,
                       REL_QTD_BASE,
                       REL_QTD_RELAC,
                       REL_DESCRICAO
                FROM DB2ADMIN.TABPRO_RELAC
                ORDER BY REL_GRUPO_BASE, REL_CATEG_BASE,
                         REL_PRODUTO_BASE, REL_GRUPO_RELAC,
                         REL_CATEG_RELAC, REL_PRODUTO_RELAC
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
           PERFORM 2000-VALIDAR-REGRAS THRU 2000-99-FIM
      *
           IF WRK-RETENCAO-LIGADA AND
              WRK-ACU-VIOLADAS GREATER ZEROS
               PERFORM 2500-RETER-APROVACAO THRU 2500-99-FIM
           END-IF
      *
           PERFORM 3000-TERMINAR       THRU 3000-99-FIM
           PERFORM 3300-FINALIZAR      THRU 3300-99-FIM.
      *
       000-99-PRINCIPAL-FIM            SECTION.
           EXIT.
      *-----------------------------------------------------------------
      * PARAMETROS, CARGA DOS PRECOS PROJETADOS E CABECALHO
      *-----------------------------------------------------------------
       1000-INICIALIZAR                SECTION.
           INITIALIZE WRK-VARIAVEIS-AUXILIARES
                      DCLTABPRO-REGISTRO
                      DCLTPREL-REGISTRO
                      DCLTPAPR-REGISTRO
      *
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
      *
           MOVE WRK-DATA-ATUAL (1:4)   TO WRK-DATA-SQL (1:4)
           MOVE '-'                    TO WRK-DATA-SQL (5:1)
           MOVE WRK-DATA-ATUAL (5:2)   TO WRK-DATA-SQL (6:2)
           MOVE '-'                    TO WRK-DATA-SQL (8:1)
           MOVE WRK-DATA-ATUAL (7:2)   TO WRK-DATA-SQL (9:2)
      *
           OPEN OUTPUT RELVRL-ARQ
      *
           IF WRK-STATUS-RELVRL NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA DO RELVRL ' WRK-STATUS-RELVRL
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           PERFORM 1010-CARREGAR-PARAMETROS THRU 1010-99-FIM
           PERFORM 1020-CARREGAR-ARQPRJ     THRU 1020-99-FIM
      *
           MOVE WRK-DATA-SQL           TO CAB2-DATA
           MOVE WRK-PROGRAMA-RUN       TO CAB2-PROGRAMA
           MOVE WRK-ID-EXECUCAO-RUN    TO CAB2-ID-EXECUCAO
      *
           EVALUATE TRUE
               WHEN WRK-PROGRAMA-RUN EQUAL SPACES
                   MOVE 'TABPRO'       TO CAB2-PROGRAMA
                   MOVE SPACES         TO CAB2-MODO
               WHEN WRK-IND-SIMULACAO-RUN EQUAL 'S'
                   MOVE 'SIMULACAO'    TO CAB2-MODO
               WHEN OTHER
                   MOVE 'EFETIVO'      TO CAB2-MODO
           END-EVALUATE
      *
           PERFORM 1041-CABECALHO-RELVRL THRU 1041-99-FIM.
      *
       1000-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * LEITURA DO CARTAO DE PARAMETROS. SO O S LIGA A RETENCAO
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
                   MOVE SPACES TO REG-ARQPRM
           END-READ
      *
           EVALUATE PRM-IND-RETENCAO
               WHEN 'S'
                   MOVE 'S'            TO WRK-SW-RETENCAO
               WHEN 'N'
               WHEN SPACE
                   MOVE 'N'            TO WRK-SW-RETENCAO
               WHEN OTHER
                   DISPLAY 'INDICADOR DE RETENCAO INVALIDO NO ARQPRM: '
                            PRM-IND-RETENCAO
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-EVALUATE
      *
           CLOSE ARQPRM-ARQ.
      *
       1010-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CARGA DOS PRECOS PROJETADOS (ARQPRJ DO AC220002/AC220017). SEM
      * O ARQUIVO, VAZIO OU SEM HEADER, A VALIDACAO E FEITA SO COM OS
      * PRECOS DA TABPRO; ARQUIVO TRUNCADO PARA O RUN, POIS DEIXARIA
      * PASSAR VIOLACOES DOS PRODUTOS QUE FALTAREM
      *-----------------------------------------------------------------
       1020-CARREGAR-ARQPRJ            SECTION.
           OPEN INPUT ARQPRJ-ARQ
      *
           IF WRK-STATUS-ARQPRJ NOT EQUAL '00'
               DISPLAY 'ARQPRJ NAO DISPONIVEL (' WRK-STATUS-ARQPRJ
                       ') - VALIDACAO SO COM OS PRECOS DA TABPRO'
               GO TO 1020-99-FIM
           END-IF
      *
           PERFORM 1021-LER-REG-ARQPRJ THRU 1021-99-FIM
      *
           IF WRK-FIM-ARQPRJ OR
              NOT PRJ-TIPO-HEADER
               DISPLAY 'ARQPRJ VAZIO OU SEM HEADER - VALIDACAO SO COM '
                       'OS PRECOS DA TABPRO'
               GO TO 1020-90-FECHAR
           END-IF
      *
           IF PRJ-HDR-DT-EXECUCAO NOT EQUAL WRK-DATA-ATUAL
               DISPLAY 'ARQPRJ DE OUTRO DIA (' PRJ-HDR-DT-EXECUCAO
                       ') - VALIDANDO O RUN INFORMADO NO HEADER'
           END-IF
      *
           MOVE PRJ-HDR-PROGRAMA       TO WRK-PROGRAMA-RUN
           MOVE PRJ-HDR-IND-SIMULACAO  TO WRK-IND-SIMULACAO-RUN
           MOVE PRJ-HDR-ID-EXECUCAO    TO WRK-ID-EXECUCAO-RUN
      *
           IF PRJ-HDR-PROGRAMA EQUAL 'AC220002' AND
              PRJ-HDR-IND-SIMULACAO EQUAL 'S'
               MOVE 'S'                TO WRK-SW-SIMULACAO-APROV
           END-IF
      *
           PERFORM 1021-LER-REG-ARQPRJ THRU 1021-99-FIM
           PERFORM 1022-TRATAR-REGS-ARQPRJ THRU 1022-99-FIM
               UNTIL WRK-FIM-ARQPRJ
      *
           IF NOT WRK-TRAILER-PRJ-LIDO
               DISPLAY 'ARQPRJ SEM TRAILER - ARQUIVO TRUNCADO'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           DISPLAY 'RUN VALIDADO: ' WRK-PROGRAMA-RUN ' SIMULACAO: '
                    WRK-IND-SIMULACAO-RUN ' PRODUTOS PROJETADOS: '
                    WRK-QTD-PROJECAO.
      *
       1020-90-FECHAR.
           CLOSE ARQPRJ-ARQ.
      *
       1020-99-FIM.                    EXIT.
      *
       1021-LER-REG-ARQPRJ              SECTION.
           READ ARQPRJ-ARQ
               AT END
                   MOVE 'S' TO WRK-SW-FIM-ARQPRJ
           END-READ.
      *
       1021-99-FIM.                    EXIT.
      *
       1022-TRATAR-REGS-ARQPRJ          SECTION.
           EVALUATE TRUE
               WHEN PRJ-TIPO-DETALHE
                   ADD 1                       TO WRK-ACU-PRJ-LIDOS
                   ADD PRJ-DET-PRECO-PROJETADO TO WRK-HASH-PRJ
                   PERFORM 1023-GUARDAR-PROJECAO THRU 1023-99-FIM
               WHEN PRJ-TIPO-TRAILER
                   MOVE 'S' TO WRK-SW-TRAILER-PRJ
                   IF PRJ-TRL-QTD-DETALHES NOT EQUAL WRK-ACU-PRJ-LIDOS
                   OR PRJ-TRL-HASH-PRECOS NOT EQUAL WRK-HASH-PRJ
                       DISPLAY 'TRAILER DO ARQPRJ NAO CONFERE COM OS '
                                'DETALHES CARREGADOS'
                       MOVE 8 TO RETURN-CODE
                       PERFORM 3300-FINALIZAR THRU 3300-99-FIM
                   END-IF
               WHEN OTHER
                   DISPLAY 'REGISTRO DE ARQPRJ IGNORADO: ' REG-ARQPRJ
           END-EVALUATE
      *
           PERFORM 1021-LER-REG-ARQPRJ THRU 1021-99-FIM.
      *
       1022-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PRODUTO JA CARREGADO FICA COM O ULTIMO PRECO PROJETADO
      *-----------------------------------------------------------------
       1023-GUARDAR-PROJECAO            SECTION.
           MOVE PRJ-DET-COD-GRUPO      TO WRK-CHAVE-GRUPO
           MOVE PRJ-DET-COD-CATEGORIA  TO WRK-CHAVE-CATEGORIA
           MOVE PRJ-DET-COD-PRODUTO    TO WRK-CHAVE-PRODUTO
      *
           PERFORM 2210-PROCURAR-PROJECAO THRU 2210-99-FIM
      *
           IF WRK-ORIGEM-PRECO NOT EQUAL 'R'
      *        TABELA CHEIA PARA O RUN: SEGUIR SEM PARTE DOS PRECOS
      *        PROJETADOS DEIXARIA PASSAR VIOLACOES
               IF WRK-QTD-PROJECAO NOT LESS 9999
                   DISPLAY 'TABELA DE PROJECAO CHEIA - ARQPRJ COM MAIS '
                            'DE 9999 PRODUTOS'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3300-FINALIZAR THRU 3300-99-FIM
               END-IF
               ADD 1 TO WRK-QTD-PROJECAO
               SET WRK-IDX-PROJECAO TO WRK-QTD-PROJECAO
               MOVE PRJ-DET-COD-GRUPO     TO
                    WRK-PRJ-GRUPO (WRK-IDX-PROJECAO)
               MOVE PRJ-DET-COD-CATEGORIA TO
                    WRK-PRJ-CATEGORIA (WRK-IDX-PROJECAO)
               MOVE PRJ-DET-COD-PRODUTO   TO
                    WRK-PRJ-PRODUTO (WRK-IDX-PROJECAO)
           END-IF
      *
           MOVE PRJ-DET-PRECO-PROJETADO TO
                WRK-PRJ-PRECO (WRK-IDX-PROJECAO)
           MOVE PRJ-DET-ACAO            TO
                WRK-PRJ-ACAO (WRK-IDX-PROJECAO).
      *
       1023-99-FIM.                    EXIT.
      *
       1041-CABECALHO-RELVRL             SECTION.
           ADD 1                 TO WRK-PAGINA-ATUAL
           MOVE WRK-PAGINA-ATUAL TO WRK-CAB1-PAGINA
           MOVE ZEROS            TO WRK-LIN-ATUAL
      *
           WRITE REG-RELVRL      FROM WRK-RELVRL-CAB1
           WRITE REG-RELVRL      FROM WRK-RELVRL-CAB2
           WRITE REG-RELVRL      FROM SPACES
           WRITE REG-RELVRL      FROM WRK-RELVRL-CAB-DET
           ADD 1                 TO WRK-LIN-ATUAL.
      *
       1041-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * AVALIACAO DE TODAS AS REGRAS NOS PRECOS RESULTANTES DO RUN
      *-----------------------------------------------------------------
       2000-VALIDAR-REGRAS             SECTION.
           EXEC SQL
               OPEN CSR01-REGRAS
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERRO DE ABERTURA DO CURSOR 1 ' SQLCODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3300-FINALIZAR   THRU 3300-99-FIM
           END-IF
      *
           PERFORM 2010-LER-REGRA      THRU 2010-99-FIM
           PERFORM 2100-TRATAR-REGRA   THRU 2100-99-FIM
               UNTIL WRK-FIM-CURSOR
      *
           EXEC SQL
               CLOSE CSR01-REGRAS
           END-EXEC.
      *
       2000-99-FIM.                    EXIT.
      *
       2010-LER-REGRA                  SECTION.
           EXEC SQL
                FETCH  CSR01-REGRAS
                INTO  :REL-GRUPO-BASE
                ,     :REL-CATEG-BASE
                ,     :REL-PRODUTO-BASE
                ,     :REL-GRUPO-RELAC
                ,     :REL-CATEG-RELAC
                ,     :REL-PRODUTO-RELAC
                ,     :REL-IND-TIPO
                ,     :REL-PERC
                ,     :REL-QTD-BASE
                ,     :REL-QTD-RELAC
                ,     :REL-DESCRICAO
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
       2010-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PRECO RESULTANTE DOS DOIS LADOS E AVALIACAO DA REGRA; SO AS
      * VIOLADAS E AS QUE FICARAM SEM UM DOS PRODUTOS SAEM NA LISTAGEM
      *-----------------------------------------------------------------
       2100-TRATAR-REGRA               SECTION.
           ADD 1                       TO WRK-ACU-REGRAS
           MOVE SPACE                  TO WRK-SW-SITUACAO-REGRA
           MOVE ZEROS                  TO WRK-PRECO-BASE
                                          WRK-PRECO-RELAC
                                          WRK-PRECO-LIMITE
           MOVE SPACES                 TO WRK-ORIGEM-BASE
                                          WRK-ORIGEM-RELAC
      *
           MOVE REL-GRUPO-BASE         TO WRK-CHAVE-GRUPO
           MOVE REL-CATEG-BASE         TO WRK-CHAVE-CATEGORIA
           MOVE REL-PRODUTO-BASE       TO WRK-CHAVE-PRODUTO
           PERFORM 2200-PRECO-RESULTANTE THRU 2200-99-FIM
           MOVE WRK-PRECO-RESULTANTE   TO WRK-PRECO-BASE
           MOVE WRK-ORIGEM-PRECO       TO WRK-ORIGEM-BASE
      *
           IF WRK-REGRA-CUMPRIDA
               MOVE REL-GRUPO-RELAC    TO WRK-CHAVE-GRUPO
               MOVE REL-CATEG-RELAC    TO WRK-CHAVE-CATEGORIA
               MOVE REL-PRODUTO-RELAC  TO WRK-CHAVE-PRODUTO
               PERFORM 2200-PRECO-RESULTANTE THRU 2200-99-FIM
               MOVE WRK-PRECO-RESULTANTE TO WRK-PRECO-RELAC
               MOVE WRK-ORIGEM-PRECO   TO WRK-ORIGEM-RELAC
           END-IF
      *
           IF WRK-REGRA-CUMPRIDA
               PERFORM 2450-AVALIAR-REGRA THRU 2450-99-FIM
           END-IF
      *
           EVALUATE TRUE
               WHEN WRK-REGRA-VIOLADA
                   ADD 1               TO WRK-ACU-VIOLADAS
                   MOVE 'VIOLADA'      TO DET-SITUACAO
                   PERFORM 2800-IMPRIMIR-REGRA THRU 2800-99-FIM
               WHEN WRK-REGRA-SEM-PRODUTO
                   ADD 1               TO WRK-ACU-SEM-PRODUTO
                   MOVE 'SEM PRODUTO'  TO DET-SITUACAO
                   PERFORM 2800-IMPRIMIR-REGRA THRU 2800-99-FIM
               WHEN WRK-REGRA-ERRO
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-EVALUATE
      *
           PERFORM 2010-LER-REGRA      THRU 2010-99-FIM.
      *
       2100-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PRECO RESULTANTE DO PRODUTO WRK-CHAVE-*: O PROJETADO PELO RUN,
      * SE ESTIVER NO ARQPRJ (ACAO D = EXCLUIDO, FICA SEM PRODUTO); SE
      * NAO, O PROGRAMADO (TABPRO_PRECO_NOVO) QUANDO HOUVER, OU O ATUAL
      *-----------------------------------------------------------------
       2200-PRECO-RESULTANTE           SECTION.
           MOVE ZEROS                  TO WRK-PRECO-RESULTANTE
      *
           PERFORM 2210-PROCURAR-PROJECAO THRU 2210-99-FIM
      *
           IF WRK-ORIGEM-PRECO EQUAL 'R'
               IF WRK-PRJ-ACAO (WRK-IDX-PROJECAO) EQUAL 'D'
                   MOVE 'A'            TO WRK-SW-SITUACAO-REGRA
               ELSE
                   MOVE WRK-PRJ-PRECO (WRK-IDX-PROJECAO)
                     TO WRK-PRECO-RESULTANTE
               END-IF
               GO TO 2200-99-FIM
           END-IF
      *
           MOVE WRK-CHAVE-GRUPO        TO TABPRO-COD-GRUPO
           MOVE WRK-CHAVE-CATEGORIA    TO TABPRO-COD-CATEGORIA
           MOVE WRK-CHAVE-PRODUTO      TO TABPRO-COD-PRODUTO
      *
           EXEC SQL
               SELECT TABPRO_PRECO,
                      TABPRO_PRECO_NOVO
                 INTO :TABPRO-PRECO,
                      :TABPRO-PRECO-NOVO :IND-TABPRO-PRECO-NOVO
                 FROM DB2ADMIN.TABPRO
                WHERE TABPRO_COD_GRUPO     = :TABPRO-COD-GRUPO
                  AND TABPRO_COD_CATEGORIA = :TABPRO-COD-CATEGORIA
                  AND TABPRO_COD_PRODUTO   = :TABPRO-COD-PRODUTO
           END-EXEC
      *
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   MOVE 'A'            TO WRK-SW-SITUACAO-REGRA
                   GO TO 2200-99-FIM
               WHEN OTHER
                   DISPLAY 'ERRO NA LEITURA DA TABPRO: ' SQLCODE
                   MOVE 'E'            TO WRK-SW-SITUACAO-REGRA
                   GO TO 2200-99-FIM
           END-EVALUATE
      *
           IF IND-TABPRO-PRECO-NOVO LESS ZEROS
               MOVE TABPRO-PRECO       TO WRK-PRECO-RESULTANTE
               MOVE 'T'                TO WRK-ORIGEM-PRECO
           ELSE
               MOVE TABPRO-PRECO-NOVO  TO WRK-PRECO-RESULTANTE
               MOVE 'P'                TO WRK-ORIGEM-PRECO
           END-IF.
      *
       2200-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PROCURA DO PRODUTO WRK-CHAVE-* NOS PRECOS PROJETADOS: ACHANDO,
      * WRK-ORIGEM-PRECO = R E WRK-IDX-PROJECAO NA OCORRENCIA
      *-----------------------------------------------------------------
       2210-PROCURAR-PROJECAO          SECTION.
           MOVE SPACE                  TO WRK-ORIGEM-PRECO
      *
           IF WRK-QTD-PROJECAO EQUAL ZEROS
               GO TO 2210-99-FIM
           END-IF
      *
           SET WRK-IDX-PROJECAO TO 1
           SEARCH WRK-PROJECAO-OCORRENCIA
               AT END
                   CONTINUE
               WHEN WRK-PRJ-GRUPO (WRK-IDX-PROJECAO) EQUAL
                        WRK-CHAVE-GRUPO AND
                    WRK-PRJ-CATEGORIA (WRK-IDX-PROJECAO) EQUAL
                        WRK-CHAVE-CATEGORIA AND
                    WRK-PRJ-PRODUTO (WRK-IDX-PROJECAO) EQUAL
                        WRK-CHAVE-PRODUTO
                   MOVE 'R'            TO WRK-ORIGEM-PRECO
           END-SEARCH.
      *
       2210-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * AVALIACAO DA REGRA SOBRE WRK-PRECO-BASE E WRK-PRECO-RELAC:
      * P - RELACIONADO ATE BASE X (100 - PERC) / 100 (LIMITE MAXIMO)
      * N - RELACIONADO ATE O PRECO DO BASE (LIMITE MAXIMO)
      * E - PRECO POR UNIDADE DO RELACIONADO (EMBALAGEM MAIOR) NAO
      *     MENOR QUE O DO BASE; A COMPARACAO E FEITA EM PRODUTO
      *     CRUZADO (RELAC X QTD BASE CONTRA BASE X QTD RELAC) PARA NAO
      *     PERDER CENTAVOS NA DIVISAO; O LIMITE MOSTRADO E O PRECO
      *     MINIMO DO RELACIONADO, ARREDONDADO
      * MESMA REGRA DO 2450 DO AC220028
      *-----------------------------------------------------------------
       2450-AVALIAR-REGRA              SECTION.
           EVALUATE REL-IND-TIPO
               WHEN 'P'
                   COMPUTE WRK-PRECO-LIMITE =
                           WRK-PRECO-BASE * (100 - REL-PERC) / 100
                   IF WRK-PRECO-RELAC GREATER WRK-PRECO-LIMITE
                       MOVE 'V'        TO WRK-SW-SITUACAO-REGRA
                   END-IF
               WHEN 'N'
                   MOVE WRK-PRECO-BASE TO WRK-PRECO-LIMITE
                   IF WRK-PRECO-RELAC GREATER WRK-PRECO-LIMITE
                       MOVE 'V'        TO WRK-SW-SITUACAO-REGRA
                   END-IF
               WHEN 'E'
                   COMPUTE WRK-PRECO-LIMITE ROUNDED =
                           WRK-PRECO-BASE * REL-QTD-RELAC
                                          / REL-QTD-BASE
                   COMPUTE WRK-VALOR-RELAC-UNID =
                           WRK-PRECO-RELAC * REL-QTD-BASE
                   COMPUTE WRK-VALOR-BASE-UNID =
                           WRK-PRECO-BASE * REL-QTD-RELAC
                   IF WRK-VALOR-RELAC-UNID LESS WRK-VALOR-BASE-UNID
                       MOVE 'V'        TO WRK-SW-SITUACAO-REGRA
                   END-IF
           END-EVALUATE.
      *
       2450-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * RETENCAO DO PEDIDO DE APROVACAO DA SIMULACAO DO AC220002: O
      * PEDIDO GERADO PELA SIMULACAO (ID DO HEADER DO ARQPRJ) E OS
      * DEMAIS AINDA UTILIZAVEIS (P/A/D) PARA OS MESMOS GRUPOS E
      * PERCENTUAIS PASSAM A V, E O PORTAO DO AC220002 EFETIVO NAO
      * ENCONTRA PEDIDO ACEITO. SIMULACAO DO AC220017 E RUN EFETIVO
      * NAO TEM PEDIDO A RETER - SO A LISTAGEM
      *-----------------------------------------------------------------
       2500-RETER-APROVACAO            SECTION.
           IF NOT WRK-SIMULACAO-APROV
               DISPLAY 'RETENCAO LIGADA, MAS O RUN VALIDADO NAO E '
                       'SIMULACAO DO AC220002 - SO A LISTAGEM'
               GO TO 2500-99-FIM
           END-IF
      *
           MOVE WRK-ID-EXECUCAO-RUN    TO APROV-ID-EXECUCAO
      *
           EXEC SQL
               SELECT APROV_PARAMETROS
                 INTO :APROV-PARAMETROS
                 FROM DB2ADMIN.TABPRO_APROV
                WHERE APROV_ID_EXECUCAO = :APROV-ID-EXECUCAO
           END-EXEC
      *
      *    SEM PEDIDO A SIMULACAO RODOU SEM LIMITE DE APROVACAO NO
      *    ARQCTL: NAO HA COMO BARRAR O EFETIVO PELO PORTAO, E O JOB
      *    PARA AQUI
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   DISPLAY 'SIMULACAO ' APROV-ID-EXECUCAO ' SEM '
                           'PEDIDO DE APROVACAO - RETENCAO '
                           'IMPOSSIVEL (LIMITE DE APROVACAO ZERADO)'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3300-FINALIZAR THRU 3300-99-FIM
               WHEN OTHER
                   DISPLAY 'ERRO NA LEITURA DO PEDIDO DE APROVACAO: '
                            SQLCODE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-EVALUATE
      *
           EXEC SQL
               UPDATE DB2ADMIN.TABPRO_APROV
                  SET APROV_STATUS     = 'V'
                WHERE APROV_PARAMETROS = :APROV-PARAMETROS
                  AND APROV_STATUS IN ('P', 'A', 'D')
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS AND
              SQLCODE NOT EQUAL 100
               DISPLAY 'ERRO NA RETENCAO DO PEDIDO DE APROVACAO: '
                        SQLCODE
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           MOVE SQLERRD (3)            TO WRK-ACU-RETIDOS
      *
           EXEC SQL
               COMMIT WORK
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO NO COMMIT DA RETENCAO: ' SQLCODE
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           DISPLAY 'SIMULACAO ' APROV-ID-EXECUCAO ' RETIDA - PEDIDOS '
                   'DE APROVACAO NO STATUS V: ' WRK-ACU-RETIDOS.
      *
       2500-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * LINHA DA REGRA VIOLADA (OU SEM PRODUTO), COM QUEBRA DE PAGINA
      *-----------------------------------------------------------------
       2800-IMPRIMIR-REGRA             SECTION.
           MOVE REL-GRUPO-BASE         TO DET-GRUPO-BASE
           MOVE REL-CATEG-BASE         TO DET-CATEG-BASE
           MOVE REL-PRODUTO-BASE       TO DET-PRODUTO-BASE
           MOVE WRK-PRECO-BASE         TO DET-PRECO-BASE
           MOVE WRK-ORIGEM-BASE        TO DET-ORIGEM-BASE
           MOVE REL-GRUPO-RELAC        TO DET-GRUPO-RELAC
           MOVE REL-CATEG-RELAC        TO DET-CATEG-RELAC
           MOVE REL-PRODUTO-RELAC      TO DET-PRODUTO-RELAC
           MOVE WRK-PRECO-RELAC        TO DET-PRECO-RELAC
           MOVE WRK-ORIGEM-RELAC       TO DET-ORIGEM-RELAC
           MOVE REL-IND-TIPO           TO DET-TIPO
           MOVE WRK-PRECO-LIMITE       TO DET-LIMITE
           MOVE REL-DESCRICAO          TO DET-DESCRICAO
      *
           EVALUATE REL-IND-TIPO
               WHEN 'P'
                   MOVE REL-PERC        TO WRK-PARM-PERC
                   MOVE WRK-PARM-PERCENTUAL TO DET-PARAMETRO
               WHEN 'E'
                   MOVE REL-QTD-BASE    TO WRK-PARM-QTD-BASE
                   MOVE REL-QTD-RELAC   TO WRK-PARM-QTD-RELAC
                   MOVE WRK-PARM-EMBALAGEM TO DET-PARAMETRO
               WHEN OTHER
                   MOVE SPACES          TO DET-PARAMETRO
           END-EVALUATE
      *
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELVRL THRU 1041-99-FIM
           END-IF
      *
           WRITE REG-RELVRL FROM WRK-RELVRL-DET
           ADD 1 TO WRK-LIN-ATUAL.
      *
       2800-99-FIM.                    EXIT.
      *
      **----------------------------------------------------------------
      * EXECUTANDO TRATAMENTOS FINAIS.
      *-----------------------------------------------------------------
       3000-TERMINAR.
           MOVE WRK-ACU-PRJ-LIDOS      TO WRK-MASC-PRJ-LIDOS
           MOVE WRK-ACU-REGRAS         TO WRK-MASC-REGRAS
           MOVE WRK-ACU-VIOLADAS       TO WRK-MASC-VIOLADAS
           MOVE WRK-ACU-SEM-PRODUTO    TO WRK-MASC-SEM-PRODUTO
           MOVE WRK-ACU-RETIDOS        TO WRK-MASC-RETIDOS
      *
           DISPLAY 'PRECOS PROJETADOS (ARQPRJ): 'WRK-MASC-PRJ-LIDOS
           DISPLAY 'REGRAS AVALIADAS..........: 'WRK-MASC-REGRAS
           DISPLAY 'REGRAS VIOLADAS...........: 'WRK-MASC-VIOLADAS
           DISPLAY 'COM PRODUTO AUSENTE.......: 'WRK-MASC-SEM-PRODUTO
           DISPLAY 'PEDIDOS RETIDOS (V).......: 'WRK-MASC-RETIDOS
      *
           MOVE WRK-ACU-PRJ-LIDOS      TO TOT-PRJ-LIDOS
           MOVE WRK-ACU-REGRAS         TO TOT-REGRAS
           MOVE WRK-ACU-VIOLADAS       TO TOT-VIOLADAS
           MOVE WRK-ACU-SEM-PRODUTO    TO TOT-SEM-PRODUTO
           MOVE WRK-ACU-RETIDOS        TO TOT-RETIDOS
      *
           WRITE REG-RELVRL FROM SPACES
           WRITE REG-RELVRL FROM WRK-RELVRL-TOT
           WRITE REG-RELVRL FROM WRK-RELVRL-TOT2
           WRITE REG-RELVRL FROM WRK-RELVRL-TOT3
           WRITE REG-RELVRL FROM WRK-RELVRL-TOT4
           WRITE REG-RELVRL FROM WRK-RELVRL-TOT5
      *
           IF WRK-ACU-VIOLADAS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF
      *
           CLOSE RELVRL-ARQ.
      *
       3000-99-FIM.                    EXIT.
      *
       3300-FINALIZAR.
      *
           GOBACK.
       3300-99-FIM.                    EXIT.
      *
