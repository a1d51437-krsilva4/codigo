      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.    AC220023.
       AUTHOR.  ACCENTURE BRDC RECIFE.
      *================================================================*
      *                      A C C E N T U R E                         *
      *================================================================*
      *    PROGRAMA......: AC220023.                                   *
      *    PROGRAMADOR...: ACCENTURE BRDC RECIFE                       *
      *    ANALISTA......: ACCENTURE BRDC                              *
      *    DATA..........: 15/10/2026                                  *
      *----------------------------------------------------------------*
      *    OBJETIVO......: MANUTENCAO EM LOTE DE PRODUTOS JA           *
      *                    CARREGADOS: LE O ARQUIVO DE TRANSACOES      *
      *                    ARQMNT COM ALTERACOES DE FAIXA (TIPO F -    *
      *                    TABPRO_PRECO_MIN/MAX) E RECLASSIFICACOES    *
      *                    (TIPO R - NOVO GRUPO/CATEGORIA, COM FAIXA   *
      *                    NOVA OPCIONAL). A NOVA FAIXA TEM QUE CONTER *
      *                    O PRECO ATUAL, O PRECO PROGRAMADO PENDENTE  *
      *                    E O PRECO PRE-PROMOCAO DE UMA PROMOCAO      *
      *                    ATIVA; A NOVA CHAVE NAO PODE EXISTIR EM     *
      *                    TABPRO NEM EM TABPRO_EXCLUIDOS. O PRODUTO   *
      *                    RECLASSIFICADO LEVA PARA A NOVA CHAVE AS    *
      *                    LINHAS DE TABPRO_PROMO, TODO O SEU          *
      *                    TABPRO_HIST, A LIQUIDACAO ATIVA             *
      *                    (TABPRO_LIQUID) E AS REGRAS DE              *
      *                    RELACIONAMENTO (TABPRO_RELAC) DOS DOIS      *
      *                    LADOS (O CUSTO TABPRO_CUSTO E COLUNA DA     *
      *                    PROPRIA LINHA DA TABPRO). CADA ALTERACAO    *
      *                    GERA SEU EVENTO NO HISTORICO (N = PRECO     *
      *                    MINIMO, X = PRECO MAXIMO, G = GRUPO/        *
      *                    CATEGORIA) E SAI NA LISTAGEM ANTES/DEPOIS;  *
      *                    AS TRANSACOES RECUSADAS VAO PARA O ARQRJM   *
      *                    NO LAYOUT DO ARQREJ.                        *
      *----------------------------------------------------------------*
      *    ARQUIVOS         I/O LRECL  DESCRICAO                       *
      *    TABELA TABPRO    I/O  071    DB2ADMIN.TABPRO                *
      *    TABELA TABPRO_HIST I/O N/A   DB2ADMIN.TABPRO_HIST           *
      *    TABELA TABPRO_PROMO I/O N/A  DB2ADMIN.TABPRO_PROMO          *
      *    TABELA TABPRO_EXCLUIDOS IN N/A DB2ADMIN.TABPRO_EXCLUIDOS    *
      *    TABELA TABPRO_LIQUID I/O N/A DB2ADMIN.TABPRO_LIQUID         *
      *    TABELA TABPRO_RELAC I/O N/A  DB2ADMIN.TABPRO_RELAC          *
      *    ARQMNT           IN   080    TRANSACOES DE FAIXA E DE       *
      *                                RECLASSIFICACAO                 *
      *    ARQRJM           OUT  080    TRANSACOES RECUSADAS (LAYOUT   *
      *                                DO ARQREJ; NAO E ENTRADA DO     *
      *                                REPROCESSAMENTO AC220007)       *
      *    RELMNT           OUT  132    LISTAGEM ANTES/DEPOIS          *
      *----------------------------------------------------------------*
      *    RETURN-CODE.....: 0 = TODAS AS TRANSACOES APLICADAS         *
      *                      4 = HOUVE TRANSACOES RECUSADAS (ARQRJM)   *
      *                      8 = ERRO DE ARQUIVO/SQL                   *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *    15/10/2026  RPS  CRIACAO DO PROGRAMA                        *
      *    15/10/2026  RPS  RECLASSIFICACAO LEVA TAMBEM A LIQUIDACAO   *
      *                     ATIVA (TABPRO_LIQUID) E AS REGRAS DE       *
      *                     RELACIONAMENTO (TABPRO_RELAC) PARA A NOVA  *
      *                     CHAVE                                      *
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
           SELECT ARQMNT-ARQ         ASSIGN TO ARQMNT
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQMNT.
      *
           SELECT ARQRJM-ARQ         ASSIGN TO ARQRJM
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQRJM.
      *
           SELECT RELMNT-ARQ         ASSIGN TO RELMNT
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-RELMNT.
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      * TRANSACOES DE MANUTENCAO DE FAIXA E RECLASSIFICACAO            *
      *----------------------------------------------------------------*
       FD  ARQMNT-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQMNT                      PIC X(080).
      *----------------LAYOUT DO REGISTRO DO ARQMNT--------------------*
      *    TIPO F: PRECO-MIN E PRECO-MAX OBRIGATORIOS, NOVA CHAVE EM
      *            BRANCO
      *    TIPO R: NOVO GRUPO/CATEGORIA OBRIGATORIOS; PRECO-MIN E
      *            PRECO-MAX EM BRANCO MANTEM A FAIXA ATUAL
       01 REG-MNT-DADOS REDEFINES REG-ARQMNT.
           03 MNT-TIPO-TRANSACAO       PIC X(01).
               88 MNT-TRANSACAO-FAIXA                   VALUE 'F'.
               88 MNT-TRANSACAO-RECLASSIF               VALUE 'R'.
           03 MNT-COD-GRUPO            PIC 9(01).
           03 MNT-COD-CATEGORIA        PIC 9(03).
           03 MNT-COD-PRODUTO          PIC 9(09).
           03 MNT-NOVO-GRUPO           PIC 9(01).
           03 MNT-NOVA-CATEGORIA       PIC 9(03).
           03 MNT-PRECO-MIN            PIC S9(08)V9(02) SIGN LEADING
                                        SEPARATE CHARACTER.
           03 MNT-PRECO-MAX            PIC S9(08)V9(02) SIGN LEADING
                                        SEPARATE CHARACTER.
           03 FILLER                   PIC X(40).
      *----------------VISAO TEXTO PARA TESTES DE CLASSE---------------*
       01 REG-MNT-TEXTO REDEFINES REG-ARQMNT.
           03 MNT-TXT-TIPO             PIC X(01).
           03 MNT-TXT-CHAVE            PIC X(13).
           03 MNT-TXT-NOVA-CHAVE       PIC X(04).
           03 MNT-TXT-PRECO-MIN        PIC X(11).
           03 MNT-TXT-PRECO-MAX        PIC X(11).
           03 FILLER                   PIC X(40).
      *----------------------------------------------------------------*
      * TRANSACOES RECUSADAS (MESMO LAYOUT DO ARQREJ DO AC220002)      *
      *----------------------------------------------------------------*
       FD  ARQRJM-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQRJM                       PIC X(080).
      *----------------------------------------------------------------*
      * LISTAGEM ANTES/DEPOIS DA MANUTENCAO                            *
      *----------------------------------------------------------------*
       FD  RELMNT-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELMNT                        PIC X(132).
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
      *--------LAYOUT DOS PRODUTOS EXCLUIDOS (TABPRO_EXCLUIDOS)--------*
           EXEC SQL
             INCLUDE DCLTPEX
           END-EXEC.
      *--------LIQUIDACAO DE PRODUTOS (DB2ADMIN.TABPRO_LIQUID)---------*
           EXEC SQL
             INCLUDE DCLTPLQ
           END-EXEC.
      *--------REGRAS DE RELACIONAMENTO (DB2ADMIN.TABPRO_RELAC)--------*
           EXEC SQL
             INCLUDE DCLTPREL
           END-EXEC.
      * --------VARIAVEIS AUXILIARES DE CALCULO E CONTADORES-----------*
       01 WRK-VARIAVEIS-AUXILIARES.
           03 WRK-ACU-LIDOS            PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-FAIXAS           PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-RECLASSIFICADOS  PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-REJEITADOS       PIC 9(07)       VALUE ZEROS.
           03 WRK-QTD-TABPRO           PIC S9(09)      USAGE COMP.
           03 WRK-QTD-EXCLUIDOS        PIC S9(09)      USAGE COMP.
           03 WRK-SQLCODE-ERRO         PIC S9(09)      USAGE COMP.
      *    DESLOCAMENTO EM MICROSSEGUNDOS DOS EVENTOS DE UMA MESMA
      *    TRANSACAO, PARA MANTEREM A ORDEM E NAO COLIDIREM NO
      *    HIST_DT_HORA
           03 WRK-SEQ-EVENTO           PIC S9(04)      USAGE COMP.
      *---------VARIAVEIS PARA MASCARAS DE CONTADORES------------------*
       01 WRK-VARIAVEIS-PARA-MASCARA.
           03 WRK-MASC-LIDOS           PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-FAIXAS          PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-RECLASSIFICADOS PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-REJEITADOS      PIC ZZZ.ZZZ.ZZ9.
       01 WRK-SWITCHES-01.
           03 WRK-SW-FIM-ARQMNT        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-ARQMNT                       VALUE 'S'.
           03 WRK-SW-REG-REJEITADO     PIC X(01)       VALUE 'N'.
               88 WRK-REG-REJEITADO                    VALUE 'S'.
           03 WRK-SW-ALTERA-FAIXA      PIC X(01)       VALUE 'N'.
               88 WRK-ALTERA-FAIXA                     VALUE 'S'.
      *----------------TRANSACAO EM TRATAMENTO-------------------------*
      *    FAIXA E CHAVE ANTES/DEPOIS; SEM FAIXA NA RECLASSIFICACAO A
      *    NOVA E IGUAL A ATUAL
       01 WRK-TRANSACAO.
           03 WRK-MIN-ANTERIOR         PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-MAX-ANTERIOR         PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-MIN-NOVO             PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-MAX-NOVO             PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-NOVO-GRUPO           PIC S9(1)       USAGE COMP-3.
           03 WRK-NOVA-CATEGORIA       PIC S9(3)       USAGE COMP-3.
      *----------------STATUS DOS ARQUIVOS SEQUENCIAIS-----------------*
       01 WRK-STATUS-ARQUIVOS.
           03 WRK-STATUS-ARQMNT             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQRJM             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-RELMNT             PIC X(02)       VALUE '00'.
      *----------------LAYOUT DO REGISTRO DE REJEITOS (ARQREJ)---------*
       01 REG-REJ-DADOS.
           03 REJ-COD-GRUPO                PIC 9(01).
           03 REJ-COD-CATEGORIA            PIC 9(03).
           03 REJ-COD-PRODUTO              PIC 9(09).
           03 REJ-TIPO-OCORRENCIA          PIC X(01).
               88 REJ-OCORRENCIA-SQL                    VALUE 'S'.
               88 REJ-OCORRENCIA-FAIXA                  VALUE 'F'.
               88 REJ-OCORRENCIA-DELETE                 VALUE 'D'.
               88 REJ-OCORRENCIA-ACAO                   VALUE 'C'.
               88 REJ-OCORRENCIA-ARQUIVO                VALUE 'X'.
               88 REJ-OCORRENCIA-PROGRAMACAO            VALUE 'P'.
               88 REJ-OCORRENCIA-MARGEM                 VALUE 'M'.
      *        K = PRODUTO INEXISTENTE OU NOVA CHAVE JA OCUPADA
               88 REJ-OCORRENCIA-CHAVE                  VALUE 'K'.
           03 REJ-SQLCODE                  PIC S9(04) SIGN LEADING
                                            SEPARATE CHARACTER.
           03 REJ-PRECO-CALCULADO          PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
           03 REJ-DESCRICAO                PIC X(40).
           03 REJ-DT-VIGENCIA              PIC 9(08).
           03 FILLER                       PIC X(02).
      *----------------LINHAS DA LISTAGEM (RELMNT)---------------------*
       01 WRK-RELMNT-LINHAS.
           03 WRK-LIN-ATUAL                 PIC 9(02)       VALUE 99.
           03 WRK-PAGINA-ATUAL              PIC 9(04)       VALUE ZEROS.
           03 WRK-MAX-LINHAS                PIC 9(02)       VALUE 50.
       01 WRK-RELMNT-CAB1.
           03 FILLER                        PIC X(01) VALUE '1'.
           03 FILLER                        PIC X(58) VALUE
           'AC220023 - MANUTENCAO DE FAIXA E RECLASSIFICACAO'.
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 FILLER                        PIC X(08) VALUE 'PAGINA: '.
           03 WRK-CAB1-PAGINA               PIC ZZZ9.
           03 FILLER                        PIC X(57) VALUE SPACES.
       01 WRK-RELMNT-CAB2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(03) VALUE 'TP '.
           03 FILLER                        PIC X(17) VALUE
               'GRP/CAT/PRODUTO  '.
           03 FILLER                        PIC X(07) VALUE 'PARA   '.
           03 FILLER                        PIC X(11) VALUE
               'MIN ANTES  '.
           03 FILLER                        PIC X(12) VALUE
               'MIN DEPOIS  '.
           03 FILLER                        PIC X(11) VALUE
               'MAX ANTES  '.
           03 FILLER                        PIC X(12) VALUE
               'MAX DEPOIS  '.
           03 FILLER                       PIC X(40) VALUE 'OCORRENCIA'.
           03 FILLER                        PIC X(18) VALUE SPACES.
       01 WRK-RELMNT-DET.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DET-TIPO                      PIC X(01).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-GRUPO                     PIC X(01).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DET-CATEGORIA                 PIC X(03).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DET-PRODUTO                   PIC X(09).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-NOVO-GRUPO                PIC X(01).
           03 DET-BARRA                     PIC X(01).
           03 DET-NOVA-CATEGORIA            PIC X(03).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-MIN-ANTERIOR              PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-MIN-NOVO                  PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-MAX-ANTERIOR              PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DET-MAX-NOVO                  PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DET-OCORRENCIA                PIC X(40).
           03 FILLER                        PIC X(18) VALUE SPACES.
       01 WRK-RELMNT-TOT.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'TOTAL DE TRANSACOES LIDAS.: '.
           03 TOT-LIDOS                     PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELMNT-TOT2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'FAIXAS ALTERADAS..........: '.
           03 TOT-FAIXAS                    PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELMNT-TOT3.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PRODUTOS RECLASSIFICADOS..: '.
           03 TOT-RECLASSIFICADOS           PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELMNT-TOT4.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'TOTAL DE REJEITADOS.......: '.
           03 TOT-REJEITADOS                PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
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
           UNTIL WRK-FIM-ARQMNT
      *
           PERFORM 3000-TERMINAR       THRU 3000-99-FIM
           PERFORM 3300-FINALIZAR      THRU 3300-99-FIM.
      *
       000-99-PRINCIPAL-FIM            SECTION.
           EXIT.
      *-----------------------------------------------------------------
      * ABERTURA DOS ARQUIVOS, CABECALHO E PRIMEIRA LEITURA
      *-----------------------------------------------------------------
       1000-INICIALIZAR                SECTION.
           INITIALIZE WRK-VARIAVEIS-AUXILIARES
                      DCLTABPRO-REGISTRO
                      DCLTPHI-REGISTRO
                      DCLTPPRO-REGISTRO
                      DCLTPEX-REGISTRO
                      REG-REJ-DADOS
      *
           OPEN INPUT  ARQMNT-ARQ
           OPEN OUTPUT ARQRJM-ARQ
           OPEN OUTPUT RELMNT-ARQ
      *
           IF WRK-STATUS-ARQMNT NOT EQUAL '00' OR
              WRK-STATUS-ARQRJM NOT EQUAL '00' OR
              WRK-STATUS-RELMNT NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVOS: '
                        WRK-STATUS-ARQMNT ' ' WRK-STATUS-ARQRJM ' '
                        WRK-STATUS-RELMNT
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           PERFORM 1041-CABECALHO-RELMNT    THRU 1041-99-FIM
           PERFORM 1011-LER-REG-ARQMNT      THRU 1011-99-FIM
      *
           IF WRK-FIM-ARQMNT
               DISPLAY 'ARQMNT VAZIO - NENHUMA TRANSACAO DE MANUTENCAO'
           END-IF.
      *
       1000-99-FIM.                    EXIT.
      *
       1011-LER-REG-ARQMNT              SECTION.
           READ ARQMNT-ARQ
               AT END
                   MOVE 'S' TO WRK-SW-FIM-ARQMNT
           END-READ.
      *
       1011-99-FIM.                    EXIT.
      *
       1041-CABECALHO-RELMNT             SECTION.
           ADD 1                 TO WRK-PAGINA-ATUAL
           MOVE WRK-PAGINA-ATUAL TO WRK-CAB1-PAGINA
           MOVE ZEROS            TO WRK-LIN-ATUAL
      *
           WRITE REG-RELMNT      FROM WRK-RELMNT-CAB1
           WRITE REG-RELMNT      FROM WRK-RELMNT-CAB2
           WRITE REG-RELMNT      FROM SPACES.
      *
       1041-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CRITICA, VALIDACAO E APLICACAO DE UMA TRANSACAO DO ARQMNT
      *-----------------------------------------------------------------
       2000-TRATAR-TRANSACAO           SECTION.
           ADD 1                       TO WRK-ACU-LIDOS
           MOVE 'N'                    TO WRK-SW-REG-REJEITADO
           MOVE 'N'                    TO WRK-SW-ALTERA-FAIXA
           MOVE ZEROS                  TO WRK-MIN-ANTERIOR
                                          WRK-MAX-ANTERIOR
                                          WRK-MIN-NOVO
                                          WRK-MAX-NOVO
                                          WRK-SQLCODE-ERRO
      *
           PERFORM 2100-CRITICAR-TRANSACAO THRU 2100-99-FIM
      *
           IF NOT WRK-REG-REJEITADO
               PERFORM 2200-LER-PRODUTO THRU 2200-99-FIM
           END-IF
      *
           IF NOT WRK-REG-REJEITADO AND WRK-ALTERA-FAIXA
               PERFORM 2300-VALIDAR-FAIXA THRU 2300-99-FIM
           END-IF
      *
           IF NOT WRK-REG-REJEITADO AND MNT-TRANSACAO-RECLASSIF
               PERFORM 2400-VERIFICAR-NOVA-CHAVE THRU 2400-99-FIM
           END-IF
      *
           IF NOT WRK-REG-REJEITADO
               PERFORM 2500-APLICAR-TRANSACAO THRU 2500-99-FIM
           END-IF
      *
           PERFORM 1011-LER-REG-ARQMNT THRU 1011-99-FIM.
      *
       2000-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CRITICA DE FORMATO E DE COERENCIA DA TRANSACAO
      *-----------------------------------------------------------------
       2100-CRITICAR-TRANSACAO         SECTION.
           IF NOT MNT-TRANSACAO-FAIXA AND
              NOT MNT-TRANSACAO-RECLASSIF
               MOVE 'TIPO DE TRANSACAO INVALIDO (F/R)'
                 TO REJ-DESCRICAO
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           IF MNT-TXT-CHAVE NOT NUMERIC
               MOVE 'CHAVE (GRUPO/CATEGORIA/PRODUTO) INVALIDA'
                 TO REJ-DESCRICAO
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
      *    NA RECLASSIFICACAO A FAIXA EM BRANCO MANTEM A ATUAL
           IF MNT-TRANSACAO-RECLASSIF AND
              MNT-TXT-PRECO-MIN EQUAL SPACES AND
              MNT-TXT-PRECO-MAX EQUAL SPACES
               CONTINUE
           ELSE
               IF MNT-TXT-PRECO-MIN (1:1) NOT EQUAL '+' OR
                  MNT-TXT-PRECO-MIN (2:10) NOT NUMERIC OR
                  MNT-TXT-PRECO-MAX (1:1) NOT EQUAL '+' OR
                  MNT-TXT-PRECO-MAX (2:10) NOT NUMERIC
                   MOVE 'FAIXA INVALIDA (SINAL + E 10 DIGITOS)'
                     TO REJ-DESCRICAO
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2100-99-FIM
               END-IF
               MOVE 'S'                TO WRK-SW-ALTERA-FAIXA
               MOVE MNT-PRECO-MIN      TO WRK-MIN-NOVO
               MOVE MNT-PRECO-MAX      TO WRK-MAX-NOVO
           END-IF
      *
           IF WRK-ALTERA-FAIXA AND
              WRK-MIN-NOVO GREATER WRK-MAX-NOVO
               MOVE 'FAIXA INVALIDA (MINIMO MAIOR QUE MAXIMO)'
                 TO REJ-DESCRICAO
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           IF MNT-TRANSACAO-RECLASSIF
               IF MNT-TXT-NOVA-CHAVE NOT NUMERIC
                   MOVE 'NOVO GRUPO/CATEGORIA INVALIDO'
                     TO REJ-DESCRICAO
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2100-99-FIM
               END-IF
               IF MNT-NOVO-GRUPO EQUAL MNT-COD-GRUPO AND
                  MNT-NOVA-CATEGORIA EQUAL MNT-COD-CATEGORIA
                   MOVE 'NOVO GRUPO/CATEGORIA IGUAL AO ATUAL'
                     TO REJ-DESCRICAO
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2100-99-FIM
               END-IF
               MOVE MNT-NOVO-GRUPO     TO WRK-NOVO-GRUPO
               MOVE MNT-NOVA-CATEGORIA TO WRK-NOVA-CATEGORIA
           END-IF.
      *
       2100-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * LINHA ATUAL DO PRODUTO (FAIXA E PRECO PROGRAMADO PENDENTE)
      *-----------------------------------------------------------------
       2200-LER-PRODUTO                SECTION.
           MOVE MNT-COD-GRUPO          TO TABPRO-COD-GRUPO
           MOVE MNT-COD-CATEGORIA      TO TABPRO-COD-CATEGORIA
           MOVE MNT-COD-PRODUTO        TO TABPRO-COD-PRODUTO
      *
           EXEC SQL
               SELECT TABPRO_PRECO,
                      TABPRO_PRECO_MIN,
                      TABPRO_PRECO_MAX,
                      TABPRO_PRECO_NOVO
                 INTO :TABPRO-PRECO,
                      :TABPRO-PRECO-MIN,
                      :TABPRO-PRECO-MAX,
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
                   MOVE 'K'            TO REJ-TIPO-OCORRENCIA
                   MOVE 'PRODUTO NAO ENCONTRADO EM TABPRO'
                     TO REJ-DESCRICAO
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2200-99-FIM
               WHEN OTHER
                   MOVE SQLCODE        TO WRK-SQLCODE-ERRO
                   MOVE 'S'            TO REJ-TIPO-OCORRENCIA
                   MOVE 'FALHA SQL NA LEITURA DO PRODUTO'
                     TO REJ-DESCRICAO
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2200-99-FIM
           END-EVALUATE
      *
           MOVE TABPRO-PRECO-MIN       TO WRK-MIN-ANTERIOR
           MOVE TABPRO-PRECO-MAX       TO WRK-MAX-ANTERIOR
      *
           IF NOT WRK-ALTERA-FAIXA
               MOVE TABPRO-PRECO-MIN   TO WRK-MIN-NOVO
               MOVE TABPRO-PRECO-MAX   TO WRK-MAX-NOVO
           END-IF
      *
      *    FAIXA INFORMADA IGUAL A ATUAL NAO E ALTERACAO
           IF WRK-MIN-NOVO EQUAL WRK-MIN-ANTERIOR AND
              WRK-MAX-NOVO EQUAL WRK-MAX-ANTERIOR
               MOVE 'N'                TO WRK-SW-ALTERA-FAIXA
           END-IF
      *
           IF MNT-TRANSACAO-FAIXA AND NOT WRK-ALTERA-FAIXA
               MOVE 'C'                TO REJ-TIPO-OCORRENCIA
               MOVE 'FAIXA INFORMADA IGUAL A ATUAL'
                 TO REJ-DESCRICAO
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
           END-IF.
      *
       2200-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * A NOVA FAIXA TEM QUE CONTER O PRECO ATUAL, O PRECO PROGRAMADO
      * PENDENTE E, COM PROMOCAO ATIVA, O PRECO PRE-PROMOCAO QUE A
      * VOLTA AUTOMATICA DO AC220014 VAI RESTAURAR (O PROMOCIONAL E O
      * PROPRIO PRECO ATUAL)
      *-----------------------------------------------------------------
       2300-VALIDAR-FAIXA              SECTION.
           IF TABPRO-PRECO LESS WRK-MIN-NOVO OR
              TABPRO-PRECO GREATER WRK-MAX-NOVO
               MOVE 'F'                TO REJ-TIPO-OCORRENCIA
               MOVE TABPRO-PRECO       TO REJ-PRECO-CALCULADO
               MOVE 'PRECO ATUAL FORA DA NOVA FAIXA'
                 TO REJ-DESCRICAO
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2300-99-FIM
           END-IF
      *
           IF IND-TABPRO-PRECO-NOVO NOT LESS ZEROS
               IF TABPRO-PRECO-NOVO LESS WRK-MIN-NOVO OR
                  TABPRO-PRECO-NOVO GREATER WRK-MAX-NOVO
                   MOVE 'F'            TO REJ-TIPO-OCORRENCIA
                   MOVE TABPRO-PRECO-NOVO TO REJ-PRECO-CALCULADO
                   MOVE 'PRECO PROGRAMADO FORA DA NOVA FAIXA'
                     TO REJ-DESCRICAO
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2300-99-FIM
               END-IF
           END-IF
      *
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
                   IF PROMO-PRECO-ANTERIOR LESS WRK-MIN-NOVO OR
                      PROMO-PRECO-ANTERIOR GREATER WRK-MAX-NOVO
                       MOVE 'F'        TO REJ-TIPO-OCORRENCIA
                       MOVE PROMO-PRECO-ANTERIOR
                         TO REJ-PRECO-CALCULADO
                       MOVE 'PRECO PRE-PROMOCAO FORA DA NOVA FAIXA'
                         TO REJ-DESCRICAO
                       PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   END-IF
               WHEN SQLCODE EQUAL 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE        TO WRK-SQLCODE-ERRO
                   MOVE 'S'            TO REJ-TIPO-OCORRENCIA
                   MOVE 'FALHA SQL NA CONSULTA A TABPRO_PROMO'
                     TO REJ-DESCRICAO
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
           END-EVALUATE.
      *
       2300-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * A NOVA CHAVE NAO PODE EXISTIR EM TABPRO NEM EM
      * TABPRO_EXCLUIDOS - A MESMA REGRA DA CARGA DO AC220008
      *-----------------------------------------------------------------
       2400-VERIFICAR-NOVA-CHAVE       SECTION.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-TABPRO
                 FROM DB2ADMIN.TABPRO
                WHERE TABPRO_COD_GRUPO     = :WRK-NOVO-GRUPO
                  AND TABPRO_COD_CATEGORIA = :WRK-NOVA-CATEGORIA
                  AND TABPRO_COD_PRODUTO   = :TABPRO-COD-PRODUTO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               MOVE 'S'                TO REJ-TIPO-OCORRENCIA
               MOVE 'FALHA SQL NA CONSULTA DA NOVA CHAVE'
                 TO REJ-DESCRICAO
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2400-99-FIM
           END-IF
      *
           IF WRK-QTD-TABPRO GREATER ZEROS
               MOVE 'K'                TO REJ-TIPO-OCORRENCIA
               MOVE 'NOVA CHAVE JA CADASTRADA EM TABPRO'
                 TO REJ-DESCRICAO
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2400-99-FIM
           END-IF
      *
           MOVE WRK-NOVO-GRUPO         TO EXCL-COD-GRUPO
           MOVE WRK-NOVA-CATEGORIA     TO EXCL-COD-CATEGORIA
           MOVE TABPRO-COD-PRODUTO     TO EXCL-COD-PRODUTO
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-EXCLUIDOS
                 FROM DB2ADMIN.TABPRO_EXCLUIDOS
                WHERE EXCL_COD_GRUPO     = :EXCL-COD-GRUPO
                  AND EXCL_COD_CATEGORIA = :EXCL-COD-CATEGORIA
                  AND EXCL_COD_PRODUTO   = :EXCL-COD-PRODUTO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               MOVE 'S'                TO REJ-TIPO-OCORRENCIA
               MOVE 'FALHA SQL NA CONSULTA DA NOVA CHAVE'
                 TO REJ-DESCRICAO
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2400-99-FIM
           END-IF
      *
           IF WRK-QTD-EXCLUIDOS GREATER ZEROS
               MOVE 'K'                TO REJ-TIPO-OCORRENCIA
               MOVE 'NOVA CHAVE JA USADA POR DESCONTINUADO'
                 TO REJ-DESCRICAO
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
           END-IF.
      *
       2400-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * APLICACAO DA TRANSACAO. CADA TRANSACAO E UMA UNIDADE DE
      * TRABALHO PROPRIA (COMMIT AO FINAL, ROLLBACK EM QUALQUER
      * FALHA): UMA RECLASSIFICACAO PELA METADE DEIXARIA A PROMOCAO
      * OU O HISTORICO NA CHAVE ANTIGA
      *-----------------------------------------------------------------
       2500-APLICAR-TRANSACAO          SECTION.
           IF WRK-ALTERA-FAIXA
               MOVE WRK-MIN-NOVO       TO TABPRO-PRECO-MIN
               MOVE WRK-MAX-NOVO       TO TABPRO-PRECO-MAX
               EXEC SQL
                   UPDATE DB2ADMIN.TABPRO
                      SET TABPRO_PRECO_MIN      = :TABPRO-PRECO-MIN,
                          TABPRO_PRECO_MAX      = :TABPRO-PRECO-MAX
                    WHERE TABPRO_COD_GRUPO     = :TABPRO-COD-GRUPO
                      AND TABPRO_COD_CATEGORIA = :TABPRO-COD-CATEGORIA
                      AND TABPRO_COD_PRODUTO   = :TABPRO-COD-PRODUTO
               END-EXEC
               IF SQLCODE NOT EQUAL ZEROS
                   MOVE 'FALHA SQL NO UPDATE DA FAIXA'
                     TO REJ-DESCRICAO
                   GO TO 2500-90-DESFAZER
               END-IF
           END-IF
      *
           IF MNT-TRANSACAO-RECLASSIF
               PERFORM 2510-MOVER-CHAVE THRU 2510-99-FIM
               IF WRK-SQLCODE-ERRO NOT EQUAL ZEROS
                   GO TO 2500-90-DESFAZER
               END-IF
           END-IF
      *
      *    OS EVENTOS SAO GRAVADOS JA NA CHAVE FINAL DO PRODUTO
           MOVE ZEROS                  TO WRK-SEQ-EVENTO
      *
           IF MNT-TRANSACAO-RECLASSIF
               MOVE 'G'                TO HIST-ACAO
               MOVE TABPRO-PRECO       TO HIST-PRECO-ANT
                                          HIST-PRECO-NOVO
               MOVE MNT-COD-GRUPO      TO HIST-COD-GRUPO-ORIG
               MOVE MNT-COD-CATEGORIA  TO HIST-COD-CATEG-ORIG
               MOVE ZEROS              TO IND-HIST-COD-GRUPO-ORIG
                                          IND-HIST-COD-CATEG-ORIG
               PERFORM 2600-GRAVAR-HISTORICO THRU 2600-99-FIM
               IF SQLCODE NOT EQUAL ZEROS
                   GO TO 2500-90-DESFAZER
               END-IF
           END-IF
      *
           MOVE -1                     TO IND-HIST-COD-GRUPO-ORIG
                                          IND-HIST-COD-CATEG-ORIG
      *
           IF WRK-MIN-NOVO NOT EQUAL WRK-MIN-ANTERIOR
               MOVE 'N'                TO HIST-ACAO
               MOVE WRK-MIN-ANTERIOR   TO HIST-PRECO-ANT
               MOVE WRK-MIN-NOVO       TO HIST-PRECO-NOVO
               PERFORM 2600-GRAVAR-HISTORICO THRU 2600-99-FIM
               IF SQLCODE NOT EQUAL ZEROS
                   GO TO 2500-90-DESFAZER
               END-IF
           END-IF
      *
           IF WRK-MAX-NOVO NOT EQUAL WRK-MAX-ANTERIOR
               MOVE 'X'                TO HIST-ACAO
               MOVE WRK-MAX-ANTERIOR   TO HIST-PRECO-ANT
               MOVE WRK-MAX-NOVO       TO HIST-PRECO-NOVO
               PERFORM 2600-GRAVAR-HISTORICO THRU 2600-99-FIM
               IF SQLCODE NOT EQUAL ZEROS
                   GO TO 2500-90-DESFAZER
               END-IF
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
           IF WRK-ALTERA-FAIXA
               ADD 1                   TO WRK-ACU-FAIXAS
           END-IF
      *
           IF MNT-TRANSACAO-RECLASSIF
               ADD 1                   TO WRK-ACU-RECLASSIFICADOS
               MOVE 'PRODUTO RECLASSIFICADO' TO DET-OCORRENCIA
           ELSE
               MOVE 'FAIXA ALTERADA'   TO DET-OCORRENCIA
           END-IF
      *
           PERFORM 2820-IMPRIMIR-DETALHE THRU 2820-99-FIM
           GO TO 2500-99-FIM.
      *
       2500-90-DESFAZER.
      *    O SQLCODE DA FALHA E GUARDADO ANTES DO ROLLBACK, QUE O
      *    SOBRESCREVE
           IF WRK-SQLCODE-ERRO EQUAL ZEROS
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
           END-IF
      *
           EXEC SQL
               ROLLBACK WORK
           END-EXEC
      *
           IF REJ-DESCRICAO EQUAL SPACES
               MOVE 'FALHA SQL NA GRAVACAO DO HISTORICO'
                 TO REJ-DESCRICAO
           END-IF
      *
           MOVE 'S'                    TO REJ-TIPO-OCORRENCIA
           PERFORM 2700-REJEITAR THRU 2700-99-FIM.
      *
       2500-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * RECLASSIFICACAO: A LINHA DA TABPRO (COM O CUSTO), AS PROMOCOES,
      * O HISTORICO INTEIRO, A LIQUIDACAO ATIVA E AS REGRAS DE
      * RELACIONAMENTO DO PRODUTO PASSAM PARA A NOVA CHAVE. A
      * FALHA DEVOLVE O SQLCODE EM WRK-SQLCODE-ERRO E O MOTIVO EM
      * REJ-DESCRICAO PARA O DESFAZIMENTO
      *-----------------------------------------------------------------
       2510-MOVER-CHAVE                SECTION.
           EXEC SQL
               UPDATE DB2ADMIN.TABPRO
                  SET TABPRO_COD_GRUPO      = :WRK-NOVO-GRUPO,
                      TABPRO_COD_CATEGORIA  = :WRK-NOVA-CATEGORIA
                WHERE TABPRO_COD_GRUPO     = :TABPRO-COD-GRUPO
                  AND TABPRO_COD_CATEGORIA = :TABPRO-COD-CATEGORIA
                  AND TABPRO_COD_PRODUTO   = :TABPRO-COD-PRODUTO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               MOVE 'FALHA SQL NA MUDANCA DE CHAVE DA TABPRO'
                 TO REJ-DESCRICAO
               GO TO 2510-99-FIM
           END-IF
      *
      *    PRODUTO SEM PROMOCAO OU SEM HISTORICO DEVOLVE 100
           EXEC SQL
               UPDATE DB2ADMIN.TABPRO_PROMO
                  SET PROMO_COD_GRUPO      = :WRK-NOVO-GRUPO,
                      PROMO_COD_CATEGORIA  = :WRK-NOVA-CATEGORIA
                WHERE PROMO_COD_GRUPO     = :TABPRO-COD-GRUPO
                  AND PROMO_COD_CATEGORIA = :TABPRO-COD-CATEGORIA
                  AND PROMO_COD_PRODUTO   = :TABPRO-COD-PRODUTO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS AND
              SQLCODE NOT EQUAL 100
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               MOVE 'FALHA SQL NA MUDANCA DE CHAVE DA PROMOCAO'
                 TO REJ-DESCRICAO
               GO TO 2510-99-FIM
           END-IF
      *
           EXEC SQL
               UPDATE DB2ADMIN.TABPRO_HIST
                  SET HIST_COD_GRUPO      = :WRK-NOVO-GRUPO,
                      HIST_COD_CATEGORIA  = :WRK-NOVA-CATEGORIA
                WHERE HIST_COD_GRUPO     = :TABPRO-COD-GRUPO
                  AND HIST_COD_CATEGORIA = :TABPRO-COD-CATEGORIA
                  AND HIST_COD_PRODUTO   = :TABPRO-COD-PRODUTO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS AND
              SQLCODE NOT EQUAL 100
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               MOVE 'FALHA SQL NA MUDANCA DE CHAVE DO HISTORICO'
                 TO REJ-DESCRICAO
               GO TO 2510-99-FIM
           END-IF
      *
      *    LIQUIDACAO ATIVA VAI JUNTO; SEM ELA O AC220027 NAO ACHARIA
      *    O PRODUTO NA CHAVE ANTIGA E CANCELARIA A LIQUIDACAO. AS
      *    ENCERRADAS FICAM NA CHAVE ANTIGA, COMO REGISTRO DO PASSADO
           EXEC SQL
               UPDATE DB2ADMIN.TABPRO_LIQUID
                  SET LIQ_COD_GRUPO      = :WRK-NOVO-GRUPO,
                      LIQ_COD_CATEGORIA  = :WRK-NOVA-CATEGORIA
                WHERE LIQ_COD_GRUPO     = :TABPRO-COD-GRUPO
                  AND LIQ_COD_CATEGORIA = :TABPRO-COD-CATEGORIA
                  AND LIQ_COD_PRODUTO   = :TABPRO-COD-PRODUTO
                  AND LIQ_STATUS        = 'A'
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS AND
              SQLCODE NOT EQUAL 100
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               MOVE 'FALHA SQL NA MUDANCA DE CHAVE DA LIQUIDACAO'
                 TO REJ-DESCRICAO
               GO TO 2510-99-FIM
           END-IF
      *
      *    REGRAS DE RELACIONAMENTO EM QUE O PRODUTO E O BASE OU O
      *    RELACIONADO; NA CHAVE ANTIGA O AC220028/AC220029 AS DARIAM
      *    COMO SEM PRODUTO E A REGRA DEIXARIA DE VALER
           EXEC SQL
               UPDATE DB2ADMIN.TABPRO_RELAC
                  SET REL_GRUPO_BASE     = :WRK-NOVO-GRUPO,
                      REL_CATEG_BASE     = :WRK-NOVA-CATEGORIA
                WHERE REL_GRUPO_BASE     = :TABPRO-COD-GRUPO
                  AND REL_CATEG_BASE     = :TABPRO-COD-CATEGORIA
                  AND REL_PRODUTO_BASE   = :TABPRO-COD-PRODUTO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS AND
              SQLCODE NOT EQUAL 100
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               MOVE 'FALHA SQL NA MUDANCA DE CHAVE DAS REGRAS'
                 TO REJ-DESCRICAO
               GO TO 2510-99-FIM
           END-IF
      *
           EXEC SQL
               UPDATE DB2ADMIN.TABPRO_RELAC
                  SET REL_GRUPO_RELAC    = :WRK-NOVO-GRUPO,
                      REL_CATEG_RELAC    = :WRK-NOVA-CATEGORIA
                WHERE REL_GRUPO_RELAC    = :TABPRO-COD-GRUPO
                  AND REL_CATEG_RELAC    = :TABPRO-COD-CATEGORIA
                  AND REL_PRODUTO_RELAC  = :TABPRO-COD-PRODUTO
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS AND
              SQLCODE NOT EQUAL 100
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               MOVE 'FALHA SQL NA MUDANCA DE CHAVE DAS REGRAS'
                 TO REJ-DESCRICAO
               GO TO 2510-99-FIM
           END-IF
      *
           MOVE WRK-NOVO-GRUPO         TO TABPRO-COD-GRUPO
           MOVE WRK-NOVA-CATEGORIA     TO TABPRO-COD-CATEGORIA.
      *
       2510-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * INSERCAO DO REGISTRO DE HISTORICO EM DB2ADMIN.TABPRO_HIST. O
      * SQLCODE VOLTA AO CHAMADOR, QUE DESFAZ A TRANSACAO NA FALHA
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
                     HIST_COD_GRUPO_ORIG, HIST_COD_CATEG_ORIG,
                     HIST_ID_EXECUCAO, HIST_PROGRAMA, HIST_USUARIO )
               VALUES
                   ( :HIST-COD-GRUPO, :HIST-COD-CATEGORIA,
                     :HIST-COD-PRODUTO,
                     CURRENT TIMESTAMP + :WRK-SEQ-EVENTO MICROSECONDS,
                     :HIST-ACAO,
                     :HIST-PRECO-ANT, :HIST-PRECO-NOVO,
                     :HIST-COD-GRUPO-ORIG :IND-HIST-COD-GRUPO-ORIG,
                     :HIST-COD-CATEG-ORIG :IND-HIST-COD-CATEG-ORIG,
                     NULL, 'AC220023', USER )
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO DE GRAVACAO DO HISTORICO TABPRO_HIST: '
                        SQLCODE
           END-IF
      *
           ADD 1                       TO WRK-SEQ-EVENTO.
      *
       2600-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * REJEICAO DA TRANSACAO: REGISTRO NO ARQRJM E LINHA NA LISTAGEM.
      * O TIPO DE OCORRENCIA CHEGA EM REJ-TIPO-OCORRENCIA (EM BRANCO =
      * C, TRANSACAO INVALIDA) E O MOTIVO EM REJ-DESCRICAO
      *-----------------------------------------------------------------
       2700-REJEITAR                   SECTION.
           MOVE 'S'                    TO WRK-SW-REG-REJEITADO
           ADD 1                       TO WRK-ACU-REJEITADOS
      *
           IF REJ-TIPO-OCORRENCIA EQUAL SPACE
               MOVE 'C'                TO REJ-TIPO-OCORRENCIA
           END-IF
      *
           IF NOT REJ-OCORRENCIA-FAIXA
               MOVE ZEROS              TO REJ-PRECO-CALCULADO
           END-IF
      *
      *    A CHAVE VEM DO TEXTO DA TRANSACAO, QUE PODE NAO SER NUMERICO
           MOVE MNT-TXT-CHAVE          TO REG-REJ-DADOS (1:13)
           MOVE WRK-SQLCODE-ERRO       TO REJ-SQLCODE
           MOVE ZEROS                  TO REJ-DT-VIGENCIA
      *
           WRITE REG-ARQRJM FROM REG-REJ-DADOS
      *
           MOVE REJ-DESCRICAO          TO DET-OCORRENCIA
           PERFORM 2820-IMPRIMIR-DETALHE THRU 2820-99-FIM
      *
           MOVE SPACES                 TO REJ-TIPO-OCORRENCIA
                                          REJ-DESCRICAO.
      *
       2700-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * LINHA ANTES/DEPOIS DA LISTAGEM (RELMNT)
      *-----------------------------------------------------------------
       2820-IMPRIMIR-DETALHE            SECTION.
           MOVE MNT-TXT-TIPO            TO DET-TIPO
           MOVE REG-ARQMNT (2:1)        TO DET-GRUPO
           MOVE REG-ARQMNT (3:3)        TO DET-CATEGORIA
           MOVE REG-ARQMNT (6:9)        TO DET-PRODUTO
      *
           IF MNT-TRANSACAO-RECLASSIF
               MOVE REG-ARQMNT (15:1)   TO DET-NOVO-GRUPO
               MOVE '/'                 TO DET-BARRA
               MOVE REG-ARQMNT (16:3)   TO DET-NOVA-CATEGORIA
           ELSE
               MOVE SPACES              TO DET-NOVO-GRUPO
                                           DET-BARRA
                                           DET-NOVA-CATEGORIA
           END-IF
      *
           MOVE WRK-MIN-ANTERIOR        TO DET-MIN-ANTERIOR
           MOVE WRK-MIN-NOVO            TO DET-MIN-NOVO
           MOVE WRK-MAX-ANTERIOR        TO DET-MAX-ANTERIOR
           MOVE WRK-MAX-NOVO            TO DET-MAX-NOVO
      *
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELMNT THRU 1041-99-FIM
           END-IF
      *
           WRITE REG-RELMNT FROM WRK-RELMNT-DET
           ADD 1 TO WRK-LIN-ATUAL.
      *
       2820-99-FIM.                    EXIT.
      *
      **----------------------------------------------------------------
      * EXECUTANDO TRATAMENTOS FINAIS.
      *-----------------------------------------------------------------
       3000-TERMINAR.
           MOVE WRK-ACU-LIDOS          TO WRK-MASC-LIDOS
           MOVE WRK-ACU-FAIXAS         TO WRK-MASC-FAIXAS
           MOVE WRK-ACU-RECLASSIFICADOS TO WRK-MASC-RECLASSIFICADOS
           MOVE WRK-ACU-REJEITADOS     TO WRK-MASC-REJEITADOS
      *
           DISPLAY 'TOTAL DE TRANSACOES LIDAS.: 'WRK-MASC-LIDOS
           DISPLAY 'FAIXAS ALTERADAS..........: 'WRK-MASC-FAIXAS
           DISPLAY 'PRODUTOS RECLASSIFICADOS..: '
                    WRK-MASC-RECLASSIFICADOS
           DISPLAY 'TOTAL DE REJEITADOS.......: 'WRK-MASC-REJEITADOS
      *
           MOVE WRK-ACU-LIDOS          TO TOT-LIDOS
           MOVE WRK-ACU-FAIXAS         TO TOT-FAIXAS
           MOVE WRK-ACU-RECLASSIFICADOS TO TOT-RECLASSIFICADOS
           MOVE WRK-ACU-REJEITADOS     TO TOT-REJEITADOS
      *
           WRITE REG-RELMNT FROM SPACES
           WRITE REG-RELMNT FROM WRK-RELMNT-TOT
           WRITE REG-RELMNT FROM WRK-RELMNT-TOT2
           WRITE REG-RELMNT FROM WRK-RELMNT-TOT3
           WRITE REG-RELMNT FROM WRK-RELMNT-TOT4
      *
           IF WRK-ACU-REJEITADOS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF
      *
           CLOSE ARQMNT-ARQ
           CLOSE ARQRJM-ARQ
           CLOSE RELMNT-ARQ.
      *
       3000-99-FIM.                    EXIT.
      *
       3300-FINALIZAR.
      *
           GOBACK.
       3300-99-FIM.                    EXIT.
      *
