      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.    AC220028.
       AUTHOR.  ACCENTURE BRDC RECIFE.
      *================================================================*
      *                      A C C E N T U R E                         *
      *================================================================*
      *    PROGRAMA......: AC220028.                                   *
      *    PROGRAMADOR...: ACCENTURE BRDC RECIFE                       *
      *    ANALISTA......: ACCENTURE BRDC                              *
      *    DATA..........: 15/10/2026                                  *
      *----------------------------------------------------------------*
      *    OBJETIVO......: MANUTENCAO E LISTAGEM DAS REGRAS DE         *
      *                    RELACIONAMENTO DE PRECO ENTRE PRODUTOS      *
      *                    (TABPRO_RELAC): LE O ARQUIVO DE TRANSACOES  *
      *                    ARQRLP (I = INCLUI REGRA, A = ALTERA, E =   *
      *                    EXCLUI), APLICA AS VALIDAS E LISTA NO       *
      *                    RELRLP: (1) AS TRANSACOES E O RESULTADO E   *
      *                    (2) TODAS AS REGRAS CADASTRADAS, COM OS     *
      *                    PRECOS ATUAIS DOS DOIS PRODUTOS, O LIMITE   *
      *                    QUE A REGRA IMPOE AO RELACIONADO E A        *
      *                    SITUACAO NO PRECO DE HOJE. A CONFERENCIA    *
      *                    APOS CADA RUN DE PRECO E FEITA PELO         *
      *                    AC220029.                                   *
      *----------------------------------------------------------------*
      *    ARQUIVOS         I/O LRECL  DESCRICAO                       *
      *    TABELA TABPRO_RELAC I/O N/A  DB2ADMIN.TABPRO_RELAC          *
      *    TABELA TABPRO    IN   071    DB2ADMIN.TABPRO                *
      *    ARQRLP           IN   080    TRANSACOES DAS REGRAS DE       *
      *                                RELACIONAMENTO DE PRECO         *
      *    RELRLP           OUT  132    LISTAGEM DAS TRANSACOES E DAS  *
      *                                REGRAS CADASTRADAS              *
      *----------------------------------------------------------------*
      *    RETURN-CODE.....: 0 = TRANSACOES APLICADAS, NENHUMA REGRA   *
      *                          VIOLADA NO PRECO ATUAL                *
      *                      4 = HOUVE TRANSACOES RECUSADAS OU REGRA   *
      *                          VIOLADA NO PRECO ATUAL                *
      *                      8 = ERRO DE ARQUIVO/SQL                   *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *    15/10/2026  RPS  CRIACAO DO PROGRAMA                        *
      *    15/10/2026  RPS  LINHA DE DETALHE DAS REGRAS AJUSTADA PARA  *
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
           SELECT ARQRLP-ARQ         ASSIGN TO ARQRLP
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQRLP.
      *
           SELECT RELRLP-ARQ         ASSIGN TO RELRLP
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-RELRLP.
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      * TRANSACOES DAS REGRAS DE RELACIONAMENTO DE PRECO               *
      *----------------------------------------------------------------*
       FD  ARQRLP-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQRLP                      PIC X(080).
      *----------------LAYOUT DO REGISTRO DO ARQRLP--------------------*
      *    A CHAVE DA REGRA E O PAR PRODUTO BASE / PRODUTO RELACIONADO
      *    TIPO I: TIPO DA REGRA, PARAMETRO DO TIPO E DESCRICAO
      *            OBRIGATORIOS
      *    TIPO A: A REGRA E REDEFINIDA POR INTEIRO (TIPO E PARAMETRO
      *            OBRIGATORIOS); DESCRICAO EM BRANCO MANTEM A ATUAL
      *    TIPO E: SO A CHAVE
      *    PARAMETRO: TIPO P = PERCENTUAL MINIMO ABAIXO DO BASE
      *               TIPO E = CONTEUDO DA EMBALAGEM BASE E DA
      *                        RELACIONADA, NA MESMA UNIDADE
      *               TIPO N = NENHUM
       01 REG-RLP-DADOS REDEFINES REG-ARQRLP.
           03 RLP-TIPO-TRANSACAO       PIC X(01).
               88 RLP-TRANSACAO-INCLUSAO                VALUE 'I'.
               88 RLP-TRANSACAO-ALTERACAO               VALUE 'A'.
               88 RLP-TRANSACAO-EXCLUSAO                VALUE 'E'.
           03 RLP-GRUPO-BASE           PIC 9(01).
           03 RLP-CATEG-BASE           PIC 9(03).
           03 RLP-PRODUTO-BASE         PIC 9(09).
           03 RLP-GRUPO-RELAC          PIC 9(01).
           03 RLP-CATEG-RELAC          PIC 9(03).
           03 RLP-PRODUTO-RELAC        PIC 9(09).
           03 RLP-IND-TIPO             PIC X(01).
               88 RLP-TIPO-PERCENTUAL                   VALUE 'P'.
               88 RLP-TIPO-NUNCA-ACIMA                  VALUE 'N'.
               88 RLP-TIPO-EMBALAGEM                    VALUE 'E'.
           03 RLP-PERC                 PIC 9(03)V9(02).
           03 RLP-QTD-BASE             PIC 9(04)V9(03).
           03 RLP-QTD-RELAC            PIC 9(04)V9(03).
           03 RLP-DESCRICAO            PIC X(30).
           03 FILLER                   PIC X(03).
      *----------------VISAO TEXTO PARA TESTES DE CLASSE---------------*
       01 REG-RLP-TEXTO REDEFINES REG-ARQRLP.
           03 RLP-TXT-TIPO             PIC X(01).
           03 RLP-TXT-CHAVE-BASE       PIC X(13).
           03 RLP-TXT-CHAVE-RELAC      PIC X(13).
           03 RLP-TXT-IND-TIPO         PIC X(01).
           03 RLP-TXT-PERC             PIC X(05).
           03 RLP-TXT-QTD-BASE         PIC X(07).
           03 RLP-TXT-QTD-RELAC        PIC X(07).
           03 RLP-TXT-DESCRICAO        PIC X(30).
           03 FILLER                   PIC X(03).
      *----------------------------------------------------------------*
      * LISTAGEM DA MANUTENCAO E DAS REGRAS                            *
      *----------------------------------------------------------------*
       FD  RELRLP-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELRLP                        PIC X(132).
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
      * --------VARIAVEIS AUXILIARES DE CALCULO E CONTADORES-----------*
       01 WRK-VARIAVEIS-AUXILIARES.
           03 WRK-ACU-LIDOS            PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-INCLUIDAS        PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-ALTERADAS        PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-EXCLUIDAS        PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-REJEITADOS       PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-REGRAS           PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-VIOLADAS         PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-SEM-PRODUTO      PIC 9(07)       VALUE ZEROS.
           03 WRK-QTD-ENCONTRADOS      PIC S9(09)      USAGE COMP.
      *---------VARIAVEIS PARA MASCARAS DE CONTADORES------------------*
       01 WRK-VARIAVEIS-PARA-MASCARA.
           03 WRK-MASC-LIDOS           PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-INCLUIDAS       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-ALTERADAS       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-EXCLUIDAS       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-REJEITADOS      PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-REGRAS          PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-VIOLADAS        PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-SEM-PRODUTO     PIC ZZZ.ZZZ.ZZ9.
       01 WRK-SWITCHES-01.
           03 WRK-SW-FIM-ARQRLP        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-ARQRLP                       VALUE 'S'.
           03 WRK-SW-FIM-CURSOR        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-CURSOR                       VALUE 'S'.
           03 WRK-SW-REG-REJEITADO     PIC X(01)       VALUE 'N'.
               88 WRK-REG-REJEITADO                    VALUE 'S'.
      *    SITUACAO DA REGRA NOS PRECOS AVALIADOS: BRANCO = CUMPRIDA,
      *    V = VIOLADA, A = PRODUTO AUSENTE DE TABPRO, E = FALHA SQL
           03 WRK-SW-SITUACAO-REGRA    PIC X(01)       VALUE SPACE.
               88 WRK-REGRA-CUMPRIDA                   VALUE SPACE.
               88 WRK-REGRA-VIOLADA                    VALUE 'V'.
               88 WRK-REGRA-SEM-PRODUTO                VALUE 'A'.
               88 WRK-REGRA-ERRO                       VALUE 'E'.
      *----------------TRANSACAO EM TRATAMENTO-------------------------*
       01 WRK-TRANSACAO.
           03 WRK-USUARIO              PIC X(08).
           03 WRK-SQLCODE-ERRO         PIC S9(09)      USAGE COMP.
      *----------------PRECOS AVALIADOS NA REGRA-----------------------*
      *    PRECO DE CADA LADO DO PAR E O LIMITE QUE A REGRA IMPOE AO
      *    RELACIONADO (MAXIMO NOS TIPOS P/N, MINIMO NO TIPO E)
       01 WRK-AVALIACAO-REGRA.
           03 WRK-PRECO-BASE           PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-PRECO-RELAC          PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-PRECO-LIMITE         PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-VALOR-BASE-UNID      PIC S9(12)V9(5) USAGE COMP-3.
           03 WRK-VALOR-RELAC-UNID     PIC S9(12)V9(5) USAGE COMP-3.
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
           03 WRK-STATUS-ARQRLP             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-RELRLP             PIC X(02)       VALUE '00'.
      *----------------LINHAS DA LISTAGEM (RELRLP)---------------------*
       01 WRK-RELRLP-LINHAS.
           03 WRK-LIN-ATUAL                 PIC 9(02)       VALUE 99.
           03 WRK-PAGINA-ATUAL              PIC 9(04)       VALUE ZEROS.
           03 WRK-MAX-LINHAS                PIC 9(02)       VALUE 50.
       01 WRK-RELRLP-CAB1.
           03 FILLER                        PIC X(01) VALUE '1'.
           03 FILLER                        PIC X(58) VALUE
           'AC220028 - REGRAS DE RELACIONAMENTO DE PRECO'.
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 FILLER                        PIC X(08) VALUE 'PAGINA: '.
           03 WRK-CAB1-PAGINA               PIC ZZZ9.
           03 FILLER                        PIC X(57) VALUE SPACES.
       01 WRK-RELRLP-CAB2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(10) VALUE 'DATA: '.
           03 CAB2-DATA                     PIC X(10).
           03 FILLER                        PIC X(04) VALUE SPACES.
           03 FILLER                        PIC X(10) VALUE 'USUARIO: '.
           03 CAB2-USUARIO                  PIC X(08).
           03 FILLER                        PIC X(89) VALUE SPACES.
       01 WRK-RELRLP-SECAO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 SEC-NUMERO                    PIC X(01).
           03 FILLER                        PIC X(03) VALUE ' - '.
           03 SEC-TITULO                    PIC X(70).
           03 FILLER                        PIC X(57) VALUE SPACES.
      *    SECAO 1: UMA TRANSACAO POR LINHA
       01 WRK-RELRLP-CAB-TRANSACAO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(03) VALUE 'TR '.
           03 FILLER                        PIC X(16) VALUE
               'PRODUTO BASE'.
           03 FILLER                        PIC X(16) VALUE
               'RELACIONADO'.
           03 FILLER                        PIC X(03) VALUE 'TP '.
           03 FILLER                        PIC X(18) VALUE
               'PARAMETRO'.
           03 FILLER                        PIC X(31) VALUE 'DESCRICAO'.
           03 FILLER                        PIC X(09) VALUE 'SOLICIT.'.
           03 FILLER                        PIC X(35) VALUE
               'SITUACAO/OCORRENCIA'.
       01 WRK-RELRLP-DET-TRANSACAO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DTR-TRANSACAO                 PIC X(01).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DTR-GRUPO-BASE                PIC X(01).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DTR-CATEG-BASE                PIC X(03).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DTR-PRODUTO-BASE              PIC X(09).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DTR-GRUPO-RELAC               PIC X(01).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DTR-CATEG-RELAC               PIC X(03).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DTR-PRODUTO-RELAC             PIC X(09).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DTR-TIPO                      PIC X(01).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DTR-PARAMETRO                 PIC X(17).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DTR-DESCRICAO                 PIC X(30).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DTR-SOLICITANTE               PIC X(08).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DTR-OCORRENCIA                PIC X(35).
      *    SECAO 2: UMA REGRA POR LINHA, COM OS PRECOS DE HOJE
       01 WRK-RELRLP-CAB-REGRA.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(16) VALUE
               'PRODUTO BASE'.
           03 FILLER                        PIC X(12) VALUE
               '     PRECO'.
           03 FILLER                        PIC X(16) VALUE
               'RELACIONADO'.
           03 FILLER                        PIC X(12) VALUE
               '     PRECO'.
           03 FILLER                        PIC X(02) VALUE 'TP'.
           03 FILLER                        PIC X(18) VALUE
               'PARAMETRO'.
           03 FILLER                        PIC X(12) VALUE
               '    LIMITE'.
           03 FILLER                        PIC X(31) VALUE
               'DESCRICAO'.
           03 FILLER                        PIC X(12) VALUE
               'SITUACAO'.
       01 WRK-RELRLP-DET-REGRA.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DRG-GRUPO-BASE                PIC 9.
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DRG-CATEG-BASE                PIC 9(03).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DRG-PRODUTO-BASE              PIC 9(09).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DRG-PRECO-BASE                PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DRG-GRUPO-RELAC               PIC 9.
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DRG-CATEG-RELAC               PIC 9(03).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 DRG-PRODUTO-RELAC             PIC 9(09).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DRG-PRECO-RELAC               PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DRG-TIPO                      PIC X(01).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DRG-PARAMETRO                 PIC X(17).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DRG-LIMITE                    PIC ZZZ.ZZZ,99.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 DRG-DESCRICAO                 PIC X(30).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 DRG-SITUACAO                  PIC X(12).
       01 WRK-RELRLP-TOT.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'TOTAL DE TRANSACOES LIDAS.: '.
           03 TOT-LIDOS                     PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELRLP-TOT2.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'REGRAS INCLUIDAS..........: '.
           03 TOT-INCLUIDAS                 PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELRLP-TOT3.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'REGRAS ALTERADAS..........: '.
           03 TOT-ALTERADAS                 PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELRLP-TOT4.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'REGRAS EXCLUIDAS..........: '.
           03 TOT-EXCLUIDAS                 PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELRLP-TOT5.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'TOTAL DE REJEITADOS.......: '.
           03 TOT-REJEITADOS                PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELRLP-TOT6.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'REGRAS CADASTRADAS........: '.
           03 TOT-REGRAS                    PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELRLP-TOT7.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'VIOLADAS NO PRECO ATUAL...: '.
           03 TOT-VIOLADAS                  PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELRLP-TOT8.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'COM PRODUTO FORA DA TABPRO: '.
           03 TOT-SEM-PRODUTO               PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
      *----------------------------------------------------------------*
      * SECAO 2: TODAS AS REGRAS, NA ORDEM DO PRODUTO BASE             *
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
                       REL_DESCRICAO,
                       REL_SOLICITANTE,
                       REL_DT_ALTERACAO
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
           PERFORM 2000-TRATAR-TRANSACAO THRU 2000-99-FIM
           UNTIL WRK-FIM-ARQRLP
      *
           PERFORM 2300-SECAO-REGRAS   THRU 2300-99-FIM
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
                      DCLTPREL-REGISTRO
      *
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
      *
           MOVE WRK-DATA-ATUAL (1:4)   TO WRK-DATA-SQL (1:4)
           MOVE '-'                    TO WRK-DATA-SQL (5:1)
           MOVE WRK-DATA-ATUAL (5:2)   TO WRK-DATA-SQL (6:2)
           MOVE '-'                    TO WRK-DATA-SQL (8:1)
           MOVE WRK-DATA-ATUAL (7:2)   TO WRK-DATA-SQL (9:2)
      *
           OPEN INPUT  ARQRLP-ARQ
           OPEN OUTPUT RELRLP-ARQ
      *
           IF WRK-STATUS-ARQRLP NOT EQUAL '00' OR
              WRK-STATUS-RELRLP NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA DE ARQUIVOS: '
                        WRK-STATUS-ARQRLP ' ' WRK-STATUS-RELRLP
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
           PERFORM 1041-CABECALHO-RELRLP    THRU 1041-99-FIM
      *
           MOVE '1'                    TO SEC-NUMERO
           MOVE 'TRANSACOES DE MANUTENCAO DAS REGRAS'
             TO SEC-TITULO
           PERFORM 2800-IMPRIMIR-SECAO THRU 2800-99-FIM
           WRITE REG-RELRLP FROM WRK-RELRLP-CAB-TRANSACAO
           ADD 1 TO WRK-LIN-ATUAL
      *
           PERFORM 1011-LER-REG-ARQRLP      THRU 1011-99-FIM
      *
           IF WRK-FIM-ARQRLP
               DISPLAY 'ARQRLP VAZIO - SO A LISTAGEM DAS REGRAS'
           END-IF.
      *
       1000-99-FIM.                    EXIT.
      *
       1011-LER-REG-ARQRLP              SECTION.
           READ ARQRLP-ARQ
               AT END
                   MOVE 'S' TO WRK-SW-FIM-ARQRLP
           END-READ.
      *
       1011-99-FIM.                    EXIT.
      *
       1041-CABECALHO-RELRLP             SECTION.
           ADD 1                 TO WRK-PAGINA-ATUAL
           MOVE WRK-PAGINA-ATUAL TO WRK-CAB1-PAGINA
           MOVE ZEROS            TO WRK-LIN-ATUAL
      *
           WRITE REG-RELRLP      FROM WRK-RELRLP-CAB1
           WRITE REG-RELRLP      FROM WRK-RELRLP-CAB2
           WRITE REG-RELRLP      FROM SPACES.
      *
       1041-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CRITICA, VALIDACAO E APLICACAO DE UMA TRANSACAO DO ARQRLP
      *-----------------------------------------------------------------
       2000-TRATAR-TRANSACAO           SECTION.
           ADD 1                       TO WRK-ACU-LIDOS
           MOVE 'N'                    TO WRK-SW-REG-REJEITADO
           MOVE ZEROS                  TO WRK-SQLCODE-ERRO
           INITIALIZE DCLTPREL-REGISTRO
      *
           PERFORM 2100-CRITICAR-TRANSACAO THRU 2100-99-FIM
      *
           IF NOT WRK-REG-REJEITADO AND
              NOT RLP-TRANSACAO-INCLUSAO
               PERFORM 2150-LER-REGRA  THRU 2150-99-FIM
           END-IF
      *
           IF NOT WRK-REG-REJEITADO AND
              NOT RLP-TRANSACAO-EXCLUSAO
               PERFORM 2160-VERIFICAR-PAR THRU 2160-99-FIM
           END-IF
      *
           IF NOT WRK-REG-REJEITADO
               PERFORM 2200-APLICAR-TRANSACAO THRU 2200-99-FIM
           END-IF
      *
           PERFORM 1011-LER-REG-ARQRLP THRU 1011-99-FIM.
      *
       2000-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CRITICA DE FORMATO E DE COERENCIA DA TRANSACAO
      *-----------------------------------------------------------------
       2100-CRITICAR-TRANSACAO         SECTION.
           IF NOT RLP-TRANSACAO-INCLUSAO AND
              NOT RLP-TRANSACAO-ALTERACAO AND
              NOT RLP-TRANSACAO-EXCLUSAO
               MOVE 'TIPO DE TRANSACAO INVALIDO (I/A/E)'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           IF RLP-TXT-CHAVE-BASE NOT NUMERIC
               MOVE 'CHAVE DO PRODUTO BASE INVALIDA'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           IF RLP-TXT-CHAVE-RELAC NOT NUMERIC
               MOVE 'CHAVE DO RELACIONADO INVALIDA'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           IF RLP-TXT-CHAVE-BASE EQUAL RLP-TXT-CHAVE-RELAC
               MOVE 'PRODUTO RELACIONADO A SI MESMO'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           MOVE RLP-GRUPO-BASE         TO REL-GRUPO-BASE
           MOVE RLP-CATEG-BASE         TO REL-CATEG-BASE
           MOVE RLP-PRODUTO-BASE       TO REL-PRODUTO-BASE
           MOVE RLP-GRUPO-RELAC        TO REL-GRUPO-RELAC
           MOVE RLP-CATEG-RELAC        TO REL-CATEG-RELAC
           MOVE RLP-PRODUTO-RELAC      TO REL-PRODUTO-RELAC
      *
      *    EXCLUSAO SO PRECISA DA CHAVE
           IF RLP-TRANSACAO-EXCLUSAO
               GO TO 2100-99-FIM
           END-IF
      *
           EVALUATE TRUE
               WHEN RLP-TIPO-PERCENTUAL
                   IF RLP-TXT-PERC NOT NUMERIC
                       MOVE 'PERCENTUAL NAO NUMERICO'
                         TO DTR-OCORRENCIA
                       PERFORM 2700-REJEITAR THRU 2700-99-FIM
                       GO TO 2100-99-FIM
                   END-IF
                   IF RLP-PERC NOT GREATER ZEROS OR
                      RLP-PERC NOT LESS 100
                       MOVE 'PERCENTUAL FORA DE 0,01 A 99,99'
                         TO DTR-OCORRENCIA
                       PERFORM 2700-REJEITAR THRU 2700-99-FIM
                       GO TO 2100-99-FIM
                   END-IF
                   MOVE RLP-PERC       TO REL-PERC
                   MOVE ZEROS          TO REL-QTD-BASE
                                          REL-QTD-RELAC
               WHEN RLP-TIPO-NUNCA-ACIMA
                   MOVE ZEROS          TO REL-PERC
                                          REL-QTD-BASE
                                          REL-QTD-RELAC
               WHEN RLP-TIPO-EMBALAGEM
                   IF RLP-TXT-QTD-BASE NOT NUMERIC OR
                      RLP-TXT-QTD-RELAC NOT NUMERIC
                       MOVE 'CONTEUDO DAS EMBALAGENS NAO NUMERICO'
                         TO DTR-OCORRENCIA
                       PERFORM 2700-REJEITAR THRU 2700-99-FIM
                       GO TO 2100-99-FIM
                   END-IF
                   IF RLP-QTD-BASE NOT GREATER ZEROS
                       MOVE 'CONTEUDO DA EMBALAGEM BASE ZERADO'
                         TO DTR-OCORRENCIA
                       PERFORM 2700-REJEITAR THRU 2700-99-FIM
                       GO TO 2100-99-FIM
                   END-IF
                   IF RLP-QTD-RELAC NOT GREATER RLP-QTD-BASE
                       MOVE 'EMBALAGEM RELAC. NAO E A MAIOR'
                         TO DTR-OCORRENCIA
                       PERFORM 2700-REJEITAR THRU 2700-99-FIM
                       GO TO 2100-99-FIM
                   END-IF
                   MOVE ZEROS          TO REL-PERC
                   MOVE RLP-QTD-BASE   TO REL-QTD-BASE
                   MOVE RLP-QTD-RELAC  TO REL-QTD-RELAC
               WHEN OTHER
                   MOVE 'TIPO DA REGRA INVALIDO (P/N/E)'
                     TO DTR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2100-99-FIM
           END-EVALUATE
      *
           MOVE RLP-IND-TIPO           TO REL-IND-TIPO
      *
           IF RLP-TRANSACAO-INCLUSAO AND
              RLP-DESCRICAO EQUAL SPACES
               MOVE 'DESCRICAO DA REGRA OBRIGATORIA'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2100-99-FIM
           END-IF
      *
           IF RLP-TRANSACAO-INCLUSAO
               MOVE RLP-DESCRICAO      TO REL-DESCRICAO
           END-IF.
      *
       2100-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * LEITURA DA REGRA EXISTENTE (ALTERACAO E EXCLUSAO). NA ALTERACAO
      * A DESCRICAO EM BRANCO FICA COM O VALOR ATUAL
      *-----------------------------------------------------------------
       2150-LER-REGRA                  SECTION.
           EXEC SQL
               SELECT REL_DESCRICAO,
                      REL_SOLICITANTE
                 INTO :REL-DESCRICAO,
                      :REL-SOLICITANTE
                 FROM DB2ADMIN.TABPRO_RELAC
                WHERE REL_GRUPO_BASE    = :REL-GRUPO-BASE
                  AND REL_CATEG_BASE    = :REL-CATEG-BASE
                  AND REL_PRODUTO_BASE  = :REL-PRODUTO-BASE
                  AND REL_GRUPO_RELAC   = :REL-GRUPO-RELAC
                  AND REL_CATEG_RELAC   = :REL-CATEG-RELAC
                  AND REL_PRODUTO_RELAC = :REL-PRODUTO-RELAC
           END-EXEC
      *
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   MOVE 'REGRA NAO CADASTRADA' TO DTR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2150-99-FIM
               WHEN OTHER
                   MOVE SQLCODE        TO WRK-SQLCODE-ERRO
                   MOVE 'FALHA SQL NA LEITURA DA REGRA'
                     TO DTR-OCORRENCIA
                   PERFORM 2700-REJEITAR THRU 2700-99-FIM
                   GO TO 2150-99-FIM
           END-EVALUATE
      *
           IF RLP-TRANSACAO-ALTERACAO AND
              RLP-DESCRICAO NOT EQUAL SPACES
               MOVE RLP-DESCRICAO      TO REL-DESCRICAO
           END-IF.
      *
       2150-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * INCLUSAO E ALTERACAO: OS DOS PRODUTOS PRECISAM ESTAR EM TABPRO;
      * NA INCLUSAO O PAR NAO PODE JA TER REGRA, EM NENHUMA DAS DUAS
      * ORDENS (BASE/RELACIONADO INVERTIDOS DARIAM REGRAS CONFLITANTES)
      *-----------------------------------------------------------------
       2160-VERIFICAR-PAR              SECTION.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-ENCONTRADOS
                 FROM DB2ADMIN.TABPRO
                WHERE TABPRO_COD_GRUPO     = :REL-GRUPO-BASE
                  AND TABPRO_COD_CATEGORIA = :REL-CATEG-BASE
                  AND TABPRO_COD_PRODUTO   = :REL-PRODUTO-BASE
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               MOVE 'FALHA SQL NA CONSULTA A TABPRO'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2160-99-FIM
           END-IF
      *
           IF WRK-QTD-ENCONTRADOS EQUAL ZEROS
               MOVE 'PRODUTO BASE NAO CADASTRADO'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2160-99-FIM
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-ENCONTRADOS
                 FROM DB2ADMIN.TABPRO
                WHERE TABPRO_COD_GRUPO     = :REL-GRUPO-RELAC
                  AND TABPRO_COD_CATEGORIA = :REL-CATEG-RELAC
                  AND TABPRO_COD_PRODUTO   = :REL-PRODUTO-RELAC
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               MOVE 'FALHA SQL NA CONSULTA A TABPRO'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2160-99-FIM
           END-IF
      *
           IF WRK-QTD-ENCONTRADOS EQUAL ZEROS
               MOVE 'PRODUTO RELACIONADO NAO CADASTRADO'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2160-99-FIM
           END-IF
      *
           IF NOT RLP-TRANSACAO-INCLUSAO
               GO TO 2160-99-FIM
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-ENCONTRADOS
                 FROM DB2ADMIN.TABPRO_RELAC
                WHERE (REL_GRUPO_BASE    = :REL-GRUPO-BASE
                  AND  REL_CATEG_BASE    = :REL-CATEG-BASE
                  AND  REL_PRODUTO_BASE  = :REL-PRODUTO-BASE
                  AND  REL_GRUPO_RELAC   = :REL-GRUPO-RELAC
                  AND  REL_CATEG_RELAC   = :REL-CATEG-RELAC
                  AND  REL_PRODUTO_RELAC = :REL-PRODUTO-RELAC)
                   OR (REL_GRUPO_BASE    = :REL-GRUPO-RELAC
                  AND  REL_CATEG_BASE    = :REL-CATEG-RELAC
                  AND  REL_PRODUTO_BASE  = :REL-PRODUTO-RELAC
                  AND  REL_GRUPO_RELAC   = :REL-GRUPO-BASE
                  AND  REL_CATEG_RELAC   = :REL-CATEG-BASE
                  AND  REL_PRODUTO_RELAC = :REL-PRODUTO-BASE)
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               MOVE 'FALHA SQL NA CONSULTA DE DUPLICIDADE'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
               GO TO 2160-99-FIM
           END-IF
      *
           IF WRK-QTD-ENCONTRADOS GREATER ZEROS
               MOVE 'PAR JA TEM REGRA (EM UMA DAS ORDENS)'
                 TO DTR-OCORRENCIA
               PERFORM 2700-REJEITAR THRU 2700-99-FIM
           END-IF.
      *
       2160-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * APLICACAO DA TRANSACAO, COM COMMIT POR TRANSACAO. INCLUSAO E
      * ALTERACAO GRAVAM O USUARIO DO JOB COMO SOLICITANTE E A DATA
      *-----------------------------------------------------------------
       2200-APLICAR-TRANSACAO          SECTION.
           EVALUATE TRUE
               WHEN RLP-TRANSACAO-INCLUSAO
                   EXEC SQL
                       INSERT INTO DB2ADMIN.TABPRO_RELAC
                           ( REL_GRUPO_BASE, REL_CATEG_BASE,
                             REL_PRODUTO_BASE, REL_GRUPO_RELAC,
                             REL_CATEG_RELAC, REL_PRODUTO_RELAC,
                             REL_IND_TIPO, REL_PERC,
                             REL_QTD_BASE, REL_QTD_RELAC,
                             REL_DESCRICAO, REL_SOLICITANTE,
                             REL_DT_ALTERACAO )
                       VALUES
                           ( :REL-GRUPO-BASE, :REL-CATEG-BASE,
                             :REL-PRODUTO-BASE, :REL-GRUPO-RELAC,
                             :REL-CATEG-RELAC, :REL-PRODUTO-RELAC,
                             :REL-IND-TIPO, :REL-PERC,
                             :REL-QTD-BASE, :REL-QTD-RELAC,
                             :REL-DESCRICAO, USER,
                             CURRENT DATE )
                   END-EXEC
               WHEN RLP-TRANSACAO-ALTERACAO
                   EXEC SQL
                       UPDATE DB2ADMIN.TABPRO_RELAC
                          SET REL_IND_TIPO      = :REL-IND-TIPO,
                              REL_PERC          = :REL-PERC,
                              REL_QTD_BASE      = :REL-QTD-BASE,
                              REL_QTD_RELAC     = :REL-QTD-RELAC,
                              REL_DESCRICAO     = :REL-DESCRICAO,
                              REL_SOLICITANTE   = USER,
                              REL_DT_ALTERACAO  = CURRENT DATE
                        WHERE REL_GRUPO_BASE    = :REL-GRUPO-BASE
                          AND REL_CATEG_BASE    = :REL-CATEG-BASE
                          AND REL_PRODUTO_BASE  = :REL-PRODUTO-BASE
                          AND REL_GRUPO_RELAC   = :REL-GRUPO-RELAC
                          AND REL_CATEG_RELAC   = :REL-CATEG-RELAC
                          AND REL_PRODUTO_RELAC = :REL-PRODUTO-RELAC
                   END-EXEC
               WHEN RLP-TRANSACAO-EXCLUSAO
                   EXEC SQL
                       DELETE FROM DB2ADMIN.TABPRO_RELAC
                        WHERE REL_GRUPO_BASE    = :REL-GRUPO-BASE
                          AND REL_CATEG_BASE    = :REL-CATEG-BASE
                          AND REL_PRODUTO_BASE  = :REL-PRODUTO-BASE
                          AND REL_GRUPO_RELAC   = :REL-GRUPO-RELAC
                          AND REL_CATEG_RELAC   = :REL-CATEG-RELAC
                          AND REL_PRODUTO_RELAC = :REL-PRODUTO-RELAC
                   END-EXEC
           END-EVALUATE
      *
           IF SQLCODE NOT EQUAL ZEROS
               MOVE SQLCODE            TO WRK-SQLCODE-ERRO
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               MOVE 'FALHA SQL NA GRAVACAO DA REGRA'
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
           MOVE WRK-USUARIO            TO REL-SOLICITANTE
      *
           EVALUATE TRUE
               WHEN RLP-TRANSACAO-INCLUSAO
                   ADD 1               TO WRK-ACU-INCLUIDAS
                   MOVE 'REGRA INCLUIDA' TO DTR-OCORRENCIA
               WHEN RLP-TRANSACAO-ALTERACAO
                   ADD 1               TO WRK-ACU-ALTERADAS
                   MOVE 'REGRA ALTERADA' TO DTR-OCORRENCIA
               WHEN RLP-TRANSACAO-EXCLUSAO
                   ADD 1               TO WRK-ACU-EXCLUIDAS
                   MOVE 'REGRA EXCLUIDA' TO DTR-OCORRENCIA
           END-EVALUATE
      *
           PERFORM 2810-IMPRIMIR-TRANSACAO THRU 2810-99-FIM.
      *
       2200-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * SECAO 2: REGRAS CADASTRADAS E SITUACAO NOS PRECOS DE HOJE
      *-----------------------------------------------------------------
       2300-SECAO-REGRAS               SECTION.
           MOVE '2'                    TO SEC-NUMERO
           MOVE 'REGRAS CADASTRADAS E SITUACAO NO PRECO ATUAL'
             TO SEC-TITULO
           PERFORM 2800-IMPRIMIR-SECAO THRU 2800-99-FIM
           WRITE REG-RELRLP FROM WRK-RELRLP-CAB-REGRA
           ADD 1 TO WRK-LIN-ATUAL
      *
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
           MOVE 'N' TO WRK-SW-FIM-CURSOR
           PERFORM 2310-LER-REGRA      THRU 2310-99-FIM
           PERFORM 2320-TRATAR-REGRA   THRU 2320-99-FIM
               UNTIL WRK-FIM-CURSOR
      *
           EXEC SQL
               CLOSE CSR01-REGRAS
           END-EXEC.
      *
       2300-99-FIM.                    EXIT.
      *
       2310-LER-REGRA                  SECTION.
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
                ,     :REL-SOLICITANTE
                ,     :REL-DT-ALTERACAO
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
       2320-TRATAR-REGRA               SECTION.
           ADD 1                       TO WRK-ACU-REGRAS
           MOVE ZEROS                  TO WRK-PRECO-BASE
                                          WRK-PRECO-RELAC
                                          WRK-PRECO-LIMITE
      *
           PERFORM 2330-LER-PRECOS     THRU 2330-99-FIM
      *
           IF WRK-REGRA-CUMPRIDA
               PERFORM 2450-AVALIAR-REGRA THRU 2450-99-FIM
           END-IF
      *
           MOVE REL-GRUPO-BASE         TO DRG-GRUPO-BASE
           MOVE REL-CATEG-BASE         TO DRG-CATEG-BASE
           MOVE REL-PRODUTO-BASE       TO DRG-PRODUTO-BASE
           MOVE REL-GRUPO-RELAC        TO DRG-GRUPO-RELAC
           MOVE REL-CATEG-RELAC        TO DRG-CATEG-RELAC
           MOVE REL-PRODUTO-RELAC      TO DRG-PRODUTO-RELAC
           MOVE WRK-PRECO-BASE         TO DRG-PRECO-BASE
           MOVE WRK-PRECO-RELAC        TO DRG-PRECO-RELAC
           MOVE WRK-PRECO-LIMITE       TO DRG-LIMITE
           MOVE REL-IND-TIPO           TO DRG-TIPO
           MOVE REL-DESCRICAO          TO DRG-DESCRICAO
           PERFORM 2850-MONTAR-PARAMETRO THRU 2850-99-FIM
           MOVE DTR-PARAMETRO          TO DRG-PARAMETRO
      *
           EVALUATE TRUE
               WHEN WRK-REGRA-VIOLADA
                   ADD 1               TO WRK-ACU-VIOLADAS
                   MOVE 'VIOLADA'      TO DRG-SITUACAO
               WHEN WRK-REGRA-SEM-PRODUTO
                   ADD 1               TO WRK-ACU-SEM-PRODUTO
                   MOVE 'SEM PRODUTO'  TO DRG-SITUACAO
               WHEN WRK-REGRA-ERRO
                   MOVE 'FALHA SQL'    TO DRG-SITUACAO
               WHEN OTHER
                   MOVE 'CUMPRIDA'     TO DRG-SITUACAO
           END-EVALUATE
      *
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELRLP THRU 1041-99-FIM
               WRITE REG-RELRLP FROM WRK-RELRLP-CAB-REGRA
               ADD 1 TO WRK-LIN-ATUAL
           END-IF
      *
           WRITE REG-RELRLP FROM WRK-RELRLP-DET-REGRA
           ADD 1 TO WRK-LIN-ATUAL
      *
           PERFORM 2310-LER-REGRA      THRU 2310-99-FIM.
      *
       2320-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PRECO ATUAL (TABPRO_PRECO) DE CADA LADO DO PAR. PRODUTO QUE
      * SAIU DA TABPRO DEIXA A REGRA SEM AVALIACAO (SITUACAO A)
      *-----------------------------------------------------------------
       2330-LER-PRECOS                 SECTION.
           MOVE SPACE                  TO WRK-SW-SITUACAO-REGRA
      *
           EXEC SQL
               SELECT TABPRO_PRECO
                 INTO :WRK-PRECO-BASE
                 FROM DB2ADMIN.TABPRO
                WHERE TABPRO_COD_GRUPO     = :REL-GRUPO-BASE
                  AND TABPRO_COD_CATEGORIA = :REL-CATEG-BASE
                  AND TABPRO_COD_PRODUTO   = :REL-PRODUTO-BASE
           END-EXEC
      *
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   MOVE 'A'            TO WRK-SW-SITUACAO-REGRA
                   GO TO 2330-99-FIM
               WHEN OTHER
                   DISPLAY 'ERRO NA LEITURA DO PRODUTO BASE: ' SQLCODE
                   MOVE 'E'            TO WRK-SW-SITUACAO-REGRA
                   GO TO 2330-99-FIM
           END-EVALUATE
      *
           EXEC SQL
               SELECT TABPRO_PRECO
                 INTO :WRK-PRECO-RELAC
                 FROM DB2ADMIN.TABPRO
                WHERE TABPRO_COD_GRUPO     = :REL-GRUPO-RELAC
                  AND TABPRO_COD_CATEGORIA = :REL-CATEG-RELAC
                  AND TABPRO_COD_PRODUTO   = :REL-PRODUTO-RELAC
           END-EXEC
      *
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZEROS
                   CONTINUE
               WHEN SQLCODE EQUAL 100
                   MOVE 'A'            TO WRK-SW-SITUACAO-REGRA
               WHEN OTHER
                   DISPLAY 'ERRO NA LEITURA DO RELACIONADO: ' SQLCODE
                   MOVE 'E'            TO WRK-SW-SITUACAO-REGRA
           END-EVALUATE.
      *
       2330-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * AVALIACAO DA REGRA SOBRE WRK-PRECO-BASE E WRK-PRECO-RELAC:
      * P - RELACIONADO ATE BASE X (100 - PERC) / 100 (LIMITE MAXIMO)
      * N - RELACIONADO ATE O PRECO DO BASE (LIMITE MAXIMO)
      * E - PRECO POR UNIDADE DO RELACIONADO (EMBALAGEM MAIOR) NAO
      *     MENOR QUE O DO BASE; A COMPARACAO E FEITA EM PRODUTO
      *     CRUZADO (RELAC X QTD BASE CONTRA BASE X QTD RELAC) PARA NAO
      *     PERDER CENTAVOS NA DIVISAO; O LIMITE MOSTRADO E O PRECO
      *     MINIMO DO RELACIONADO, ARREDONDADO
      * MESMA REGRA DO 2450 DO AC220029
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
      *    A TRANSACAO PODE NAO SER NUMERICA: SAI COMO FOI INFORMADA
           MOVE RLP-TXT-TIPO           TO DTR-TRANSACAO
           MOVE RLP-TXT-CHAVE-BASE (1:1)  TO DTR-GRUPO-BASE
           MOVE RLP-TXT-CHAVE-BASE (2:3)  TO DTR-CATEG-BASE
           MOVE RLP-TXT-CHAVE-BASE (5:9)  TO DTR-PRODUTO-BASE
           MOVE RLP-TXT-CHAVE-RELAC (1:1) TO DTR-GRUPO-RELAC
           MOVE RLP-TXT-CHAVE-RELAC (2:3) TO DTR-CATEG-RELAC
           MOVE RLP-TXT-CHAVE-RELAC (5:9) TO DTR-PRODUTO-RELAC
           MOVE RLP-TXT-IND-TIPO       TO DTR-TIPO
           STRING RLP-TXT-PERC ' ' RLP-TXT-QTD-BASE ' '
                  RLP-TXT-QTD-RELAC
                  DELIMITED BY SIZE
                  INTO DTR-PARAMETRO
           MOVE RLP-TXT-DESCRICAO      TO DTR-DESCRICAO
           MOVE SPACES                 TO DTR-SOLICITANTE
      *
           PERFORM 2840-ESCREVER-LINHA THRU 2840-99-FIM.
      *
       2700-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * IMPRESSAO DO CABECALHO DE SECAO
      *-----------------------------------------------------------------
       2800-IMPRIMIR-SECAO             SECTION.
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELRLP THRU 1041-99-FIM
           END-IF
      *
           WRITE REG-RELRLP FROM SPACES
           WRITE REG-RELRLP FROM WRK-RELRLP-SECAO
           ADD 2 TO WRK-LIN-ATUAL.
      *
       2800-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * LINHA DA TRANSACAO APLICADA, COM A REGRA COMO FICOU
      *-----------------------------------------------------------------
       2810-IMPRIMIR-TRANSACAO          SECTION.
           MOVE RLP-TXT-TIPO            TO DTR-TRANSACAO
           MOVE REL-GRUPO-BASE          TO DRG-GRUPO-BASE
           MOVE REL-CATEG-BASE          TO DRG-CATEG-BASE
           MOVE REL-PRODUTO-BASE        TO DRG-PRODUTO-BASE
           MOVE REL-GRUPO-RELAC         TO DRG-GRUPO-RELAC
           MOVE REL-CATEG-RELAC         TO DRG-CATEG-RELAC
           MOVE REL-PRODUTO-RELAC       TO DRG-PRODUTO-RELAC
           MOVE DRG-GRUPO-BASE          TO DTR-GRUPO-BASE
           MOVE DRG-CATEG-BASE          TO DTR-CATEG-BASE
           MOVE DRG-PRODUTO-BASE        TO DTR-PRODUTO-BASE
           MOVE DRG-GRUPO-RELAC         TO DTR-GRUPO-RELAC
           MOVE DRG-CATEG-RELAC         TO DTR-CATEG-RELAC
           MOVE DRG-PRODUTO-RELAC       TO DTR-PRODUTO-RELAC
      *
           IF RLP-TRANSACAO-EXCLUSAO
               MOVE SPACES              TO DTR-TIPO
                                           DTR-PARAMETRO
                                           DTR-DESCRICAO
                                           DTR-SOLICITANTE
           ELSE
               MOVE REL-IND-TIPO        TO DTR-TIPO
               PERFORM 2850-MONTAR-PARAMETRO THRU 2850-99-FIM
               MOVE REL-DESCRICAO       TO DTR-DESCRICAO
               MOVE REL-SOLICITANTE     TO DTR-SOLICITANTE
           END-IF
      *
           PERFORM 2840-ESCREVER-LINHA  THRU 2840-99-FIM.
      *
       2810-99-FIM.                     EXIT.
      *-----------------------------------------------------------------
      * CONTROLE DE QUEBRA DE PAGINA DAS LINHAS DE TRANSACAO
      *-----------------------------------------------------------------
       2840-ESCREVER-LINHA              SECTION.
           IF WRK-LIN-ATUAL GREATER OR EQUAL WRK-MAX-LINHAS
               PERFORM 1041-CABECALHO-RELRLP THRU 1041-99-FIM
               WRITE REG-RELRLP FROM WRK-RELRLP-CAB-TRANSACAO
               ADD 1 TO WRK-LIN-ATUAL
           END-IF
      *
           WRITE REG-RELRLP FROM WRK-RELRLP-DET-TRANSACAO
           ADD 1 TO WRK-LIN-ATUAL.
      *
       2840-99-FIM.                     EXIT.
      *-----------------------------------------------------------------
      * PARAMETRO DA REGRA EM TEXTO (EM DTR-PARAMETRO): PERCENTUAL NO
      * TIPO P, CONTEUDO BASE/RELACIONADO NO TIPO E, BRANCO NO TIPO N
      *-----------------------------------------------------------------
       2850-MONTAR-PARAMETRO            SECTION.
           EVALUATE REL-IND-TIPO
               WHEN 'P'
                   MOVE REL-PERC        TO WRK-PARM-PERC
                   MOVE WRK-PARM-PERCENTUAL TO DTR-PARAMETRO
               WHEN 'E'
                   MOVE REL-QTD-BASE    TO WRK-PARM-QTD-BASE
                   MOVE REL-QTD-RELAC   TO WRK-PARM-QTD-RELAC
                   MOVE WRK-PARM-EMBALAGEM TO DTR-PARAMETRO
               WHEN OTHER
                   MOVE SPACES          TO DTR-PARAMETRO
           END-EVALUATE.
      *
       2850-99-FIM.                     EXIT.
      *
      **----------------------------------------------------------------
      * EXECUTANDO TRATAMENTOS FINAIS.
      *-----------------------------------------------------------------
       3000-TERMINAR.
           MOVE WRK-ACU-LIDOS          TO WRK-MASC-LIDOS
           MOVE WRK-ACU-INCLUIDAS      TO WRK-MASC-INCLUIDAS
           MOVE WRK-ACU-ALTERADAS      TO WRK-MASC-ALTERADAS
           MOVE WRK-ACU-EXCLUIDAS      TO WRK-MASC-EXCLUIDAS
           MOVE WRK-ACU-REJEITADOS     TO WRK-MASC-REJEITADOS
           MOVE WRK-ACU-REGRAS         TO WRK-MASC-REGRAS
           MOVE WRK-ACU-VIOLADAS       TO WRK-MASC-VIOLADAS
           MOVE WRK-ACU-SEM-PRODUTO    TO WRK-MASC-SEM-PRODUTO
      *
           DISPLAY 'TOTAL DE TRANSACOES LIDAS.: 'WRK-MASC-LIDOS
           DISPLAY 'REGRAS INCLUIDAS..........: 'WRK-MASC-INCLUIDAS
           DISPLAY 'REGRAS ALTERADAS..........: 'WRK-MASC-ALTERADAS
           DISPLAY 'REGRAS EXCLUIDAS..........: 'WRK-MASC-EXCLUIDAS
           DISPLAY 'TOTAL DE REJEITADOS.......: 'WRK-MASC-REJEITADOS
           DISPLAY 'REGRAS CADASTRADAS........: 'WRK-MASC-REGRAS
           DISPLAY 'VIOLADAS NO PRECO ATUAL...: 'WRK-MASC-VIOLADAS
           DISPLAY 'COM PRODUTO FORA DA TABPRO: 'WRK-MASC-SEM-PRODUTO
      *
           MOVE WRK-ACU-LIDOS          TO TOT-LIDOS
           MOVE WRK-ACU-INCLUIDAS      TO TOT-INCLUIDAS
           MOVE WRK-ACU-ALTERADAS      TO TOT-ALTERADAS
           MOVE WRK-ACU-EXCLUIDAS      TO TOT-EXCLUIDAS
           MOVE WRK-ACU-REJEITADOS     TO TOT-REJEITADOS
           MOVE WRK-ACU-REGRAS         TO TOT-REGRAS
           MOVE WRK-ACU-VIOLADAS       TO TOT-VIOLADAS
           MOVE WRK-ACU-SEM-PRODUTO    TO TOT-SEM-PRODUTO
      *
           WRITE REG-RELRLP FROM SPACES
           WRITE REG-RELRLP FROM WRK-RELRLP-TOT
           WRITE REG-RELRLP FROM WRK-RELRLP-TOT2
           WRITE REG-RELRLP FROM WRK-RELRLP-TOT3
           WRITE REG-RELRLP FROM WRK-RELRLP-TOT4
           WRITE REG-RELRLP FROM WRK-RELRLP-TOT5
           WRITE REG-RELRLP FROM WRK-RELRLP-TOT6
           WRITE REG-RELRLP FROM WRK-RELRLP-TOT7
           WRITE REG-RELRLP FROM WRK-RELRLP-TOT8
      *
           IF WRK-ACU-REJEITADOS GREATER ZEROS OR
              WRK-ACU-VIOLADAS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF
      *
           CLOSE ARQRLP-ARQ
           CLOSE RELRLP-ARQ.
      *
       3000-99-FIM.                    EXIT.
      *
       3300-FINALIZAR.
      *
           GOBACK.
       3300-99-FIM.                    EXIT.
      *
