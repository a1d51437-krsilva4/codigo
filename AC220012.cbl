      *----------------------------------------------------------------*
      *    ARQUIVOS         I/O LRECL  DESCRICAO                       *
      *    ARQINT           IN   080    INTERFACE DO RUN DO AC220002   *
      *    ARQINZ           IN   080    INTERFACE POR ZONA DE PRECO    *
      *                                (UM BLOCO H/D/T POR ZONA)       *
      *    ARQRET           IN   080    RETORNOS DAS LOJAS             *
      *                                (CONCATENADOS, CLASSIFICADOS    *
      *                                POR LOJA)                       *
      *    ARQLOJ           IN   080    CADASTRO DAS LOJAS QUE DEVEM   *
      *                                DEVOLVER RETORNO E ZONA DE     *
      *                                PRECO DE CADA LOJA             *
      *    ARQPRM           IN   080    CARTAO DE PARAMETROS (PRAZO    *
      *                                EM DIAS PARA CONFIRMACAO)       *
      *    RELCNF           OUT  132    RELATORIO DE CONFERENCIA       *
      *                          PRAZO (ACOMPANHAR)                    *
      *                      8 = PRODUTO NAO CONFIRMADO COM PRAZO      *
      *                          VENCIDO (SEGURAR O PROXIMO CICLO) OU  *
      *                          ARQINT/ARQINZ INCONSISTENTE (ARQINZ   *
      *                          DE OUTRO RUN INCLUSIVE)               *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *                     NAO CONFIRMADOS (E VENCIDOS APOS O PRAZO), *
      *                     QUE ERA EXATAMENTE A FALHA SILENCIOSA QUE  *
      *                     ESTE PROGRAMA EXISTE PARA PEGAR            *
      *    15/10/2026  RPS  ZONAS REGIONAIS DE PRECO: O CADASTRO DE    *
      *                     LOJAS PASSA A TRAZER A ZONA DA LOJA E O    *
      *                     RETORNO E CONFERIDO CONTRA O PRECO DA ZONA *
      *                     (ARQINZ, DETALHES NA MESMA ORDEM DO        *
      *                     ARQINT); ZONA 00 OU SEM BLOCO NO ARQINZ    *
      *                     CONFERE PELO PRECO BASE DO ARQINT          *
      *    15/10/2026  RPS  TABELA DE PRECOS POR ZONA DIMENSIONADA     *
      *                     PARA 99 ZONAS X 9999 DETALHES; BLOCO DO    *
      *                     ARQINZ COM DATA OU SIMULACAO DIFERENTE DO  *
      *                     ARQINT = RC 8                              *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           SELECT ARQINT-ARQ         ASSIGN TO ARQINT
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQINT.
      *
           SELECT ARQINZ-ARQ         ASSIGN TO ARQINZ
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQINZ.
      *
           SELECT ARQRET-ARQ         ASSIGN TO ARQRET
                                      ORGANIZATION IS SEQUENTIAL
           03 INT-HDR-DT-EXECUCAO          PIC 9(08).
           03 INT-HDR-IND-VIGENCIA         PIC X(01).
           03 INT-HDR-IND-SIMULACAO        PIC X(01).
           03 INT-HDR-COD-ZONA             PIC 9(02).
           03 FILLER                       PIC X(67).
       01 REG-INT-DETALHE REDEFINES REG-ARQINT.
           03 INT-DET-TIPO                 PIC X(01).
               88 INT-TIPO-HEADER                       VALUE 'H'.
           03 INT-TRL-HASH-PRECOS          PIC 9(13)V9(02).
           03 FILLER                       PIC X(55).
      *----------------------------------------------------------------*
      * INTERFACE POR ZONA DE PRECO (MESMO LAYOUT DO ARQINT, UM BLOCO  *
      * HEADER/DETALHE/TRAILER POR ZONA, COM A ZONA NO HEADER)         *
      *----------------------------------------------------------------*
       FD  ARQINZ-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQINZ                       PIC X(080).
      *----------------LAYOUT DOS REGISTROS DO ARQINZ------------------*
       01 REG-INZ-HEADER REDEFINES REG-ARQINZ.
           03 INZ-HDR-TIPO                 PIC X(01).
           03 INZ-HDR-DT-EXECUCAO          PIC 9(08).
           03 INZ-HDR-IND-VIGENCIA         PIC X(01).
           03 INZ-HDR-IND-SIMULACAO        PIC X(01).
           03 INZ-HDR-COD-ZONA             PIC 9(02).
           03 FILLER                       PIC X(67).
       01 REG-INZ-DETALHE REDEFINES REG-ARQINZ.
           03 INZ-DET-TIPO                 PIC X(01).
               88 INZ-TIPO-HEADER                       VALUE 'H'.
               88 INZ-TIPO-DETALHE                      VALUE 'D'.
               88 INZ-TIPO-TRAILER                      VALUE 'T'.
           03 INZ-DET-COD-GRUPO            PIC 9(01).
           03 INZ-DET-COD-CATEGORIA        PIC 9(03).
           03 INZ-DET-COD-PRODUTO          PIC 9(09).
           03 INZ-DET-PRECO-ANT            PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
           03 INZ-DET-PRECO-NOVO           PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
           03 INZ-DET-ACAO                 PIC X(01).
           03 INZ-DET-DT-EFETIVACAO        PIC 9(08).
           03 FILLER                       PIC X(35).
       01 REG-INZ-TRAILER REDEFINES REG-ARQINZ.
           03 INZ-TRL-TIPO                 PIC X(01).
           03 INZ-TRL-QTD-DETALHES         PIC 9(09).
           03 INZ-TRL-HASH-PRECOS          PIC 9(13)V9(02).
           03 FILLER                       PIC X(55).
      *----------------------------------------------------------------*
      * RETORNOS DAS LOJAS (UM ARQUIVO POR LOJA, CONCATENADOS E        *
      * CLASSIFICADOS POR LOJA NO JCL)                                 *
      *----------------------------------------------------------------*
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
      * CARTAO DE PARAMETROS: PRAZO DE CONFIRMACAO EM DIAS             *
      *----------------------------------------------------------------*
           03 WRK-LOJA-NAO-CONF        PIC 9(05)       VALUE ZEROS.
           03 WRK-HASH-DETALHES        PIC 9(13)V9(2)  USAGE COMP-3
                                        VALUE ZEROS.
           03 WRK-HASH-ZONA            PIC 9(13)V9(2)  USAGE COMP-3
                                        VALUE ZEROS.
           03 WRK-QTD-DET-ZONA         PIC 9(05)       VALUE ZEROS.
           03 WRK-POS-PRECO            PIC 9(06)       VALUE ZEROS.
           03 WRK-POS-DETALHE          PIC 9(05)       VALUE ZEROS.
           03 WRK-PRECO-ESPERADO       PIC S9(8)V9(2)  USAGE COMP-3.
      *---------VARIAVEIS PARA MASCARAS DE CONTADORES------------------*
       01 WRK-VARIAVEIS-PARA-MASCARA.
           03 WRK-MASC-RETORNOS        PIC ZZZ.ZZZ.ZZ9.
               88 WRK-PRAZO-VENCIDO                    VALUE 'S'.
           03 WRK-SW-DETALHE-ACHADO    PIC X(01)       VALUE 'N'.
               88 WRK-DETALHE-ACHADO                   VALUE 'S'.
           03 WRK-SW-FIM-ARQINZ        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-ARQINZ                       VALUE 'S'.
           03 WRK-SW-BLOCO-ZONA        PIC X(01)       VALUE 'N'.
               88 WRK-BLOCO-ZONA-ABERTO                VALUE 'S'.
      *----------------PARAMETROS RECEBIDOS NO CARTAO------------------*
       01 WRK-PARAMETROS-GERAIS.
           03 WRK-QTD-DIAS-PRAZO       PIC 9(03)       VALUE ZEROS.
      *----------------HEADER DO ARQINT (CONFERIDO NO ARQINZ)----------*
       01 WRK-HEADER-ARQINT.
           03 WRK-INT-DT-EXECUCAO      PIC 9(08)       VALUE ZEROS.
           03 WRK-INT-IND-SIMULACAO    PIC X(01)       VALUE SPACE.
      *----------------LOJA EM PROCESSAMENTO---------------------------*
       01 WRK-LOJA-ATUAL               PIC 9(04)       VALUE ZEROS.
      *    ZONA DA LOJA E POSICAO DO SEU BLOCO NA TABELA DE PRECOS POR
      *    ZONA (INICIO ZERO = CONFERE PELO PRECO BASE DO ARQINT)
       01 WRK-ZONA-LOJA                PIC 9(02)       VALUE ZEROS.
       01 WRK-INICIO-ZONA-LOJA         PIC 9(06)       VALUE ZEROS.
      *----------------CADASTRO DAS LOJAS ESPERADAS (ARQLOJ)-----------*
      *    A MARCA DE RESPOSTA VIRA 'S' QUANDO A LOJA APARECE NO
      *    ARQRET; AO FINAL, LOJA SEM MARCA CONTA TODOS OS DETALHES
                                        INDEXED BY WRK-IDX-LOJA.
               05 WRK-LOJ-CODIGO           PIC 9(04).
               05 WRK-LOJ-RESPONDEU        PIC X(01).
               05 WRK-LOJ-ZONA             PIC 9(02).
      *----------------DETALHES DO ARQINT CARREGADOS EM MEMORIA--------*
      *    A SITUACAO E REINICIADA A CADA LOJA: N = NAO CONFIRMADO,    *
      *    C = CONFIRMADO, V = CONFIRMADO COM PRECO DIVERGENTE         *
               05 WRK-DET-PRECO-NOVO       PIC S9(8)V9(2) USAGE COMP-3.
               05 WRK-DET-ACAO             PIC X(01).
               05 WRK-DET-SITUACAO         PIC X(01).
      *----------------PRECOS POR ZONA CARREGADOS DO ARQINZ------------*
      *    CADA BLOCO DO ARQINZ TRAZ OS DETALHES NA MESMA ORDEM DO
      *    ARQINT: O N-ESIMO PRECO DO BLOCO E O DO N-ESIMO DETALHE DA
      *    TABELA ACIMA. A TABELA DE ZONAS GUARDA ONDE CADA BLOCO
      *    COMECA NA TABELA DE PRECOS.
       01 WRK-TABELA-ZONAS.
           03 WRK-QTD-ZONAS            PIC 9(02)       VALUE ZEROS.
           03 WRK-ZONA-OCORRENCIA      OCCURS 1 TO 99 TIMES
                                        DEPENDING ON WRK-QTD-ZONAS
                                        INDEXED BY WRK-IDX-ZONA.
               05 WRK-ZIN-CODIGO           PIC 9(02).
               05 WRK-ZIN-INICIO           PIC 9(06).
      *    DIMENSIONADA PARA O MAXIMO DAS DUAS TABELAS ACIMA (99 ZONAS
      *    X 9999 DETALHES = 989901): UM RUN COMPLETO DO CATALOGO COM
      *    TODAS AS ZONAS CABE, E O LIMITE REAL E O DA TABELA DE
      *    DETALHES DO ARQINT
       01 WRK-TABELA-PRECOS-ZONA.
           03 WRK-QTD-PRECOS-ZONA      PIC 9(06)       VALUE ZEROS.
           03 WRK-PRECO-ZONA-OCORRENCIA OCCURS 1 TO 989901 TIMES
                                        DEPENDING ON
                                        WRK-QTD-PRECOS-ZONA.
               05 WRK-PRZ-PRECO            PIC S9(8)V9(2) USAGE COMP-3.
      *----------------DATA DO SISTEMA E PRAZO DE CONFIRMACAO----------*
       01 WRK-DATA-HORA-SISTEMA.
           03 WRK-DATA-ATUAL                PIC 9(08).
      *----------------STATUS DOS ARQUIVOS SEQUENCIAIS-----------------*
       01 WRK-STATUS-ARQUIVOS.
           03 WRK-STATUS-ARQINT             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQINZ             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQRET             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQLOJ             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQPRM             PIC X(02)       VALUE '00'.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(06) VALUE 'LOJA: '.
           03 LOJA-CODIGO                   PIC 9(04).
           03 FILLER                        PIC X(08) VALUE '  ZONA: '.
           03 LOJA-ZONA                     PIC 9(02).
           03 FILLER                        PIC X(111) VALUE SPACES.
       01 WRK-RELCNF-DET.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 DET-GRUPO                     PIC 9.
      *
           PERFORM 1010-CARREGAR-PARAMETROS THRU 1010-99-FIM
           PERFORM 1020-CARREGAR-ARQINT     THRU 1020-99-FIM
           PERFORM 1025-CARREGAR-ARQINZ     THRU 1025-99-FIM
           PERFORM 1030-CARREGAR-LOJAS      THRU 1030-99-FIM
           PERFORM 6000-CALCULAR-PRAZO      THRU 6000-99-FIM
      *
                   MOVE 'S' TO WRK-SW-HEADER-LIDO
                   MOVE INT-HDR-DT-EXECUCAO TO CAB2-DT-EXECUCAO
                                               WRK-DT-PRAZO
                                               WRK-INT-DT-EXECUCAO
                   MOVE INT-HDR-IND-SIMULACAO TO WRK-INT-IND-SIMULACAO
               WHEN INT-TIPO-DETALHE
                   IF WRK-QTD-DETALHES LESS 9999
                       ADD 1 TO WRK-QTD-DETALHES
           PERFORM 1021-LER-REG-ARQINT THRU 1021-99-FIM.
      *
       1022-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CARGA DOS PRECOS POR ZONA (ARQINZ). CADA BLOCO TEM QUE TRAZER
      * OS MESMOS PRODUTOS DO ARQINT NA MESMA ORDEM, COM TRAILER E
      * HASH CONFERIDOS COMO NO ARQINT (DIVERGENCIA = RC 8). SEM O
      * ARQINZ TODAS AS LOJAS SAO CONFERIDAS PELO PRECO BASE. BLOCO
      * COM DATA OU INDICADOR DE SIMULACAO DIFERENTE DO HEADER DO
      * ARQINT E SOBRA DE OUTRO RUN (RC 8).
      *-----------------------------------------------------------------
       1025-CARREGAR-ARQINZ            SECTION.
           OPEN INPUT ARQINZ-ARQ
      *
           IF WRK-STATUS-ARQINZ NOT EQUAL '00'
               DISPLAY 'AVISO: ARQINZ NAO DISPONIVEL (STATUS '
                        WRK-STATUS-ARQINZ ') - CONFERENCIA PELO PRECO '
                        'BASE'
               GO TO 1025-99-FIM
           END-IF
      *
           PERFORM 1026-LER-REG-ARQINZ      THRU 1026-99-FIM
           PERFORM 1027-TRATAR-REGS-ARQINZ  THRU 1027-99-FIM
               UNTIL WRK-FIM-ARQINZ
      *
           CLOSE ARQINZ-ARQ
      *
           IF WRK-BLOCO-ZONA-ABERTO
               DISPLAY 'ARQINZ SEM TRAILER NA ZONA '
                        WRK-ZIN-CODIGO (WRK-IDX-ZONA)
                        ' - TRANSMISSAO TRUNCADA'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           DISPLAY 'ZONAS DE PRECO CARREGADAS DO ARQINZ: '
                    WRK-QTD-ZONAS.
      *
       1025-99-FIM.                    EXIT.
      *
       1026-LER-REG-ARQINZ              SECTION.
           READ ARQINZ-ARQ
               AT END
                   MOVE 'S' TO WRK-SW-FIM-ARQINZ
           END-READ.
      *
       1026-99-FIM.                    EXIT.
      *
       1027-TRATAR-REGS-ARQINZ          SECTION.
           EVALUATE TRUE
               WHEN INZ-TIPO-HEADER
                   PERFORM 1028-ABRIR-BLOCO-ZONA THRU 1028-99-FIM
               WHEN INZ-TIPO-DETALHE
                   PERFORM 1029-GUARDAR-PRECO-ZONA THRU 1029-99-FIM
               WHEN INZ-TIPO-TRAILER
                   IF NOT WRK-BLOCO-ZONA-ABERTO
                       DISPLAY 'ARQINZ COM TRAILER SEM HEADER'
                       MOVE 8 TO RETURN-CODE
                       PERFORM 3300-FINALIZAR THRU 3300-99-FIM
                   END-IF
                   IF INZ-TRL-QTD-DETALHES NOT EQUAL WRK-QTD-DET-ZONA
                      OR WRK-QTD-DET-ZONA NOT EQUAL WRK-QTD-DETALHES
                       DISPLAY 'TRAILER DO ARQINT DA ZONA '
                                WRK-ZIN-CODIGO (WRK-IDX-ZONA)
                                ' NAO CONFERE COM O ARQINT'
                       MOVE 8 TO RETURN-CODE
                       PERFORM 3300-FINALIZAR THRU 3300-99-FIM
                   END-IF
                   IF INZ-TRL-HASH-PRECOS NOT EQUAL WRK-HASH-ZONA
                       DISPLAY 'HASH DO TRAILER DO ARQINZ DA ZONA '
                                WRK-ZIN-CODIGO (WRK-IDX-ZONA)
                                ' NAO CONFERE COM OS DETALHES'
                       MOVE 8 TO RETURN-CODE
                       PERFORM 3300-FINALIZAR THRU 3300-99-FIM
                   END-IF
                   MOVE 'N' TO WRK-SW-BLOCO-ZONA
               WHEN OTHER
                   DISPLAY 'REGISTRO DE ARQINZ IGNORADO: ' REG-ARQINZ
           END-EVALUATE
      *
           PERFORM 1026-LER-REG-ARQINZ THRU 1026-99-FIM.
      *
       1027-99-FIM.                    EXIT.
      *
       1028-ABRIR-BLOCO-ZONA            SECTION.
           IF WRK-BLOCO-ZONA-ABERTO
               DISPLAY 'ARQINZ SEM TRAILER NA ZONA '
                        WRK-ZIN-CODIGO (WRK-IDX-ZONA)
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           IF INZ-HDR-DT-EXECUCAO NOT EQUAL WRK-INT-DT-EXECUCAO OR
              INZ-HDR-IND-SIMULACAO NOT EQUAL WRK-INT-IND-SIMULACAO
               DISPLAY 'ARQINZ DA ZONA ' INZ-HDR-COD-ZONA
                       ' NAO E DO MESMO RUN DO ARQINT (DATA '
                       INZ-HDR-DT-EXECUCAO ' SIMULACAO '
                       INZ-HDR-IND-SIMULACAO ')'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           IF WRK-QTD-ZONAS NOT LESS 99
               DISPLAY 'TABELA DE ZONAS CHEIA - ARQINZ NAO CARREGADO '
                        'POR INTEIRO'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           ADD 1 TO WRK-QTD-ZONAS
           SET WRK-IDX-ZONA TO WRK-QTD-ZONAS
           MOVE INZ-HDR-COD-ZONA       TO WRK-ZIN-CODIGO (WRK-IDX-ZONA)
           COMPUTE WRK-ZIN-INICIO (WRK-IDX-ZONA) =
                   WRK-QTD-PRECOS-ZONA + 1
           MOVE ZEROS                  TO WRK-QTD-DET-ZONA
                                          WRK-HASH-ZONA
           MOVE 'S'                    TO WRK-SW-BLOCO-ZONA.
      *
       1028-99-FIM.                    EXIT.
      *
       1029-GUARDAR-PRECO-ZONA          SECTION.
           IF NOT WRK-BLOCO-ZONA-ABERTO
               DISPLAY 'ARQINZ COM DETALHE FORA DE BLOCO DE ZONA'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-QTD-DET-ZONA
           ADD INZ-DET-PRECO-NOVO      TO WRK-HASH-ZONA
      *
      *    DETALHE ALEM DA CAPACIDADE DA TABELA DO ARQINT JA FOI
      *    IGNORADO NA CARGA DO ARQINT; O DA ZONA ACOMPANHA
           IF WRK-QTD-DET-ZONA GREATER WRK-QTD-DETALHES
               GO TO 1029-99-FIM
           END-IF
      *
           MOVE WRK-QTD-DET-ZONA       TO WRK-POS-DETALHE
           IF INZ-DET-COD-GRUPO NOT EQUAL
                 WRK-DET-GRUPO (WRK-POS-DETALHE)
              OR INZ-DET-COD-CATEGORIA NOT EQUAL
                 WRK-DET-CATEGORIA (WRK-POS-DETALHE)
              OR INZ-DET-COD-PRODUTO NOT EQUAL
                 WRK-DET-PRODUTO (WRK-POS-DETALHE)
               DISPLAY 'ARQINZ FORA DA ORDEM DO ARQINT NA ZONA '
                        WRK-ZIN-CODIGO (WRK-IDX-ZONA) ' PRODUTO '
                        INZ-DET-COD-PRODUTO
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           IF WRK-QTD-PRECOS-ZONA NOT LESS 989901
               DISPLAY 'TABELA DE PRECOS POR ZONA CHEIA (989901 = 99 '
                       'ZONAS X 9999 DETALHES) - AMPLIAR A TABELA'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           ADD 1                       TO WRK-QTD-PRECOS-ZONA
           MOVE INZ-DET-PRECO-NOVO     TO
                WRK-PRZ-PRECO (WRK-QTD-PRECOS-ZONA).
      *
       1029-99-FIM.                    EXIT.
      *
      *-----------------------------------------------------------------
      * CARGA DO CADASTRO DE LOJAS ESPERADAS: E ELE QUE TORNA VISIVEL
                   MOVE LOJ-COD-LOJA TO WRK-LOJ-CODIGO (WRK-IDX-LOJA)
                   MOVE 'N'          TO
                        WRK-LOJ-RESPONDEU (WRK-IDX-LOJA)
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
           MOVE ZEROS                  TO WRK-LOJA-DIVERGENTES
           MOVE ZEROS                  TO WRK-LOJA-NAO-CONF
           ADD 1                       TO WRK-ACU-LOJAS
           MOVE ZEROS                  TO WRK-ZONA-LOJA
      *
           SET WRK-IDX-LOJA TO 1
           SEARCH WRK-LOJA-OCORRENCIA
                            WRK-LOJA-ATUAL
               WHEN WRK-LOJ-CODIGO (WRK-IDX-LOJA) EQUAL WRK-LOJA-ATUAL
                   MOVE 'S' TO WRK-LOJ-RESPONDEU (WRK-IDX-LOJA)
                   MOVE WRK-LOJ-ZONA (WRK-IDX-LOJA) TO WRK-ZONA-LOJA
           END-SEARCH
      *
           PERFORM 2120-LOCALIZAR-ZONA THRU 2120-99-FIM
      *
           IF WRK-QTD-DETALHES GREATER ZEROS
               PERFORM 2110-LIMPAR-SITUACAO THRU 2110-99-FIM
           END-IF
      *
           MOVE WRK-LOJA-ATUAL         TO LOJA-CODIGO
           MOVE WRK-ZONA-LOJA          TO LOJA-ZONA
           PERFORM 2840-QUEBRA-DE-PAGINA THRU 2840-99-FIM
           WRITE REG-RELCNF FROM SPACES
           ADD 1 TO WRK-LIN-ATUAL
      *
       2110-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * BLOCO DA ZONA DA LOJA NO ARQINZ; ZONA 00 OU ZONA SEM BLOCO
      * CONFERE PELO PRECO BASE (ESTA ULTIMA COM AVISO)
      *-----------------------------------------------------------------
       2120-LOCALIZAR-ZONA             SECTION.
           MOVE ZEROS                  TO WRK-INICIO-ZONA-LOJA
      *
           IF WRK-ZONA-LOJA EQUAL ZEROS OR
              WRK-QTD-ZONAS EQUAL ZEROS
               GO TO 2120-98-SEM-BLOCO
           END-IF
      *
           SET WRK-IDX-ZONA TO 1
           SEARCH WRK-ZONA-OCORRENCIA
               AT END
                   CONTINUE
               WHEN WRK-ZIN-CODIGO (WRK-IDX-ZONA) EQUAL WRK-ZONA-LOJA
                   MOVE WRK-ZIN-INICIO (WRK-IDX-ZONA)
                     TO WRK-INICIO-ZONA-LOJA
           END-SEARCH.
      *
       2120-98-SEM-BLOCO.
           IF WRK-ZONA-LOJA NOT EQUAL ZEROS AND
              WRK-INICIO-ZONA-LOJA EQUAL ZEROS
               DISPLAY 'AVISO: ZONA ' WRK-ZONA-LOJA ' DA LOJA '
                        WRK-LOJA-ATUAL ' SEM BLOCO NO ARQINZ - '
                        'CONFERIDA PELO PRECO BASE'
           END-IF.
      *
       2120-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * FECHAMENTO DA LOJA: LISTA OS DETALHES NAO CONFIRMADOS E IMPRIME
      * OS TOTAIS DA LOJA
      *-----------------------------------------------------------------
           MOVE WRK-DET-GRUPO (WRK-IDX-DETALHE)     TO DET-GRUPO
           MOVE WRK-DET-CATEGORIA (WRK-IDX-DETALHE) TO DET-CATEGORIA
           MOVE WRK-DET-PRODUTO (WRK-IDX-DETALHE)   TO DET-PRODUTO
           PERFORM 2320-OBTER-PRECO-LOJA THRU 2320-99-FIM
           MOVE WRK-PRECO-ESPERADO     TO DET-PRECO-ARQINT
           MOVE ZEROS                  TO DET-PRECO-LOJA
      *
           IF WRK-PRAZO-VENCIDO
               GO TO 2300-99-FIM
           END-IF
      *
           PERFORM 2320-OBTER-PRECO-LOJA THRU 2320-99-FIM
      *
           IF RET-PRECO-APLICADO EQUAL WRK-PRECO-ESPERADO
               MOVE 'C' TO WRK-DET-SITUACAO (WRK-IDX-DETALHE)
               ADD 1    TO WRK-LOJA-CONFIRMADOS
               ADD 1    TO WRK-ACU-CONFIRMADOS
               MOVE RET-COD-GRUPO      TO DET-GRUPO
               MOVE RET-COD-CATEGORIA  TO DET-CATEGORIA
               MOVE RET-COD-PRODUTO    TO DET-PRODUTO
               MOVE WRK-PRECO-ESPERADO TO DET-PRECO-ARQINT
               MOVE RET-PRECO-APLICADO TO DET-PRECO-LOJA
               MOVE 'PRECO DIVERGENTE NA LOJA' TO DET-SITUACAO
               PERFORM 2850-ESCREVER-DETALHE THRU 2850-99-FIM
      *
       2300-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PRECO QUE A LOJA DEVERIA TER APLICADO PARA O DETALHE CORRENTE:
      * O DA ZONA DA LOJA (ARQINZ) OU O PRECO BASE DO ARQINT
      *-----------------------------------------------------------------
       2320-OBTER-PRECO-LOJA           SECTION.
           MOVE WRK-DET-PRECO-NOVO (WRK-IDX-DETALHE)
             TO WRK-PRECO-ESPERADO
      *
           IF WRK-INICIO-ZONA-LOJA EQUAL ZEROS
               GO TO 2320-99-FIM
           END-IF
      *
           SET WRK-POS-DETALHE         TO WRK-IDX-DETALHE
           COMPUTE WRK-POS-PRECO = WRK-INICIO-ZONA-LOJA +
                                   WRK-POS-DETALHE - 1
           MOVE WRK-PRZ-PRECO (WRK-POS-PRECO) TO WRK-PRECO-ESPERADO.
      *
       2320-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CONTROLE DE QUEBRA DE PAGINA DO RELATORIO RELCNF
      *-----------------------------------------------------------------
       2840-QUEBRA-DE-PAGINA            SECTION.
