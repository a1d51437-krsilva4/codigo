      *    ARQREJ           OUT  080    LISTA DE REJEITOS/EXCECOES     *
      *    ARQINT           OUT  080    INTERFACE DE ALTERACOES PARA   *
      *                               OS SISTEMAS DE LOJA/PDV          *
      *    TABELA TABPRO_ZONA IN  N/A   DB2ADMIN.TABPRO_ZONA           *
      *    ARQINZ           OUT  080    INTERFACE POR ZONA DE PRECO    *
      *                               (UM BLOCO H/D/T POR ZONA)        *
      *    ARQPRJ           OUT  080    PRECOS PROJETADOS DA SIMULACAO *
      *                               PARA A VALIDACAO DAS REGRAS DE   *
      *                               RELACIONAMENTO (AC220029)        *
      *    TABELA TABPRO_CONGEL IN N/A  DB2ADMIN.TABPRO_CONGEL         *
      *    TABELA TABPRO_LIQUID IN N/A  DB2ADMIN.TABPRO_LIQUID         *
      *    RELPRO           OUT  132    LISTAGEM DE PRECOS ALTERADOS   *
      *    RELIMP           OUT  132    RESUMO DO IMPACTO MONETARIO    *
      *    ARQIMP           OUT  040    RESUMO DE IMPACTO DA PARTICAO  *
      *                     PASSAVA IMPACTO ZERO A TRAVA DE APROVACAO  *
      *                     E QUALQUER REPRECIFICACAO PROGRAMADA SAIA  *
      *                     DISPENSADA SEM QUATRO OLHOS                *
      *    15/10/2026  RPS  ZONAS REGIONAIS DE PRECO (TABPRO_ZONA): NO *
      *                     ENCERRAMENTO O ARQINT FECHADO E RELIDO E   *
      *                     GERA O ARQINZ, UM BLOCO H/D/T POR ZONA COM *
      *                     O PRECO BASE AJUSTADO PELO PERCENTUAL OU   *
      *                     VALOR DA ZONA PARA O GRUPO/CATEGORIA. O    *
      *                     PRECO BASE CONTINUA PASSANDO PELA FAIXA    *
      *                     MIN/MAX E PELO PISO DE MARGEM; HEADER DO   *
      *                     ARQINT PASSA A TRAZER A ZONA (00 = BASE)   *
      *    15/10/2026  RPS  TRILHA DE AUDITORIA: CADA EVENTO GRAVADO   *
      *                     EM TABPRO_HIST LEVA O ID DA EXECUCAO       *
      *                     (TABPRO_EXEC), O PROGRAMA E O USUARIO DO   *
      *                     JOB; O PEDIDO DE APROVACAO GUARDA O        *
      *                     SOLICITANTE E, NA BAIXA, A EXECUCAO        *
      *                     EFETIVA QUE O UTILIZOU                     *
      *    15/10/2026  RPS  CALENDARIO DE CONGELAMENTO                 *
      *                     (TABPRO_CONGEL): PRODUTO DE                *
      *                     GRUPO/CATEGORIA EM PERIODO DE BLOQUEIO, OU *
      *                     DE APROVACAO AINDA NAO LIBERADO, NAO TEM O *
      *                     PRECO ALTERADO E VIRA REJEITO Z. NO MODO P *
      *                     A DATA CONFERIDA E A DA VIGENCIA (O        *
      *                     CONFLITO SAI JA NA PROGRAMACAO); NOS MODOS *
      *                     I E E, A DO DIA - NA EFETIVACAO O PRECO    *
      *                     FICA PENDENTE EM TABPRO_PRECO_NOVO. VALE   *
      *                     TAMBEM NA SIMULACAO                        *
      *    15/10/2026  RPS  LIQUIDACAO (TABPRO_LIQUID, AC220027):      *
      *                     PRODUTO COM LIQUIDACAO ATIVA FICA FORA DOS *
      *                     MODOS I/P E DA EFETIVACAO E E CONTADO EM   *
      *                     PROTEGIDOS (LIQUIDACAO) NA RELPRO          *
      *    15/10/2026  RPS  RELACIONAMENTO DE PRECO ENTRE PRODUTOS: A  *
      *                     SIMULACAO GRAVA OS PRECOS PROJETADOS NO    *
      *                     ARQPRJ (HEADER COM O ID DA EXECUCAO,       *
      *                     DETALHES, TRAILER COM HASH) PARA A         *
      *                     VALIDACAO DO AC220029; NA RECUSA DA        *
      *                     EXECUCAO EFETIVA INFORMA SE A SIMULACAO    *
      *                     FOI RETIDA (STATUS V) POR ESSA VALIDACAO   *
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
           SELECT ARQPRJ-ARQ         ASSIGN TO ARQPRJ
                                      ORGANIZATION IS SEQUENTIAL
                                      FILE STATUS IS WRK-STATUS-ARQPRJ.
      *
           SELECT RELPRO-ARQ         ASSIGN TO RELPRO
                                      ORGANIZATION IS SEQUENTIAL
               88 REJ-OCORRENCIA-ARQUIVO                VALUE 'X'.
               88 REJ-OCORRENCIA-PROGRAMACAO            VALUE 'P'.
               88 REJ-OCORRENCIA-MARGEM                 VALUE 'M'.
      *        Z = PERIODO DE CONGELAMENTO DE PRECO (TABPRO_CONGEL)
               88 REJ-OCORRENCIA-CONGELAMENTO           VALUE 'Z'.
           03 REJ-SQLCODE                  PIC S9(04) SIGN LEADING
                                            SEPARATE CHARACTER.
           03 REJ-PRECO-CALCULADO          PIC S9(08)V9(02) SIGN
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQINT                       PIC X(080).
      *----------------------------------------------------------------*
      * INTERFACE POR ZONA DE PRECO: MESMO LAYOUT DO ARQINT, UM BLOCO  *
      * HEADER/DETALHE/TRAILER POR ZONA, COM A ZONA NO HEADER          *
      *----------------------------------------------------------------*
       FD  ARQINZ-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQINZ                       PIC X(080).
      *----------------------------------------------------------------*
      * PRECOS PROJETADOS PELA SIMULACAO (HEADER/DETALHE/TRAILER),     *
      * LIDOS PELA VALIDACAO DAS REGRAS DE RELACIONAMENTO DE PRECO     *
      *----------------------------------------------------------------*
       FD  ARQPRJ-ARQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ARQPRJ                       PIC X(080).
      *----------------------------------------------------------------*
      * LISTAGEM DE PRECOS ALTERADOS/DELETADOS                         *
      *----------------------------------------------------------------*
       FD  RELPRO-ARQ
           EXEC SQL
             INCLUDE DCLTPMG
           END-EXEC.
      *--------ZONAS REGIONAIS DE PRECO (DB2ADMIN.TABPRO_ZONA)---------*
           EXEC SQL
             INCLUDE DCLTPZON
           END-EXEC.
      *--------CALENDARIO DE CONGELAMENTO (DB2ADMIN.TABPRO_CONGEL)-----*
           EXEC SQL
             INCLUDE DCLTPCG
           END-EXEC.
      *--------LIQUIDACAO DE PRODUTOS (DB2ADMIN.TABPRO_LIQUID)---------*
           EXEC SQL
             INCLUDE DCLTPLQ
           END-EXEC.
      * --------VARIAVEIS AUXILIARES DE CALCULO E CONTADORES-----------*
       01 WRK-VARIAVEIS-AUXILIARES.
           03 WRK-ACU-TABPRO           PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-FORA-FAIXA       PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-MARGEM           PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-IGNORADOS        PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-CONGELADOS       PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-LIQUIDACAO       PIC 9(07)       VALUE ZEROS.
           03 WRK-QTD-LIQUIDACAO       PIC S9(09)      USAGE COMP.
           03 WRK-CALC-GRUPO           PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-PRECO-ANT            PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-DELTA-PRECO          PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-HASH-INTERFACE       PIC 9(13)V9(2)  USAGE COMP-3
                                        VALUE ZEROS.
           03 WRK-QTD-EXEC-ABERTAS     PIC S9(09)      USAGE COMP.
           03 WRK-QTD-RETIDOS          PIC S9(09)      USAGE COMP.
           03 WRK-ACU-ZONA             PIC 9(09)       VALUE ZEROS.
           03 WRK-HASH-ZONA            PIC 9(13)V9(2)  USAGE COMP-3
                                        VALUE ZEROS.
           03 WRK-ACU-PROJECAO         PIC 9(09)       VALUE ZEROS.
           03 WRK-HASH-PROJECAO        PIC 9(13)V9(2)  USAGE COMP-3
                                        VALUE ZEROS.
      *---------VARIAVEIS PARA MASCARAS DE CONTADORES------------------*
       01 WRK-VARIAVEIS-PARA-MASCARA.
           03 WRK-MASC-TABPRO          PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-FORA-FAIXA      PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-MARGEM          PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-IGNORADOS       PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-CONGELADOS      PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-LIQUIDACAO      PIC ZZZ.ZZZ.ZZ9.
      *----------------CHAVES DE REINICIO/CHECKPOINT-------------------*
       01 WRK-CHAVES-REINICIO.
           03 WRK-REINICIO-GRUPO       PIC S9(1)       USAGE COMP-3
               88 WRK-FIM-ARQINT                       VALUE 'S'.
           03 WRK-SW-MARGEM-ABAIXO     PIC X(01)       VALUE 'N'.
               88 WRK-PRECO-ABAIXO-MARGEM              VALUE 'S'.
           03 WRK-SW-FIM-CSR-ZONA      PIC X(01)       VALUE 'N'.
               88 WRK-FIM-CSR-ZONA                     VALUE 'S'.
           03 WRK-SW-REGRA-ZONA        PIC X(01)       VALUE 'N'.
               88 WRK-REGRA-ZONA-ACHADA                VALUE 'S'.
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
      *----------------PISO DE MARGEM DA CATEGORIA CORRENTE------------*
      *    O PERCENTUAL E LIDO DE TABPRO_MARGEM NA QUEBRA DE CATEGORIA
      *    (O CURSOR VEM ORDENADO POR GRUPO/CATEGORIA); CATEGORIA SEM
                                        VALUE ZEROS.
           03 WRK-GRUPO-FIM            PIC S9(1)       USAGE COMP-3
                                        VALUE +9.
      *----------------ZONAS REGIONAIS DE PRECO (TABPRO_ZONA)----------*
      *    REGRAS DE AJUSTE CARREGADAS NA INICIALIZACAO, ORDENADAS POR
      *    ZONA/GRUPO/CATEGORIA, E A LISTA DAS ZONAS DISTINTAS; CADA
      *    ZONA DA LISTA GERA UM BLOCO H/D/T NO ARQINZ
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
       01 WRK-TABELA-ZONAS.
           03 WRK-QTD-ZONAS                PIC 9(02)      VALUE ZEROS.
           03 WRK-ZONA-OCORRENCIA          OCCURS 1 TO 99 TIMES
                                            DEPENDING ON WRK-QTD-ZONAS
                                            INDEXED BY WRK-IDX-ZONA.
               05 WRK-ZON-CODIGO               PIC 9(02).
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
      *----------------TOTAIS DE IMPACTO MONETARIO POR GRUPO/CATEGORIA-*
       01 WRK-TABELA-IMPACTO.
           03 WRK-QTD-IMPACTO              PIC 9(03)      VALUE ZEROS.
           03 WRK-STATUS-ARQREIN            PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQREJ             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQINT             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQINZ             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQPRJ             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-RELPRO             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-RELIMP             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQIMP             PIC X(02)       VALUE '00'.
           03 INT-HDR-DT-EXECUCAO          PIC 9(08).
           03 INT-HDR-IND-VIGENCIA         PIC X(01).
           03 INT-HDR-IND-SIMULACAO        PIC X(01).
      *    ZONA DE PRECO DO BLOCO (00 = PRECO BASE, NO ARQINT)
           03 INT-HDR-COD-ZONA             PIC 9(02) VALUE ZEROS.
           03 FILLER                       PIC X(67) VALUE SPACES.
       01 WRK-ARQINT-DETALHE.
           03 FILLER                       PIC X(01) VALUE 'D'.
           03 INT-DET-COD-GRUPO            PIC 9(01).
           03 INT-TRL-QTD-DETALHES         PIC 9(09).
           03 INT-TRL-HASH-PRECOS          PIC 9(13)V9(02).
           03 FILLER                       PIC X(55) VALUE SPACES.
      *----------------REGISTROS DOS PRECOS PROJETADOS (ARQPRJ)--------*
      *    SO A SIMULACAO GRAVA DETALHES (O RESULTADO DA EXECUCAO      *
      *    EFETIVA JA ESTA EM TABPRO); O HEADER LEVA O ID DA EXECUCAO  *
      *    PARA A VALIDACAO RETER O PEDIDO DE APROVACAO DA SIMULACAO.  *
      *    ACAO: A = IMEDIATA, E = EFETIVACAO, P = PROGRAMADA (PRECO   *
      *    PROJETADO NA DATA DE VIGENCIA), D = EXCLUSAO (PRECO ZERO)   *
       01 WRK-ARQPRJ-HEADER.
           03 FILLER                       PIC X(01) VALUE 'H'.
           03 PRJ-HDR-PROGRAMA             PIC X(08) VALUE 'AC220002'.
           03 PRJ-HDR-DT-EXECUCAO          PIC 9(08).
           03 PRJ-HDR-IND-SIMULACAO        PIC X(01).
           03 PRJ-HDR-IND-VIGENCIA         PIC X(01).
           03 PRJ-HDR-ID-EXECUCAO          PIC X(14).
           03 FILLER                       PIC X(47) VALUE SPACES.
       01 WRK-ARQPRJ-DETALHE.
           03 FILLER                       PIC X(01) VALUE 'D'.
           03 PRJ-DET-COD-GRUPO            PIC 9(01).
           03 PRJ-DET-COD-CATEGORIA        PIC 9(03).
           03 PRJ-DET-COD-PRODUTO          PIC 9(09).
           03 PRJ-DET-PRECO-ATUAL          PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
           03 PRJ-DET-PRECO-PROJETADO      PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
           03 PRJ-DET-ACAO                 PIC X(01).
           03 PRJ-DET-DT-VIGENCIA          PIC 9(08).
           03 FILLER                       PIC X(35) VALUE SPACES.
       01 WRK-ARQPRJ-TRAILER.
           03 FILLER                       PIC X(01) VALUE 'T'.
           03 PRJ-TRL-QTD-DETALHES         PIC 9(09).
           03 PRJ-TRL-HASH-PRECOS          PIC 9(13)V9(02).
           03 FILLER                       PIC X(55) VALUE SPACES.
      *----------------REGISTRO DO RESUMO DE IMPACTO (ARQIMP)----------*
       01 WRK-ARQIMP-DET.
           03 IMPF-COD-GRUPO               PIC 9(01).
               'TOTAL ABAIXO PISO MARGEM..: '.
           03 TOT-MARGEM                    PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELPRO-TOT8.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'TOTAL EM CONGELAMENTO.....: '.
           03 TOT-CONGELADOS                PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELPRO-TOT9.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PROTEGIDOS (LIQUIDACAO)...: '.
           03 TOT-LIQUIDACAO                PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELPRO-AVISO-REINICIO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(55) VALUE
                ORDER BY TABPRO_COD_GRUPO, TABPRO_COD_CATEGORIA,
                         TABPRO_COD_PRODUTO
            END-EXEC.
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
           PERFORM 1050-REGISTRAR-EXECUCAO  THRU 1050-99-FIM
           PERFORM 1030-RECUPERAR-REINICIO  THRU 1030-99-FIM
           PERFORM 1040-ABRIR-RELATORIOS    THRU 1040-99-FIM
           PERFORM 1060-CARREGAR-ZONAS      THRU 1060-99-FIM
           PERFORM 1100-ABRIR-CURSOR        THRU 1100-99-FIM
           PERFORM 1200-LER-CURSOR          THRU 1200-99-FIM
      *
      *        'C' PARA NAO TRAVAR OS PROXIMOS RUNS EM TABPRO_EXEC.
               PERFORM 3250-TRAILER-ARQINT
               CLOSE ARQINT-ARQ
               PERFORM 3255-TRAILER-ARQPRJ
               CLOSE ARQPRJ-ARQ
               PERFORM 3280-GERAR-ARQINZ THRU 3280-99-FIM
               PERFORM 3260-ENCERRAR-EXECUCAO
               PERFORM 3300-FINALIZAR  THRU 3300-99-FIM
           END-IF.
                   DISPLAY 'EXECUCAO RECUSADA: SEM APROVACAO OU '
                            'DISPENSA VIGENTE PARA O CONJUNTO DE '
                            'GRUPOS/PERCENTUAIS'
                   PERFORM 1017-VERIFICAR-RETENCAO THRU 1017-99-FIM
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3300-FINALIZAR THRU 3300-99-FIM
               WHEN OTHER
      *
       1016-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * NA RECUSA, INFORMA SE O CONJUNTO DE GRUPOS/PERCENTUAIS FOI
      * RETIDO (STATUS V) PELA VALIDACAO DAS REGRAS DE RELACIONAMENTO
      * DE PRECO (AC220029): NESSE CASO NAO HA O QUE APROVAR, OS PRECOS
      * PRECISAM SER CORRIGIDOS E A SIMULACAO REFEITA
      *-----------------------------------------------------------------
       1017-VERIFICAR-RETENCAO          SECTION.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-RETIDOS
                 FROM DB2ADMIN.TABPRO_APROV
                WHERE APROV_STATUS      = 'V'
                  AND APROV_PARAMETROS  = :WRK-CHAVE-APROVACAO-TXT
           END-EXEC
      *
           IF SQLCODE EQUAL ZEROS AND
              WRK-QTD-RETIDOS GREATER ZEROS
               DISPLAY 'SIMULACAO RETIDA PELA VALIDACAO DE '
                        'RELACIONAMENTO DE PRECOS (AC220029): CORRIGIR '
                        'OS PRECOS E SIMULAR NOVAMENTE'
           END-IF.
      *
       1017-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * OBTENCAO DA DATA/HORA DO SISTEMA PARA HISTORICO E VIGENCIA
      *-----------------------------------------------------------------
       1020-OBTER-DATA-HORA             SECTION.
      *    NO REINICIO O HEADER JA FOI GRAVADO PELO TRECHO ABORTADO
           IF NOT WRK-MODO-REINICIO
               PERFORM 1043-HEADER-ARQINT   THRU 1043-99-FIM
           END-IF
      *
           PERFORM 1047-ABRIR-ARQPRJ        THRU 1047-99-FIM.
      *
       1040-99-FIM.                    EXIT.
      *
           PERFORM 1045-LER-REG-ARQINT THRU 1045-99-FIM.
      *
       1046-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * ARQUIVO DE PRECOS PROJETADOS: SEMPRE COMECA DO ZERO, MESMO NO
      * REINICIO, POIS SO A SIMULACAO GRAVA DETALHES E ELA NAO GRAVA
      * CHECKPOINT (NAO HA TRECHO ANTERIOR A CONTINUAR); NA EXECUCAO
      * EFETIVA SAI SO HEADER E TRAILER E A VALIDACAO LE OS PRECOS
      * RESULTANTES DIRETO DE TABPRO
      *-----------------------------------------------------------------
       1047-ABRIR-ARQPRJ                SECTION.
           OPEN OUTPUT ARQPRJ-ARQ
      *
           IF WRK-STATUS-ARQPRJ NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA DO ARQPRJ ' WRK-STATUS-ARQPRJ
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           MOVE WRK-DATA-ATUAL    TO PRJ-HDR-DT-EXECUCAO
           MOVE WRK-IND-SIMULACAO TO PRJ-HDR-IND-SIMULACAO
           MOVE WRK-IND-VIGENCIA  TO PRJ-HDR-IND-VIGENCIA
           MOVE EXEC-ID-EXECUCAO  TO PRJ-HDR-ID-EXECUCAO
      *
           WRITE REG-ARQPRJ       FROM WRK-ARQPRJ-HEADER.
      *
       1047-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CARGA DAS REGRAS DE ZONA DE PRECO (TABPRO_ZONA) E DA LISTA DE
      * ZONAS DISTINTAS, USADAS NO ENCERRAMENTO PARA GERAR O ARQINZ.
      * SEM LINHAS NA TABELA O ARQINZ SAI VAZIO (SO O PRECO BASE).
      *-----------------------------------------------------------------
       1060-CARREGAR-ZONAS              SECTION.
           MOVE ZEROS TO WRK-QTD-REGRAS-ZONA
                         WRK-QTD-ZONAS
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
           DISPLAY 'ZONAS DE PRECO CARREGADAS: ' WRK-QTD-ZONAS
                   ' REGRAS: ' WRK-QTD-REGRAS-ZONA.
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
           MOVE ZONA-VLR-AJUSTE    TO WRK-RZN-VLR-AJUSTE (WRK-IDX-REGRA)
      *
      *    O CURSOR VEM ORDENADO POR ZONA: NOVA ZONA SO NA QUEBRA
           IF WRK-QTD-ZONAS EQUAL ZEROS
               ADD 1 TO WRK-QTD-ZONAS
               SET WRK-IDX-ZONA TO WRK-QTD-ZONAS
               MOVE ZONA-COD-ZONA TO WRK-ZON-CODIGO (WRK-IDX-ZONA)
           ELSE
               IF ZONA-COD-ZONA NOT EQUAL WRK-ZON-CODIGO (WRK-IDX-ZONA)
                   ADD 1 TO WRK-QTD-ZONAS
                   SET WRK-IDX-ZONA TO WRK-QTD-ZONAS
                   MOVE ZONA-COD-ZONA TO WRK-ZON-CODIGO (WRK-IDX-ZONA)
               END-IF
           END-IF.
      *
       1062-98-LER.
           PERFORM 1061-LER-CSR-ZONA        THRU 1061-99-FIM.
      *
       1062-99-FIM.                    EXIT.
      *
       1100-ABRIR-CURSOR               SECTION.
      *
           ELSE
               IF WRK-MODO-SIMULACAO
                   ADD 1              TO WRK-ACU-DELETADOS
                   MOVE 'D'           TO PRJ-DET-ACAO
                   MOVE TABPRO-PRECO  TO PRJ-DET-PRECO-ATUAL
                   MOVE ZEROS         TO PRJ-DET-PRECO-PROJETADO
                   MOVE WRK-DATA-ATUAL TO PRJ-DET-DT-VIGENCIA
                   PERFORM 2760-GRAVAR-PROJECAO THRU 2760-99-FIM
                   PERFORM 2810-IMPRIMIR-DETALHE-DEL THRU 2810-99-FIM
               ELSE
                   EXEC SQL
      * CALCULO E GRAVACAO DO NOVO PRECO (IMEDIATO OU PROGRAMADO)
      *-----------------------------------------------------------------
       2200-ALTERA-PRECO               SECTION.
      *    PRODUTO EM LIQUIDACAO TEM O PRECO CONDUZIDO PELO AC220027
           PERFORM 2280-VERIFICAR-LIQUIDACAO THRU 2280-99-FIM
           IF WRK-QTD-LIQUIDACAO GREATER ZEROS
               GO TO 2200-99-FIM
           END-IF
      *
           MOVE TABPRO-PRECO           TO WRK-PRECO-ANT
      *
           PERFORM 2210-CALCULAR-NOVO-PRECO THRU 2210-99-FIM
           PERFORM 2215-ARREDONDAR-PRECO THRU 2215-99-FIM
      *
      *    NA PROGRAMACAO O CONGELAMENTO E CONFERIDO NA DATA DA
      *    VIGENCIA, PARA O CONFLITO SAIR AGORA E NAO NA NOITE DA
      *    EFETIVACAO
           IF WRK-VIG-PROGRAMAR
               MOVE WRK-DT-VIGENCIA-SQL       TO WRK-CONG-DATA
           ELSE
               MOVE WRK-DATA-SQL              TO WRK-CONG-DATA
           END-IF
           PERFORM 2270-VERIFICAR-CONGELAMENTO THRU 2270-99-FIM
      *
           IF NOT WRK-CONG-LIVRE
               MOVE 'Z'                       TO REJ-TIPO-OCORRENCIA
               PERFORM 2700-GRAVAR-REJEITO    THRU 2700-99-FIM
               GO TO 2200-99-FIM
           END-IF
      *
           PERFORM 2220-VERIFICAR-FAIXA-PRECO THRU 2220-99-FIM
      *
           IF WRK-PRECO-FORA-FAIXA
      *
           IF WRK-MODO-SIMULACAO
               ADD 1                    TO WRK-ACU-ALTERADOS
               MOVE 'A'                 TO PRJ-DET-ACAO
               MOVE WRK-PRECO-ANT       TO PRJ-DET-PRECO-ATUAL
               MOVE TABPRO-PRECO        TO PRJ-DET-PRECO-PROJETADO
               MOVE WRK-DATA-ATUAL      TO PRJ-DET-DT-VIGENCIA
               PERFORM 2760-GRAVAR-PROJECAO     THRU 2760-99-FIM
               PERFORM 2240-ACUMULAR-IMPACTO    THRU 2240-99-FIM
               PERFORM 2820-IMPRIMIR-DETALHE-ALT THRU 2820-99-FIM
           ELSE
      * EFETIVACAO (MODO E): APLICA O PRECO JA PROGRAMADO NA VIGENCIA
      *-----------------------------------------------------------------
       2250-EFETIVAR-VIGENCIA          SECTION.
      *    VIGENCIA PROGRAMADA ANTES DO CADASTRO NA LIQUIDACAO NAO E
      *    APLICADA; O PRIMEIRO PASSO DO AC220027 A DESCARTA
           PERFORM 2280-VERIFICAR-LIQUIDACAO THRU 2280-99-FIM
           IF WRK-QTD-LIQUIDACAO GREATER ZEROS
               GO TO 2250-99-FIM
           END-IF
      *
           MOVE TABPRO-PRECO           TO WRK-PRECO-ANT
           MOVE TABPRO-PRECO-NOVO      TO WRK-CALC-GRUPO
      *
      *    PRECO DA CATEGORIA, PARA UMA VIGENCIA FUTURA NAO ENTRAR NA
      *    PRATELEIRA FORA DO PADRAO
           PERFORM 2215-ARREDONDAR-PRECO THRU 2215-99-FIM
      *
      *    A DATA DA VIGENCIA PODE TER ENTRADO EM CONGELAMENTO DEPOIS
      *    DA PROGRAMACAO: O PRECO FICA PENDENTE EM TABPRO_PRECO_NOVO
      *    E O PRODUTO SAI NO REJEITO Z
           MOVE WRK-DATA-SQL                  TO WRK-CONG-DATA
           PERFORM 2270-VERIFICAR-CONGELAMENTO THRU 2270-99-FIM
      *
           IF NOT WRK-CONG-LIVRE
               MOVE 'Z'                       TO REJ-TIPO-OCORRENCIA
               PERFORM 2700-GRAVAR-REJEITO    THRU 2700-99-FIM
               GO TO 2250-99-FIM
           END-IF
      *
           PERFORM 2220-VERIFICAR-FAIXA-PRECO THRU 2220-99-FIM
      *
               MOVE WRK-CALC-GRUPO      TO TABPRO-PRECO
               IF WRK-MODO-SIMULACAO
                   ADD 1                   TO WRK-ACU-ALTERADOS
                   MOVE 'E'                TO PRJ-DET-ACAO
                   MOVE WRK-PRECO-ANT      TO PRJ-DET-PRECO-ATUAL
                   MOVE TABPRO-PRECO       TO PRJ-DET-PRECO-PROJETADO
                   MOVE WRK-DATA-ATUAL     TO PRJ-DET-DT-VIGENCIA
                   PERFORM 2760-GRAVAR-PROJECAO     THRU 2760-99-FIM
                   PERFORM 2240-ACUMULAR-IMPACTO    THRU 2240-99-FIM
                   PERFORM 2820-IMPRIMIR-DETALHE-ALT THRU 2820-99-FIM
               ELSE
      *
           IF WRK-MODO-SIMULACAO
               ADD 1 TO WRK-ACU-ALTERADOS
               MOVE 'P'                 TO PRJ-DET-ACAO
               MOVE TABPRO-PRECO        TO PRJ-DET-PRECO-ATUAL
               MOVE WRK-CALC-GRUPO      TO PRJ-DET-PRECO-PROJETADO
               MOVE WRK-DT-VIGENCIA-CTL TO PRJ-DET-DT-VIGENCIA
               PERFORM 2760-GRAVAR-PROJECAO THRU 2760-99-FIM
               PERFORM 2830-IMPRIMIR-DETALHE-PROG THRU 2830-99-FIM
      *        A LINHA JA FOI IMPRESSA COM O PRECO ATUAL; DAQUI EM
      *        DIANTE TABPRO-PRECO PASSA A CARREGAR O PRECO PROJETADO
      *
       2260-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CALENDARIO DE CONGELAMENTO: PERIODO DO GRUPO INTEIRO (CATEGORIA
      * 000) OU DA CATEGORIA DO PRODUTO QUE CONTENHA WRK-CONG-DATA. O
      * TIPO B BLOQUEIA SEMPRE; O TIPO A SO ENQUANTO NAO FOR LIBERADO
      * NO AC220026. HAVENDO OS DOIS, PREVALECE O BLOQUEIO
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
      * LIQUIDACAO (TABPRO_LIQUID): PRODUTO COM LINHA ATIVA, MESMO SEM
      * PASSO APLICADO, FICA FORA DO RUN PERCENTUAL E DA EFETIVACAO.
      * NAO E REJEITO - SO O TOTAL DE PROTEGIDOS NA RELPRO. FALHA NA
      * CONSULTA TAMBEM PROTEGE O PRODUTO
      *-----------------------------------------------------------------
       2280-VERIFICAR-LIQUIDACAO       SECTION.
           MOVE TABPRO-COD-GRUPO       TO LIQ-COD-GRUPO
           MOVE TABPRO-COD-CATEGORIA   TO LIQ-COD-CATEGORIA
           MOVE TABPRO-COD-PRODUTO     TO LIQ-COD-PRODUTO
      *
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WRK-QTD-LIQUIDACAO
                 FROM DB2ADMIN.TABPRO_LIQUID
                WHERE LIQ_COD_GRUPO     = :LIQ-COD-GRUPO
                  AND LIQ_COD_CATEGORIA = :LIQ-COD-CATEGORIA
                  AND LIQ_COD_PRODUTO   = :LIQ-COD-PRODUTO
                  AND LIQ_STATUS        = 'A'
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
               DISPLAY 'ERRO DE CONSULTA A TABPRO_LIQUID: ' SQLCODE
               MOVE 1                  TO WRK-QTD-LIQUIDACAO
           END-IF
      *
           IF WRK-QTD-LIQUIDACAO GREATER ZEROS
               ADD 1                   TO WRK-ACU-LIQUIDACAO
           END-IF.
      *
       2280-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * INSERCAO DO REGISTRO DE HISTORICO EM DB2ADMIN.TABPRO_HIST
      *-----------------------------------------------------------------
       2600-GRAVAR-HISTORICO           SECTION.
               INSERT INTO DB2ADMIN.TABPRO_HIST
                   ( HIST_COD_GRUPO, HIST_COD_CATEGORIA,
                     HIST_COD_PRODUTO, HIST_DT_HORA, HIST_ACAO,
                     HIST_PRECO_ANT, HIST_PRECO_NOVO,
                     HIST_ID_EXECUCAO, HIST_PROGRAMA, HIST_USUARIO )
               VALUES
                   ( :HIST-COD-GRUPO, :HIST-COD-CATEGORIA,
                     :HIST-COD-PRODUTO, CURRENT TIMESTAMP, :HIST-ACAO,
                     :HIST-PRECO-ANT, :HIST-PRECO-NOVO,
                     :EXEC-ID-EXECUCAO, 'AC220002', USER )
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
      *
       2750-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * DETALHE DO ARQPRJ (SO NA SIMULACAO): O CHAMADOR PREENCHE ACAO,
      * PRECO ATUAL, PRECO PROJETADO E DATA EM QUE O PRECO VALERIA
      *-----------------------------------------------------------------
       2760-GRAVAR-PROJECAO             SECTION.
           MOVE TABPRO-COD-GRUPO        TO PRJ-DET-COD-GRUPO
           MOVE TABPRO-COD-CATEGORIA    TO PRJ-DET-COD-CATEGORIA
           MOVE TABPRO-COD-PRODUTO      TO PRJ-DET-COD-PRODUTO
      *
           WRITE REG-ARQPRJ FROM WRK-ARQPRJ-DETALHE
      *
           ADD 1                        TO WRK-ACU-PROJECAO
           ADD PRJ-DET-PRECO-PROJETADO  TO WRK-HASH-PROJECAO.
      *
       2760-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * REJEITA O REGISTRO ATUAL (SQLCODE OU FAIXA DE PRECO) E CONTINUA
      *-----------------------------------------------------------------
       2700-GRAVAR-REJEITO              SECTION.
                   MOVE ZEROS                TO REJ-SQLCODE
                   MOVE 'ABAIXO DO PISO DE MARGEM'   TO REJ-DESCRICAO
                   ADD 1                      TO WRK-ACU-MARGEM
               WHEN REJ-OCORRENCIA-CONGELAMENTO
                   MOVE WRK-CALC-GRUPO       TO REJ-PRECO-CALCULADO
                   PERFORM 2710-DESCREVER-CONGELAMENTO
                      THRU 2710-99-FIM
                   IF WRK-VIG-PROGRAMAR
                       MOVE WRK-DT-VIGENCIA-CTL TO REJ-DT-VIGENCIA
                   END-IF
                   ADD 1                      TO WRK-ACU-CONGELADOS
           END-EVALUATE
      *
           WRITE REG-ARQREJ FROM REG-REJ-DADOS
           ADD 1 TO WRK-ACU-REJEITADOS.
      *
       2700-99-FIM.                    EXIT.
      *
       2710-DESCREVER-CONGELAMENTO      SECTION.
           MOVE ZEROS                   TO REJ-SQLCODE
      *
           EVALUATE TRUE
               WHEN WRK-CONG-BLOQUEIO
                   MOVE 'PERIODO DE CONGELAMENTO (BLOQUEIO)'
                     TO REJ-DESCRICAO
               WHEN WRK-CONG-PENDENTE
                   MOVE 'CONGELAMENTO - APROVACAO PENDENTE'
                     TO REJ-DESCRICAO
               WHEN OTHER
                   MOVE SQLCODE              TO REJ-SQLCODE
                   MOVE 'FALHA SQL NA CONSULTA AO CONGELAMENTO'
                     TO REJ-DESCRICAO
           END-EVALUATE.
      *
       2710-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * IMPRESSAO DAS LINHAS DE DETALHE DA LISTAGEM (RELPRO)
      *-----------------------------------------------------------------
           MOVE WRK-ACU-FORA-FAIXA     TO WRK-MASC-FORA-FAIXA
           MOVE WRK-ACU-MARGEM         TO WRK-MASC-MARGEM
           MOVE WRK-ACU-IGNORADOS      TO WRK-MASC-IGNORADOS
           MOVE WRK-ACU-CONGELADOS     TO WRK-MASC-CONGELADOS
           MOVE WRK-ACU-LIQUIDACAO     TO WRK-MASC-LIQUIDACAO
      *
           DISPLAY 'TOTAL DE REGISTROS LIDOS..: 'WRK-MASC-TABPRO
           DISPLAY 'TOTAL REGISTROS ALTERADOS.: 'WRK-MASC-ALTERADOS
           DISPLAY 'TOTAL FORA DA FAIXA DE PRECO: 'WRK-MASC-FORA-FAIXA
           DISPLAY 'TOTAL ABAIXO PISO MARGEM..: 'WRK-MASC-MARGEM
           DISPLAY 'TOTAL REGISTROS IGNORADOS.: 'WRK-MASC-IGNORADOS
           DISPLAY 'TOTAL EM CONGELAMENTO.....: 'WRK-MASC-CONGELADOS
           DISPLAY 'PROTEGIDOS (LIQUIDACAO)...: 'WRK-MASC-LIQUIDACAO
      *
           MOVE WRK-ACU-TABPRO          TO TOT-LIDOS
           MOVE WRK-ACU-ALTERADOS       TO TOT-ALTERADOS
           MOVE WRK-ACU-FORA-FAIXA      TO TOT-FORA-FAIXA
           MOVE WRK-ACU-MARGEM          TO TOT-MARGEM
           MOVE WRK-ACU-IGNORADOS       TO TOT-IGNORADOS
           MOVE WRK-ACU-CONGELADOS      TO TOT-CONGELADOS
           MOVE WRK-ACU-LIQUIDACAO      TO TOT-LIQUIDACAO
      *
           WRITE REG-RELPRO FROM SPACES
           WRITE REG-RELPRO FROM WRK-RELPRO-TOT
           WRITE REG-RELPRO FROM WRK-RELPRO-TOT4
           WRITE REG-RELPRO FROM WRK-RELPRO-TOT5
           WRITE REG-RELPRO FROM WRK-RELPRO-TOT6
           WRITE REG-RELPRO FROM WRK-RELPRO-TOT7
           WRITE REG-RELPRO FROM WRK-RELPRO-TOT8
           WRITE REG-RELPRO FROM WRK-RELPRO-TOT9.
      *
       3100-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
                       ( APROV_ID_EXECUCAO, APROV_DT_PEDIDO,
                         APROV_PARAMETROS, APROV_VLR_IMPACTO,
                         APROV_STATUS, APROV_APROVADOR,
                         APROV_DT_VALIDADE, APROV_SOLICITANTE,
                         APROV_ID_EXEC_USO )
                   VALUES
                       ( :APROV-ID-EXECUCAO, CURRENT TIMESTAMP,
                         :APROV-PARAMETROS, :APROV-VLR-IMPACTO,
                         'P', NULL,
                         NULL, USER,
                         NULL )
               END-EXEC
           ELSE
                       ( APROV_ID_EXECUCAO, APROV_DT_PEDIDO,
                         APROV_PARAMETROS, APROV_VLR_IMPACTO,
                         APROV_STATUS, APROV_APROVADOR,
                         APROV_DT_VALIDADE, APROV_SOLICITANTE,
                         APROV_ID_EXEC_USO )
                   VALUES
                       ( :APROV-ID-EXECUCAO, CURRENT TIMESTAMP,
                         :APROV-PARAMETROS, :APROV-VLR-IMPACTO,
                         'D', NULL,
                         CURRENT DATE + :WRK-QTD-DIAS-VALIDADE DAYS,
                         USER, NULL )
               END-EXEC
           END-IF
      *
           END-IF
      *
           PERFORM 3250-TRAILER-ARQINT THRU 3250-99-FIM
           PERFORM 3255-TRAILER-ARQPRJ THRU 3255-99-FIM
      *
           CLOSE RELPRO-ARQ
           CLOSE RELIMP-ARQ
           CLOSE ARQREJ-ARQ
           CLOSE ARQINT-ARQ
           CLOSE ARQPRJ-ARQ
           CLOSE ARQIMP-ARQ
           CLOSE ARQREIN-ARQ
      *
           PERFORM 3280-GERAR-ARQINZ   THRU 3280-99-FIM.
      *
       3200-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *
       3250-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * TRAILER DO ARQPRJ: QUANTIDADE DE DETALHES E HASH DOS PRECOS
      * PROJETADOS, CONFERIDOS PELA VALIDACAO AO CARREGAR O ARQUIVO
      *-----------------------------------------------------------------
       3255-TRAILER-ARQPRJ.
           MOVE WRK-ACU-PROJECAO        TO PRJ-TRL-QTD-DETALHES
           MOVE WRK-HASH-PROJECAO       TO PRJ-TRL-HASH-PRECOS
      *
           WRITE REG-ARQPRJ FROM WRK-ARQPRJ-TRAILER.
      *
       3255-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * ENCERRAMENTO DO REGISTRO DA EXECUCAO: CONTADORES E STATUS 'C'.
      * UM ABEND ANTES DESTE PONTO DEIXA O REGISTRO 'A', QUE E O QUE
      * O RELATORIO DE HISTORICO (AC220009) SINALIZA COMO NAO ENCERRADO
       3260-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * A APROVACAO QUE LIBEROU ESTE RUN E BAIXADA COMO UTILIZADA, PARA
      * NAO LIBERAR UMA SEGUNDA EXECUCAO COM OS MESMOS PARAMETROS, E
      * GUARDA O ID DESTA EXECUCAO PARA A AUDITORIA LIGAR OS EVENTOS
      * DO HISTORICO AO PEDIDO; O COMMIT DO ENCERRAMENTO PUBLICA A BAIXA
      *-----------------------------------------------------------------
       3270-BAIXAR-APROVACAO.
           IF WRK-ID-APROVACAO EQUAL SPACES
      *
           EXEC SQL
               UPDATE DB2ADMIN.TABPRO_APROV
                  SET APROV_STATUS     = 'U',
                      APROV_ID_EXEC_USO = :EXEC-ID-EXECUCAO
                WHERE APROV_ID_EXECUCAO = :WRK-ID-APROVACAO
                  AND APROV_STATUS IN ('A', 'D')
           END-EXEC
           END-IF.
      *
       3270-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * INTERFACE POR ZONA (ARQINZ): O ARQINT JA FECHADO E RELIDO UMA
      * VEZ POR ZONA, GERANDO UM BLOCO H/D/T COM O PRECO BASE AJUSTADO
      * PELA REGRA DA ZONA. COMO SAI INTEIRO DO ARQINT FINAL, O ARQINZ
      * E SEMPRE REGERADO (OUTPUT), TAMBEM NO REINICIO.
      *-----------------------------------------------------------------
       3280-GERAR-ARQINZ.
           OPEN OUTPUT ARQINZ-ARQ
      *
           IF WRK-STATUS-ARQINZ NOT EQUAL '00'
               DISPLAY 'ERRO DE ABERTURA DO ARQINZ ' WRK-STATUS-ARQINZ
               MOVE 8 TO RETURN-CODE
               GO TO 3280-99-FIM
           END-IF
      *
           IF WRK-QTD-ZONAS GREATER ZEROS
               PERFORM 3281-GERAR-BLOCO-ZONA THRU 3281-99-FIM
                   VARYING WRK-IDX-ZONA FROM 1 BY 1
                   UNTIL WRK-IDX-ZONA GREATER WRK-QTD-ZONAS
           END-IF
      *
           CLOSE ARQINZ-ARQ.
      *
       3280-99-FIM.                    EXIT.
      *
       3281-GERAR-BLOCO-ZONA.
           MOVE WRK-ZON-CODIGO (WRK-IDX-ZONA) TO WRK-ZONA-ATUAL
           MOVE ZEROS                 TO WRK-ACU-ZONA
                                         WRK-HASH-ZONA
      *
           OPEN INPUT ARQINT-ARQ
           IF WRK-STATUS-ARQINT NOT EQUAL '00'
               DISPLAY 'ERRO NA RELEITURA DO ARQINT PARA A ZONA '
                        WRK-ZONA-ATUAL ' STATUS ' WRK-STATUS-ARQINT
               MOVE 8 TO RETURN-CODE
               GO TO 3281-99-FIM
           END-IF
      *
           MOVE WRK-DATA-ATUAL        TO INT-HDR-DT-EXECUCAO
           MOVE WRK-IND-VIGENCIA      TO INT-HDR-IND-VIGENCIA
           MOVE WRK-IND-SIMULACAO     TO INT-HDR-IND-SIMULACAO
           MOVE WRK-ZONA-ATUAL        TO INT-HDR-COD-ZONA
           WRITE REG-ARQINZ         FROM WRK-ARQINT-HEADER
      *
           MOVE 'N' TO WRK-SW-FIM-ARQINT
           PERFORM 1045-LER-REG-ARQINT THRU 1045-99-FIM
           PERFORM 3282-TRATAR-REG-ZONA THRU 3282-99-FIM
               UNTIL WRK-FIM-ARQINT
      *
           CLOSE ARQINT-ARQ
      *
           MOVE WRK-ACU-ZONA          TO INT-TRL-QTD-DETALHES
           MOVE WRK-HASH-ZONA         TO INT-TRL-HASH-PRECOS
           WRITE REG-ARQINZ         FROM WRK-ARQINT-TRAILER.
      *
       3281-99-FIM.                    EXIT.
      *
       3282-TRATAR-REG-ZONA.
           IF REG-ARQINT (1:1) EQUAL 'D'
               MOVE REG-ARQINT TO WRK-ARQINT-DETALHE
               PERFORM 3283-PRECIFICAR-ZONA THRU 3283-99-FIM
               WRITE REG-ARQINZ FROM WRK-ARQINT-DETALHE
               ADD 1                  TO WRK-ACU-ZONA
               ADD INT-DET-PRECO-NOVO TO WRK-HASH-ZONA
           END-IF
           PERFORM 1045-LER-REG-ARQINT THRU 1045-99-FIM.
      *
       3282-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * PRECO DA ZONA: REGRA DA CATEGORIA, SENAO A DO GRUPO INTEIRO
      * (CATEGORIA 000); SEM REGRA FICA O PRECO BASE. PRECO ZERO (AS
      * EXCLUSOES) CONTINUA ZERO.
      *-----------------------------------------------------------------
       3283-PRECIFICAR-ZONA.
           MOVE INT-DET-COD-CATEGORIA TO WRK-ZONA-CATEG-BUSCA
           PERFORM 3284-LOCALIZAR-REGRA-ZONA THRU 3284-99-FIM
      *
           IF NOT WRK-REGRA-ZONA-ACHADA
               MOVE ZEROS TO WRK-ZONA-CATEG-BUSCA
               PERFORM 3284-LOCALIZAR-REGRA-ZONA THRU 3284-99-FIM
           END-IF
      *
           IF NOT WRK-REGRA-ZONA-ACHADA
               GO TO 3283-99-FIM
           END-IF
      *
           MOVE INT-DET-PRECO-ANT     TO WRK-PRECO-BASE-ZONA
           PERFORM 3285-AJUSTAR-PRECO-ZONA THRU 3285-99-FIM
           MOVE WRK-PRECO-ZONA        TO INT-DET-PRECO-ANT
      *
           MOVE INT-DET-PRECO-NOVO    TO WRK-PRECO-BASE-ZONA
           PERFORM 3285-AJUSTAR-PRECO-ZONA THRU 3285-99-FIM
           MOVE WRK-PRECO-ZONA        TO INT-DET-PRECO-NOVO.
      *
       3283-99-FIM.                    EXIT.
      *
       3284-LOCALIZAR-REGRA-ZONA.
           MOVE 'N' TO WRK-SW-REGRA-ZONA
           SET WRK-IDX-REGRA TO 1
      *
           SEARCH WRK-REGRA-ZONA-OCORRENCIA
               AT END
                   CONTINUE
               WHEN WRK-RZN-ZONA (WRK-IDX-REGRA) EQUAL WRK-ZONA-ATUAL
                AND WRK-RZN-GRUPO (WRK-IDX-REGRA)
                                  EQUAL INT-DET-COD-GRUPO
                AND WRK-RZN-CATEGORIA (WRK-IDX-REGRA)
                                  EQUAL WRK-ZONA-CATEG-BUSCA
                   MOVE 'S' TO WRK-SW-REGRA-ZONA
                   MOVE WRK-RZN-IND-AJUSTE (WRK-IDX-REGRA)
                                  TO WRK-ZONA-IND-AJUSTE
                   MOVE WRK-RZN-VLR-AJUSTE (WRK-IDX-REGRA)
                                  TO WRK-ZONA-VLR-AJUSTE
           END-SEARCH.
      *
       3284-99-FIM.                    EXIT.
      *
      *    AJUSTE QUE ZERASSE OU NEGATIVASSE O PRECO E IGNORADO (FICA O
      *    PRECO BASE), PARA A LOJA NUNCA RECEBER PRECO INVALIDO
       3285-AJUSTAR-PRECO-ZONA.
           MOVE WRK-PRECO-BASE-ZONA   TO WRK-PRECO-ZONA
      *
           IF WRK-PRECO-BASE-ZONA NOT GREATER ZEROS
               GO TO 3285-99-FIM
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
       3285-99-FIM.                    EXIT.
      *
       3300-FINALIZAR.
      *
