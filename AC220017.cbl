      *    TABELA TABPRO_MARGEM IN N/A  DB2ADMIN.TABPRO_MARGEM         *
      *    ARQALV           IN   080    PRECOS-ALVO POR PRODUTO        *
      *                                (CLASSIFICADO PELA CHAVE)       *
      *    ARQPRM           IN   080    CARTAO (COMMIT, REINICIO E     *
      *                                SIMULACAO)                      *
      *    ARQREIN          I/O  040    CHECKPOINT DE REINICIO         *
      *    ARQREJ           OUT  080    LISTA DE REJEITOS/EXCECOES     *
      *    ARQINT           OUT  080    INTERFACE DE ALTERACOES PARA   *
      *                                OS SISTEMAS DE LOJA/PDV         *
      *    TABELA TABPRO_ZONA IN  N/A   DB2ADMIN.TABPRO_ZONA           *
      *    ARQINZ           OUT  080    INTERFACE POR ZONA DE PRECO    *
      *                                (UM BLOCO H/D/T POR ZONA)       *
      *    ARQPRJ           OUT  080    PRECOS PROJETADOS DA SIMULACAO *
      *                                PARA A VALIDACAO DAS REGRAS DE  *
      *                                RELACIONAMENTO (AC220029)       *
      *    TABELA TABPRO_CONGEL IN N/A  DB2ADMIN.TABPRO_CONGEL         *
      *    RELALV           OUT  132    LISTAGEM DA REPRECIFICACAO     *
      *----------------------------------------------------------------*
      *    RETURN-CODE.....: 0 = TODOS OS ALVOS APLICADOS              *
      *                     REGISTROS DO CHECKPOINT, ANTES DA CRITICA: *
      *                     O PULO POR CHAVE DEIXAVA REGISTRO INVALIDO *
      *                     JA REJEITADO DESCER DE NOVO AO ARQREJ      *
      *    15/10/2026  RPS  ZONAS REGIONAIS DE PRECO (TABPRO_ZONA): NO *
      *                     ENCERRAMENTO O ARQINT E RELIDO E GERA O    *
      *                     ARQINZ, UM BLOCO H/D/T POR ZONA COM O      *
      *                     PRECO-ALVO AJUSTADO PELA REGRA DA ZONA;    *
      *                     HEADER DO ARQINT TRAZ A ZONA (00 = BASE)   *
      *    15/10/2026  RPS  TRILHA DE AUDITORIA: CADA EVENTO GRAVADO   *
      *                     EM TABPRO_HIST LEVA O PROGRAMA E O USUARIO *
      *                     DO JOB (REGISTRO USER DO DB2)              *
      *    15/10/2026  RPS  MODO DE SIMULACAO NO CARTAO (COLUNA 7 =    *
      *                     S): SO A LISTAGEM, SEM UPDATE, HISTORICO,  *
      *                     DETALHE NO ARQINT, COMMIT OU CHECKPOINT;   *
      *                     HEADER DO ARQINT/ARQINZ LEVA O INDICADOR.  *
      *                     PERMITE CONFERIR O ARQALV PROPOSTO PELO    *
      *                     AC220025 ANTES DA EXECUCAO EFETIVA         *
      *    15/10/2026  RPS  CALENDARIO DE CONGELAMENTO                 *
      *                     (TABPRO_CONGEL): ALVO DE GRUPO/CATEGORIA   *
      *                     EM PERIODO DE BLOQUEIO, OU DE APROVACAO    *
      *                     AINDA NAO LIBERADO, VIRA REJEITO Z SEM     *
      *                     ALTERAR O PRECO. A DATA CONFERIDA E A DE   *
      *                     VIGENCIA INFORMADA OU, SEM ELA, A DO DIA;  *
      *                     VALE TAMBEM NA SIMULACAO                   *
      *    15/10/2026  RPS  RELACIONAMENTO DE PRECO ENTRE PRODUTOS: A  *
      *                     SIMULACAO GRAVA OS PRECOS PROJETADOS NO    *
      *                     ARQPRJ (HEADER, DETALHES E TRAILER COM     *
      *                     HASH) PARA A VALIDACAO DO AC220029         *
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
           SELECT RELALV-ARQ         ASSIGN TO RELALV
                                      ORGANIZATION IS SEQUENTIAL
           03 ALV-TXT-DT-VIGENCIA      PIC X(08).
           03 FILLER                   PIC X(48).
      *----------------------------------------------------------------*
      * CARTAO DE PARAMETROS: INTERVALO DE COMMIT, REINICIO E MODO DE  *
      * SIMULACAO                                                      *
      *----------------------------------------------------------------*
       FD  ARQPRM-ARQ
           RECORDING MODE IS F
           03 PRM-IND-REINICIO         PIC X(01).
               88 PRM-REINICIO-SIM         VALUE 'S'.
               88 PRM-REINICIO-NAO         VALUE 'N'.
      *    SIMULACAO: S = SO LISTA O QUE SERIA APLICADO, SEM DML E SEM
      *    COMMIT; N OU BRANCO (CARTOES ANTIGOS) = EXECUCAO EFETIVA
           03 PRM-IND-SIMULACAO        PIC X(01).
               88 PRM-SIMULACAO-SIM        VALUE 'S'.
               88 PRM-SIMULACAO-NAO        VALUE 'N' ' '.
           03 FILLER                   PIC X(73).
       01 REG-PRM-TEXTO REDEFINES REG-ARQPRM.
           03 PRM-TXT-QTD-COMMIT       PIC X(05).
           03 FILLER                   PIC X(75).
               88 REJ-OCORRENCIA-ARQUIVO                VALUE 'X'.
               88 REJ-OCORRENCIA-PROGRAMACAO            VALUE 'P'.
               88 REJ-OCORRENCIA-MARGEM                 VALUE 'M'.
      *        Z = PERIODO DE CONGELAMENTO DE PRECO (TABPRO_CONGEL)
               88 REJ-OCORRENCIA-CONGELAMENTO           VALUE 'Z'.
           03 REJ-SQLCODE                  PIC S9(04) SIGN LEADING
                                            SEPARATE CHARACTER.
           03 REJ-PRECO-CALCULADO          PIC S9(08)V9(02) SIGN
                                            LEADING SEPARATE CHARACTER.
           03 REJ-DESCRICAO                PIC X(40).
      *    DATA DE VIGENCIA PRETENDIDA, USADA PELAS OCORRENCIAS P E Z
           03 REJ-DT-VIGENCIA              PIC 9(08).
           03 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
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
      * LISTAGEM DA REPRECIFICACAO POR PRECO-ALVO                      *
      *----------------------------------------------------------------*
       FD  RELALV-ARQ
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
      * --------VARIAVEIS AUXILIARES DE CALCULO E CONTADORES-----------*
       01 WRK-VARIAVEIS-AUXILIARES.
           03 WRK-ACU-LIDOS            PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-FORA-FAIXA       PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-MARGEM           PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-PULADOS          PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-CONGELADOS       PIC 9(07)       VALUE ZEROS.
           03 WRK-CALC-ALVO            PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-PRECO-ANT            PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-CONT-COMMIT          PIC 9(07)       VALUE ZEROS.
           03 WRK-ACU-INTERFACE        PIC 9(09)       VALUE ZEROS.
           03 WRK-HASH-INTERFACE       PIC 9(13)V9(2)  USAGE COMP-3
                                        VALUE ZEROS.
           03 WRK-ACU-ZONA             PIC 9(09)       VALUE ZEROS.
           03 WRK-HASH-ZONA            PIC 9(13)V9(2)  USAGE COMP-3
                                        VALUE ZEROS.
           03 WRK-ACU-PROJECAO         PIC 9(09)       VALUE ZEROS.
           03 WRK-HASH-PROJECAO        PIC 9(13)V9(2)  USAGE COMP-3
                                        VALUE ZEROS.
      *---------VARIAVEIS PARA MASCARAS DE CONTADORES------------------*
       01 WRK-VARIAVEIS-PARA-MASCARA.
           03 WRK-MASC-LIDOS           PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-PROGRAMADOS     PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-REJEITADOS      PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-PULADOS         PIC ZZZ.ZZZ.ZZ9.
           03 WRK-MASC-CONGELADOS      PIC ZZZ.ZZZ.ZZ9.
       01 WRK-SWITCHES-01.
           03 WRK-SW-FIM-ARQALV        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-ARQALV                       VALUE 'S'.
               88 WRK-FIM-ARQREIN                      VALUE 'S'.
           03 WRK-SW-FIM-ARQINT        PIC X(01)       VALUE 'N'.
               88 WRK-FIM-ARQINT                       VALUE 'S'.
           03 WRK-SW-FIM-CSR-ZONA      PIC X(01)       VALUE 'N'.
               88 WRK-FIM-CSR-ZONA                     VALUE 'S'.
           03 WRK-SW-REGRA-ZONA        PIC X(01)       VALUE 'N'.
               88 WRK-REGRA-ZONA-ACHADA                VALUE 'S'.
           03 WRK-SW-FORA-FAIXA        PIC X(01)       VALUE 'N'.
               88 WRK-PRECO-FORA-FAIXA                 VALUE 'S'.
           03 WRK-SW-MARGEM-ABAIXO     PIC X(01)       VALUE 'N'.
           03 WRK-QTD-COMMIT-CTL       PIC 9(05)       VALUE 1000.
           03 WRK-IND-REINICIO         PIC X(01)       VALUE 'N'.
               88 WRK-MODO-REINICIO                    VALUE 'S'.
           03 WRK-IND-SIMULACAO        PIC X(01)       VALUE 'N'.
               88 WRK-MODO-SIMULACAO                   VALUE 'S'.
      *----------------CHAVES DE REINICIO/CHECKPOINT-------------------*
      *    O CHECKPOINT GUARDA A CONTAGEM DE REGISTROS DO ARQALV JA
      *    PROCESSADOS; NO REINICIO OS N PRIMEIROS REGISTROS SAO
      *    ARQREJ (REABERTO EM EXTEND)
       01 WRK-CHAVES-REINICIO.
           03 WRK-QTD-PULAR            PIC 9(09)       VALUE ZEROS.
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
       01 WRK-CONTROLE-MARGEM.
           03 WRK-MARGEM-CATEGORIA     PIC S9(3)       USAGE COMP-3
           03 WRK-MARGEM-PERC          PIC S9(3)V9(2)  USAGE COMP-3
                                        VALUE ZEROS.
           03 WRK-PISO-MARGEM          PIC S9(8)V9(2)  USAGE COMP-3.
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
      *----------------DATA E HORA DO SISTEMA--------------------------*
       01 WRK-DATA-HORA-SISTEMA.
           03 WRK-DATA-ATUAL                PIC 9(08).
           03 WRK-HORA-ATUAL                PIC 9(08).
           03 WRK-TIMESTAMP                 PIC X(14).
           03 WRK-DATA-SQL                  PIC X(10).
           03 WRK-DT-VIGENCIA-SQL           PIC X(10).
       01 WRK-DATA-VALIDAR.
           03 WRK-DT-VALIDAR                PIC 9(08).
           03 WRK-STATUS-ARQREIN            PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQREJ             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQINT             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQINZ             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-ARQPRJ             PIC X(02)       VALUE '00'.
           03 WRK-STATUS-RELALV             PIC X(02)       VALUE '00'.
      *----------------REGISTROS DO ARQUIVO DE INTERFACE (ARQINT)------*
       01 WRK-ARQINT-HEADER.
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
      *    MESMO LAYOUT DO ARQPRJ DO AC220002. SO A SIMULACAO GRAVA    *
      *    DETALHES; ESTE PROGRAMA NAO TEM REGISTRO EM TABPRO_EXEC,    *
      *    ENTAO O ID DA EXECUCAO SAI EM BRANCO NO HEADER.             *
      *    ACAO: A = ALVO IMEDIATO, P = PROGRAMADO (PRECO PROJETADO    *
      *    NA DATA DE VIGENCIA DO ALVO)                                *
       01 WRK-ARQPRJ-HEADER.
           03 FILLER                       PIC X(01) VALUE 'H'.
           03 PRJ-HDR-PROGRAMA             PIC X(08) VALUE 'AC220017'.
           03 PRJ-HDR-DT-EXECUCAO          PIC 9(08).
           03 PRJ-HDR-IND-SIMULACAO        PIC X(01).
           03 PRJ-HDR-IND-VIGENCIA         PIC X(01).
           03 PRJ-HDR-ID-EXECUCAO          PIC X(14) VALUE SPACES.
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
      *----------------LINHAS DA LISTAGEM (RELALV)---------------------*
       01 WRK-RELALV-LINHAS.
           03 WRK-LIN-ATUAL                 PIC 9(02)       VALUE 99.
           03 FILLER                        PIC X(54) VALUE
           'AS DESTE TRECHO (POS-CHECKPOINT), NAO DO RUN COMPLETO.'.
           03 FILLER                        PIC X(22) VALUE SPACES.
       01 WRK-RELALV-AVISO-SIMULACAO.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(55) VALUE
           'ATENCAO: SIMULACAO - NENHUM PRECO FOI GRAVADO EM TABPRO'.
           03 FILLER                        PIC X(54) VALUE
           ', TABPRO_HIST OU ARQINT.'.
           03 FILLER                        PIC X(22) VALUE SPACES.
       01 WRK-RELALV-TOT.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'PULADOS PELO REINICIO.....: '.
           03 TOT-PULADOS                   PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
       01 WRK-RELALV-TOT6.
           03 FILLER                        PIC X(01) VALUE ' '.
           03 FILLER                        PIC X(28) VALUE
               'REJEITADOS EM CONGELAMENTO: '.
           03 TOT-CONGELADOS                PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                        PIC X(92) VALUE SPACES.
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
           PERFORM 1020-OBTER-DATA-HORA     THRU 1020-99-FIM
           PERFORM 1030-RECUPERAR-REINICIO  THRU 1030-99-FIM
           PERFORM 1040-ABRIR-ARQUIVOS      THRU 1040-99-FIM
           PERFORM 1060-CARREGAR-ZONAS      THRU 1060-99-FIM
      *
           OPEN INPUT ARQALV-ARQ
      *
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           IF PRM-SIMULACAO-SIM
               MOVE 'S'                TO WRK-IND-SIMULACAO
           ELSE
               IF NOT PRM-SIMULACAO-NAO
                   DISPLAY 'INDICADOR DE SIMULACAO INVALIDO NO ARQPRM'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 3300-FINALIZAR THRU 3300-99-FIM
               END-IF
           END-IF
      *
      *    A SIMULACAO NAO GRAVA CHECKPOINT: NAO HA O QUE REINICIAR
           IF WRK-MODO-SIMULACAO AND WRK-MODO-REINICIO
               DISPLAY 'REINICIO NAO SE APLICA A SIMULACAO NO ARQPRM'
               MOVE 8 TO RETURN-CODE
               PERFORM 3300-FINALIZAR THRU 3300-99-FIM
           END-IF
      *
           CLOSE ARQPRM-ARQ.
      *
           ACCEPT WRK-HORA-ATUAL FROM TIME
      *
           MOVE WRK-DATA-ATUAL            TO WRK-TIMESTAMP (1:8)
           MOVE WRK-HORA-ATUAL (1:6)       TO WRK-TIMESTAMP (9:6)
      *
           MOVE WRK-DATA-ATUAL (1:4)       TO WRK-DATA-SQL (1:4)
           MOVE '-'                        TO WRK-DATA-SQL (5:1)
           MOVE WRK-DATA-ATUAL (5:2)       TO WRK-DATA-SQL (6:2)
           MOVE '-'                        TO WRK-DATA-SQL (8:1)
           MOVE WRK-DATA-ATUAL (7:2)       TO WRK-DATA-SQL (9:2).
      *
       1020-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    NO REINICIO O HEADER JA FOI GRAVADO PELO TRECHO ABORTADO
           IF NOT WRK-MODO-REINICIO
               PERFORM 1043-HEADER-ARQINT   THRU 1043-99-FIM
           END-IF
      *
           PERFORM 1047-ABRIR-ARQPRJ        THRU 1047-99-FIM.
      *
       1040-99-FIM.                    EXIT.
      *
           IF WRK-MODO-REINICIO
               WRITE REG-RELALV  FROM WRK-RELALV-AVISO-REINICIO
               WRITE REG-RELALV  FROM SPACES
           END-IF
           IF WRK-MODO-SIMULACAO
               WRITE REG-RELALV  FROM WRK-RELALV-AVISO-SIMULACAO
               WRITE REG-RELALV  FROM SPACES
           END-IF.
      *
       1041-99-FIM.                    EXIT.
       1043-HEADER-ARQINT               SECTION.
           MOVE WRK-DATA-ATUAL   TO INT-HDR-DT-EXECUCAO
           MOVE 'I'              TO INT-HDR-IND-VIGENCIA
           MOVE WRK-IND-SIMULACAO TO INT-HDR-IND-SIMULACAO
      *
           WRITE REG-ARQINT      FROM WRK-ARQINT-HEADER.
      *
           PERFORM 1045-LER-REG-ARQINT THRU 1045-99-FIM.
      *
       1046-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * ARQUIVO DE PRECOS PROJETADOS: SEMPRE COMECA DO ZERO, POIS SO A
      * SIMULACAO (QUE NAO ADMITE REINICIO) GRAVA DETALHES; NA EXECUCAO
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
           MOVE 'I'               TO PRJ-HDR-IND-VIGENCIA
      *
           WRITE REG-ARQPRJ       FROM WRK-ARQPRJ-HEADER.
      *
       1047-99-FIM.                    EXIT.
      *
       1050-LER-REG-ARQALV              SECTION.
           READ ARQALV-ARQ
      *
       1050-99-FIM.                    EXIT.
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
      *-----------------------------------------------------------------
      * CRITICA E APLICACAO DE UM PRECO-ALVO; NO REINICIO OS REGISTROS
      * ATE A CONTAGEM DO CHECKPOINT SAO PULADOS ANTES DE QUALQUER
      * CRITICA, SENAO UM REGISTRO INVALIDO JA REJEITADO PELO TRECHO
           IF SQLCODE NOT EQUAL ZEROS
               GO TO 2000-98-LER
           END-IF
      *
      *    CALENDARIO DE CONGELAMENTO NA DATA EM QUE O PRECO VALERIA:
      *    O DIA, OU A DATA DE VIGENCIA INFORMADA (O CONFLITO SAI JA NA
      *    PROGRAMACAO)
           IF ALV-TXT-DT-VIGENCIA EQUAL SPACES
               MOVE WRK-DATA-SQL              TO WRK-CONG-DATA
           ELSE
               MOVE ALV-TXT-DT-VIGENCIA (1:4) TO WRK-CONG-DATA (1:4)
               MOVE '-'                       TO WRK-CONG-DATA (5:1)
               MOVE ALV-TXT-DT-VIGENCIA (5:2) TO WRK-CONG-DATA (6:2)
               MOVE '-'                       TO WRK-CONG-DATA (8:1)
               MOVE ALV-TXT-DT-VIGENCIA (7:2) TO WRK-CONG-DATA (9:2)
           END-IF
           PERFORM 2270-VERIFICAR-CONGELAMENTO THRU 2270-99-FIM
           IF NOT WRK-CONG-LIVRE
               MOVE 'Z'                TO REJ-TIPO-OCORRENCIA
               PERFORM 2700-GRAVAR-REJEITO THRU 2700-99-FIM
               GO TO 2000-98-LER
           END-IF
      *
           PERFORM 2220-VERIFICAR-FAIXA-PRECO THRU 2220-99-FIM
           IF WRK-PRECO-FORA-FAIXA
      *-----------------------------------------------------------------
      * APLICACAO IMEDIATA DO PRECO-ALVO, ANULANDO VIGENCIA PENDENTE
      * (MESMA REGRA DO 2230 DO AC220002), COM EVENTO A NO HISTORICO
      * E DETALHE NO ARQINT. NA SIMULACAO SO A LISTAGEM, COMO NO
      * AC220002
      *-----------------------------------------------------------------
       2230-GRAVAR-ALTERACAO           SECTION.
           MOVE WRK-CALC-ALVO          TO TABPRO-PRECO
      *
           IF WRK-MODO-SIMULACAO
               ADD 1                   TO WRK-ACU-APLICADOS
               MOVE WRK-PRECO-ANT      TO DET-PRECO-ANT
               MOVE TABPRO-PRECO       TO DET-PRECO-NOVO
               MOVE 'PRECO ALVO SIMULADO' TO DET-OCORRENCIA
               PERFORM 2820-IMPRIMIR-DETALHE THRU 2820-99-FIM
               MOVE 'A'                TO PRJ-DET-ACAO
               MOVE WRK-PRECO-ANT      TO PRJ-DET-PRECO-ATUAL
               MOVE TABPRO-PRECO       TO PRJ-DET-PRECO-PROJETADO
               MOVE WRK-DATA-ATUAL     TO PRJ-DET-DT-VIGENCIA
               PERFORM 2760-GRAVAR-PROJECAO THRU 2760-99-FIM
               GO TO 2230-99-FIM
           END-IF
      *
           EXEC SQL
               UPDATE DB2ADMIN.TABPRO
      *
           MOVE WRK-CALC-ALVO          TO TABPRO-PRECO-NOVO
           MOVE WRK-DT-VIGENCIA-SQL    TO TABPRO-DT-VIGENCIA
      *
           IF WRK-MODO-SIMULACAO
               ADD 1                   TO WRK-ACU-PROGRAMADOS
               MOVE WRK-PRECO-ANT      TO DET-PRECO-ANT
               MOVE TABPRO-PRECO-NOVO  TO DET-PRECO-NOVO
               MOVE 'PROGRAMACAO SIMULADA' TO DET-OCORRENCIA
               PERFORM 2820-IMPRIMIR-DETALHE THRU 2820-99-FIM
               MOVE 'P'                TO PRJ-DET-ACAO
               MOVE WRK-PRECO-ANT      TO PRJ-DET-PRECO-ATUAL
               MOVE TABPRO-PRECO-NOVO  TO PRJ-DET-PRECO-PROJETADO
               MOVE ALV-DT-VIGENCIA    TO PRJ-DET-DT-VIGENCIA
               PERFORM 2760-GRAVAR-PROJECAO THRU 2760-99-FIM
               GO TO 2260-99-FIM
           END-IF
      *
           EXEC SQL
               UPDATE DB2ADMIN.TABPRO
      *
       2260-99-FIM.                    EXIT.
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
                     NULL, 'AC220017', USER )
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
           MOVE WRK-CALC-ALVO           TO REJ-PRECO-CALCULADO
           MOVE SQLCODE                 TO REJ-SQLCODE
      *
           IF (REJ-OCORRENCIA-PROGRAMACAO OR
               REJ-OCORRENCIA-CONGELAMENTO) AND
              ALV-TXT-DT-VIGENCIA NUMERIC
               MOVE ALV-DT-VIGENCIA     TO REJ-DT-VIGENCIA
           ELSE
               MOVE 'ABAIXO DO PISO DE MARGEM'    TO REJ-DESCRICAO
               ADD 1 TO WRK-ACU-MARGEM
           END-IF
           IF REJ-OCORRENCIA-CONGELAMENTO
               MOVE ZEROS               TO REJ-SQLCODE
               EVALUATE TRUE
                   WHEN WRK-CONG-BLOQUEIO
                       MOVE 'PERIODO DE CONGELAMENTO (BLOQUEIO)'
                         TO REJ-DESCRICAO
                   WHEN WRK-CONG-PENDENTE
                       MOVE 'CONGELAMENTO - APROVACAO PENDENTE'
                         TO REJ-DESCRICAO
                   WHEN OTHER
                       MOVE SQLCODE     TO REJ-SQLCODE
                       MOVE 'FALHA SQL NA CONSULTA AO CONGELAMENTO'
                         TO REJ-DESCRICAO
               END-EVALUATE
               ADD 1 TO WRK-ACU-CONGELADOS
           END-IF
      *
           WRITE REG-ARQREJ FROM REG-REJ-DADOS
      *
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
      * IMPRESSAO DA LINHA DE DETALHE DA LISTAGEM (RELALV)
      *-----------------------------------------------------------------
       2820-IMPRIMIR-DETALHE            SECTION.
       2900-99-FIM.                    EXIT.
      *
       2950-COMMIT-PARCIAL              SECTION.
      *    A SIMULACAO NAO ALTERA NADA: SEM COMMIT E SEM CHECKPOINT
           IF WRK-MODO-SIMULACAO
               GO TO 2950-99-FIM
           END-IF
      *
           EXEC SQL
               COMMIT WORK
           END-EXEC
      * EXECUTANDO TRATAMENTOS FINAIS.
      *-----------------------------------------------------------------
       3000-TERMINAR.
           IF NOT WRK-MODO-SIMULACAO
               EXEC SQL
                   COMMIT WORK
               END-EXEC
      *
               IF SQLCODE NOT EQUAL ZEROS
                  DISPLAY 'ERRO NO COMMIT: ' SQLCODE
                  MOVE 8 TO RETURN-CODE
                  PERFORM 3300-FINALIZAR
               END-IF
           END-IF
      *
           MOVE WRK-ACU-INTERFACE       TO INT-TRL-QTD-DETALHES
           MOVE WRK-HASH-INTERFACE      TO INT-TRL-HASH-PRECOS
           WRITE REG-ARQINT FROM WRK-ARQINT-TRAILER
      *
           MOVE WRK-ACU-PROJECAO        TO PRJ-TRL-QTD-DETALHES
           MOVE WRK-HASH-PROJECAO       TO PRJ-TRL-HASH-PRECOS
           WRITE REG-ARQPRJ FROM WRK-ARQPRJ-TRAILER
      *
           MOVE WRK-ACU-LIDOS          TO WRK-MASC-LIDOS
           MOVE WRK-ACU-APLICADOS      TO WRK-MASC-APLICADOS
           MOVE WRK-ACU-PROGRAMADOS    TO WRK-MASC-PROGRAMADOS
           MOVE WRK-ACU-REJEITADOS     TO WRK-MASC-REJEITADOS
           MOVE WRK-ACU-PULADOS        TO WRK-MASC-PULADOS
           MOVE WRK-ACU-CONGELADOS     TO WRK-MASC-CONGELADOS
      *
           DISPLAY 'TOTAL DE ALVOS LIDOS......: 'WRK-MASC-LIDOS
           DISPLAY 'PRECOS APLICADOS..........: 'WRK-MASC-APLICADOS
           DISPLAY 'PRECOS PROGRAMADOS........: 'WRK-MASC-PROGRAMADOS
           DISPLAY 'TOTAL DE REJEITADOS.......: 'WRK-MASC-REJEITADOS
           DISPLAY 'PULADOS PELO REINICIO.....: 'WRK-MASC-PULADOS
           DISPLAY 'REJEITADOS EM CONGELAMENTO: 'WRK-MASC-CONGELADOS
      *
           MOVE WRK-ACU-LIDOS          TO TOT-LIDOS
           MOVE WRK-ACU-APLICADOS      TO TOT-APLICADOS
           MOVE WRK-ACU-PROGRAMADOS    TO TOT-PROGRAMADOS
           MOVE WRK-ACU-REJEITADOS     TO TOT-REJEITADOS
           MOVE WRK-ACU-PULADOS        TO TOT-PULADOS
           MOVE WRK-ACU-CONGELADOS     TO TOT-CONGELADOS
      *
           WRITE REG-RELALV FROM SPACES
           WRITE REG-RELALV FROM WRK-RELALV-TOT
           WRITE REG-RELALV FROM WRK-RELALV-TOT3
           WRITE REG-RELALV FROM WRK-RELALV-TOT4
           WRITE REG-RELALV FROM WRK-RELALV-TOT5
           WRITE REG-RELALV FROM WRK-RELALV-TOT6
      *
           IF WRK-ACU-REJEITADOS GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           CLOSE ARQALV-ARQ
           CLOSE ARQREJ-ARQ
           CLOSE ARQINT-ARQ
           CLOSE ARQPRJ-ARQ
           CLOSE ARQREIN-ARQ
           CLOSE RELALV-ARQ
      *
           PERFORM 3280-GERAR-ARQINZ   THRU 3280-99-FIM.
      *
       3000-99-FIM.                    EXIT.
      *
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
           MOVE 'I'                   TO INT-HDR-IND-VIGENCIA
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
