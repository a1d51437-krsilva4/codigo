      *    TRANSACAO.....: AC2A    MAPSET: AC22M01   MAPA: MAPA01      *
      *    TABELAS.......: DB2ADMIN.TABPRO (I/O)                       *
      *                    DB2ADMIN.TABPRO_HIST (I/O)                  *
      *                    DB2ADMIN.TABPRO_CONGEL (I)                  *
      *----------------------------------------------------------------*
      *    HISTORICO DE ALTERACOES                                     *
      *----------------------------------------------------------------*
      *    02/09/2026  RPS  CORRECAO DE SUPERVISOR PASSA PELO MESMO    *
      *                     PISO DE MARGEM DO BATCH (TABPRO_CUSTO +    *
      *                     TABPRO_MARGEM DA CATEGORIA)                *
      *    15/10/2026  RPS  EVENTO M GRAVA O PROGRAMA E O USUARIO CICS *
      *                     DO SUPERVISOR NA TRILHA DE AUDITORIA DO    *
      *                     TABPRO_HIST                                *
      *    15/10/2026  RPS  CORRECAO DE SUPERVISOR RECUSADA QUANDO O   *
      *                     GRUPO/CATEGORIA ESTA EM PERIODO DE         *
      *                     CONGELAMENTO (TABPRO_CONGEL) NA DATA DE    *
      *                     HOJE                                       *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           EXEC SQL
             INCLUDE DCLTPMG
           END-EXEC.
      *--------CALENDARIO DE CONGELAMENTO (DB2ADMIN.TABPRO_CONGEL)-----*
           EXEC SQL
             INCLUDE DCLTPCG
           END-EXEC.
      *--------MAPA SIMBOLICO DA TELA DE CONSULTA/CORRECAO-------------*
           COPY AC22M01.
      *--------TECLAS DE ATENCAO DO CICS--------------------------------
           03 WRK-PRECO-ANT            PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-PISO-MARGEM          PIC S9(8)V9(2)  USAGE COMP-3.
           03 WRK-QTD-HIST             PIC 9(01)       VALUE ZEROS.
      *    RESULTADO DA CONSULTA AO CALENDARIO DE CONGELAMENTO:
      *    BRANCO = LIVRE, B = BLOQUEIO, A = APROVACAO PENDENTE
           03 WRK-CONG-TIPO            PIC X(01)       VALUE SPACE.
               88 WRK-CONG-LIVRE                       VALUE SPACE.
               88 WRK-CONG-BLOQUEIO                    VALUE 'B'.
               88 WRK-CONG-PENDENTE                    VALUE 'A'.
       01 WRK-SWITCHES-01.
           03 WRK-SW-FIM-HIST          PIC X(01)       VALUE 'N'.
               88 WRK-FIM-HIST                         VALUE 'S'.
      *    AUTORIDADE DE ATUALIZACAO (DFHVALUE(UPDATABLE)) APLICAM
      *    CORRECAO DE PRECO.
       77 WRK-CVDA-UPDATE              PIC S9(08) COMP VALUE ZEROS.
      *----------------USUARIO CICS GRAVADO NO EVENTO M-----------------
       77 WRK-USUARIO-CICS             PIC X(08)       VALUE SPACES.
      *----------------RESPOSTA DAS CHAMADAS CICS----------------------*
       77 WRK-RESP-CICS                PIC S9(08) COMP VALUE ZEROS.
      *----------------------------------------------------------------*
               PERFORM 2850-ENVIAR-DATAONLY THRU 2850-99-FIM
               GO TO 2200-99-FIM
           END-IF
      *
      *    O SUPERVISOR QUE APLICA A CORRECAO VAI PARA O HIST_USUARIO
           EXEC CICS ASSIGN
                USERID(WRK-USUARIO-CICS)
           END-EXEC
      *
           IF NPRECI NOT NUMERIC
               MOVE 'NOVO PRECO INVALIDO - 10 DIGITOS (2 DECIMAIS)'
               PERFORM 2850-ENVIAR-DATAONLY THRU 2850-99-FIM
               GO TO 2200-99-FIM
           END-IF
      *
      *    NENHUMA CORRECAO ENTRA NUM PERIODO DE CONGELAMENTO DO
      *    GRUPO/CATEGORIA; O TIPO A SO DEPOIS DE LIBERADO NO AC220026
           PERFORM 2220-VERIFICAR-CONGELAMENTO THRU 2220-99-FIM
           IF NOT WRK-CONG-LIVRE
               PERFORM 2850-ENVIAR-DATAONLY THRU 2850-99-FIM
               GO TO 2200-99-FIM
           END-IF
      *
           MOVE TABPRO-PRECO           TO WRK-PRECO-ANT
           MOVE WRK-ENT-PRECO          TO TABPRO-PRECO
      *
       2210-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * CALENDARIO DE CONGELAMENTO NA DATA DE HOJE, COMO O 2270 DO
      * AC220002: PERIODO DO GRUPO INTEIRO (CATEGORIA 000) OU DA
      * CATEGORIA DO PRODUTO; NA FALHA SQL A CORRECAO NAO E APLICADA
      *-----------------------------------------------------------------
       2220-VERIFICAR-CONGELAMENTO     SECTION.
           MOVE TABPRO-COD-GRUPO       TO CONG-COD-GRUPO
           MOVE TABPRO-COD-CATEGORIA   TO CONG-COD-CATEGORIA
      *
           EXEC SQL
               SELECT COALESCE(MAX(CONG_IND_TIPO), ' ')
                 INTO :WRK-CONG-TIPO
                 FROM DB2ADMIN.TABPRO_CONGEL
                WHERE CONG_COD_GRUPO      = :CONG-COD-GRUPO
                  AND CONG_COD_CATEGORIA IN (0, :CONG-COD-CATEGORIA)
                  AND CURRENT DATE BETWEEN CONG_DT_INICIO
                                       AND CONG_DT_FIM
                  AND (CONG_IND_TIPO = 'B' OR
                       CONG_APROVADOR IS NULL)
           END-EXEC
      *
           EVALUATE TRUE
               WHEN SQLCODE NOT EQUAL ZEROS
                   MOVE 'E'            TO WRK-CONG-TIPO
                   MOVE 'FALHA SQL NA CONSULTA AO CONGELAMENTO'
                     TO MSGO
               WHEN WRK-CONG-BLOQUEIO
                   MOVE 'PERIODO DE CONGELAMENTO - PRECO BLOQUEADO'
                     TO MSGO
               WHEN WRK-CONG-PENDENTE
                   MOVE 'PERIODO DE CONGELAMENTO - APROVACAO PENDENTE'
                     TO MSGO
           END-EVALUATE.
      *
       2220-99-FIM.                    EXIT.
      *-----------------------------------------------------------------
      * INSERCAO DO EVENTO MANUAL EM DB2ADMIN.TABPRO_HIST
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
                     NULL, 'AC220011', :WRK-USUARIO-CICS )
           END-EXEC
      *
           IF SQLCODE NOT EQUAL ZEROS
