      *================================================================*
      *    DCLGEN TABLE(DB2ADMIN.TABPRO_RELAC)                         *
      *    REGRAS DE RELACIONAMENTO DE PRECO ENTRE PARES DE PRODUTOS:  *
      *    O PRODUTO BASE E A REFERENCIA (MARCA NACIONAL, EMBALAGEM    *
      *    MENOR) E O RELACIONADO E O PRECIFICADO EM FUNCAO DELE       *
      *    (MARCA PROPRIA, EMBALAGEM MAIOR). MANTIDA E LISTADA PELO    *
      *    AC220028 E CONFERIDA PELO AC220029 APOS CADA RUN DE PRECO.  *
      *    REL_IND_TIPO: P = RELACIONADO PELO MENOS REL_PERC % ABAIXO  *
      *                      DO BASE                                   *
      *                  N = RELACIONADO NUNCA ACIMA DO BASE           *
      *                  E = EMBALAGEM: O RELACIONADO (EMBALAGEM       *
      *                      MAIOR) NAO PODE SAIR MAIS BARATO POR      *
      *                      UNIDADE QUE O BASE (EMBALAGEM MENOR)      *
      *    REL_PERC.....: SO NO TIPO P (ZERO NOS DEMAIS)               *
      *    REL_QTD_BASE/REL_QTD_RELAC: SO NO TIPO E, CONTEUDO DE CADA  *
      *                  EMBALAGEM NA MESMA UNIDADE (ZERO NOS DEMAIS)  *
      *    REL_SOLICITANTE/REL_DT_ALTERACAO: USUARIO DO JOB E DATA DA  *
      *                  ULTIMA INCLUSAO/ALTERACAO                     *
      *----------------------------------------------------------------*
      *    15/10/2026  RPS  CRIACAO DO MEMBRO                          *
      *================================================================*
           EXEC SQL DECLARE DB2ADMIN.TABPRO_RELAC TABLE
           ( REL_GRUPO_BASE              DECIMAL(1,0)    NOT NULL,
             REL_CATEG_BASE              DECIMAL(3,0)    NOT NULL,
             REL_PRODUTO_BASE            DECIMAL(9,0)    NOT NULL,
             REL_GRUPO_RELAC             DECIMAL(1,0)    NOT NULL,
             REL_CATEG_RELAC             DECIMAL(3,0)    NOT NULL,
             REL_PRODUTO_RELAC           DECIMAL(9,0)    NOT NULL,
             REL_IND_TIPO                CHAR(1)         NOT NULL,
             REL_PERC                    DECIMAL(5,2)    NOT NULL,
             REL_QTD_BASE                DECIMAL(7,3)    NOT NULL,
             REL_QTD_RELAC               DECIMAL(7,3)    NOT NULL,
             REL_DESCRICAO               CHAR(30)        NOT NULL,
             REL_SOLICITANTE             CHAR(8)         NOT NULL,
             REL_DT_ALTERACAO            DATE            NOT NULL
           ) END-EXEC.
       01  DCLTPREL-REGISTRO.
           10 REL-GRUPO-BASE            PIC S9(1)      USAGE COMP-3.
           10 REL-CATEG-BASE            PIC S9(3)      USAGE COMP-3.
           10 REL-PRODUTO-BASE          PIC S9(9)      USAGE COMP-3.
           10 REL-GRUPO-RELAC           PIC S9(1)      USAGE COMP-3.
           10 REL-CATEG-RELAC           PIC S9(3)      USAGE COMP-3.
           10 REL-PRODUTO-RELAC         PIC S9(9)      USAGE COMP-3.
           10 REL-IND-TIPO              PIC X(01).
           10 REL-PERC                  PIC S9(3)V9(2) USAGE COMP-3.
           10 REL-QTD-BASE              PIC S9(4)V9(3) USAGE COMP-3.
           10 REL-QTD-RELAC             PIC S9(4)V9(3) USAGE COMP-3.
           10 REL-DESCRICAO             PIC X(30).
           10 REL-SOLICITANTE           PIC X(08).
           10 REL-DT-ALTERACAO          PIC X(10).
