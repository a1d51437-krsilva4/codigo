      *================================================================*
      *    DCLGEN TABLE(DB2ADMIN.TABPRO_ZONA)                          *
      *    ZONAS REGIONAIS DE PRECO: PARA CADA ZONA, AJUSTE SOBRE O    *
      *    PRECO BASE DA REDE POR GRUPO E CATEGORIA. CATEGORIA 000     *
      *    VALE PARA TODAS AS CATEGORIAS DO GRUPO QUE NAO TENHAM LINHA *
      *    PROPRIA. GRUPO/CATEGORIA SEM LINHA NA ZONA FICA COM O PRECO *
      *    BASE. A LOJA E ASSOCIADA A ZONA PELO CADASTRO DE LOJAS      *
      *    (ARQLOJ); ZONA 00 E O PRECO BASE DA REDE.                   *
      *    ZONA_IND_AJUSTE: P = PERCENTUAL SOBRE O PRECO BASE          *
      *                     V = VALOR (R$) SOMADO AO PRECO BASE        *
      *    ZONA_VLR_AJUSTE: COM SINAL (NEGATIVO = ZONA MAIS BARATA)    *
      *----------------------------------------------------------------*
      *    15/10/2026  RPS  CRIACAO DO MEMBRO                          *
      *================================================================*
           EXEC SQL DECLARE DB2ADMIN.TABPRO_ZONA TABLE
           ( ZONA_COD_ZONA               DECIMAL(2,0)    NOT NULL,
             ZONA_COD_GRUPO              DECIMAL(1,0)    NOT NULL,
             ZONA_COD_CATEGORIA          DECIMAL(3,0)    NOT NULL,
             ZONA_IND_AJUSTE             CHAR(1)         NOT NULL,
             ZONA_VLR_AJUSTE             DECIMAL(10,2)   NOT NULL
           ) END-EXEC.
       01  DCLTPZON-REGISTRO.
           10 ZONA-COD-ZONA             PIC S9(2)      USAGE COMP-3.
           10 ZONA-COD-GRUPO            PIC S9(1)      USAGE COMP-3.
           10 ZONA-COD-CATEGORIA        PIC S9(3)      USAGE COMP-3.
           10 ZONA-IND-AJUSTE           PIC X(01).
           10 ZONA-VLR-AJUSTE           PIC S9(8)V9(2) USAGE COMP-3.
