      *    02/09/2026  RPS  CRIACAO DO PROGRAMA                        *
      *    03/09/2026  RPS  STATUS D (DISPENSADA - SIMULACAO DENTRO    *
      *                     DO LIMITE) MOSTRADO NA LISTAGEM            *
      *    15/10/2026  RPS  STATUS V (RETIDA PELA VALIDACAO DE         *
      *                     RELACIONAMENTO DE PRECO) MOSTRADO NA       *
      *                     LISTAGEM                                   *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
                   MOVE 'REJEITADO'    TO DET-STATUS
               WHEN 'U'
                   MOVE 'UTILIZADO'    TO DET-STATUS
               WHEN 'V'
                   MOVE 'RETIDO'       TO DET-STATUS
               WHEN OTHER
                   MOVE 'DESCONHEC.'   TO DET-STATUS
           END-EVALUATE
