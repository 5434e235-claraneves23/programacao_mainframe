       DATE-WRITTEN. 22/08/2026.
      *  LIVRO DIARIO DE ESTOQUE - PARA CADA MATERIAL DO
      *  ESTOQUE-MATERIAL, TOTALIZA OS MOVIMENTOS DO DIA INFORMADO
      *  (ENTRADAS, AJUSTES E CONSUMOS DO MOVIMENTO-ESTOQUE, COM OS
      *  KITS DE LABORATORIO ENTRE OS CONSUMOS) E
      *  IMPRIME SALDO DE ABERTURA, MOVIMENTOS E SALDO DE FECHAMENTO,
      *  PARA QUE QUALQUER SALDO POSSA SER EXPLICADO A AUDITORIA.
       ENVIRONMENT DIVISION.
                               ADD MV-QUANTIDADE TO WRK-TOT-CONSUMOS
                           WHEN MV-LIBERACAO
                               ADD MV-QUANTIDADE TO WRK-TOT-CONSUMOS
                           WHEN MV-KIT
                               ADD MV-QUANTIDADE TO WRK-TOT-CONSUMOS
                       END-EVALUATE
                   END-IF
                   READ MOVIMENTO-ESTOQUE-FILE
