      *  LOTE (ESTOQLOT) E LISTA OS LOTES VENCIDOS OU A VENCER DENTRO
      *  DO HORIZONTE INFORMADO, COM A QUANTIDADE RESTANTE E O VALOR
      *  (SALDO DO LOTE X CUSTO UNITARIO DO MESTRE) - PARA NENHUM
      *  PALETE ENVELHECER INVISIVEL ATE A BAIXA TOTAL DE NOVO. CADA
      *  LOTE SAI COM O LOCAL DE ESTOQUE ONDE ESTA GUARDADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE SPACES TO VALIDADE-REL-LINHA
           STRING WRK-MARCA DELIMITED BY SIZE
               LT-CODIGO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               LT-LOCAL DELIMITED BY SIZE
               ' LOTE ' DELIMITED BY SIZE
               LT-LOTE DELIMITED BY SIZE
               ' VAL ' DELIMITED BY SIZE
