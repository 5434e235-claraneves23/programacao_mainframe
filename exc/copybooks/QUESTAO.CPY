      ******************************************************************
      * QUESTAO - Layout do mestre do questionario de avaliacao de
      * curso (QUESTAO-AVALIACAO), chaveado pelo numero da questao
      * (01 a 20). Mantido pelo PROG123; cada questao e respondida
      * numa escala de 1 (pessimo) a 5 (otimo). Questao inativa
      * deixa de ser perguntada, mas as respostas ja dadas a ela
      * continuam no relatorio do PROG124.
      ******************************************************************
       01 QUESTAO-AVALIACAO-RECORD.
          05 QS-NUMERO          PIC 9(02).
          05 QS-TEXTO           PIC X(60).
          05 QS-ATIVA           PIC X(01).
             88 QS-QUESTAO-ATIVA     VALUE 'A'.
             88 QS-QUESTAO-INATIVA   VALUE 'I'.
