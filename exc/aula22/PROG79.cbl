      *  APROVADO, 4.0 APROVADO COM 9 OU MAIS) E GRAVA NO GPA-MASTER,
      *  POR ALUNO E SEMESTRE, O GPA DO PERIODO, O GPA ACUMULADO E OS
      *  CREDITOS TENTADOS E CONCLUIDOS, PARA A FICHA DO PROG18.
      *  LANCAMENTOS DE APROVEITAMENTO DE ESTUDOS DE OUTRA INSTITUICAO
      *  FICAM FORA DO GPA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CONSOLIDA-HISTORICO - Varre o historico inteiro em ordem de
      * chave; a cada quebra de aluno ou de semestre, fecha o periodo
      * corrente no GPA-MASTER. A quebra de aluno zera tambem os
      * acumulados. O aproveitamento de estudos (HT-TIPO 'A') e lido
      * mas nao entra no GPA nem nos creditos.
      ******************************************************************
       CONSOLIDA-HISTORICO.
           MOVE 'N' TO WRK-FIM-HIST
                   END-IF
               ELSE
                   ADD 1 TO WRK-TOTAL-LIDOS
                   IF NOT HT-APROVEITADA
                       PERFORM ACUMULA-LANCAMENTO
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * ACUMULA-LANCAMENTO - Trata a quebra de aluno ou de semestre e
      * soma a nota cursada corrente nos totais do periodo e nos
      * acumulados.
      ******************************************************************
       ACUMULA-LANCAMENTO.
           IF HT-ALUNO-ID NOT = WRK-ALUNO-CORR
               IF WRK-QTD-SEM > 0
                   PERFORM FECHA-PERIODO
               END-IF
               MOVE 0 TO WRK-SOMA-ACUM
               MOVE 0 TO WRK-QTD-ACUM
               MOVE HT-ALUNO-ID TO WRK-ALUNO-CORR
               MOVE HT-SEMESTRE TO WRK-SEM-CORR
           ELSE
               IF HT-SEMESTRE NOT = WRK-SEM-CORR
                   IF WRK-QTD-SEM > 0
                       PERFORM FECHA-PERIODO
                   END-IF
                   MOVE HT-SEMESTRE TO WRK-SEM-CORR
               END-IF
           END-IF
           PERFORM PONTUA-NOTA
           ADD WRK-PONTOS TO WRK-SOMA-SEM
           ADD WRK-PONTOS TO WRK-SOMA-ACUM
           ADD 1 TO WRK-QTD-SEM
           ADD 1 TO WRK-QTD-ACUM
           IF HT-NOTA > WRK-LIM-RECUPERACAO
               ADD 1 TO WRK-CONC-SEM
           END-IF.

      ******************************************************************
      * PONTUA-NOTA - Converte a nota do registro corrente em pontos
      * de GPA pelas faixas vigentes do GRADEPRM.
