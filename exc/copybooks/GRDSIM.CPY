      ******************************************************************
      * GRDSIM - Proposta de faixas de aprovacao para a simulacao do
      * PROG165, no mesmo leiaute do GRADEPRM (GRDPARM) mas com os
      * campos alfanumericos: campo em branco mantem o valor oficial,
      * de modo que a proposta pode trazer so a faixa em discussao.
      * O GRADEPRM oficial nao e lido para gravacao nem alterado.
      ******************************************************************
       01 GRADE-SIM-RECORD.
          05 GS-REPROVADO-MAX     PIC X(02).
          05 GS-RECUPERACAO-MAX   PIC X(02).
          05 GS-FREQ-MINIMA       PIC X(03).
