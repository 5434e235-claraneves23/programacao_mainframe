      ******************************************************************
      * RISCPARM - Parametro do alerta precoce de alunos em risco
      * (PROG133): a partir de que percentual de faltas no semestre,
      * de quantas situacoes EM RECUPERACAO/REPROVADO no SITMST, de
      * quanta queda do GPA do ultimo semestre sobre o anterior e de
      * quantos dias de atraso na fatura mais antiga em aberto cada
      * sinal conta pontos. Sem o arquivo (ou com campo invalido)
      * valem 25%, uma situacao, 0,50 de GPA e 30 dias.
      ******************************************************************
       01 RISCO-PARM-RECORD.
          05 RQ-PCT-FALTAS      PIC 9(03).
          05 RQ-QTD-SIT         PIC 9(02).
          05 RQ-QUEDA-GPA       PIC 9V99.
          05 RQ-DIAS-ATRASO     PIC 9(03).
