      * errada), com carimbo de data - a materia-prima do relatorio
      * de desempenho por aluno e por turma do departamento de
      * matematica.
      ******************************************************************
      * DR-TIPOS traz o tipo de cada questao da folha, copiado do
      * gabarito do PROG39 ('P' par/impar, 'R' primo, 'F' fatoracao);
      * registros antigos trazem brancos e seguem o rodizio fixo das
      * folhas gerais (P, R, F, P, R, F...).
      ******************************************************************
       01 DRILL-RESULTADO-RECORD.
          05 DR-ALUNO-ID        PIC X(14).
          05 DR-ACERTOS         PIC 9(02).
          05 DR-MARCAS          PIC X(20).
          05 DR-DATA            PIC X(08).
          05 DR-TIPOS           PIC X(20).
