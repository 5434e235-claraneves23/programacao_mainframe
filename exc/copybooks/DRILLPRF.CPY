      ******************************************************************
      * DRILLPRF - Layout do registro sequencial dos perfis das folhas
      * dirigidas ao aluno (DRILL-PERFIL), gravado pelo PROG39 a cada
      * folha montada pelos erros do aluno: a janela de folhas
      * corrigidas do DRILLRES usada, e por tipo de questao (1 par/
      * impar, 2 primo, 3 fatoracao) as questoes respondidas, os
      * erros, o percentual de erro, o nivel dos numeros usado (1 ate
      * 99, 2 de 100 a 999, 3 acima) e quantas questoes o tipo
      * recebeu, mais a sequencia de tipos da folha. A serie de
      * perfis do aluno e a evolucao exibida pelo PROG105.
      ******************************************************************
       01 DRILL-PERFIL-RECORD.
          05 DP-ALUNO-ID        PIC X(14).
          05 DP-NOME            PIC X(30).
          05 DP-FOLHA           PIC 9(02).
          05 DP-DATA            PIC X(08).
          05 DP-QTD-JANELA      PIC 9(02).
          05 DP-TIPO OCCURS 3 TIMES.
             10 DP-RESPONDIDAS  PIC 9(03).
             10 DP-ERROS        PIC 9(03).
             10 DP-PCT-ERRO     PIC 9(03).
             10 DP-NIVEL        PIC 9(01).
             10 DP-QUESTOES     PIC 9(02).
          05 DP-TIPOS           PIC X(20).
