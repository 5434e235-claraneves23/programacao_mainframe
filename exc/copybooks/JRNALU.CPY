             10 JR-DEP-DATA-CAD PIC X(08).
             10 JR-DEP-HORA-CAD PIC X(06).
          05 JR-MOTIVO          PIC X(30).
      * A unidade do aluno (ALUNO-UNIDADE) vem depois do motivo, fora
      * das imagens, para os registros gravados antes dela seguirem
      * legiveis: antes e depois da operacao, em branco nos antigos.
          05 JR-ANT-UNIDADE     PIC X(04).
          05 JR-DEP-UNIDADE     PIC X(04).
