      * (ARQUIVO-ALUNO), gravado pelo PROG51: um registro 'A' com a
      * imagem do ALUNO-MASTER seguido de um registro 'D' por linha
      * do DISC-MASTER do aluno, todos carimbados com a data do
      * expurgo. A imagem tem o tamanho do ALUNO-MASTER, unidade
      * (campus) inclusive.
      ******************************************************************
      * A reintegracao do aluno expurgado (PROG169) reconstroi os
      * mestres a partir das imagens e acrescenta ao arquivo um
      * registro 'R', carimbado com a data da reintegracao, que
      * aponta o registro 'A' reintegrado (matricula e data do
      * expurgo) com o operador e o motivo; o arquivo continua so
      * recebendo acrescimos.
      ******************************************************************
       01 ARQUIVO-ALUNO-RECORD.
          05 AQ-TIPO            PIC X(01).
             88 AQ-REG-ALUNO         VALUE 'A'.
             88 AQ-REG-DISC          VALUE 'D'.
             88 AQ-REG-REINTEGRACAO  VALUE 'R'.
          05 AQ-DATA-EXPURGO    PIC X(08).
          05 AQ-IMAGEM          PIC X(63).
          05 AQ-REINTEGRACAO REDEFINES AQ-IMAGEM.
             10 AQ-RI-ALUNO-ID      PIC X(14).
             10 AQ-RI-DATA-EXPURGO  PIC X(08).
             10 AQ-RI-OPERADOR      PIC X(08).
             10 AQ-RI-MOTIVO        PIC X(30).
             10 FILLER              PIC X(03).
