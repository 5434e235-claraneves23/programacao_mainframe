      * tipo '1' por aluno (identificacao do ALUNO-MASTER) seguido de
      * um registro tipo '2' por resultado de disciplina do
      * DISC-MASTER. Largura fixa de 80 posicoes conforme o manual de
      * entrega da autoridade. No registro tipo '1' a area da materia
      * leva o CPF do aluno (CS-CPF, em branco quando nao ha CPF
      * valido no cadastro).
      ******************************************************************
       01 CENSO-RECORD.
          05 CS-TIPO            PIC X(01).
          05 CS-NOME            PIC X(30).
          05 CS-STATUS          PIC X(01).
          05 CS-DATA-CAD        PIC X(08).
          05 CS-DETALHE.
             10 CS-MATERIA      PIC X(15).
             10 CS-NOTA         PIC 9(02)V99.
          05 CS-DET-ALUNO REDEFINES CS-DETALHE.
             10 CS-CPF          PIC X(11).
             10 FILLER          PIC X(08).
          05 FILLER             PIC X(07).
