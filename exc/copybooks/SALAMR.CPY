      ******************************************************************
      * SALAMR - Layout do arquivo mestre de salas (SALA-MASTER),
      * chaveado pelo codigo da sala. Mantido pelo PROG125, que emite
      * tambem a grade de ocupacao por dia e faixa de hora; o PROG26
      * exige sala cadastrada e ativa na inclusao e na alteracao de
      * turma, recusa sala ja ocupada em horario sobreposto no mesmo
      * semestre e avisa quando a capacidade da turma passa do numero
      * de lugares da sala.
      ******************************************************************
       01 SALA-RECORD.
          05 SL-CODIGO          PIC X(06).
          05 SL-PREDIO          PIC X(20).
          05 SL-LUGARES         PIC 9(03).
          05 SL-TIPO            PIC X(01).
             88 SL-LABORATORIO       VALUE 'L'.
             88 SL-EXPOSITIVA        VALUE 'E'.
             88 SL-OFICINA           VALUE 'O'.
             88 SL-TIPO-VALIDO       VALUE 'L' 'E' 'O'.
          05 SL-ATIVA           PIC X(01).
             88 SL-SALA-ATIVA        VALUE 'A'.
             88 SL-SALA-INATIVA      VALUE 'I'.
