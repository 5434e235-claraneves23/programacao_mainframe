      ******************************************************************
      * JRNDISC - Layout do registro da trilha de postagem do
      * DISC-MASTER (JORNAL-DISC), gravado por todo programa que
      * inclui, regrava ou exclui nota do mestre (PROG07, PROG22,
      * PROG47 e PROG51) com a imagem do registro depois da operacao
      * (na exclusao, a imagem do registro excluido), o programa, o
      * operador e o carimbo de data/hora. E a base da recuperacao do
      * DISC-MASTER a partir do backup (PROG144).
      ******************************************************************
       01 JORNAL-DISC-RECORD.
          05 JD-OPERACAO        PIC X(01).
             88 JD-INCLUSAO          VALUE 'I'.
             88 JD-ALTERACAO         VALUE 'A'.
             88 JD-EXCLUSAO          VALUE 'E'.
          05 JD-DATA            PIC X(08).
          05 JD-HORA            PIC X(06).
          05 JD-PROGRAMA        PIC X(08).
          05 JD-OPERADOR        PIC X(08).
          05 JD-DEPOIS.
             10 JD-ALUNO-ID     PIC X(14).
             10 JD-DISCIPLINA   PIC X(40).
             10 JD-NOTA         PIC 9(02)V99.
