      ******************************************************************
      * DIPLTXT - Linha do texto dos diplomas impressos pelo PROG134
      * (uma pagina por diploma, original ou segunda via), para o
      * formulario de seguranca.
      ******************************************************************
       01 DIPL-TXT-LINHA     PIC X(80).
