      ******************************************************************
      * DOCTIT - Linha do documento de dados pessoais do titular
      * emitido pelo PROG147: na exportacao, todos os dados pessoais
      * guardados da matricula, arquivo por arquivo; na eliminacao, o
      * que foi pseudonimizado e o que ficou retido por obrigacao
      * legal.
      ******************************************************************
       01 DOC-TITULAR-LINHA  PIC X(80).
