      ******************************************************************
      * DIPLOMA - Layout do registro de diplomas expedidos
      * (DIPLOMA-REGISTRO), chaveado pelo aluno: um diploma por
      * aluno. Gravado pelo PROG134 na emissao, com o numero do
      * contador controlado (RECNUM, chave 'DIPLOMA') e o livro, a
      * folha e a linha do livro oficial de registro que a
      * fiscalizacao de ensino confere. A segunda via de diploma
      * extraviado conserva o numero e o registro originais: so
      * DI-VIA (1 = original) avanca, com a data e o motivo da
      * ultima via.
      ******************************************************************
       01 DIPLOMA-RECORD.
          05 DI-ALUNO-ID        PIC X(14).
          05 DI-NUMERO          PIC 9(08).
          05 DI-NOME            PIC X(30).
          05 DI-LIVRO           PIC 9(03).
          05 DI-FOLHA           PIC 9(03).
          05 DI-LINHA           PIC 9(02).
          05 DI-DATA-CONCLUSAO  PIC X(08).
          05 DI-DATA-EMISSAO    PIC X(08).
          05 DI-VIA             PIC 9(02).
          05 DI-DATA-VIA        PIC X(08).
          05 DI-MOTIVO-VIA      PIC X(30).
