      * (EMISSAO-REGISTRO), chaveado pelo codigo de autenticidade
      * estampado no documento (data da emissao + sequencial do
      * contador controlado RECNUM, chave 'EMISSAO'). Gravado pelo
      * PROG18 a cada ficha, pelo PROG45 a cada segunda via de
      * boletim e pelo PROG134 a cada segunda via de diploma (tipo
      * 'D'), com tipo, aluno, data/hora e usuario solicitante;
      * o balcao confere pelo PROG94 quando um empregador liga
      * perguntando se o documento e genuino.
      * Documento com taxa (tabela TAXADOC, cobrada pelo PROG183) sai
      * retido ate a quitacao da fatura ER-FATURA; o PROG71 o libera
      * no recebimento, gravando ER-DATA-LIBERACAO. Isencao leva o
      * codigo em ER-ISENCAO e o coordenador em ER-APROVADOR.
      * Registros anteriores carregam os campos em branco e valem
      * como liberados.
      ******************************************************************
       01 EMISSAO-REGISTRO-RECORD.
          05 ER-CODIGO          PIC X(12).
          05 ER-TIPO            PIC X(01).
             88 ER-FICHA             VALUE 'F'.
             88 ER-BOLETIM           VALUE 'B'.
             88 ER-DIPLOMA-VIA       VALUE 'D'.
          05 ER-ALUNO-ID        PIC X(14).
          05 ER-DATA            PIC X(08).
          05 ER-HORA            PIC X(06).
          05 ER-USUARIO         PIC X(08).
          05 ER-SITUACAO        PIC X(01).
             88 ER-RETIDO            VALUE 'R'.
             88 ER-LIBERADO          VALUE 'L' ' '.
          05 ER-FATURA          PIC 9(08).
          05 ER-ISENCAO         PIC X(01).
          05 ER-APROVADOR       PIC X(08).
          05 ER-DATA-LIBERACAO  PIC X(08).
