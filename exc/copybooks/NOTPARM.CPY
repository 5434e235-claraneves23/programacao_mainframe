      ******************************************************************
      * NOTPARM - Area de parametros da rotina comum de notificacao
      * PROG130 (CALL 'PROG130' USING NOTIFICACAO-PARAMETROS): recebe
      * o tipo do aviso (os mesmos valores de NF-TIPO), o aluno, o
      * nome a usar quando o aluno nao tem responsavel cadastrado, a
      * referencia do aviso (fatura, recurso, materia) e o texto. A
      * rotina procura o e-mail e o telefone no ALUNODEM e grava na
      * caixa de saida (NOTIFIC) uma mensagem pendente por canal
      * cadastrado. NP-STATUS devolve '0' gravado, '1' aluno sem
      * e-mail nem telefone, '2' aviso ja gerado antes (mesmo aluno,
      * tipo e referencia) ou '9' falha; NP-QTD-GRAVADAS, o numero de
      * mensagens gravadas.
      ******************************************************************
       01 NOTIFICACAO-PARAMETROS.
          05 NP-TIPO            PIC X(01).
          05 NP-ALUNO-ID        PIC X(14).
          05 NP-NOME            PIC X(30).
          05 NP-REFERENCIA      PIC X(24).
          05 NP-TEXTO           PIC X(120).
          05 NP-PROGRAMA        PIC X(08).
          05 NP-QTD-GRAVADAS    PIC 9(01).
          05 NP-STATUS          PIC X(01).
