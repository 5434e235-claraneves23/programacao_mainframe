      ******************************************************************
      * DECLANU - Layout do registro das declaracoes anuais de
      * pagamentos para o imposto de renda (DECLARACAO-ANUAL),
      * chaveado pelo ano-base e pela matricula. Gravado pelo PROG175
      * na emissao: o numero da declaracao (contador controlado
      * RECNUM, chave 'DECLARA'), o responsavel financeiro e o CPF
      * declarados, os pagamentos do ano, o que foi abatido (pago em
      * fatura depois cancelada e reembolsos pagos no ano) e o valor
      * liquido. A reimpressao (segunda via) sai destes valores, com
      * o mesmo numero, e conta as vias emitidas; a rodada anual
      * repetida nao renumera quem ja tem declaracao.
      ******************************************************************
       01 DECLARACAO-ANUAL-RECORD.
          05 DA-CHAVE.
             10 DA-ANO             PIC X(04).
             10 DA-ALUNO-ID        PIC X(14).
          05 DA-NUMERO             PIC 9(08).
          05 DA-ALUNO-NOME         PIC X(30).
          05 DA-RESPONSAVEL        PIC X(30).
          05 DA-RESP-CPF           PIC X(11).
          05 DA-QTD-PAGTOS         PIC 9(04).
          05 DA-VALOR-PAGO         PIC 9(09)V99.
          05 DA-VALOR-CANCELADO    PIC 9(09)V99.
          05 DA-VALOR-REEMBOLSO    PIC 9(09)V99.
          05 DA-VALOR-LIQUIDO      PIC 9(09)V99.
          05 DA-DATA-EMISSAO       PIC X(08).
          05 DA-QTD-VIAS           PIC 9(03).
          05 DA-DATA-ULT-VIA       PIC X(08).
