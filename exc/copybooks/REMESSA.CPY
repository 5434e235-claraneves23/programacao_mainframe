      * aberto. RM-TIPO distingue o cabecalho ('0', com a data da
      * geracao em RM-DATA-VENC), o detalhe ('1') e o trailer ('9',
      * com a contagem de detalhes em RM-FATURA e o valor total em
      * RM-VALOR), para que o banco recuse remessa truncada. No
      * detalhe, RM-CPF-PAGADOR leva o CPF do pagador (o responsavel
      * financeiro ou, sem ele, o proprio aluno), exigido pelo banco.
      ******************************************************************
       01 REMESSA-RECORD.
          05 RM-TIPO            PIC X(01).
          05 RM-ALUNO-ID        PIC X(14).
          05 RM-VALOR           PIC 9(07)V99.
          05 RM-DATA-VENC       PIC X(08).
          05 RM-CPF-PAGADOR     PIC X(11).
