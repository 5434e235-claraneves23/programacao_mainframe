      * telefone, e-mail e data de nascimento. Mantido pelo PROG75 e
      * lido pelas cartas e avisos enderecados ao responsavel
      * (PROG29 e futuras malas diretas), para que a correspondencia
      * deixe de ser entregue em mao ao proprio aluno. DG-CPF e o CPF
      * do aluno (onze digitos, conferido pelo PROG164, unico entre os
      * alunos ativos - chave alternada do arquivo) e DG-RESP-CPF o do
      * responsavel financeiro, pagador da cobranca bancaria (PROG73)
      * quando informado.
      ******************************************************************
       01 ALUNO-DEMOGRAFICO-RECORD.
          05 DG-ALUNO-ID        PIC X(14).
          05 DG-TELEFONE        PIC X(15).
          05 DG-EMAIL           PIC X(40).
          05 DG-DATA-NASC       PIC X(08).
          05 DG-CPF             PIC X(11).
          05 DG-RESP-CPF        PIC X(11).
