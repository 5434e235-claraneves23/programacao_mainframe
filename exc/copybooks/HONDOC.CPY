      ******************************************************************
      * HONDOC - Layout fixo do arquivo de honorarios docentes
      * (HONORARIO-DOCENTE) entregue mensalmente a empresa de folha
      * de pagamento, gravado pelo PROG122 - um detalhe por
      * instrutor com horas-aula dadas na competencia (AAAAMM), o
      * valor da hora-aula do mestre de instrutores e o valor a
      * pagar. HD-TIPO distingue o cabecalho ('0'), o detalhe ('1')
      * e o trailer ('9'), que traz em HD-QTD-REGISTROS a contagem
      * de detalhes e em HD-HORAS e HD-VALOR os totais de controle
      * que a empresa de folha confere antes de carregar o arquivo.
      ******************************************************************
       01 HONORARIO-DOCENTE-RECORD.
          05 HD-TIPO            PIC X(01).
             88 HD-CABECALHO         VALUE '0'.
             88 HD-DETALHE           VALUE '1'.
             88 HD-TRAILER           VALUE '9'.
          05 HD-COMPETENCIA     PIC X(06).
          05 HD-DATA-GERACAO    PIC X(08).
          05 HD-INSTRUTOR       PIC X(06).
          05 HD-NOME            PIC X(30).
          05 HD-QTD-REGISTROS   PIC 9(06).
          05 HD-HORAS           PIC 9(07)V99.
          05 HD-VALOR-HORA      PIC 9(05)V99.
          05 HD-VALOR           PIC 9(11)V99.
