      ******************************************************************
      * NOTGW - Layout fixo do arquivo de mensagens entregue ao
      * gateway de e-mail/SMS (GATEWAY-MENSAGEM), gravado pela rodada
      * noturna do PROG131 - um registro de detalhe por mensagem
      * pendente da caixa de saida. GW-TIPO-REG distingue o cabecalho
      * ('0', com a data da geracao em GW-DATA), o detalhe ('1') e o
      * trailer ('9', com a contagem de detalhes em GW-NUMERO), para
      * que o gateway recuse lote truncado. O gateway devolve o
      * GW-NUMERO no arquivo de retorno (NOTRET).
      ******************************************************************
       01 GATEWAY-RECORD.
          05 GW-TIPO-REG        PIC X(01).
             88 GW-CABECALHO         VALUE '0'.
             88 GW-DETALHE           VALUE '1'.
             88 GW-TRAILER           VALUE '9'.
          05 GW-NUMERO          PIC 9(08).
          05 GW-CANAL           PIC X(01).
          05 GW-CONTATO         PIC X(40).
          05 GW-DESTINATARIO    PIC X(30).
          05 GW-DATA            PIC X(08).
          05 GW-TEXTO           PIC X(120).
