      ******************************************************************
      * DISTREL - Linha do relatorio da distribuicao de relatorios
      * emitido pelo PROG153: os pacotes separados de cada relatorio
      * com destinatario, canal, linhas e situacao, as chaves de
      * quebra sem destinatario no mestre de distribuicao e o resumo.
      ******************************************************************
       01 DIST-REL-LINHA     PIC X(80).
