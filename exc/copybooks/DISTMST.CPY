      ******************************************************************
      * DISTMST - Layout do mestre de distribuicao de relatorios
      * (DISTRIBUICAO-MASTER), chaveado por relatorio + chave de
      * quebra (codigo do instrutor, departamento da ordem de servico,
      * faixa de atraso, conforme a regra do relatorio em DISTREGR;
      * '*' e o destinatario geral, que recebe as linhas sem chave).
      * Mantido pelo PROG154 e lido pelo PROG153 na separacao dos
      * pacotes: DS-CANAL diz se o pacote sai impresso para entrega
      * no endereco (sala/setor) ou vai por e-mail para o endereco
      * eletronico.
      ******************************************************************
       01 DISTRIBUICAO-RECORD.
          05 DS-CHAVE.
             10 DS-RELATORIO    PIC X(08).
             10 DS-CHAVE-QUEBRA PIC X(30).
          05 DS-DESTINATARIO    PIC X(30).
          05 DS-CANAL           PIC X(01).
             88 DS-CANAL-IMPRESSO    VALUE 'I'.
             88 DS-CANAL-EMAIL       VALUE 'E'.
          05 DS-ENDERECO        PIC X(40).
          05 DS-ATIVO           PIC X(01).
             88 DS-DEST-ATIVO        VALUE 'A'.
             88 DS-DEST-INATIVO      VALUE 'I'.
          05 DS-DATA-ALTERACAO  PIC X(08).
          05 DS-USUARIO         PIC X(08).
