      ******************************************************************
      * SALDLOC - Layout do arquivo de saldos por local de estoque
      * (SALDO-LOCAL), chaveado por material + local. O EM-SALDO do
      * mestre segue sendo o total do material; este arquivo abre
      * esse total por local (almoxarifado central e paioes das
      * oficinas), do mesmo jeito que os lotes o abrem por validade.
      * Toda postagem no EM-SALDO posta tambem aqui: entradas,
      * ajustes e transferencias (PROG32), recebimentos (PROG99),
      * consumos da ordem (PROG02, no local da ordem), liberacoes de
      * reserva (PROG67) e contagens (PROG100). EL-MINIMO e
      * EL-QTD-REPOR sao a politica de reposicao do local, lida pelo
      * PROG31; no local 'CENT' acompanham o EM-MINIMO e o
      * EM-QTD-REPOR do mestre.
      ******************************************************************
       01 SALDO-LOCAL-RECORD.
          05 EL-CHAVE.
             10 EL-CODIGO       PIC X(06).
             10 EL-LOCAL        PIC X(04).
          05 EL-SALDO           PIC S9(06)V99.
          05 EL-MINIMO          PIC 9(06)V99.
          05 EL-QTD-REPOR       PIC 9(06)V99.
