      ******************************************************************
      * NOTACRED - Layout do registro de notas de credito de
      * trancamento (NOTA-CREDITO), chaveado pelo numero sequencial
      * alocado no contador controlado (RECNUM, chave 'CREDITO').
      * Gravado pelo PROG113 quando o trancamento e efetivado: a parte
      * nao usufruida de cada turma derrubada (dias da data de efeito
      * ate o fim do semestre no CALACAD, sobre os dias do semestre),
      * ja com a bolsa vigente aplicada, abate o saldo da fatura do
      * semestre; o que o PAGAMENTO mostrar pago acima do novo devido
      * vira ordem de reembolso. NC-DATA-TRANC amarra a nota ao
      * registro de trancamento (TN-CHAVE) para a reintegracao
      * estornar exatamente o que foi creditado.
      ******************************************************************
      * NC-DATA-REEMBOLSO e a data em que o financeiro baixou o
      * reembolso como pago; a declaracao anual de pagamentos do
      * PROG175 abate o reembolso no ano dessa data. Notas gravadas
      * antes carregam o campo em branco e valem pela data de
      * emissao.
      ******************************************************************
      * NC-DATA-ESTORNO e a data em que a reintegracao estornou a
      * nota (NC-ESTORNADA). Com a emissao e a baixa do reembolso,
      * e a data que o extrato contabil (PROG119) usa para lancar
      * a nota no dia em que ela movimentou a fatura.
      ******************************************************************
       01 NOTA-CREDITO-RECORD.
          05 NC-NUMERO          PIC 9(08).
          05 NC-ALUNO-ID        PIC X(14).
          05 NC-DATA-TRANC      PIC X(08).
          05 NC-FATURA          PIC 9(08).
          05 NC-SEMESTRE        PIC X(06).
          05 NC-DIAS-RESTANTES  PIC 9(03).
          05 NC-DIAS-SEMESTRE   PIC 9(03).
          05 NC-VALOR-CREDITO   PIC 9(07)V99.
          05 NC-SALDO-ABATIDO   PIC 9(07)V99.
          05 NC-VALOR-REEMBOLSO PIC 9(07)V99.
          05 NC-REEMB-STATUS    PIC X(01).
             88 NC-SEM-REEMBOLSO     VALUE 'N'.
             88 NC-REEMB-PENDENTE    VALUE 'P'.
             88 NC-REEMB-PAGO        VALUE 'E'.
             88 NC-REEMB-CANCELADO   VALUE 'C'.
          05 NC-STATUS          PIC X(01).
             88 NC-ATIVA             VALUE 'A'.
             88 NC-ESTORNADA         VALUE 'E'.
          05 NC-OPERADOR        PIC X(08).
          05 NC-DATA-EMISSAO    PIC X(08).
          05 NC-DATA-REEMBOLSO  PIC X(08).
          05 NC-DATA-ESTORNO    PIC X(08).
