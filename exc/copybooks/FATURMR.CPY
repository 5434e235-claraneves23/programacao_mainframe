      * pagamentos; e a base do envelhecimento de inadimplencia e do
      * bloqueio de matricula.
      ******************************************************************
      * FA-TIPO separa a mensalidade do encargo de atraso lancado pela
      * rodada mensal do PROG116 (multa + juros como fatura propria,
      * amarrada a original por FA-ORIGEM, para a original ficar
      * intacta e o encargo seguir na remessa e no retorno como
      * qualquer fatura). Na mensalidade, FA-DATA-ENCARGO guarda ate
      * que data os encargos ja foram apurados e FA-ENCARGO-FIM marca
      * a fatura cujos encargos ja foram encerrados. Registros
      * anteriores a extensao carregam os campos em branco e valem
      * como mensalidade.
      * No acordo de parcelamento (PROG117) as faturas vencidas
      * reunidas ficam com status renegociada (nem paga nem cancelada)
      * e FA-ACORDO apontando o acordo; as parcelas emitidas sao do
      * tipo parcela, com FA-ACORDO e o numero da parcela em
      * FA-PARCELA. Registros anteriores carregam os dois em branco.
      * FA-DATA-STATUS e a data do ultimo cancelamento, renegociacao
      * ou reabertura (a baixa por pagamento nao a altera), para o
      * extrato contabil do PROG119 lancar cada evento no seu dia.
      * A taxa de documento (tipo 'D') e levantada pelo PROG183 na
      * emissao de documento de balcao com taxa, com FA-DOCUMENTO
      * apontando o codigo de autenticidade do EMISSAO-REGISTRO.
       01 FATURA-RECORD.
          05 FA-NUMERO          PIC 9(08).
          05 FA-ALUNO-ID        PIC X(14).
             88 FA-ABERTA            VALUE 'A'.
             88 FA-PAGA              VALUE 'P'.
             88 FA-CANCELADA         VALUE 'C'.
             88 FA-RENEGOCIADA       VALUE 'R'.
          05 FA-TIPO            PIC X(01).
             88 FA-MENSALIDADE       VALUE 'M' ' '.
             88 FA-ENCARGO           VALUE 'E'.
             88 FA-PARCELAMENTO      VALUE 'P'.
             88 FA-TAXA-DOCUMENTO    VALUE 'D'.
          05 FA-ORIGEM          PIC 9(08).
          05 FA-DATA-ENCARGO    PIC X(08).
          05 FA-ENCARGO-FIM     PIC X(01).
             88 FA-ENCARGOS-ENCERRADOS VALUE 'S'.
          05 FA-ACORDO          PIC 9(08).
          05 FA-PARCELA         PIC 9(02).
          05 FA-DATA-STATUS     PIC X(08).
      * FA-UNIDADE e a unidade (campus) da fatura: na mensalidade, a
      * do aluno na emissao (PROG70); o encargo herda a da fatura de
      * origem e a parcela, a das faturas renegociadas no acordo.
      * Faturas anteriores carregam brancos e valem como 'SEDE'.
          05 FA-UNIDADE         PIC X(04).
      * FA-DOCUMENTO e o codigo de autenticidade do documento cobrado
      * na taxa de documento; branco nos demais tipos e nas faturas
      * anteriores.
          05 FA-DOCUMENTO       PIC X(12).
