      ******************************************************************
      * CONTAMAP - Layout do mapa de contas do extrato contabil
      * (CONTA-MAPA), arquivo de parametro mantido pela contabilidade
      * e lido pelo PROG119: para cada codigo de evento, a conta de
      * debito, a conta de credito e o centro de custo da partida.
      * Eventos: EMIM/EMIE/EMIP/EMID emissao de mensalidade, encargo,
      * parcela de acordo e taxa de documento (PROG183); CANM/CANE/
      * CANP/CAND cancelamento de cada tipo;
      * RENE renegociacao em acordo; REAB reabertura por acordo
      * rompido; PAGM/PAGB pagamento manual e bancario; ESTE/ESTC/
      * ESTA/ESTL entrada, consumo, ajuste e liberacao de estoque;
      * ESTK kit de laboratorio entregue ao aluno (PROG172 - a
      * devolucao no trancamento sai com valor negativo);
      * VALE ajuste de valorizacao do estoque no fechamento do mes;
      * notas de credito de trancamento (PROG113): NCAB saldo da
      * fatura abatido (deducao da receita contra contas a receber),
      * NCRB reembolso a pagar ao aluno (deducao contra reembolsos a
      * pagar - negativo quando o estorno cancela o pendente), NCPG
      * reembolso pago (reembolsos a pagar contra banco) e NCES
      * estorno da nota na reintegracao (contas a receber contra a
      * deducao da receita).
      * Valor negativo (ajuste ou consumo estornado) inverte as contas.
      ******************************************************************
       01 CONTA-MAPA-RECORD.
          05 CM-EVENTO          PIC X(04).
          05 CM-CONTA-DEBITO    PIC X(10).
          05 CM-CONTA-CREDITO   PIC X(10).
          05 CM-CENTRO-CUSTO    PIC X(06).
          05 CM-DESCRICAO       PIC X(30).
