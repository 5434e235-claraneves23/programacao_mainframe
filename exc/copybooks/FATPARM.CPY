      * FP-DIAS-BLOQUEIO e a idade (em dias corridos apos o
      * vencimento) a partir da qual uma fatura aberta bloqueia nova
      * matricula em turma no PROG26, salvo liberacao de coordenador.
      * FP-MULTA-PCT (multa fixa, em percentual do saldo vencido,
      * cobrada uma unica vez) e FP-JUROS-DIA-PCT (juros de mora, em
      * percentual ao dia corrido) sao as taxas da rodada mensal de
      * encargos do PROG116; FP-PRAZO-ENCARGO e o prazo, em dias, do
      * vencimento de cada encargo lancado e FP-INICIO-ENCARGO a data
      * (AAAAMMDD) de implantacao da cobranca - atraso anterior a ela
      * nao gera encargo. Arquivos anteriores a extensao (campos em
      * branco) deixam a rodada sem cobrar nada.
      ******************************************************************
       01 FATURA-PARM-RECORD.
          05 FP-DIAS-BLOQUEIO     PIC 9(03).
          05 FP-MULTA-PCT         PIC 9(02)V99.
          05 FP-JUROS-DIA-PCT     PIC 9(01)V9(04).
          05 FP-PRAZO-ENCARGO     PIC 9(03).
          05 FP-INICIO-ENCARGO    PIC X(08).
