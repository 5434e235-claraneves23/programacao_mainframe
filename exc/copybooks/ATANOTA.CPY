      ******************************************************************
      * ATANOTA - Layout do cabecalho da ata oficial de notas
      * (ATA-NOTAS), uma por turma, chaveado pelo codigo da turma.
      * Emitida pelo PROG137 a partir do SITUACAO-MASTER e do
      * FREQUENCIA-RESUMO, com numero do contador controlado (RECNUM,
      * chave 'ATANOTA') mantido nas reemissoes. AN-STATUS fica 'E'
      * enquanto a ata so foi emitida; o registro da assinatura pelo
      * coordenador passa a 'A' e congela a turma: a partir dai o
      * PROG03 e o recurso de revisao (PROG107) recusam alteracao de
      * nota dos alunos da ata, e so a retificacao do PROG80 altera o
      * historico.
      ******************************************************************
       01 ATA-NOTAS-RECORD.
          05 AN-TURMA           PIC X(06).
          05 AN-NUMERO          PIC 9(08).
          05 AN-MATERIA         PIC X(15).
          05 AN-SEMESTRE        PIC X(06).
          05 AN-INSTR-COD       PIC X(06).
          05 AN-INSTRUTOR       PIC X(30).
          05 AN-QTD-ALUNOS      PIC 9(04).
          05 AN-QTD-PENDENTES   PIC 9(04).
          05 AN-STATUS          PIC X(01).
             88 AN-EMITIDA           VALUE 'E'.
             88 AN-ASSINADA          VALUE 'A'.
          05 AN-DATA-EMISSAO    PIC X(08).
          05 AN-EMISSOR         PIC X(08).
          05 AN-DATA-ASSINATURA PIC X(08).
          05 AN-COORDENADOR     PIC X(08).
