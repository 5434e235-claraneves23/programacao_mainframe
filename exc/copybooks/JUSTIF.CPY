      ******************************************************************
      * JUSTIF - Layout do jornal de justificativas de falta
      * (JUSTIFICATIVA-FALTA), chaveado por aluno + primeiro dia da
      * ausencia + materia (materia em branco vale para todas as do
      * aluno no periodo). Gravado pelo PROG168 a cada pedido, com o
      * tipo (JUSTIPO), o periodo, o documento apresentado, a data do
      * protocolo, o operador e o aprovador. Pedido protocolado fora
      * do prazo legal do tipo fica pendente (JF-STATUS 'C') ate a
      * aprovacao do coordenador. O pedido aprovado ('A') e aplicado
      * pelo PROG77 (modo J), que marca como justificadas as
      * ausencias do periodo no FREQUEN sem apaga-las, soma-as no
      * FREQSUM e passa o pedido a aplicado ('S') quando o periodo ja
      * terminou; JF-MARCADAS acumula as ausencias marcadas.
      ******************************************************************
       01 JUSTIFICATIVA-FALTA-RECORD.
          05 JF-CHAVE.
             10 JF-ALUNO-ID     PIC X(14).
             10 JF-DATA-INICIO  PIC X(08).
             10 JF-MATERIA      PIC X(15).
          05 JF-DATA-FIM        PIC X(08).
          05 JF-TIPO            PIC X(02).
          05 JF-DOCUMENTO       PIC X(30).
          05 JF-DATA-PEDIDO     PIC X(08).
          05 JF-OPERADOR        PIC X(08).
          05 JF-APROVADOR       PIC X(08).
          05 JF-DATA-APROVACAO  PIC X(08).
          05 JF-FORA-PRAZO      PIC X(01).
             88 JF-PEDIDO-FORA-PRAZO  VALUE 'S'.
          05 JF-STATUS          PIC X(01).
             88 JF-AGUARDA-COORD      VALUE 'C'.
             88 JF-APROVADA           VALUE 'A'.
             88 JF-APLICADA           VALUE 'S'.
             88 JF-INDEFERIDA         VALUE 'I'.
          05 JF-MARCADAS        PIC 9(05).
