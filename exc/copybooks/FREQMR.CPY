      * quando a chamada e registrada pelo modo de turma do PROG19,
      * permitindo relatorio de frequencia por secao; registros da
      * chamada individual antiga carregam o campo em branco.
      * FQ-JUSTIFICATIVA recebe, do PROG77 (modo J), o tipo da
      * justificativa aprovada (JUSTIPO/JUSTIF) que cobre a ausencia;
      * a marcacao continua 'A' e so o tipo diz se ela conta como
      * presenca. Em branco, ausencia sem justificativa (e toda
      * marcacao gravada antes da extensao).
      ******************************************************************
       01 FREQUENCIA-RECORD.
          05 FQ-ALUNO-ID     PIC X(14).
             88 FQ-PRESENTE        VALUE 'P'.
             88 FQ-AUSENTE         VALUE 'A'.
          05 FQ-TURMA        PIC X(06).
          05 FQ-JUSTIFICATIVA PIC X(02).
