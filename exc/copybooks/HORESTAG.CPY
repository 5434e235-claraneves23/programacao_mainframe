      ******************************************************************
      * HORESTAG - Layout do relatorio mensal de horas de estagio
      * (RELATORIO-HORAS), chaveado pelo estagio (matricula e
      * sequencial do ESTAGIO) e pelo mes de referencia AAAAMM. O
      * relatorio e lancado pendente no PROG180 e so conta para a
      * formatura depois de aprovado pelo orientador academico do
      * estagio (ou por coordenador), quando as horas entram em
      * ES-HORAS-APROVADAS. Relatorio recusado pode ser lancado de
      * novo, com as horas corrigidas; aprovado nao se altera.
      ******************************************************************
       01 RELATORIO-HORAS-RECORD.
          05 RH-CHAVE.
             10 RH-ALUNO-ID     PIC X(14).
             10 RH-SEQUENCIA    PIC 9(02).
             10 RH-MES          PIC X(06).
          05 RH-HORAS           PIC 9(03)V9.
          05 RH-ATIVIDADES      PIC X(40).
          05 RH-SITUACAO        PIC X(01).
             88 RH-PENDENTE          VALUE 'P'.
             88 RH-APROVADO          VALUE 'A'.
             88 RH-RECUSADO          VALUE 'R'.
          05 RH-DATA-ENTREGA    PIC X(08).
          05 RH-USUARIO         PIC X(08).
          05 RH-DATA-PARECER    PIC X(08).
          05 RH-APROVADOR       PIC X(08).
          05 RH-MOTIVO          PIC X(30).
