      ******************************************************************
      * TRFTUR - Layout do jornal de transferencias de turma
      * (TRANSFERENCIA-TURMA), chaveado pelo carimbo da transferencia
      * + aluno (a propria chave preserva a ordem cronologica, como o
      * TURWAIT). Gravado pelo PROG26 a cada troca de secao no meio
      * do semestre, com a turma de origem e a de destino, o motivo,
      * o usuario e os contadores de frequencia levados junto (o
      * FREQSUM e chaveado por aluno + materia + semestre, entao os
      * contadores acompanham o aluno sem regravacao). TF-FREQ-STATUS
      * fica pendente ate o PROG77 (modo T) recarimbar o FQ-TURMA das
      * marcacoes antigas no FREQUEN; os avisos de origem e destino
      * sao baixados pelo PROG19 quando o instrutor de cada turma abre
      * a proxima chamada.
      ******************************************************************
       01 TRANSFERENCIA-TURMA-RECORD.
          05 TF-CHAVE.
             10 TF-DATA         PIC X(08).
             10 TF-HORA         PIC X(06).
             10 TF-ALUNO-ID     PIC X(14).
          05 TF-TURMA-ORIGEM    PIC X(06).
          05 TF-TURMA-DESTINO   PIC X(06).
          05 TF-MATERIA         PIC X(15).
          05 TF-SEMESTRE        PIC X(06).
          05 TF-MOTIVO          PIC X(30).
          05 TF-USUARIO         PIC X(08).
          05 TF-TOTAL           PIC 9(05).
          05 TF-PRESENCAS       PIC 9(05).
          05 TF-FREQ-STATUS     PIC X(01).
             88 TF-FREQ-PENDENTE     VALUE 'P'.
             88 TF-FREQ-RECARIMBADA  VALUE 'S'.
          05 TF-AVISO-ORIGEM    PIC X(01).
             88 TF-ORIGEM-AVISADA    VALUE 'S'.
          05 TF-AVISO-DESTINO   PIC X(01).
             88 TF-DESTINO-AVISADO   VALUE 'S'.
