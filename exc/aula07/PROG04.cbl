               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CHAVE
               FILE STATUS IS WRK-FS-SUM.
           SELECT JUSTIFICATIVA-TIPO-FILE ASSIGN TO "JUSTIPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JT-CODIGO
               FILE STATUS IS WRK-FS-JTP.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
           COPY FREQMR.
       FD  FREQUENCIA-RESUMO-FILE.
           COPY FREQSUM.
       FD  JUSTIFICATIVA-TIPO-FILE.
           COPY JUSTIPO.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  LOCK-CONTROL-FILE.
       77 WRK-FREQ-TOTAL PIC 9(05) VALUE 0.
       77 WRK-FREQ-PRES  PIC 9(05) VALUE 0.
       77 WRK-FREQ-PERC  PIC 9(03) VALUE 0.
       77 WRK-FS-JTP     PIC X(02) VALUE SPACES.
       77 WRK-FIM-JTP    PIC X(01) VALUE 'N'.
           88 FIM-JTP           VALUE 'S'.
       77 WRK-QTD-TIPOS  PIC 9(02) VALUE 0.
       77 WRK-TIPO-IDX   PIC 9(02) VALUE 0.
       77 WRK-ABONA      PIC X(01) VALUE 'N'.
           88 TIPO-ABONA-FALTA   VALUE 'S'.
       77 WRK-QTD-NET    PIC 9(04) VALUE 0.
       77 WRK-NETIDX     PIC 9(04) VALUE 0.
       77 WRK-SOBREV     PIC 9(08) VALUE 0.
       COPY CTLREC.
       COPY MSGPARM.
       COPY AUDPARM.
       COPY AULAPARM.

       01 TABELA-NETTING.
          05 NET-ENTRY OCCURS 500 TIMES.
             10 NET-NOTA        PIC 9(02)V99.
             10 NET-EXCLUIDO    PIC X(01).
             10 NET-SEMESTRE    PIC X(06).
       01 TABELA-TIPOS-JUSTIFICATIVA.
          05 TP-ENTRY OCCURS 30 TIMES.
             10 TP-CODIGO       PIC X(02).
             10 TP-ABONA        PIC X(01).
       01 WRK-DATA-HORA  PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA PIC X(08).
               CLOSE GRADE-PARM-FILE
           END-IF
           COMPUTE WRK-INI-RECUPERACAO = WRK-LIM-REPROVADO + 1
           COMPUTE WRK-INI-APROVADO = WRK-LIM-RECUPERACAO + 1
           PERFORM CARREGA-TIPOS-JUSTIFICATIVA.

      ******************************************************************
      * CARREGA-TIPOS-JUSTIFICATIVA - Guarda de cada tipo de
      * justificativa de falta (JUSTIPO) se a ausencia justificada
      * por ele conta como presenca; sem o mestre, nenhum tipo abona.
      ******************************************************************
       CARREGA-TIPOS-JUSTIFICATIVA.
           MOVE 0 TO WRK-QTD-TIPOS
           OPEN INPUT JUSTIFICATIVA-TIPO-FILE
           IF WRK-FS-JTP = '00'
               MOVE 'N' TO WRK-FIM-JTP
               MOVE LOW-VALUES TO JT-CODIGO
               START JUSTIFICATIVA-TIPO-FILE
                   KEY IS NOT LESS THAN JT-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-JTP
               END-START
               PERFORM UNTIL FIM-JTP
                   READ JUSTIFICATIVA-TIPO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-JTP
                   END-READ
                   IF NOT FIM-JTP AND WRK-QTD-TIPOS < 30
                       ADD 1 TO WRK-QTD-TIPOS
                       MOVE JT-CODIGO TO TP-CODIGO(WRK-QTD-TIPOS)
                       MOVE JT-CONTA-PRESENCA
                           TO TP-ABONA(WRK-QTD-TIPOS)
                   END-IF
               END-PERFORM
               CLOSE JUSTIFICATIVA-TIPO-FILE
           END-IF.

       BUSCA-TIPO-JUSTIFICATIVA.
           MOVE 'N' TO WRK-ABONA
           PERFORM VARYING WRK-TIPO-IDX FROM 1 BY 1
               UNTIL WRK-TIPO-IDX > WRK-QTD-TIPOS
               IF TP-CODIGO(WRK-TIPO-IDX) = FQ-JUSTIFICATIVA
                   MOVE TP-ABONA(WRK-TIPO-IDX) TO WRK-ABONA
               END-IF
           END-PERFORM.

      * As faixas comparam a nota decimal direto contra os tetos do
      * GRADEPRM (uma 4.50 cai em recuperacao, nao no vao entre o
      * independentemente da nota, e a situacao segue para o SITREL
      * com este motivo. Os contadores vem do resumo de frequencia
      * (FREQSUM, mantido na captura pelo PROG19); sem registro no
      * resumo, vale a varredura antiga do detalhe FREQUEN. O total
      * de aulas e o maior entre as chamadas registradas e as aulas
      * previstas ate hoje no calendario da turma (PROG129), para que
      * aula sem chamada nao deixe a frequencia parecer perfeita.
      * A ausencia justificada (PROG168/PROG77) conta como presenca
      * quando o tipo da justificativa abona a falta (JUSTIPO): no
      * resumo, pelas abonadas; no detalhe, pelo tipo gravado na
      * marcacao. A justificada de tipo que nao abona segue falta.
      ******************************************************************
       VERIFICA-FREQUENCIA.
           PERFORM CONSULTA-RESUMO-FREQ
           IF RESUMO-ACHADO
               PERFORM AJUSTA-TOTAL-PREVISTO
               IF WRK-FREQ-TOTAL > 0
                   COMPUTE WRK-FREQ-PERC =
                       (WRK-FREQ-PRES * 100) / WRK-FREQ-TOTAL
                       MOVE 'S' TO WRK-RESUMO-OK
                       MOVE FS-TOTAL     TO WRK-FREQ-TOTAL
                       MOVE FS-PRESENCAS TO WRK-FREQ-PRES
                       IF FS-ABONADAS IS NUMERIC
                           ADD FS-ABONADAS TO WRK-FREQ-PRES
                       END-IF
               END-READ
               CLOSE FREQUENCIA-RESUMO-FILE
           END-IF.
                       ADD 1 TO WRK-FREQ-TOTAL
                       IF FQ-PRESENTE
                           ADD 1 TO WRK-FREQ-PRES
                       ELSE
                           IF FQ-JUSTIFICATIVA NOT = SPACES
                               PERFORM BUSCA-TIPO-JUSTIFICATIVA
                               IF TIPO-ABONA-FALTA
                                   ADD 1 TO WRK-FREQ-PRES
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   READ FREQUENCIA-FILE
               END-PERFORM
               CLOSE FREQUENCIA-FILE

               PERFORM AJUSTA-TOTAL-PREVISTO
               IF WRK-FREQ-TOTAL > 0
                   COMPUTE WRK-FREQ-PERC =
                       (WRK-FREQ-PRES * 100) / WRK-FREQ-TOTAL
               END-IF
           END-IF.

      ******************************************************************
      * AJUSTA-TOTAL-PREVISTO - Troca o total de chamadas pelo de
      * aulas previstas ate hoje quando o calendario da turma tem
      * mais aulas do que chamadas registradas.
      ******************************************************************
       AJUSTA-TOTAL-PREVISTO.
           MOVE WRK-ALUNO-ID     TO QA-ALUNO-ID
           MOVE WRK-MATERIA      TO QA-MATERIA
           MOVE WRK-SEMESTRE-CLS TO QA-SEMESTRE
           MOVE FUNCTION CURRENT-DATE(1:8) TO QA-DATA-REF
           CALL 'PROG129' USING AULAS-PARAMETROS
           IF QA-PREVISTAS > WRK-FREQ-TOTAL
               MOVE QA-PREVISTAS TO WRK-FREQ-TOTAL
           END-IF.

      ******************************************************************
      * GRAVA-EXCECAO - Registra em EXCPTLOG a nota invalida informada,
      * para acompanhamento centralizado de entradas fora do padrao.
