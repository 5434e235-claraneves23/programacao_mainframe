           88 FIM-ARQ              VALUE 'S'.
       77 WRK-LIM-FREQUENCIA PIC 9(03) VALUE 75.
       77 WRK-FREQ-PERC     PIC 9(03) VALUE 0.
       77 WRK-FREQ-TOTAL    PIC 9(05) VALUE 0.
       77 WRK-QTD-SIT       PIC 9(03) VALUE 0.
       77 WRK-QTD-REC       PIC 9(03) VALUE 0.
       77 WRK-QTD-DOC       PIC 9(03) VALUE 0.
       77 WRK-NOTA-ED       PIC Z9.99.
       77 WRK-PERC-ED       PIC ZZ9.
       COPY AULAPARM.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'EXTRATO COMPLETO DO ALUNO'
      ******************************************************************
      * BLOCO-FREQUENCIA - Lista o percentual de presenca por materia
      * e semestre a partir do resumo de frequencia, marcando quem
      * esta abaixo do piso do GRADEPRM. O total de aulas e o maior
      * entre as chamadas registradas e as aulas previstas ate hoje
      * no calendario da turma (PROG129).
      ******************************************************************
       BLOCO-FREQUENCIA.
           MOVE 'FREQUENCIA (PISO EM PERCENTUAL):' TO EXT360-LINHA
           WRITE EXT360-LINHA.

       ESCREVE-LINHA-FREQUENCIA.
           MOVE FS-TOTAL TO WRK-FREQ-TOTAL
           MOVE FS-ALUNO-ID TO QA-ALUNO-ID
           MOVE FS-MATERIA  TO QA-MATERIA
           MOVE FS-SEMESTRE TO QA-SEMESTRE
           MOVE FUNCTION CURRENT-DATE(1:8) TO QA-DATA-REF
           CALL 'PROG129' USING AULAS-PARAMETROS
           IF QA-PREVISTAS > WRK-FREQ-TOTAL
               MOVE QA-PREVISTAS TO WRK-FREQ-TOTAL
           END-IF
           IF WRK-FREQ-TOTAL > 0
               COMPUTE WRK-FREQ-PERC =
                   (FS-PRESENCAS * 100) / WRK-FREQ-TOTAL
           ELSE
               MOVE 0 TO WRK-FREQ-PERC
           END-IF
