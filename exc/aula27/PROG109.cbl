      *  PELO SUBPROGRAMA COMUM DE DATAS), A AREA ACUMULADA NO
      *  AREA-LOG E O CUSTO DE MATERIAL PELA MESMA CONTA DO CUSTEIO
      *  DO PROG63 - AS ORDENS QUE FICAM MESES ABERTAS COM O CUSTO
      *  ESCORREGANDO DE PERIODO DEIXAM DE SER INVISIVEIS. A SAIDA E
      *  REGISTRADA NO REPOSITORIO DE RELATORIOS (PROG95) PARA A
      *  DISTRIBUICAO POR DEPARTAMENTO (OS-CLIENTE) PELO PROG153.
      *  AS HORAS E O CUSTO DE MAO DE OBRA APONTADOS NA ORDEM
      *  (APONTMO, PROG177) SAEM JUNTO, COM O CUSTO TOTAL DA ORDEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODIGO
               FILE STATUS IS WRK-FS-ESTQ.
           SELECT APONTAMENTO-MO-FILE ASSIGN TO "APONTMO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APONT.
           SELECT AGE-ORDEM-REL-FILE ASSIGN TO "AGEORDEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           COPY AREALOG.
       FD  ESTOQUE-FILE.
           COPY ESTOQMR.
       FD  APONTAMENTO-MO-FILE.
           COPY APONTMO.
       FD  AGE-ORDEM-REL-FILE.
       01  AGE-ORDEM-REL-LINHA PIC X(90).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       COPY DATAPARM.
       COPY REPPARM.
       77 WRK-FS-ORDEM      PIC X(02) VALUE SPACES.
       77 WRK-FS-AREALOG    PIC X(02) VALUE SPACES.
       77 WRK-FS-ESTQ       PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-APONT      PIC X(02) VALUE SPACES.
       77 WRK-FIM-APONT     PIC X(01) VALUE 'N'.
           88 FIM-APONT            VALUE 'S'.
       77 WRK-MINUTOS-ORDEM PIC 9(07) VALUE 0.
       77 WRK-CUSTO-MO      PIC 9(11)V99 VALUE 0.
       77 WRK-CUSTO-TOTAL   PIC 9(11)V99 VALUE 0.
       77 WRK-HORAS-ED      PIC ZZZZZ9.99.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ORDEM     PIC X(01) VALUE 'N'.
               WRITE AGE-ORDEM-REL-LINHA

               CLOSE AGE-ORDEM-REL-FILE
               MOVE 'AGEORDEM'       TO RPP-RELATORIO
               MOVE 'PROD.AGEORDEM'  TO RPP-GERACAO
               MOVE WRK-TOTAL-ABERTAS TO RPP-LINHAS
               CALL 'PROG95' USING REPOSITORIO-PARAMETROS
               IF WRK-FS-ESTQ NOT = '35'
                   CLOSE ESTOQUE-FILE
               END-IF
      * ENVELHECE-ORDEM - Dias em aberto pelo subprograma comum de
      * datas (ordem anterior a extensao, sem data de abertura, sai
      * com a idade em branco), mais a area e o custo acumulados no
      * AREA-LOG pela mesma conta do PROG63, e a mao de obra apontada.
      ******************************************************************
       ENVELHECE-ORDEM.
           MOVE 0 TO WRK-DIAS-ABERTA
           END-IF

           PERFORM ACUMULA-CONSUMO-ORDEM
           PERFORM ACUMULA-MAO-OBRA-ORDEM

           MOVE WRK-DIAS-ABERTA TO WRK-DIAS-ED
           MOVE WRK-AREA-ORDEM  TO WRK-AREA-ED
               WRK-DIAS-ED DELIMITED BY SIZE
               ' DIA(S)  AREA ' DELIMITED BY SIZE
               WRK-AREA-ED DELIMITED BY SIZE
               ' CUSTO MATERIAL ' DELIMITED BY SIZE
               WRK-CUSTO-ED DELIMITED BY SIZE
               INTO AGE-ORDEM-REL-LINHA
           WRITE AGE-ORDEM-REL-LINHA
           COMPUTE WRK-HORAS-ED ROUNDED = WRK-MINUTOS-ORDEM / 60
           MOVE WRK-CUSTO-MO TO WRK-CUSTO-ED
           MOVE SPACES TO AGE-ORDEM-REL-LINHA
           STRING '  HORAS ' DELIMITED BY SIZE
               WRK-HORAS-ED DELIMITED BY SIZE
               ' MAO DE OBRA ' DELIMITED BY SIZE
               WRK-CUSTO-ED DELIMITED BY SIZE
               INTO AGE-ORDEM-REL-LINHA
           COMPUTE WRK-CUSTO-TOTAL = WRK-CUSTO-ORDEM + WRK-CUSTO-MO
           MOVE WRK-CUSTO-TOTAL TO WRK-CUSTO-ED
           STRING ' TOTAL ' DELIMITED BY SIZE
               WRK-CUSTO-ED DELIMITED BY SIZE
               INTO AGE-ORDEM-REL-LINHA(51:40)
           WRITE AGE-ORDEM-REL-LINHA.

       ACUMULA-CONSUMO-ORDEM.
               CLOSE AREA-LOG-FILE
           END-IF.

      ******************************************************************
      * ACUMULA-MAO-OBRA-ORDEM - Minutos e custo dos apontamentos de
      * horas da ordem (custo gravado no apontamento, como no PROG63).
      ******************************************************************
       ACUMULA-MAO-OBRA-ORDEM.
           MOVE 0 TO WRK-MINUTOS-ORDEM
           MOVE 0 TO WRK-CUSTO-MO
           MOVE 'N' TO WRK-FIM-APONT
           OPEN INPUT APONTAMENTO-MO-FILE
           IF WRK-FS-APONT = '35'
               CONTINUE
           ELSE
               READ APONTAMENTO-MO-FILE
                   AT END MOVE 'S' TO WRK-FIM-APONT
               END-READ
               PERFORM UNTIL FIM-APONT
                   IF MO-ORDEM = OS-NUMERO
                       ADD MO-MINUTOS TO WRK-MINUTOS-ORDEM
                       ADD MO-CUSTO TO WRK-CUSTO-MO
                   END-IF
                   READ APONTAMENTO-MO-FILE
                       AT END MOVE 'S' TO WRK-FIM-APONT
                   END-READ
               END-PERFORM
               CLOSE APONTAMENTO-MO-FILE
           END-IF.

      ******************************************************************
      * CUSTA-CALCULO - Area do calculo vezes o custo unitario do
      * material (mesma conta do custeio do PROG63; custo zero para
