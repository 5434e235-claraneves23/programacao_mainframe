      *  CALCULO VEZES O CUSTO UNITARIO DO MATERIAL NO
      *  ESTOQUE-MATERIAL) E IMPRIME O RELATORIO DE CUSTO POR ORDEM,
      *  COM O CLIENTE/DEPARTAMENTO DO MESTRE DE ORDENS, PARA O
      *  FATURAMENTO DEIXAR DE SER CHUTE EM CIMA DO TURNOREL. SOMA
      *  TAMBEM AS HORAS APONTADAS NA ORDEM (APONTMO, PROG177) E O
      *  CUSTO DE MAO DE OBRA GRAVADO EM CADA APONTAMENTO, E O
      *  RELATORIO MOSTRA MATERIAL, MAO DE OBRA E CUSTO TOTAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-NUMERO
               FILE STATUS IS WRK-FS-ORDEM.
           SELECT APONTAMENTO-MO-FILE ASSIGN TO "APONTMO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APONT.
           SELECT CUSTO-REL-FILE ASSIGN TO "CUSTOREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTOREL.
           COPY ESTOQMR.
       FD  ORDEM-SERVICO-FILE.
           COPY ORDSERV.
       FD  APONTAMENTO-MO-FILE.
           COPY APONTMO.
       FD  CUSTO-REL-FILE.
           COPY CUSTOREL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77 WRK-FS-ORDEM      PIC X(02) VALUE SPACES.
       77 WRK-FS-CUSTOREL   PIC X(02) VALUE SPACES.
       77 WRK-FS-APONT      PIC X(02) VALUE SPACES.
       77 WRK-FIM-APONT     PIC X(01) VALUE 'N'.
           88 FIM-APONT            VALUE 'S'.
       77 WRK-ORDEM-BUSCA   PIC X(08) VALUE SPACES.
       77 WRK-CUSTO-TOTAL   PIC 9(10)V99 VALUE 0.
       77 WRK-HORAS-ED      PIC ZZZZZ9,99.
       77 WRK-FIM-AREALOG   PIC X(01) VALUE 'N'.
           88 FIM-AREALOG          VALUE 'S'.
       77 WRK-QTD-ORDENS    PIC 9(03) VALUE 0.
             10 TO-ORDEM       PIC X(08).
             10 TO-AREA        PIC 9(08).
             10 TO-CUSTO       PIC 9(10)V99.
             10 TO-MINUTOS     PIC 9(07).
             10 TO-CUSTO-MO    PIC 9(10)V99.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT AREA-LOG-FILE
           IF WRK-FS-AREALOG = '35'
               DISPLAY 'ARQUIVO AREA-LOG VAZIO OU INEXISTENTE.'
           ELSE
               OPEN INPUT ESTOQUE-MATERIAL-FILE


               CLOSE ESTOQUE-MATERIAL-FILE
               CLOSE AREA-LOG-FILE
           END-IF

           PERFORM ACUMULA-MAO-OBRA

           IF WRK-FS-AREALOG = '35' AND WRK-FS-APONT = '35'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ESCREVE-RELATORIO
           END-IF
           STOP RUN.
           IF AL-ORDEM = SPACES
               ADD 1 TO WRK-SEM-ORDEM
           ELSE
               MOVE AL-ORDEM TO WRK-ORDEM-BUSCA
               PERFORM LOCALIZA-ORDEM

               IF WRK-ORDIDX <= WRK-QTD-ORDENS
                   ADD AL-AREA TO TO-AREA(WRK-ORDIDX)
               END-IF
           END-IF.

      ******************************************************************
      * LOCALIZA-ORDEM - Posiciona WRK-ORDIDX na ordem de
      * WRK-ORDEM-BUSCA na tabela, incluindo-a zerada se ainda nao
      * estiver; com a tabela cheia, WRK-ORDIDX fica alem do fim.
      ******************************************************************
       LOCALIZA-ORDEM.
           PERFORM VARYING WRK-ORDIDX FROM 1 BY 1
               UNTIL WRK-ORDIDX > WRK-QTD-ORDENS
               OR TO-ORDEM(WRK-ORDIDX) = WRK-ORDEM-BUSCA
               CONTINUE
           END-PERFORM

           IF WRK-ORDIDX > WRK-QTD-ORDENS
               IF WRK-QTD-ORDENS >= 100
                   DISPLAY 'TABELA DE ORDENS CHEIA (MAXIMO 100).'
               ELSE
                   ADD 1 TO WRK-QTD-ORDENS
                   MOVE WRK-QTD-ORDENS TO WRK-ORDIDX
                   MOVE WRK-ORDEM-BUSCA TO TO-ORDEM(WRK-ORDIDX)
                   MOVE 0 TO TO-AREA(WRK-ORDIDX)
                   MOVE 0 TO TO-CUSTO(WRK-ORDIDX)
                   MOVE 0 TO TO-MINUTOS(WRK-ORDIDX)
                   MOVE 0 TO TO-CUSTO-MO(WRK-ORDIDX)
               END-IF
           END-IF.

      ******************************************************************
      * ACUMULA-MAO-OBRA - Soma os minutos e o custo de cada
      * apontamento de horas (gravado com o valor da hora vigente no
      * lancamento) no acumulado da ordem.
      ******************************************************************
       ACUMULA-MAO-OBRA.
           OPEN INPUT APONTAMENTO-MO-FILE
           IF WRK-FS-APONT = '35'
               CONTINUE
           ELSE
               READ APONTAMENTO-MO-FILE
                   AT END MOVE 'S' TO WRK-FIM-APONT
               END-READ
               PERFORM UNTIL FIM-APONT
                   MOVE MO-ORDEM TO WRK-ORDEM-BUSCA
                   PERFORM LOCALIZA-ORDEM
                   IF WRK-ORDIDX <= WRK-QTD-ORDENS
                       ADD MO-MINUTOS TO TO-MINUTOS(WRK-ORDIDX)
                       ADD MO-CUSTO TO TO-CUSTO-MO(WRK-ORDIDX)
                   END-IF
                   READ APONTAMENTO-MO-FILE
                       AT END MOVE 'S' TO WRK-FIM-APONT
                   END-READ
               END-PERFORM
               CLOSE APONTAMENTO-MO-FILE
           END-IF.

      ******************************************************************
      * CUSTA-CALCULO - Apura o custo do calculo corrente: area vezes
      * o custo unitario do material no ESTOQUE-MATERIAL (custo zero
           END-IF.

      ******************************************************************
      * ESCREVE-RELATORIO - Emite o custo por ordem (material, mao de
      * obra e total), com o cliente do mestre de ordens, e o total
      * de registros antigos sem ordem.
      ******************************************************************
       ESCREVE-RELATORIO.
           OPEN I-O ORDEM-SERVICO-FILE
           OPEN OUTPUT CUSTO-REL-FILE
           MOVE 'CUSTO DE MATERIAL E MAO DE OBRA POR ORDEM DE SERVICO'
               TO CUSTO-REL-LINHA
           WRITE CUSTO-REL-LINHA
           MOVE SPACES TO CUSTO-REL-LINHA
                   INTO CUSTO-REL-LINHA
               WRITE CUSTO-REL-LINHA

               COMPUTE WRK-HORAS-ED ROUNDED =
                   TO-MINUTOS(WRK-ORDIDX) / 60
               MOVE TO-CUSTO-MO(WRK-ORDIDX) TO WRK-CUSTO-ED
               MOVE SPACES TO CUSTO-REL-LINHA
               STRING '  MAO DE OBRA:    ' DELIMITED BY SIZE
                   WRK-CUSTO-ED DELIMITED BY SIZE
                   '  (' DELIMITED BY SIZE
                   WRK-HORAS-ED DELIMITED BY SIZE
                   ' HORAS)' DELIMITED BY SIZE
                   INTO CUSTO-REL-LINHA
               WRITE CUSTO-REL-LINHA

               COMPUTE WRK-CUSTO-TOTAL = TO-CUSTO(WRK-ORDIDX)
                   + TO-CUSTO-MO(WRK-ORDIDX)
               MOVE WRK-CUSTO-TOTAL TO WRK-CUSTO-ED
               MOVE SPACES TO CUSTO-REL-LINHA
               STRING '  CUSTO TOTAL:    ' DELIMITED BY SIZE
                   WRK-CUSTO-ED DELIMITED BY SIZE
                   INTO CUSTO-REL-LINHA
               WRITE CUSTO-REL-LINHA

               MOVE SPACES TO CUSTO-REL-LINHA
               WRITE CUSTO-REL-LINHA
           END-PERFORM
