      *  A LINHA DO RELATORIO DE REPOSICAO E O REGISTRO DO ARQUIVO DE
      *  SUGESTAO DE COMPRA (QUANTIDADE DE REPOSICAO CADASTRADA, OU O
      *  SUFICIENTE PARA VOLTAR AO MINIMO QUANDO NAO CADASTRADA).
      *  A REPOSICAO E POR LOCAL DE ESTOQUE: A VARREDURA E FEITA NO
      *  SALDO-LOCAL, CONFRONTANDO O SALDO DE CADA LOCAL COM O MINIMO
      *  DO LOCAL, E A SUGESTAO LEVA O LOCAL. LOCAL SEM POLITICA DE
      *  REPOSICAO (MINIMO E REPOSICAO ZERADOS) E ABASTECIDO POR
      *  TRANSFERENCIA E NAO ENTRA NO RELATORIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODIGO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT SALDO-LOCAL-FILE ASSIGN TO "ESTOQLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-CHAVE
               FILE STATUS IS WRK-FS-SALDO.
           SELECT SUGESTAO-COMPRA-FILE ASSIGN TO "SUGCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUGEST.
       FILE SECTION.
       FD  ESTOQUE-MATERIAL-FILE.
           COPY ESTOQMR.
       FD  SALDO-LOCAL-FILE.
           COPY SALDLOC.
       FD  SUGESTAO-COMPRA-FILE.
           COPY SUGCOMP.
       FD  REPO-REL-FILE.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77 WRK-FS-SUGEST     PIC X(02) VALUE SPACES.
       77 WRK-FS-SALDO      PIC X(02) VALUE SPACES.
       77 WRK-FS-REPOREL    PIC X(02) VALUE SPACES.
       77 WRK-FIM-ESTOQUE   PIC X(01) VALUE 'N'.
           88 FIM-ESTOQUE          VALUE 'S'.
                   'INEXISTENTE.'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT SALDO-LOCAL-FILE
           END-IF
           IF RETURN-CODE < 8 AND WRK-FS-SALDO = '35'
               DISPLAY 'SALDOS POR LOCAL NAO IMPLANTADOS (PROG138).'
               CLOSE ESTOQUE-MATERIAL-FILE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE < 8
               OPEN OUTPUT SUGESTAO-COMPRA-FILE
               OPEN OUTPUT REPO-REL-FILE

               WRITE REPO-REL-LINHA

               MOVE 'N' TO WRK-FIM-ESTOQUE
               MOVE SPACES TO EL-CHAVE
               START SALDO-LOCAL-FILE
                   KEY IS NOT LESS THAN EL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ESTOQUE
               END-START

               PERFORM UNTIL FIM-ESTOQUE
                   READ SALDO-LOCAL-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ESTOQUE
                   END-READ
                   IF NOT FIM-ESTOQUE
                       IF (EL-MINIMO > 0 OR EL-QTD-REPOR > 0)
                           AND EL-SALDO <= EL-MINIMO
                           ADD 1 TO WRK-QTD-ITENS
                           PERFORM SUGERE-COMPRA
                       END-IF
               WRITE REPO-REL-LINHA
               MOVE WRK-QTD-ITENS TO WRK-QTD-ED
               MOVE SPACES TO REPO-REL-LINHA
               STRING 'MATERIAIS/LOCAIS NO PONTO DE PEDIDO: '
                   DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO REPO-REL-LINHA

               CLOSE REPO-REL-FILE
               CLOSE SUGESTAO-COMPRA-FILE
               CLOSE SALDO-LOCAL-FILE
               CLOSE ESTOQUE-MATERIAL-FILE
               DISPLAY 'MATERIAIS/LOCAIS NO PONTO DE PEDIDO: '
                   WRK-QTD-ITENS
           END-IF
           STOP RUN.

      ******************************************************************
      * SUGERE-COMPRA - Emite a linha do relatorio e o registro de
      * sugestao de compra do material no local corrente; sem
      * quantidade de reposicao cadastrada no local, sugere o
      * necessario para voltar ao minimo.
      ******************************************************************
       SUGERE-COMPRA.
           MOVE EL-CODIGO TO EM-CODIGO
           READ ESTOQUE-MATERIAL-FILE
               INVALID KEY
                   MOVE 'SEM CADASTRO' TO EM-DESCRICAO
           END-READ
           IF EL-QTD-REPOR > 0
               MOVE EL-QTD-REPOR TO WRK-QTD-SUGERIDA
           ELSE
               COMPUTE WRK-QTD-SUGERIDA = EL-MINIMO - EL-SALDO
           END-IF

           MOVE EL-SALDO TO WRK-SALDO-ED
           MOVE SPACES TO REPO-REL-LINHA
           STRING 'MATERIAL: ' DELIMITED BY SIZE
               EL-CODIGO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EM-DESCRICAO DELIMITED BY SIZE
               ' LOCAL ' DELIMITED BY SIZE
               EL-LOCAL DELIMITED BY SIZE
               ' SALDO: ' DELIMITED BY SIZE
               WRK-SALDO-ED DELIMITED BY SIZE
               INTO REPO-REL-LINHA
           WRITE REPO-REL-LINHA

           MOVE EL-MINIMO TO WRK-VALOR-ED
           MOVE WRK-QTD-SUGERIDA TO WRK-COMPRA-ED
           MOVE SPACES TO REPO-REL-LINHA
           STRING '  MINIMO: ' DELIMITED BY SIZE
               INTO REPO-REL-LINHA
           WRITE REPO-REL-LINHA

           MOVE EL-CODIGO        TO SC-CODIGO
           MOVE EM-DESCRICAO     TO SC-DESCRICAO
           MOVE EL-SALDO         TO SC-SALDO
           MOVE EL-MINIMO        TO SC-MINIMO
           MOVE WRK-QTD-SUGERIDA TO SC-QTD-SUGERIDA
           MOVE WRK-CD-DATA      TO SC-DATA
           MOVE EL-LOCAL         TO SC-LOCAL
           WRITE SUGESTAO-COMPRA-RECORD.
       END PROGRAM PROG31.
