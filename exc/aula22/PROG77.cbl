      *  CADA CHAMADA); MODO (P)URGA DOBRA PARA FORA DO FREQUEN O
      *  DETALHE ATE A DATA DE FIM DO SEMESTRE FECHADO INFORMADO,
      *  GRAVANDO OS SOBREVIVENTES EM NOVA GERACAO (FREQNOVO) - O
      *  RESUMO JA CARREGA OS TOTAIS DO PERIODO EXPURGADO. MODO
      *  (T)RANSFERENCIAS RECARIMBA NO FREQUEN O FQ-TURMA DAS
      *  MARCACOES DOS ALUNOS TRANSFERIDOS DE TURMA (JORNAL TRFTUR,
      *  GRAVADO PELO PROG26) PARA A TURMA DE DESTINO, TAMBEM EM NOVA
      *  GERACAO (FREQNOVO), E BAIXA AS TRANSFERENCIAS ATENDIDAS.
      *  MODO (J)USTIFICATIVAS MARCA NO FREQUEN, COM O TIPO DA
      *  JUSTIFICATIVA, AS AUSENCIAS COBERTAS PELOS PEDIDOS APROVADOS
      *  DO JORNAL JUSTIF (GRAVADO PELO PROG168), SEM APAGA-LAS,
      *  TAMBEM EM NOVA GERACAO (FREQNOVO); SOMA AS MARCADAS NOS
      *  CONTADORES DE JUSTIFICADAS E ABONADAS DO FREQSUM E BAIXA OS
      *  PEDIDOS CUJO PERIODO JA TERMINOU. A CARGA TAMBEM REFAZ ESSES
      *  CONTADORES, PELO TIPO GRAVADO EM CADA MARCACAO (JUSTIPO).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-SEMESTRE
               FILE STATUS IS WRK-FS-CAL.
           SELECT TRANSFERENCIA-TURMA-FILE ASSIGN TO "TRFTUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-CHAVE
               FILE STATUS IS WRK-FS-TRF.
           SELECT JUSTIFICATIVA-TIPO-FILE ASSIGN TO "JUSTIPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JT-CODIGO
               FILE STATUS IS WRK-FS-JTP.
           SELECT JUSTIFICATIVA-FALTA-FILE ASSIGN TO "JUSTIF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JF-CHAVE
               FILE STATUS IS WRK-FS-JUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       FD  FREQUENCIA-FILE.
           COPY FREQMR.
       FD  FREQUENCIA-NOVA-FILE.
       01  FREQUENCIA-NOVA-RECORD PIC X(46).
       FD  FREQUENCIA-RESUMO-FILE.
           COPY FREQSUM.
       FD  CALENDARIO-FILE.
           COPY CALACAD.
       FD  TRANSFERENCIA-TURMA-FILE.
           COPY TRFTUR.
       FD  JUSTIFICATIVA-TIPO-FILE.
           COPY JUSTIPO.
       FD  JUSTIFICATIVA-FALTA-FILE.
           COPY JUSTIF.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-MODO          PIC X(01) VALUE SPACES.
           88 MODO-CARGA           VALUE 'C'.
           88 MODO-PURGA           VALUE 'P'.
           88 MODO-TRANSFERENCIA   VALUE 'T'.
           88 MODO-JUSTIFICATIVA   VALUE 'J'.
       77 WRK-FIM-FREQ      PIC X(01) VALUE 'N'.
           88 FIM-FREQ             VALUE 'S'.
       77 WRK-FIM-CAL       PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-LIDOS   PIC 9(08) VALUE 0.
       77 WRK-TOTAL-GRAVADOS PIC 9(08) VALUE 0.
       77 WRK-TOTAL-EXPURGO PIC 9(08) VALUE 0.
       77 WRK-FS-TRF        PIC X(02) VALUE SPACES.
       77 WRK-FIM-TRF       PIC X(01) VALUE 'N'.
           88 FIM-TRF              VALUE 'S'.
       77 WRK-QTD-TRF       PIC 9(04) VALUE 0.
       77 WRK-TRF-IDX       PIC 9(04) VALUE 0.
       77 WRK-TRF-EXCESSO   PIC X(01) VALUE 'N'.
           88 TABELA-TRF-CHEIA     VALUE 'S'.
       77 WRK-RECARIMBADA   PIC X(01) VALUE 'N'.
           88 MARCACAO-RECARIMBADA VALUE 'S'.
       77 WRK-TOTAL-RECARIMBO PIC 9(08) VALUE 0.
       77 WRK-QTD-ED        PIC ZZZZZZZ9.
       77 WRK-TRF-ED        PIC ZZZ9.
       77 WRK-FS-JTP        PIC X(02) VALUE SPACES.
       77 WRK-FS-JUS        PIC X(02) VALUE SPACES.
       77 WRK-FIM-JUS       PIC X(01) VALUE 'N'.
           88 FIM-JUS              VALUE 'S'.
       77 WRK-QTD-JUS       PIC 9(04) VALUE 0.
       77 WRK-JUS-IDX       PIC 9(04) VALUE 0.
       77 WRK-JUS-EXCESSO   PIC X(01) VALUE 'N'.
           88 TABELA-JUS-CHEIA     VALUE 'S'.
       77 WRK-QTD-TIPOS     PIC 9(02) VALUE 0.
       77 WRK-TIPO-IDX      PIC 9(02) VALUE 0.
       77 WRK-ABONA         PIC X(01) VALUE 'N'.
           88 TIPO-ABONA-FALTA     VALUE 'S'.
       77 WRK-TOTAL-JUSTIF  PIC 9(08) VALUE 0.
       01 TABELA-JUSTIFICATIVAS.
          05 TJ-ENTRY OCCURS 500 TIMES.
             10 TJ-CHAVE        PIC X(37).
             10 TJ-ALUNO-ID     PIC X(14).
             10 TJ-MATERIA      PIC X(15).
             10 TJ-INICIO       PIC X(08).
             10 TJ-FIM          PIC X(08).
             10 TJ-TIPO         PIC X(02).
             10 TJ-MARCADAS     PIC 9(05).
       01 TABELA-TIPOS-JUSTIFICATIVA.
          05 TP-ENTRY OCCURS 30 TIMES.
             10 TP-CODIGO       PIC X(02).
             10 TP-ABONA        PIC X(01).
       01 TABELA-TRANSFERENCIAS.
          05 TT-ENTRY OCCURS 500 TIMES.
             10 TT-CHAVE        PIC X(28).
             10 TT-ALUNO-ID     PIC X(14).
             10 TT-MATERIA      PIC X(15).
             10 TT-ORIGEM       PIC X(06).
             10 TT-DESTINO      PIC X(06).
       COPY MSGPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
                   MOVE PARM-TEXTO(2:6) TO WRK-SEM-FECHADO
               END-IF
           ELSE
               DISPLAY 'RESUMO DE FREQUENCIA - (C)ARGA, (P)URGA, '
                   '(T)RANSFERENCIAS OU (J)USTIFICATIVAS: '
               ACCEPT WRK-MODO
               MOVE FUNCTION UPPER-CASE(WRK-MODO) TO WRK-MODO
           END-IF
                   PERFORM EXECUTA-CARGA
               WHEN MODO-PURGA
                   PERFORM EXECUTA-PURGA
               WHEN MODO-TRANSFERENCIA
                   PERFORM EXECUTA-RECARIMBO
               WHEN MODO-JUSTIFICATIVA
                   PERFORM EXECUTA-JUSTIFICATIVAS
               WHEN OTHER
                   MOVE 'ACD0063E' TO MP-ID
                   MOVE 'MODO INVALIDO. INFORME C, P, T OU J.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
      * pelo calendario academico).
      ******************************************************************
       EXECUTA-CARGA.
           PERFORM CARREGA-TIPOS-JUSTIFICATIVA
           OPEN INPUT FREQUENCIA-FILE
           IF WRK-FS-FREQ = '35'
               MOVE 'ACD0064E' TO MP-ID
      ******************************************************************
      * SOMA-NO-RESUMO - Soma a marcacao corrente do detalhe no
      * registro de resumo correspondente, criando-o na primeira
      * ocorrencia; o detalhe esta em ordem de gravacao, entao a
      * sequencia de faltas seguidas sai refeita junto, e a ausencia
      * justificada soma nas justificadas (e nas abonadas, quando o
      * tipo conta como presenca).
      ******************************************************************
       SOMA-NO-RESUMO.
           PERFORM SEMESTRE-DA-DATA
                   MOVE 1 TO FS-TOTAL
                   IF FQ-PRESENTE
                       MOVE 1 TO FS-PRESENCAS
                       MOVE 0 TO FS-FALTAS-SEGUIDAS
                   ELSE
                       MOVE 0 TO FS-PRESENCAS
                       MOVE 1 TO FS-FALTAS-SEGUIDAS
                   END-IF
                   MOVE 0 TO FS-JUSTIFICADAS
                   MOVE 0 TO FS-ABONADAS
                   PERFORM SOMA-JUSTIFICADA
                   WRITE FREQUENCIA-RESUMO-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO FS-TOTAL
                   IF FS-FALTAS-SEGUIDAS NOT NUMERIC
                       MOVE 0 TO FS-FALTAS-SEGUIDAS
                   END-IF
                   IF FQ-PRESENTE
                       ADD 1 TO FS-PRESENCAS
                       MOVE 0 TO FS-FALTAS-SEGUIDAS
                   ELSE
                       ADD 1 TO FS-FALTAS-SEGUIDAS
                   END-IF
                   PERFORM SOMA-JUSTIFICADA
                   REWRITE FREQUENCIA-RESUMO-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           ADD 1 TO WRK-TOTAL-GRAVADOS.

       SOMA-JUSTIFICADA.
           IF FQ-AUSENTE AND FQ-JUSTIFICATIVA NOT = SPACES
               ADD 1 TO FS-JUSTIFICADAS
               PERFORM BUSCA-TIPO-JUSTIFICATIVA
               IF TIPO-ABONA-FALTA
                   ADD 1 TO FS-ABONADAS
               END-IF
           END-IF.

      ******************************************************************
      * SEMESTRE-DA-DATA - Deriva o semestre da data da marcacao
      * corrente pelo calendario academico; sem calendario, usa o
               END-IF
           END-IF.

      ******************************************************************
      * EXECUTA-RECARIMBO - Carrega as transferencias de turma com
      * recarimbo pendente e copia o FREQUEN inteiro para a nova
      * geracao FREQNOVO, trocando o FQ-TURMA de origem pelo de
      * destino nas marcacoes do aluno transferido na materia; depois
      * baixa as transferencias atendidas. A troca da geracao
      * corrente e feita pelo JCL, como na purga.
      ******************************************************************
       EXECUTA-RECARIMBO.
           PERFORM CARREGA-TRANSFERENCIAS
           OPEN INPUT FREQUENCIA-FILE
           IF WRK-FS-FREQ = '35'
               MOVE 'ACD0064E' TO MP-ID
               MOVE 'ARQUIVO FREQUEN VAZIO OU INEXISTENTE.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT FREQUENCIA-NOVA-FILE
               READ FREQUENCIA-FILE
                   AT END MOVE 'S' TO WRK-FIM-FREQ
               END-READ
               PERFORM UNTIL FIM-FREQ
                   ADD 1 TO WRK-TOTAL-LIDOS
                   PERFORM RECARIMBA-MARCACAO
                   MOVE FREQUENCIA-RECORD TO FREQUENCIA-NOVA-RECORD
                   WRITE FREQUENCIA-NOVA-RECORD
                   ADD 1 TO WRK-TOTAL-GRAVADOS
                   READ FREQUENCIA-FILE
                       AT END MOVE 'S' TO WRK-FIM-FREQ
                   END-READ
               END-PERFORM
               CLOSE FREQUENCIA-NOVA-FILE
               CLOSE FREQUENCIA-FILE
               PERFORM BAIXA-TRANSFERENCIAS

               MOVE WRK-TOTAL-RECARIMBO TO WRK-QTD-ED
               MOVE WRK-QTD-TRF TO WRK-TRF-ED
               MOVE 'ACD0106I' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'MARCACOES RECARIMBADAS: ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   ' TRANSFERENCIAS: ' DELIMITED BY SIZE
                   WRK-TRF-ED DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               IF TABELA-TRF-CHEIA
                   MOVE 'ACD0107W' TO MP-ID
                   MOVE 'TRANSFERENCIAS ALEM DE 500 FICAM PARA DEPOIS.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WRK-FS-TRF NOT = '35'
               CLOSE TRANSFERENCIA-TURMA-FILE
           END-IF.

      ******************************************************************
      * CARREGA-TRANSFERENCIAS - Guarda em ordem cronologica (ordem da
      * chave do TRFTUR) as transferencias com recarimbo pendente,
      * para que uma segunda troca do mesmo aluno seja aplicada sobre
      * a primeira.
      ******************************************************************
       CARREGA-TRANSFERENCIAS.
           MOVE 0 TO WRK-QTD-TRF
           OPEN I-O TRANSFERENCIA-TURMA-FILE
           IF WRK-FS-TRF = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WRK-FIM-TRF
               MOVE SPACES TO TF-CHAVE
               START TRANSFERENCIA-TURMA-FILE
                   KEY IS NOT LESS THAN TF-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-TRF
               END-START
               PERFORM UNTIL FIM-TRF
                   READ TRANSFERENCIA-TURMA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-TRF
                   END-READ
                   IF NOT FIM-TRF AND TF-FREQ-PENDENTE
                       IF WRK-QTD-TRF >= 500
                           MOVE 'S' TO WRK-TRF-EXCESSO
                           MOVE 'S' TO WRK-FIM-TRF
                       ELSE
                           ADD 1 TO WRK-QTD-TRF
                           MOVE TF-CHAVE  TO TT-CHAVE(WRK-QTD-TRF)
                           MOVE TF-ALUNO-ID
                               TO TT-ALUNO-ID(WRK-QTD-TRF)
                           MOVE TF-MATERIA TO TT-MATERIA(WRK-QTD-TRF)
                           MOVE TF-TURMA-ORIGEM
                               TO TT-ORIGEM(WRK-QTD-TRF)
                           MOVE TF-TURMA-DESTINO
                               TO TT-DESTINO(WRK-QTD-TRF)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       RECARIMBA-MARCACAO.
           MOVE 'N' TO WRK-RECARIMBADA
           PERFORM VARYING WRK-TRF-IDX FROM 1 BY 1
               UNTIL WRK-TRF-IDX > WRK-QTD-TRF
               IF FQ-ALUNO-ID = TT-ALUNO-ID(WRK-TRF-IDX)
                   AND FQ-MATERIA = TT-MATERIA(WRK-TRF-IDX)
                   AND FQ-TURMA = TT-ORIGEM(WRK-TRF-IDX)
                   MOVE TT-DESTINO(WRK-TRF-IDX) TO FQ-TURMA
                   MOVE 'S' TO WRK-RECARIMBADA
               END-IF
           END-PERFORM
           IF MARCACAO-RECARIMBADA
               ADD 1 TO WRK-TOTAL-RECARIMBO
           END-IF.

       BAIXA-TRANSFERENCIAS.
           PERFORM VARYING WRK-TRF-IDX FROM 1 BY 1
               UNTIL WRK-TRF-IDX > WRK-QTD-TRF
               MOVE TT-CHAVE(WRK-TRF-IDX) TO TF-CHAVE
               READ TRANSFERENCIA-TURMA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO TF-FREQ-STATUS
                       REWRITE TRANSFERENCIA-TURMA-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-PERFORM.

      ******************************************************************
      * EXECUTA-JUSTIFICATIVAS - Carrega os pedidos de justificativa
      * aprovados e copia o FREQUEN inteiro para a nova geracao
      * FREQNOVO, gravando o tipo do pedido na ausencia ainda sem
      * justificativa do aluno, dentro do periodo e na materia do
      * pedido (ou em qualquer materia, no pedido sem materia); cada
      * ausencia marcada soma no FREQSUM. Depois acumula as marcadas
      * nos pedidos e baixa os de periodo ja terminado. A troca da
      * geracao corrente e feita pelo JCL, como no recarimbo.
      ******************************************************************
       EXECUTA-JUSTIFICATIVAS.
           PERFORM CARREGA-TIPOS-JUSTIFICATIVA
           PERFORM CARREGA-JUSTIFICATIVAS
           OPEN INPUT FREQUENCIA-FILE
           IF WRK-FS-FREQ = '35'
               MOVE 'ACD0064E' TO MP-ID
               MOVE 'ARQUIVO FREQUEN VAZIO OU INEXISTENTE.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O FREQUENCIA-RESUMO-FILE
               OPEN OUTPUT FREQUENCIA-NOVA-FILE
               READ FREQUENCIA-FILE
                   AT END MOVE 'S' TO WRK-FIM-FREQ
               END-READ
               PERFORM UNTIL FIM-FREQ
                   ADD 1 TO WRK-TOTAL-LIDOS
                   IF FQ-AUSENTE AND FQ-JUSTIFICATIVA = SPACES
                       PERFORM JUSTIFICA-MARCACAO
                   END-IF
                   MOVE FREQUENCIA-RECORD TO FREQUENCIA-NOVA-RECORD
                   WRITE FREQUENCIA-NOVA-RECORD
                   ADD 1 TO WRK-TOTAL-GRAVADOS
                   READ FREQUENCIA-FILE
                       AT END MOVE 'S' TO WRK-FIM-FREQ
                   END-READ
               END-PERFORM
               CLOSE FREQUENCIA-NOVA-FILE
               CLOSE FREQUENCIA-FILE
               IF WRK-FS-SUM NOT = '35'
                   CLOSE FREQUENCIA-RESUMO-FILE
               END-IF
               PERFORM BAIXA-JUSTIFICATIVAS

               MOVE WRK-TOTAL-JUSTIF TO WRK-QTD-ED
               MOVE WRK-QTD-JUS TO WRK-TRF-ED
               MOVE 'ACD0173I' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'AUSENCIAS JUSTIFICADAS: ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   ' PEDIDOS: ' DELIMITED BY SIZE
                   WRK-TRF-ED DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               IF TABELA-JUS-CHEIA
                   MOVE 'ACD0174W' TO MP-ID
                   MOVE 'PEDIDOS ALEM DE 500 FICAM PARA DEPOIS.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WRK-FS-JUS NOT = '35'
               CLOSE JUSTIFICATIVA-FALTA-FILE
           END-IF.

      ******************************************************************
      * CARREGA-JUSTIFICATIVAS - Guarda os pedidos aprovados do
      * jornal JUSTIF (os pendentes de coordenador, indeferidos e ja
      * aplicados ficam de fora).
      ******************************************************************
       CARREGA-JUSTIFICATIVAS.
           MOVE 0 TO WRK-QTD-JUS
           OPEN I-O JUSTIFICATIVA-FALTA-FILE
           IF WRK-FS-JUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WRK-FIM-JUS
               MOVE SPACES TO JF-CHAVE
               START JUSTIFICATIVA-FALTA-FILE
                   KEY IS NOT LESS THAN JF-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-JUS
               END-START
               PERFORM UNTIL FIM-JUS
                   READ JUSTIFICATIVA-FALTA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-JUS
                   END-READ
                   IF NOT FIM-JUS AND JF-APROVADA
                       IF WRK-QTD-JUS >= 500
                           MOVE 'S' TO WRK-JUS-EXCESSO
                           MOVE 'S' TO WRK-FIM-JUS
                       ELSE
                           ADD 1 TO WRK-QTD-JUS
                           MOVE JF-CHAVE TO TJ-CHAVE(WRK-QTD-JUS)
                           MOVE JF-ALUNO-ID
                               TO TJ-ALUNO-ID(WRK-QTD-JUS)
                           MOVE JF-MATERIA TO TJ-MATERIA(WRK-QTD-JUS)
                           MOVE JF-DATA-INICIO
                               TO TJ-INICIO(WRK-QTD-JUS)
                           MOVE JF-DATA-FIM TO TJ-FIM(WRK-QTD-JUS)
                           MOVE JF-TIPO TO TJ-TIPO(WRK-QTD-JUS)
                           MOVE 0 TO TJ-MARCADAS(WRK-QTD-JUS)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * JUSTIFICA-MARCACAO - Procura o pedido que cobre a ausencia
      * corrente; achado, grava o tipo na marcacao e soma a ausencia
      * no resumo do aluno/materia/semestre.
      ******************************************************************
       JUSTIFICA-MARCACAO.
           PERFORM VARYING WRK-JUS-IDX FROM 1 BY 1
               UNTIL WRK-JUS-IDX > WRK-QTD-JUS
               OR FQ-JUSTIFICATIVA NOT = SPACES
               IF FQ-ALUNO-ID = TJ-ALUNO-ID(WRK-JUS-IDX)
                   AND FQ-DATA >= TJ-INICIO(WRK-JUS-IDX)
                   AND FQ-DATA <= TJ-FIM(WRK-JUS-IDX)
                   AND (TJ-MATERIA(WRK-JUS-IDX) = SPACES
                       OR TJ-MATERIA(WRK-JUS-IDX) = FQ-MATERIA)
                   MOVE TJ-TIPO(WRK-JUS-IDX) TO FQ-JUSTIFICATIVA
                   ADD 1 TO TJ-MARCADAS(WRK-JUS-IDX)
               END-IF
           END-PERFORM
           IF FQ-JUSTIFICATIVA NOT = SPACES
               ADD 1 TO WRK-TOTAL-JUSTIF
               IF WRK-FS-SUM NOT = '35'
                   PERFORM SEMESTRE-DA-DATA
                   MOVE FQ-ALUNO-ID TO FS-ALUNO-ID
                   MOVE FQ-MATERIA  TO FS-MATERIA
                   MOVE WRK-SEM-REG TO FS-SEMESTRE
                   READ FREQUENCIA-RESUMO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FS-JUSTIFICADAS NOT NUMERIC
                               MOVE 0 TO FS-JUSTIFICADAS
                               MOVE 0 TO FS-ABONADAS
                           END-IF
                           PERFORM SOMA-JUSTIFICADA
                           REWRITE FREQUENCIA-RESUMO-RECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * BAIXA-JUSTIFICATIVAS - Acumula no pedido as ausencias marcadas
      * na rodada e passa a aplicado o pedido cujo periodo terminou
      * antes de hoje; o de periodo em curso segue aprovado, para as
      * chamadas que ainda vierem.
      ******************************************************************
       BAIXA-JUSTIFICATIVAS.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           PERFORM VARYING WRK-JUS-IDX FROM 1 BY 1
               UNTIL WRK-JUS-IDX > WRK-QTD-JUS
               MOVE TJ-CHAVE(WRK-JUS-IDX) TO JF-CHAVE
               READ JUSTIFICATIVA-FALTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF JF-MARCADAS NOT NUMERIC
                           MOVE 0 TO JF-MARCADAS
                       END-IF
                       ADD TJ-MARCADAS(WRK-JUS-IDX) TO JF-MARCADAS
                       IF JF-DATA-FIM < WRK-CD-DATA
                           MOVE 'S' TO JF-STATUS
                       END-IF
                       REWRITE JUSTIFICATIVA-FALTA-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-PERFORM.

      ******************************************************************
      * CARREGA-TIPOS-JUSTIFICATIVA - Guarda de cada tipo do JUSTIPO
      * se a falta justificada conta como presenca; sem o mestre,
      * nenhum tipo abona.
      ******************************************************************
       CARREGA-TIPOS-JUSTIFICATIVA.
           MOVE 0 TO WRK-QTD-TIPOS
           OPEN INPUT JUSTIFICATIVA-TIPO-FILE
           IF WRK-FS-JTP = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WRK-FIM-JUS
               MOVE LOW-VALUES TO JT-CODIGO
               START JUSTIFICATIVA-TIPO-FILE
                   KEY IS NOT LESS THAN JT-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-JUS
               END-START
               PERFORM UNTIL FIM-JUS
                   READ JUSTIFICATIVA-TIPO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-JUS
                   END-READ
                   IF NOT FIM-JUS AND WRK-QTD-TIPOS < 30
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

      ******************************************************************
      * BUSCA-DATA-CORTE - Le no calendario academico a data de fim
      * do semestre fechado informado.
