      *  DE EXERCICIO FORMATADAS (CLASSIFICAR PAR/IMPAR, DIZER SE E
      *  PRIMO E FATORAR O NUMERO), CADA FOLHA COM UMA AMOSTRA
      *  DIFERENTE, MAIS O GABARITO EM ARQUIVO SEPARADO.
      *  NO MODO ALUNO, MONTA UMA FOLHA POR MATRICULA A PARTIR DAS
      *  ULTIMAS FOLHAS CORRIGIDAS NO DRILLRES (PROG105): A TAXA DE
      *  ERRO DE CADA TIPO DE QUESTAO PESA NA QUANTIDADE DE QUESTOES
      *  DO TIPO E, A MEDIDA QUE O TIPO E DOMINADO, OS NUMEROS SOBEM
      *  DE NIVEL. O PERFIL USADO VAI PARA O GABARITO E PARA O
      *  DRILLPRF; O TIPO DE CADA QUESTAO VAI NA LINHA DE TITULO DO
      *  GABARITO, DE ONDE O PROG105 O GRAVA NO RESULTADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GABARITO-FILE ASSIGN TO "GABARITO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GABARITO.
           SELECT RESULTADO-FILE ASSIGN TO "DRILLRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RES.
           SELECT PERFIL-FILE ASSIGN TO "DRILLPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRF.
       DATA DIVISION.
       FILE SECTION.
       FD  PRIMOS-LOG-FILE.
           COPY FOLHEXE.
       FD  GABARITO-FILE.
       01  GABARITO-LINHA     PIC X(80).
       FD  RESULTADO-FILE.
           COPY DRILLRES.
       FD  PERFIL-FILE.
           COPY DRILLPRF.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PRIMOLOG   PIC X(02) VALUE SPACES.
       77 WRK-FS-EVNODLOG   PIC X(02) VALUE SPACES.
       77 WRK-DIVISOR       PIC 9(04) VALUE 0.
       77 WRK-EH-PRIMO      PIC X(01) VALUE 'N'.
       77 WRK-MENOR-FATOR   PIC 9(04) VALUE 0.
       77 WRK-FS-RES        PIC X(02) VALUE SPACES.
       77 WRK-FS-PRF        PIC X(02) VALUE SPACES.
       77 WRK-MODO          PIC X(01) VALUE SPACES.
           88 MODO-GERAL           VALUE 'G'.
           88 MODO-ALUNO           VALUE 'A'.
       77 WRK-ALUNO-ID      PIC X(14) VALUE SPACES.
       77 WRK-NOME-ALUNO    PIC X(30) VALUE SPACES.
       77 WRK-FIM-ALUNOS    PIC X(01) VALUE 'N'.
       77 WRK-FIM-RES       PIC X(01) VALUE 'N'.
           88 FIM-RES              VALUE 'S'.
       77 WRK-TIPO          PIC X(01) VALUE SPACES.
       77 WRK-T             PIC 9(01) VALUE 0.
       77 WRK-NIVEL         PIC 9(01) VALUE 0.
       77 WRK-J             PIC 9(05) VALUE 0.
       77 WRK-K             PIC 9(05) VALUE 0.
       77 WRK-QTD-TAB       PIC 9(03) VALUE 0.
       77 WRK-LIM-INF       PIC 9(04) VALUE 0.
       77 WRK-LIM-SUP       PIC 9(04) VALUE 0.
       77 WRK-ACHOU-FAIXA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-JANELA    PIC 9(01) VALUE 0.
       77 WRK-POS-JANELA    PIC 9(01) VALUE 0.
       77 WRK-LIMITE-Q      PIC 9(02) VALUE 0.
       77 WRK-SOMA-PESOS    PIC 9(04) VALUE 0.
       77 WRK-DISTRIBUIDAS  PIC 9(02) VALUE 0.
       77 WRK-MAIOR         PIC 9(01) VALUE 0.
       77 WRK-PCT-ED        PIC ZZ9.

      * tipos de questao: 1 par/impar, 2 primo, 3 fatoracao
       01 TABELA-LETRAS-TIPO.
          05 FILLER         PIC X(03) VALUE 'PRF'.
       01 TABELA-LETRAS-R REDEFINES TABELA-LETRAS-TIPO.
          05 TL-LETRA       PIC X(01) OCCURS 3 TIMES.
       01 TABELA-NOMES-TIPO.
          05 FILLER         PIC X(10) VALUE 'PAR/IMPAR '.
          05 FILLER         PIC X(10) VALUE 'PRIMO     '.
          05 FILLER         PIC X(10) VALUE 'FATORACAO '.
       01 TABELA-NOMES-R REDEFINES TABELA-NOMES-TIPO.
          05 TN-NOME        PIC X(10) OCCURS 3 TIMES.
       01 TABELA-PERFIL.
          05 PF-TIPO OCCURS 3 TIMES.
             10 PF-RESPONDIDAS PIC 9(03).
             10 PF-ERROS       PIC 9(03).
             10 PF-PCT-ERRO    PIC 9(03).
             10 PF-NIVEL       PIC 9(01).
             10 PF-PESO        PIC 9(03).
             10 PF-QUESTOES    PIC 9(02).
             10 PF-RESTAM      PIC 9(02).
       01 TABELA-JANELA.
          05 JN-FOLHA OCCURS 5 TIMES.
             10 JN-QTD-QUESTOES PIC 9(02).
             10 JN-MARCAS       PIC X(20).
             10 JN-TIPOS        PIC X(20).
       01 WRK-TIPOS-FOLHA   PIC X(20) VALUE SPACES.

       01 TABELA-PRIMOS.
          05 TP-VALOR       PIC 9(04) OCCURS 200 TIMES.
                   'GERAR.'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'MODO: (G)ERAL OU (A)LUNO - FOLHA DIRIGIDA AOS '
                   'ERROS DO ALUNO'
               ACCEPT WRK-MODO
               MOVE FUNCTION UPPER-CASE(WRK-MODO) TO WRK-MODO
               PERFORM UNTIL MODO-GERAL OR MODO-ALUNO
                   DISPLAY 'MODO INVALIDO. INFORME G OU A:'
                   ACCEPT WRK-MODO
                   MOVE FUNCTION UPPER-CASE(WRK-MODO) TO WRK-MODO
               END-PERFORM

               IF MODO-GERAL
                   DISPLAY 'QUANTAS FOLHAS GERAR? (1 A 20)'
                   ACCEPT WRK-QTD-FOLHAS
                   PERFORM UNTIL WRK-QTD-FOLHAS > 0
                       AND WRK-QTD-FOLHAS NOT > 20
                       DISPLAY 'QUANTIDADE INVALIDA. INFORME DE 1 A '
                           '20:'
                       ACCEPT WRK-QTD-FOLHAS
                   END-PERFORM
               END-IF

               DISPLAY 'QUANTAS QUESTOES POR FOLHA? (1 A 12)'
               ACCEPT WRK-QTD-QUESTOES
               PERFORM UNTIL WRK-QTD-QUESTOES > 0
               OPEN OUTPUT FOLHA-EXE-FILE
               OPEN OUTPUT GABARITO-FILE

               IF MODO-GERAL
                   PERFORM VARYING WRK-FOLHA FROM 1 BY 1
                       UNTIL WRK-FOLHA > WRK-QTD-FOLHAS
                       PERFORM MONTA-RODIZIO
                       PERFORM GERA-UMA-FOLHA
                   END-PERFORM
               ELSE
                   MOVE 0 TO WRK-FOLHA
                   MOVE 'N' TO WRK-FIM-ALUNOS
                   PERFORM UNTIL WRK-FIM-ALUNOS = 'S'
                       PERFORM FOLHA-DO-ALUNO
                   END-PERFORM
               END-IF

               CLOSE FOLHA-EXE-FILE
               CLOSE GABARITO-FILE
               CLOSE EVEN-ODD-LOG-FILE
           END-IF.

      ******************************************************************
      * MONTA-RODIZIO - Sequencia de tipos da folha geral: o rodizio
      * fixo par/impar, primo, fatoracao.
      ******************************************************************
       MONTA-RODIZIO.
           MOVE SPACES TO WRK-TIPOS-FOLHA
           PERFORM VARYING WRK-QUESTAO FROM 1 BY 1
               UNTIL WRK-QUESTAO > WRK-QTD-QUESTOES
               PERFORM TIPO-DO-RODIZIO
               MOVE WRK-TIPO TO WRK-TIPOS-FOLHA(WRK-QUESTAO:1)
           END-PERFORM.

       TIPO-DO-RODIZIO.
           EVALUATE FUNCTION MOD(WRK-QUESTAO, 3)
               WHEN 1     MOVE 'P' TO WRK-TIPO
               WHEN 2     MOVE 'R' TO WRK-TIPO
               WHEN OTHER MOVE 'F' TO WRK-TIPO
           END-EVALUATE.

      ******************************************************************
      * FOLHA-DO-ALUNO - Uma folha por matricula informada (branco
      * encerra, ate 20 folhas): perfil pelos erros do aluno,
      * questoes por tipo conforme o perfil, a folha e o registro do
      * perfil no DRILLPRF.
      ******************************************************************
       FOLHA-DO-ALUNO.
           DISPLAY 'MATRICULA DO ALUNO (BRANCO ENCERRA):'
           MOVE SPACES TO WRK-ALUNO-ID
           ACCEPT WRK-ALUNO-ID
           IF WRK-ALUNO-ID = SPACES
               MOVE 'S' TO WRK-FIM-ALUNOS
           ELSE
               ADD 1 TO WRK-FOLHA
               PERFORM MONTA-PERFIL
               PERFORM DISTRIBUI-QUESTOES
               PERFORM MONTA-SEQUENCIA
               PERFORM GERA-UMA-FOLHA
               PERFORM GRAVA-PERFIL
               DISPLAY 'FOLHA ' WRK-FOLHA ' MONTADA PARA '
                   WRK-ALUNO-ID ' (TIPOS ' WRK-TIPOS-FOLHA ').'
               IF WRK-FOLHA = 20
                   DISPLAY 'LIMITE DE 20 FOLHAS POR RODADA ATINGIDO.'
                   MOVE 'S' TO WRK-FIM-ALUNOS
               END-IF
           END-IF.

      ******************************************************************
      * MONTA-PERFIL - Le o DRILLRES guardando as ultimas 5 folhas
      * corrigidas do aluno e apura, por tipo de questao, as
      * respondidas, os erros, o percentual de erro (sem historico,
      * 50), o nivel dos numeros e o peso do tipo na proxima folha.
      ******************************************************************
       MONTA-PERFIL.
           INITIALIZE TABELA-PERFIL
           INITIALIZE TABELA-JANELA
           MOVE 0 TO WRK-QTD-JANELA
           MOVE 0 TO WRK-POS-JANELA
           MOVE SPACES TO WRK-NOME-ALUNO

           MOVE 'N' TO WRK-FIM-RES
           OPEN INPUT RESULTADO-FILE
           IF WRK-FS-RES = '35'
               CONTINUE
           ELSE
               READ RESULTADO-FILE
                   AT END MOVE 'S' TO WRK-FIM-RES
               END-READ
               PERFORM UNTIL FIM-RES
                   IF DR-ALUNO-ID = WRK-ALUNO-ID
                       PERFORM GUARDA-NA-JANELA
                   END-IF
                   READ RESULTADO-FILE
                       AT END MOVE 'S' TO WRK-FIM-RES
                   END-READ
               END-PERFORM
               CLOSE RESULTADO-FILE
           END-IF

           IF WRK-QTD-JANELA = 0
               DISPLAY 'ALUNO SEM FOLHA CORRIGIDA NO DRILLRES - FOLHA '
                   'EQUILIBRADA, NIVEL 1.'
           END-IF
           PERFORM VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-QTD-JANELA
               PERFORM CONTA-FOLHA-JANELA
           END-PERFORM

           PERFORM VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > 3
               IF PF-RESPONDIDAS(WRK-T) > 0
                   COMPUTE PF-PCT-ERRO(WRK-T) =
                       (PF-ERROS(WRK-T) * 100) / PF-RESPONDIDAS(WRK-T)
               ELSE
                   MOVE 50 TO PF-PCT-ERRO(WRK-T)
               END-IF
      * tipo dominado sobe o nivel dos numeros
               EVALUATE TRUE
                   WHEN PF-RESPONDIDAS(WRK-T) >= 6
                       AND PF-PCT-ERRO(WRK-T) <= 20
                       MOVE 3 TO PF-NIVEL(WRK-T)
                   WHEN PF-RESPONDIDAS(WRK-T) >= 3
                       AND PF-PCT-ERRO(WRK-T) <= 40
                       MOVE 2 TO PF-NIVEL(WRK-T)
                   WHEN OTHER
                       MOVE 1 TO PF-NIVEL(WRK-T)
               END-EVALUATE
               COMPUTE PF-PESO(WRK-T) = PF-PCT-ERRO(WRK-T) + 10
           END-PERFORM.

       GUARDA-NA-JANELA.
           COMPUTE WRK-POS-JANELA =
               FUNCTION MOD(WRK-POS-JANELA, 5) + 1
           MOVE DR-QTD-QUESTOES TO JN-QTD-QUESTOES(WRK-POS-JANELA)
           MOVE DR-MARCAS       TO JN-MARCAS(WRK-POS-JANELA)
           MOVE DR-TIPOS        TO JN-TIPOS(WRK-POS-JANELA)
           IF WRK-QTD-JANELA < 5
               ADD 1 TO WRK-QTD-JANELA
           END-IF
           MOVE DR-NOME TO WRK-NOME-ALUNO.

      * resultado sem tipos gravados segue o rodizio da folha geral
       CONTA-FOLHA-JANELA.
           MOVE JN-QTD-QUESTOES(WRK-J) TO WRK-LIMITE-Q
           IF WRK-LIMITE-Q > 20
               MOVE 20 TO WRK-LIMITE-Q
           END-IF
           PERFORM VARYING WRK-QUESTAO FROM 1 BY 1
               UNTIL WRK-QUESTAO > WRK-LIMITE-Q
               MOVE JN-TIPOS(WRK-J)(WRK-QUESTAO:1) TO WRK-TIPO
               IF WRK-TIPO = SPACE
                   PERFORM TIPO-DO-RODIZIO
               END-IF
               PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL TL-LETRA(WRK-T) = WRK-TIPO OR WRK-T = 3
                   CONTINUE
               END-PERFORM
               ADD 1 TO PF-RESPONDIDAS(WRK-T)
               IF JN-MARCAS(WRK-J)(WRK-QUESTAO:1) = 'E'
                   ADD 1 TO PF-ERROS(WRK-T)
               END-IF
           END-PERFORM.

      ******************************************************************
      * DISTRIBUI-QUESTOES - Reparte as questoes da folha pelos tipos
      * na proporcao dos pesos; a sobra da divisao vai para o tipo
      * mais fraco e, com 3 questoes ou mais, todo tipo recebe ao
      * menos uma.
      ******************************************************************
       DISTRIBUI-QUESTOES.
           COMPUTE WRK-SOMA-PESOS = PF-PESO(1) + PF-PESO(2)
               + PF-PESO(3)
           MOVE 0 TO WRK-DISTRIBUIDAS
           MOVE 1 TO WRK-MAIOR
           PERFORM VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > 3
               COMPUTE PF-QUESTOES(WRK-T) =
                   (WRK-QTD-QUESTOES * PF-PESO(WRK-T)) / WRK-SOMA-PESOS
               ADD PF-QUESTOES(WRK-T) TO WRK-DISTRIBUIDAS
               IF PF-PESO(WRK-T) > PF-PESO(WRK-MAIOR)
                   MOVE WRK-T TO WRK-MAIOR
               END-IF
           END-PERFORM
           COMPUTE PF-QUESTOES(WRK-MAIOR) = PF-QUESTOES(WRK-MAIOR)
               + WRK-QTD-QUESTOES - WRK-DISTRIBUIDAS
           IF WRK-QTD-QUESTOES >= 3
               PERFORM VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > 3
                   IF PF-QUESTOES(WRK-T) = 0
                       SUBTRACT 1 FROM PF-QUESTOES(WRK-MAIOR)
                       MOVE 1 TO PF-QUESTOES(WRK-T)
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > 3
               MOVE PF-QUESTOES(WRK-T) TO PF-RESTAM(WRK-T)
           END-PERFORM.

      ******************************************************************
      * MONTA-SEQUENCIA - Intercala os tipos na folha do aluno (um de
      * cada enquanto houver), de modo que o tipo mais fraco, com mais
      * questoes, tambem fecha a folha.
      ******************************************************************
       MONTA-SEQUENCIA.
           MOVE SPACES TO WRK-TIPOS-FOLHA
           MOVE 0 TO WRK-T
           PERFORM VARYING WRK-QUESTAO FROM 1 BY 1
               UNTIL WRK-QUESTAO > WRK-QTD-QUESTOES
               COMPUTE WRK-T = FUNCTION MOD(WRK-T, 3) + 1
               PERFORM UNTIL PF-RESTAM(WRK-T) > 0
                   COMPUTE WRK-T = FUNCTION MOD(WRK-T, 3) + 1
               END-PERFORM
               SUBTRACT 1 FROM PF-RESTAM(WRK-T)
               MOVE TL-LETRA(WRK-T) TO WRK-TIPOS-FOLHA(WRK-QUESTAO:1)
           END-PERFORM.

      ******************************************************************
      * ESCREVE-PERFIL-GABARITO - Perfil usado na folha do aluno, no
      * gabarito do professor, antes do bloco de respostas da folha.
      ******************************************************************
       ESCREVE-PERFIL-GABARITO.
           MOVE SPACES TO GABARITO-LINHA
           STRING 'PERFIL DO ALUNO ' DELIMITED BY SIZE
               WRK-ALUNO-ID DELIMITED BY SIZE
               ' - ULTIMAS ' DELIMITED BY SIZE
               WRK-QTD-JANELA DELIMITED BY SIZE
               ' FOLHA(S) CORRIGIDA(S)' DELIMITED BY SIZE
               INTO GABARITO-LINHA
           WRITE GABARITO-LINHA
           PERFORM VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > 3
               MOVE PF-PCT-ERRO(WRK-T) TO WRK-PCT-ED
               MOVE SPACES TO GABARITO-LINHA
               STRING '  ' DELIMITED BY SIZE
                   TN-NOME(WRK-T) DELIMITED BY SIZE
                   ' RESPONDIDAS ' DELIMITED BY SIZE
                   PF-RESPONDIDAS(WRK-T) DELIMITED BY SIZE
                   ' ERROS ' DELIMITED BY SIZE
                   PF-ERROS(WRK-T) DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WRK-PCT-ED DELIMITED BY SIZE
                   ' PCT) NIVEL ' DELIMITED BY SIZE
                   PF-NIVEL(WRK-T) DELIMITED BY SIZE
                   ' QUESTOES ' DELIMITED BY SIZE
                   PF-QUESTOES(WRK-T) DELIMITED BY SIZE
                   INTO GABARITO-LINHA
               WRITE GABARITO-LINHA
           END-PERFORM.

      ******************************************************************
      * GRAVA-PERFIL - Acrescenta ao DRILLPRF o perfil de que a folha
      * do aluno foi montada.
      ******************************************************************
       GRAVA-PERFIL.
           OPEN EXTEND PERFIL-FILE
           IF WRK-FS-PRF = '05' OR WRK-FS-PRF = '35'
               OPEN OUTPUT PERFIL-FILE
           END-IF
           MOVE WRK-ALUNO-ID    TO DP-ALUNO-ID
           MOVE WRK-NOME-ALUNO  TO DP-NOME
           MOVE WRK-FOLHA       TO DP-FOLHA
           MOVE FUNCTION CURRENT-DATE(1:8) TO DP-DATA
           MOVE WRK-QTD-JANELA  TO DP-QTD-JANELA
           PERFORM VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > 3
               MOVE PF-RESPONDIDAS(WRK-T) TO DP-RESPONDIDAS(WRK-T)
               MOVE PF-ERROS(WRK-T)       TO DP-ERROS(WRK-T)
               MOVE PF-PCT-ERRO(WRK-T)    TO DP-PCT-ERRO(WRK-T)
               MOVE PF-NIVEL(WRK-T)       TO DP-NIVEL(WRK-T)
               MOVE PF-QUESTOES(WRK-T)    TO DP-QUESTOES(WRK-T)
           END-PERFORM
           MOVE WRK-TIPOS-FOLHA TO DP-TIPOS
           WRITE DRILL-PERFIL-RECORD
           CLOSE PERFIL-FILE.

      ******************************************************************
      * GERA-UMA-FOLHA - Imprime o cabecalho da folha corrente e as
      * questoes, alternando os tres tipos de exercicio, com a
               WRK-NUM-ED DELIMITED BY SIZE
               INTO FOLHA-EXE-LINHA
           WRITE FOLHA-EXE-LINHA
           IF MODO-ALUNO
               MOVE SPACES TO FOLHA-EXE-LINHA
               STRING 'ALUNO: ' DELIMITED BY SIZE
                   WRK-ALUNO-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-NOME-ALUNO DELIMITED BY SIZE
                   INTO FOLHA-EXE-LINHA
               PERFORM ESCREVE-PERFIL-GABARITO
           ELSE
               MOVE 'NOME DO ALUNO: ______________________________'
                   TO FOLHA-EXE-LINHA
           END-IF
           WRITE FOLHA-EXE-LINHA
           MOVE SPACES TO FOLHA-EXE-LINHA
           WRITE FOLHA-EXE-LINHA

      * o tipo de cada questao segue o titulo, para o PROG105
           MOVE SPACES TO GABARITO-LINHA
           STRING 'GABARITO DA FOLHA ' DELIMITED BY SIZE
               WRK-NUM-ED DELIMITED BY SIZE
               ' TIPOS ' DELIMITED BY SIZE
               WRK-TIPOS-FOLHA DELIMITED BY SIZE
               INTO GABARITO-LINHA
           WRITE GABARITO-LINHA

           WRITE GABARITO-LINHA.

      ******************************************************************
      * GERA-UMA-QUESTAO - Monta a questao corrente no tipo que a
      * sequencia da folha lhe deu: classificar par/impar, dizer se e
      * primo ou fatorar; a resposta correspondente vai para o
      * gabarito.
      ******************************************************************
       GERA-UMA-QUESTAO.
           MOVE WRK-TIPOS-FOLHA(WRK-QUESTAO:1) TO WRK-TIPO
           PERFORM ESCOLHE-VALOR
           MOVE WRK-VALOR TO WRK-VALOR-ED
           MOVE WRK-QUESTAO TO WRK-NUM-ED

           EVALUATE WRK-TIPO
               WHEN 'P'
                   MOVE SPACES TO FOLHA-EXE-LINHA
                   STRING WRK-NUM-ED DELIMITED BY SIZE
                       ') CLASSIFIQUE COMO PAR OU IMPAR: '
                           INTO GABARITO-LINHA
                   END-IF
                   WRITE GABARITO-LINHA
               WHEN 'R'
                   MOVE SPACES TO FOLHA-EXE-LINHA
                   STRING WRK-NUM-ED DELIMITED BY SIZE
                       ') O NUMERO ' DELIMITED BY SIZE
      * ESCOLHE-VALOR - Amostra o valor da questao corrente: questoes
      * sobre primos preferem o PRIMOS-LOG e as demais o
      * EVEN-ODD-LOG, com o indice variando pela folha e pela questao
      * para que cada folha saia com uma amostra diferente. Na folha
      * do aluno, a partir dessa posicao procura um valor na faixa do
      * nivel do tipo (sem nenhum na faixa, fica o da posicao).
      ******************************************************************
       ESCOLHE-VALOR.
           IF WRK-TIPO = 'R'
               AND WRK-QTD-PRIMOS > 0
               COMPUTE WRK-IDX = FUNCTION MOD(
                   (WRK-FOLHA * 7 + WRK-QUESTAO * 13),
                   WRK-QTD-PRIMOS) + 1
               MOVE TP-VALOR(WRK-IDX) TO WRK-VALOR
               MOVE WRK-QTD-PRIMOS TO WRK-QTD-TAB
           ELSE
               IF WRK-QTD-VALORES > 0
                   COMPUTE WRK-IDX = FUNCTION MOD(
                       (WRK-FOLHA * 11 + WRK-QUESTAO * 5),
                       WRK-QTD-VALORES) + 1
                   MOVE TV-VALOR(WRK-IDX) TO WRK-VALOR
                   MOVE WRK-QTD-VALORES TO WRK-QTD-TAB
               ELSE
                   COMPUTE WRK-IDX = FUNCTION MOD(
                       (WRK-FOLHA * 7 + WRK-QUESTAO * 13),
                       WRK-QTD-PRIMOS) + 1
                   MOVE TP-VALOR(WRK-IDX) TO WRK-VALOR
                   MOVE WRK-QTD-PRIMOS TO WRK-QTD-TAB
               END-IF
           END-IF
           IF MODO-ALUNO
               PERFORM PROCURA-FAIXA
           END-IF.

      ******************************************************************
      * PROCURA-FAIXA - Percorre a tabela amostrada a partir de
      * WRK-IDX, em circulo, ate achar um valor na faixa do nivel do
      * tipo: 1 ate 99, 2 de 100 a 999, 3 de 1000 em diante.
      ******************************************************************
       PROCURA-FAIXA.
           PERFORM VARYING WRK-T FROM 1 BY 1
               UNTIL TL-LETRA(WRK-T) = WRK-TIPO OR WRK-T = 3
               CONTINUE
           END-PERFORM
           MOVE PF-NIVEL(WRK-T) TO WRK-NIVEL
           EVALUATE WRK-NIVEL
               WHEN 3
                   MOVE 1000 TO WRK-LIM-INF
                   MOVE 9999 TO WRK-LIM-SUP
               WHEN 2
                   MOVE 100  TO WRK-LIM-INF
                   MOVE 999  TO WRK-LIM-SUP
               WHEN OTHER
                   MOVE 0    TO WRK-LIM-INF
                   MOVE 99   TO WRK-LIM-SUP
           END-EVALUATE
           MOVE 'N' TO WRK-ACHOU-FAIXA
           PERFORM VARYING WRK-J FROM 0 BY 1
               UNTIL WRK-J >= WRK-QTD-TAB OR WRK-ACHOU-FAIXA = 'S'
               COMPUTE WRK-K = FUNCTION MOD(
                   (WRK-IDX - 1 + WRK-J), WRK-QTD-TAB) + 1
               IF WRK-TIPO = 'R' AND WRK-QTD-PRIMOS > 0
                   OR WRK-QTD-VALORES = 0
                   IF TP-VALOR(WRK-K) >= WRK-LIM-INF
                       AND TP-VALOR(WRK-K) <= WRK-LIM-SUP
                       MOVE TP-VALOR(WRK-K) TO WRK-VALOR
                       MOVE 'S' TO WRK-ACHOU-FAIXA
                   END-IF
               ELSE
                   IF TV-VALOR(WRK-K) >= WRK-LIM-INF
                       AND TV-VALOR(WRK-K) <= WRK-LIM-SUP
                       MOVE TV-VALOR(WRK-K) TO WRK-VALOR
                       MOVE 'S' TO WRK-ACHOU-FAIXA
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * VERIFICA-PRIMO - Testa por divisoes sucessivas se WRK-VALOR e
      * primo, devolvendo WRK-EH-PRIMO.
