      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG178.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  FOLHA SEMANAL DE HORAS POR OPERADOR - LISTA OS APONTAMENTOS
      *  DE MAO DE OBRA (APONTMO, LANCADOS PELO PROG177) DA SEMANA,
      *  DE SEGUNDA A DOMINGO, POR OPERADOR, DIA E HORARIO, COM O
      *  TOTAL DE HORAS E DE CUSTO DO DIA E DO OPERADOR. APONTA PARA
      *  A SUPERVISAO CORRIGIR: HORARIOS QUE SE SOBREPOEM NO MESMO
      *  DIA DO OPERADOR (AS DUAS PONTAS DO CONFLITO), HORAS EM ORDEM
      *  JA FECHADA (LANCADAS APOS O CUSTEIO) E HORAS EM ORDEM FORA
      *  DO MESTRE DE ORDENS.
      *  PARM: 'AAAAMMDD' - QUALQUER DIA DA SEMANA DESEJADA (EM
      *  BRANCO, A SEMANA ANTERIOR A DA RODADA).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APONTAMENTO-MO-FILE ASSIGN TO "APONTMO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APONT.
           SELECT ORDEM-SERVICO-FILE ASSIGN TO "ORDSERV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-NUMERO
               FILE STATUS IS WRK-FS-ORDEM.
           SELECT FOLHA-REL-FILE ASSIGN TO "FOLHASEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  APONTAMENTO-MO-FILE.
           COPY APONTMO.
       FD  ORDEM-SERVICO-FILE.
           COPY ORDSERV.
       FD  FOLHA-REL-FILE.
       01  FOLHA-REL-LINHA    PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-APONT      PIC X(02) VALUE SPACES.
       77 WRK-FS-ORDEM      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-DATA-PARM     PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM      PIC 9(08) VALUE 0.
       77 WRK-DIA-INT       PIC 9(07) VALUE 0.
       77 WRK-SEMANA-INI    PIC X(08) VALUE SPACES.
       77 WRK-SEMANA-FIM    PIC X(08) VALUE SPACES.
       77 WRK-CHAVE         PIC X(20) VALUE SPACES.
       77 WRK-QTD-ENTRADAS  PIC 9(04) VALUE 0.
       77 WRK-MAX-ENTRADAS  PIC 9(04) VALUE 3000.
       77 WRK-IDX           PIC 9(04) VALUE 0.
       77 WRK-J             PIC 9(04) VALUE 0.
       77 WRK-IDX-MAIOR-FIM PIC 9(04) VALUE 0.
       77 WRK-MAIOR-FIM     PIC 9(04) VALUE 0.
       77 WRK-OPERADOR-ANT  PIC X(08) VALUE SPACES.
       77 WRK-DATA-ANT      PIC X(08) VALUE SPACES.
       77 WRK-QTD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-QTD-EXCEDE    PIC 9(08) VALUE 0.
       77 WRK-QTD-SOBREPOE  PIC 9(08) VALUE 0.
       77 WRK-QTD-FECHADA   PIC 9(08) VALUE 0.
       77 WRK-QTD-INEXIST   PIC 9(08) VALUE 0.
       77 WRK-QTD-OPERADORES PIC 9(05) VALUE 0.
       77 WRK-MIN-DIA       PIC 9(07) VALUE 0.
       77 WRK-MIN-OPERADOR  PIC 9(07) VALUE 0.
       77 WRK-MIN-GERAL     PIC 9(08) VALUE 0.
       77 WRK-CUSTO-DIA     PIC 9(09)V99 VALUE 0.
       77 WRK-CUSTO-OPERADOR PIC 9(09)V99 VALUE 0.
       77 WRK-CUSTO-GERAL   PIC 9(11)V99 VALUE 0.
       77 WRK-HORAS-ED      PIC ZZZ9.99.
       77 WRK-CUSTO-ED      PIC ZZZ,ZZ9.99.
       77 WRK-CUSTO-TOT-ED  PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-QTD-ED        PIC ZZZZZZZ9.
       77 WRK-INICIO-ED     PIC 9(04).
       77 WRK-FIM-ED        PIC 9(04).
       77 WRK-MARCAS        PIC X(20) VALUE SPACES.
       COPY DATAPARM.
       COPY MSGPARM.
       01 TABELA-FOLHA.
          05 FH-ENTRY OCCURS 3000 TIMES.
             10 FH-CHAVE.
                15 FH-OPERADOR  PIC X(08).
                15 FH-DATA      PIC X(08).
                15 FH-INICIO    PIC 9(04).
             10 FH-FIM          PIC 9(04).
             10 FH-ORDEM        PIC X(08).
             10 FH-ATIVIDADE    PIC X(04).
             10 FH-MINUTOS      PIC 9(04).
             10 FH-CUSTO        PIC 9(07)V99.
             10 FH-SOBREPOE     PIC X(01).
             10 FH-SIT-ORDEM    PIC X(01).
             10 FH-DATA-REGISTRO PIC X(08).
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(08).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA

           PERFORM VALIDA-PARM
           IF RETURN-CODE < 8
               PERFORM CARREGA-SEMANA
           END-IF
           IF RETURN-CODE < 8
               PERFORM CONFERE-ORDENS
               PERFORM CONFERE-SOBREPOSICAO
               OPEN OUTPUT FOLHA-REL-FILE
               PERFORM ESCREVE-FOLHA
               CLOSE FOLHA-REL-FILE
               PERFORM MENSAGEM-FINAL
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * VALIDA-PARM - Semana da folha: a que contem o dia do PARM (em
      * branco, a semana anterior a da rodada), de segunda a domingo.
      * O dia 1 do calendario inteiro (01/01/1601) foi uma segunda.
      ******************************************************************
       VALIDA-PARM.
           IF PARM-TAM > 0
               MOVE PARM-TEXTO(1:PARM-TAM) TO WRK-DATA-PARM
           END-IF
           IF WRK-DATA-PARM = SPACES
               COMPUTE WRK-DIA-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WRK-CD-DATA)) - 7
           ELSE
               MOVE 1 TO DP-OPERACAO
               MOVE WRK-DATA-PARM TO DP-DATA-1
               CALL 'PROG104' USING DATA-PARAMETROS
               IF DP-VALIDA = 'S'
                   MOVE WRK-DATA-PARM TO WRK-DATA-NUM
                   COMPUTE WRK-DIA-INT =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
               ELSE
                   MOVE 'ACD0186E' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'DATA DA SEMANA INVALIDA: ' DELIMITED BY SIZE
                       WRK-DATA-PARM DELIMITED BY SIZE
                       ' (PARM AAAAMMDD).' DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE < 8
               COMPUTE WRK-DIA-INT = WRK-DIA-INT
                   - FUNCTION MOD(WRK-DIA-INT - 1, 7)
               COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WRK-DIA-INT)
               MOVE WRK-DATA-NUM TO WRK-SEMANA-INI
               COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WRK-DIA-INT + 6)
               MOVE WRK-DATA-NUM TO WRK-SEMANA-FIM
           END-IF.

      ******************************************************************
      * CARREGA-SEMANA - Apontamentos com data de trabalho na semana,
      * na tabela em ordem de operador, dia e hora de inicio.
      ******************************************************************
       CARREGA-SEMANA.
           OPEN INPUT APONTAMENTO-MO-FILE
           IF WRK-FS-APONT = '35'
               MOVE 'ACD0186E' TO MP-ID
               MOVE 'ARQUIVO DE APONTAMENTOS (APONTMO) INDISPONIVEL.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ APONTAMENTO-MO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WRK-QTD-LIDOS
                           IF MO-DATA NOT < WRK-SEMANA-INI
                               AND MO-DATA NOT > WRK-SEMANA-FIM
                               PERFORM INCLUI-ENTRADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APONTAMENTO-MO-FILE
           END-IF.

       INCLUI-ENTRADA.
           IF WRK-QTD-ENTRADAS NOT < WRK-MAX-ENTRADAS
               ADD 1 TO WRK-QTD-EXCEDE
           ELSE
               MOVE MO-OPERADOR    TO WRK-CHAVE(1:8)
               MOVE MO-DATA        TO WRK-CHAVE(9:8)
               MOVE MO-HORA-INICIO TO WRK-CHAVE(17:4)
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ENTRADAS
                   OR FH-CHAVE(WRK-IDX) > WRK-CHAVE
                   CONTINUE
               END-PERFORM
               PERFORM VARYING WRK-J FROM WRK-QTD-ENTRADAS BY -1
                   UNTIL WRK-J < WRK-IDX
                   MOVE FH-ENTRY(WRK-J) TO FH-ENTRY(WRK-J + 1)
               END-PERFORM
               ADD 1 TO WRK-QTD-ENTRADAS
               MOVE WRK-CHAVE      TO FH-CHAVE(WRK-IDX)
               MOVE MO-HORA-FIM    TO FH-FIM(WRK-IDX)
               MOVE MO-ORDEM       TO FH-ORDEM(WRK-IDX)
               MOVE MO-ATIVIDADE   TO FH-ATIVIDADE(WRK-IDX)
               MOVE MO-MINUTOS     TO FH-MINUTOS(WRK-IDX)
               MOVE MO-CUSTO       TO FH-CUSTO(WRK-IDX)
               MOVE MO-DATA-REGISTRO TO FH-DATA-REGISTRO(WRK-IDX)
               MOVE 'N'            TO FH-SOBREPOE(WRK-IDX)
               MOVE 'A'            TO FH-SIT-ORDEM(WRK-IDX)
           END-IF.

      ******************************************************************
      * CONFERE-ORDENS - Situacao da ordem de cada apontamento no
      * mestre: F lancado depois do custeio da ordem ja fechada (o
      * mesmo criterio do fechamento no PROG62 - horas lancadas antes
      * do fechamento nao sao ocorrencia), X fora do cadastro. Sem o
      * mestre, nenhuma ordem e apontada.
      ******************************************************************
       CONFERE-ORDENS.
           OPEN INPUT ORDEM-SERVICO-FILE
           IF WRK-FS-ORDEM = '00'
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ENTRADAS
                   MOVE FH-ORDEM(WRK-IDX) TO OS-NUMERO
                   READ ORDEM-SERVICO-FILE
                       INVALID KEY
                           MOVE 'X' TO FH-SIT-ORDEM(WRK-IDX)
                           ADD 1 TO WRK-QTD-INEXIST
                       NOT INVALID KEY
                           IF OS-FECHADA
                               AND FH-DATA-REGISTRO(WRK-IDX) >
                                   OS-DATA-CUSTEIO
                               MOVE 'F' TO FH-SIT-ORDEM(WRK-IDX)
                               ADD 1 TO WRK-QTD-FECHADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDEM-SERVICO-FILE
           END-IF.

      ******************************************************************
      * CONFERE-SOBREPOSICAO - Na tabela ordenada, o apontamento que
      * comeca antes do maior fim ja visto no dia do operador cruza
      * o apontamento dono desse fim; os dois sao marcados.
      ******************************************************************
       CONFERE-SOBREPOSICAO.
           MOVE SPACES TO WRK-OPERADOR-ANT
           MOVE SPACES TO WRK-DATA-ANT
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-ENTRADAS
               IF FH-OPERADOR(WRK-IDX) NOT = WRK-OPERADOR-ANT
                   OR FH-DATA(WRK-IDX) NOT = WRK-DATA-ANT
                   MOVE FH-OPERADOR(WRK-IDX) TO WRK-OPERADOR-ANT
                   MOVE FH-DATA(WRK-IDX)     TO WRK-DATA-ANT
                   MOVE FH-FIM(WRK-IDX)      TO WRK-MAIOR-FIM
                   MOVE WRK-IDX              TO WRK-IDX-MAIOR-FIM
               ELSE
                   IF FH-INICIO(WRK-IDX) < WRK-MAIOR-FIM
                       MOVE 'S' TO FH-SOBREPOE(WRK-IDX)
                       MOVE 'S' TO FH-SOBREPOE(WRK-IDX-MAIOR-FIM)
                   END-IF
                   IF FH-FIM(WRK-IDX) > WRK-MAIOR-FIM
                       MOVE FH-FIM(WRK-IDX) TO WRK-MAIOR-FIM
                       MOVE WRK-IDX         TO WRK-IDX-MAIOR-FIM
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-ENTRADAS
               IF FH-SOBREPOE(WRK-IDX) = 'S'
                   ADD 1 TO WRK-QTD-SOBREPOE
               END-IF
           END-PERFORM.

      ******************************************************************
      * ESCREVE-FOLHA - Um bloco por operador, com os apontamentos do
      * dia e o total do dia, o total do operador e o resumo geral.
      ******************************************************************
       ESCREVE-FOLHA.
           MOVE SPACES TO FOLHA-REL-LINHA
           STRING 'FOLHA SEMANAL DE HORAS - SEMANA DE ' DELIMITED BY
               SIZE
               WRK-SEMANA-INI DELIMITED BY SIZE
               ' A ' DELIMITED BY SIZE
               WRK-SEMANA-FIM DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WRK-CD-DATA DELIMITED BY SIZE
               INTO FOLHA-REL-LINHA
           WRITE FOLHA-REL-LINHA
           MOVE '  DATA     HORARIO   ORDEM    ATIV   HORAS'
               TO FOLHA-REL-LINHA
           MOVE '     CUSTO OCORRENCIA' TO FOLHA-REL-LINHA(44:)
           WRITE FOLHA-REL-LINHA

           MOVE SPACES TO WRK-OPERADOR-ANT
           MOVE SPACES TO WRK-DATA-ANT
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-ENTRADAS
               IF FH-OPERADOR(WRK-IDX) NOT = WRK-OPERADOR-ANT
                   IF WRK-OPERADOR-ANT NOT = SPACES
                       PERFORM ESCREVE-TOTAL-DIA
                       PERFORM ESCREVE-TOTAL-OPERADOR
                   END-IF
                   PERFORM ESCREVE-CABECALHO-OPERADOR
               ELSE
                   IF FH-DATA(WRK-IDX) NOT = WRK-DATA-ANT
                       PERFORM ESCREVE-TOTAL-DIA
                       MOVE FH-DATA(WRK-IDX) TO WRK-DATA-ANT
                   END-IF
               END-IF
               PERFORM ESCREVE-APONTAMENTO
           END-PERFORM
           IF WRK-OPERADOR-ANT NOT = SPACES
               PERFORM ESCREVE-TOTAL-DIA
               PERFORM ESCREVE-TOTAL-OPERADOR
           END-IF
           PERFORM ESCREVE-RESUMO.

       ESCREVE-CABECALHO-OPERADOR.
           ADD 1 TO WRK-QTD-OPERADORES
           MOVE FH-OPERADOR(WRK-IDX) TO WRK-OPERADOR-ANT
           MOVE FH-DATA(WRK-IDX)     TO WRK-DATA-ANT
           MOVE 0 TO WRK-MIN-OPERADOR
           MOVE 0 TO WRK-CUSTO-OPERADOR
           MOVE SPACES TO FOLHA-REL-LINHA
           WRITE FOLHA-REL-LINHA
           MOVE SPACES TO FOLHA-REL-LINHA
           STRING 'OPERADOR ' DELIMITED BY SIZE
               WRK-OPERADOR-ANT DELIMITED BY SIZE
               INTO FOLHA-REL-LINHA
           WRITE FOLHA-REL-LINHA.

       ESCREVE-APONTAMENTO.
           MOVE SPACES TO WRK-MARCAS
           IF FH-SOBREPOE(WRK-IDX) = 'S'
               MOVE '*SOBREP' TO WRK-MARCAS
           END-IF
           EVALUATE FH-SIT-ORDEM(WRK-IDX)
               WHEN 'F'
                   MOVE '*FECHADA' TO WRK-MARCAS(9:)
               WHEN 'X'
                   MOVE '*SEM ORDEM' TO WRK-MARCAS(9:)
           END-EVALUATE
           ADD FH-MINUTOS(WRK-IDX) TO WRK-MIN-DIA
           ADD FH-CUSTO(WRK-IDX)   TO WRK-CUSTO-DIA
           MOVE FH-INICIO(WRK-IDX) TO WRK-INICIO-ED
           MOVE FH-FIM(WRK-IDX)    TO WRK-FIM-ED
           COMPUTE WRK-HORAS-ED ROUNDED = FH-MINUTOS(WRK-IDX) / 60
           MOVE FH-CUSTO(WRK-IDX)  TO WRK-CUSTO-ED
           MOVE SPACES TO FOLHA-REL-LINHA
           STRING '  ' DELIMITED BY SIZE
               FH-DATA(WRK-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-INICIO-ED DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WRK-FIM-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FH-ORDEM(WRK-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FH-ATIVIDADE(WRK-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-HORAS-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-CUSTO-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MARCAS DELIMITED BY SIZE
               INTO FOLHA-REL-LINHA
           WRITE FOLHA-REL-LINHA.

       ESCREVE-TOTAL-DIA.
           COMPUTE WRK-HORAS-ED ROUNDED = WRK-MIN-DIA / 60
           MOVE WRK-CUSTO-DIA TO WRK-CUSTO-ED
           MOVE SPACES TO FOLHA-REL-LINHA
           STRING '  TOTAL DO DIA ' DELIMITED BY SIZE
               WRK-DATA-ANT DELIMITED BY SIZE
               '            ' DELIMITED BY SIZE
               WRK-HORAS-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-CUSTO-ED DELIMITED BY SIZE
               INTO FOLHA-REL-LINHA
           WRITE FOLHA-REL-LINHA
           ADD WRK-MIN-DIA   TO WRK-MIN-OPERADOR
           ADD WRK-CUSTO-DIA TO WRK-CUSTO-OPERADOR
           MOVE 0 TO WRK-MIN-DIA
           MOVE 0 TO WRK-CUSTO-DIA.

       ESCREVE-TOTAL-OPERADOR.
           COMPUTE WRK-HORAS-ED ROUNDED = WRK-MIN-OPERADOR / 60
           MOVE WRK-CUSTO-OPERADOR TO WRK-CUSTO-ED
           MOVE SPACES TO FOLHA-REL-LINHA
           STRING 'TOTAL DO OPERADOR ' DELIMITED BY SIZE
               WRK-OPERADOR-ANT DELIMITED BY SIZE
               '         ' DELIMITED BY SIZE
               WRK-HORAS-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-CUSTO-ED DELIMITED BY SIZE
               INTO FOLHA-REL-LINHA
           WRITE FOLHA-REL-LINHA
           ADD WRK-MIN-OPERADOR   TO WRK-MIN-GERAL
           ADD WRK-CUSTO-OPERADOR TO WRK-CUSTO-GERAL.

       ESCREVE-RESUMO.
           MOVE SPACES TO FOLHA-REL-LINHA
           WRITE FOLHA-REL-LINHA
           MOVE WRK-QTD-OPERADORES TO WRK-QTD-ED
           MOVE SPACES TO FOLHA-REL-LINHA
           STRING 'OPERADORES ................ ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO FOLHA-REL-LINHA
           WRITE FOLHA-REL-LINHA
           MOVE WRK-QTD-ENTRADAS TO WRK-QTD-ED
           MOVE SPACES TO FOLHA-REL-LINHA
           STRING 'APONTAMENTOS DA SEMANA .... ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO FOLHA-REL-LINHA
           WRITE FOLHA-REL-LINHA
           COMPUTE WRK-HORAS-ED ROUNDED = WRK-MIN-GERAL / 60
           MOVE WRK-CUSTO-GERAL TO WRK-CUSTO-TOT-ED
           MOVE SPACES TO FOLHA-REL-LINHA
           STRING 'HORAS / CUSTO DA SEMANA ... ' DELIMITED BY SIZE
               WRK-HORAS-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-CUSTO-TOT-ED DELIMITED BY SIZE
               INTO FOLHA-REL-LINHA
           WRITE FOLHA-REL-LINHA
           MOVE WRK-QTD-SOBREPOE TO WRK-QTD-ED
           MOVE SPACES TO FOLHA-REL-LINHA
           STRING 'APONTAMENTOS SOBREPOSTOS .. ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO FOLHA-REL-LINHA
           WRITE FOLHA-REL-LINHA
           MOVE WRK-QTD-FECHADA TO WRK-QTD-ED
           MOVE SPACES TO FOLHA-REL-LINHA
           STRING 'EM ORDEM FECHADA .......... ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO FOLHA-REL-LINHA
           WRITE FOLHA-REL-LINHA
           MOVE WRK-QTD-INEXIST TO WRK-QTD-ED
           MOVE SPACES TO FOLHA-REL-LINHA
           STRING 'EM ORDEM FORA DO CADASTRO . ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO FOLHA-REL-LINHA
           WRITE FOLHA-REL-LINHA
           IF WRK-QTD-EXCEDE > 0
               MOVE WRK-QTD-EXCEDE TO WRK-QTD-ED
               MOVE SPACES TO FOLHA-REL-LINHA
               STRING 'FORA DA FOLHA (TABELA CHEIA) ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO FOLHA-REL-LINHA
               WRITE FOLHA-REL-LINHA
           END-IF.

      ******************************************************************
      * MENSAGEM-FINAL - Resultado da rodada para a operacao: RC=4 se
      * a folha tem ocorrencias a corrigir.
      ******************************************************************
       MENSAGEM-FINAL.
           IF WRK-QTD-SOBREPOE > 0 OR WRK-QTD-FECHADA > 0
               OR WRK-QTD-INEXIST > 0 OR WRK-QTD-EXCEDE > 0
               MOVE 'ACD0185W' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'FOLHA DA SEMANA ' DELIMITED BY SIZE
                   WRK-SEMANA-INI DELIMITED BY SIZE
                   ' COM OCORRENCIAS A CORRIGIR.' DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WRK-QTD-ENTRADAS TO WRK-QTD-ED
               MOVE 'ACD0184I' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'FOLHA DA SEMANA ' DELIMITED BY SIZE
                   WRK-SEMANA-INI DELIMITED BY SIZE
                   ' EMITIDA: ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   ' APONTAMENTOS.' DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
           END-IF.

       EMITE-MENSAGEM.
           CALL 'PROG65' USING MENSAGEM-PARAMETROS.

      ******************************************************************
      * REGISTRA-RUNCTL - Registra no controle de execucoes o inicio
      * ou o fim da rodada, com contadores e codigo de retorno.
      ******************************************************************
       REGISTRA-RUNCTL.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN EXTEND RUN-CONTROL-FILE
           IF WRK-FS-RUNCTL = '05' OR WRK-FS-RUNCTL = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE 'PROG178'        TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO   TO RN-EVENTO
           MOVE WRK-CD-DATA      TO RN-DATA
           MOVE WRK-CD-HORA      TO RN-HORA
           MOVE WRK-QTD-LIDOS    TO RN-LIDOS
           MOVE WRK-QTD-ENTRADAS TO RN-GRAVADOS
           MOVE WRK-QTD-EXCEDE   TO RN-REJEITADOS
           MOVE RETURN-CODE      TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG178.
