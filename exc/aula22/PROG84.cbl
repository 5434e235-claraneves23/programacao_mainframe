       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 03/09/2026.
      *  CONTROLADOR DE REINICIO DA CADEIA NOTURNA - LE O RUN-CONTROL
      *  DA NOITE E, PARA CADA PASSO DA CADEIA (PROG82, PROG156,
      *  PROG04, PROG81, PROG14, PROG16, MAIS OS LEGADOS PROG13/PROG21
      *  DE REPROCESSOS AVULSOS), APURA SE O PASSO NEM RODOU, FICOU SO
      *  COM O EVENTO 'I' (QUEDA NO MEIO) OU FECHOU O 'F' E COM QUE
      *  CONTADORES E RC; VERIFICA SE O CHECKPOINT DO PROG04 ESTA
      *  APROVEITAVEL E EMITE A FOLHA DE INSTRUCAO COM O PONTO EXATO
      *  DE RETOMADA, PELAS MENSAGENS DO CATALOGO - EM VEZ DO GREP
      *  MANUAL DO OPERADOR AS TRES DA MANHA. ATENDE TAMBEM A CADEIA
      *  DO FECHAMENTO MENSAL (JOB FECHMES: PROG72, PROG102, PROG103,
      *  PROG101, PROG34 E O FECHAMENTO DO MES PELO PROG171), ESCOLHIDA
      *  NA ABERTURA (N NOTURNA, M MENSAL), COM O PASSO DO JOB ONDE
      *  REINICIAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 WRK-FIM-RUNCTL    PIC X(01) VALUE 'N'.
           88 FIM-RUNCTL           VALUE 'S'.
       77 WRK-DATA-REF      PIC X(08) VALUE SPACES.
       77 WRK-CADEIA        PIC X(01) VALUE 'N'.
           88 CADEIA-MENSAL        VALUE 'M'.
       77 WRK-NOME-CADEIA   PIC X(17) VALUE 'CADEIA NOTURNA'.
       77 WRK-IDX           PIC 9(01) VALUE 0.
       77 WRK-RESTART-IDX   PIC 9(01) VALUE 0.
       77 WRK-QTD-PASSOS    PIC 9(01) VALUE 8.
       77 WRK-QTD-OBRIG     PIC 9(01) VALUE 6.
       77 WRK-CKP-CONTADOR  PIC 9(08) VALUE 0.
       77 WRK-QTD-ED        PIC ZZZZZZZ9.
       COPY MSGPARM.
      * os legados da cabeca antiga, mostrados so se tiverem rodado.
       01 TABELA-CADEIA.
          05 FILLER PIC X(09) VALUE 'PROG82  O'.
          05 FILLER PIC X(09) VALUE 'PROG156 O'.
          05 FILLER PIC X(09) VALUE 'PROG04  O'.
          05 FILLER PIC X(09) VALUE 'PROG81  O'.
          05 FILLER PIC X(09) VALUE 'PROG14  O'.
          05 FILLER PIC X(09) VALUE 'PROG13  L'.
          05 FILLER PIC X(09) VALUE 'PROG21  L'.
       01 TABELA-CADEIA-R REDEFINES TABELA-CADEIA.
          05 CAD-ENTRY OCCURS 8 TIMES.
             10 CAD-PROGRAMA   PIC X(08).
             10 CAD-TIPO       PIC X(01).

      * Passos do fechamento mensal (todos obrigatorios), com o nome
      * do passo no job FECHMES para o RESTART.
       01 TABELA-FECHMES.
          05 FILLER PIC X(17) VALUE 'PROG72  OAGING   '.
          05 FILLER PIC X(17) VALUE 'PROG102 OVALORIZ '.
          05 FILLER PIC X(17) VALUE 'PROG103 OPERDA   '.
          05 FILLER PIC X(17) VALUE 'PROG101 OVALIDADE'.
          05 FILLER PIC X(17) VALUE 'PROG34  OTENDENC '.
          05 FILLER PIC X(17) VALUE 'PROG171 OFECHA   '.
       01 TABELA-FECHMES-R REDEFINES TABELA-FECHMES.
          05 FM-ENTRY OCCURS 6 TIMES.
             10 FM-PROGRAMA-TIPO PIC X(09).
             10 FM-PASSO         PIC X(08).
       01 TABELA-ESTADO.
          05 EST-ENTRY OCCURS 8 TIMES.
             10 EST-SITUACAO   PIC X(01).
                88 EST-NAO-RODOU     VALUE 'N'.
                88 EST-INCOMPLETO    VALUE 'I'.
             10 EST-HORA       PIC X(06).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'CADEIA (N NOTURNA, M FECHAMENTO MENSAL), BRANCO=N:'
           ACCEPT WRK-CADEIA
           MOVE FUNCTION UPPER-CASE(WRK-CADEIA) TO WRK-CADEIA
           IF CADEIA-MENSAL
               PERFORM CARREGA-CADEIA-MENSAL
           END-IF

           DISPLAY 'DATA DA CADEIA (AAAAMMDD) OU BRANCO PARA HOJE:'
           ACCEPT WRK-DATA-REF
           IF WRK-DATA-REF = SPACES
               MOVE WRK-CD-DATA TO WRK-DATA-REF
           END-IF

           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PASSOS
               MOVE 'N' TO EST-SITUACAO(WRK-IDX)
               MOVE 0 TO EST-LIDOS(WRK-IDX)
               MOVE 0 TO EST-GRAVADOS(WRK-IDX)
           PERFORM ESCREVE-FOLHA
           STOP RUN.

      ******************************************************************
      * CARREGA-CADEIA-MENSAL - Troca os passos da cadeia noturna
      * pelos do fechamento mensal, todos obrigatorios.
      ******************************************************************
       CARREGA-CADEIA-MENSAL.
           MOVE 'FECHAMENTO MENSAL' TO WRK-NOME-CADEIA
           MOVE 6 TO WRK-QTD-PASSOS
           MOVE 6 TO WRK-QTD-OBRIG
           MOVE SPACES TO TABELA-CADEIA
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PASSOS
               MOVE FM-PROGRAMA-TIPO(WRK-IDX) TO CAD-ENTRY(WRK-IDX)
           END-PERFORM.

      ******************************************************************
      * APURA-RUN-CONTROL - Varre o RUN-CONTROL e guarda, para cada
      * passo da cadeia, o ultimo evento da data de referencia (o 'F'

       GUARDA-EVENTO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PASSOS
               OR CAD-PROGRAMA(WRK-IDX) = RN-PROGRAMA
               CONTINUE
           END-PERFORM
           IF WRK-IDX <= WRK-QTD-PASSOS
               IF RN-INICIO
                   IF EST-SITUACAO(WRK-IDX) NOT = 'F'
                       MOVE 'I' TO EST-SITUACAO(WRK-IDX)
       DETERMINA-RETOMADA.
           MOVE 0 TO WRK-RESTART-IDX
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-OBRIG OR WRK-RESTART-IDX > 0
               IF EST-SITUACAO(WRK-IDX) NOT = 'F'
                   OR EST-STATUS(WRK-IDX) >= 8
                   MOVE WRK-IDX TO WRK-RESTART-IDX
           OPEN OUTPUT REST-REL-FILE

           MOVE SPACES TO REST-REL-LINHA
           STRING WRK-NOME-CADEIA DELIMITED BY '  '
               ' DE ' DELIMITED BY SIZE
               WRK-DATA-REF DELIMITED BY SIZE
               ' - FOLHA DE REINICIO' DELIMITED BY SIZE
               INTO REST-REL-LINHA
           MOVE SPACES TO REST-REL-LINHA
           WRITE REST-REL-LINHA

           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PASSOS
               IF CAD-TIPO(WRK-IDX) = 'O'
                   OR EST-SITUACAO(WRK-IDX) NOT = 'N'
                   PERFORM ESCREVE-LINHA-PASSO
                   TO REST-REL-LINHA
               WRITE REST-REL-LINHA
               MOVE 'ACD0071I' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING WRK-NOME-CADEIA DELIMITED BY '  '
                   ' COMPLETA - SEM RETOMADA.' DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
           ELSE
               MOVE SPACES TO REST-REL-LINHA
               IF CAD-PROGRAMA(WRK-RESTART-IDX) = 'PROG04'
                   PERFORM ESCREVE-ORIENTACAO-CKP
               END-IF
               IF CADEIA-MENSAL
                   MOVE SPACES TO REST-REL-LINHA
                   STRING 'NO JOB FECHMES: RESTART=' DELIMITED BY SIZE
                       FM-PASSO(WRK-RESTART-IDX) DELIMITED BY SPACE
                       '.' DELIMITED BY SIZE
                       INTO REST-REL-LINHA
                   WRITE REST-REL-LINHA
               END-IF
               MOVE 'ACD0072W' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING WRK-NOME-CADEIA DELIMITED BY '  '
                   ' INCOMPLETA - RETOMAR DE ' DELIMITED BY SIZE
                   CAD-PROGRAMA(WRK-RESTART-IDX) DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   INTO MP-TEXTO
