      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG125.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  MANUTENCAO DO MESTRE DE SALAS - INCLUI, ALTERA, CONSULTA E
      *  LISTA AS SALAS (CODIGO, PREDIO, LUGARES E TIPO: LABORATORIO,
      *  EXPOSITIVA OU OFICINA), E EMITE A GRADE DE OCUPACAO DO
      *  SEMESTRE: PARA CADA DIA DA SEMANA, UMA LINHA POR SALA E UMA
      *  COLUNA POR FAIXA DE UMA HORA, MARCANDO AS FAIXAS TOMADAS POR
      *  TURMA (E COM '*' AS TOMADAS POR MAIS DE UMA, GRAVADAS ANTES
      *  DO TESTE DE CHOQUE DO PROG26).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALA-FILE ASSIGN TO "SALAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CODIGO
               FILE STATUS IS WRK-FS-SALA.
           SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CODIGO
               FILE STATUS IS WRK-FS-TURMA.
           SELECT OCUP-REL-FILE ASSIGN TO "OCUPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  SALA-FILE.
           COPY SALAMR.
       FD  TURMA-MASTER-FILE.
           COPY TURMAMR.
       FD  OCUP-REL-FILE.
           COPY OCUPREL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-SALA       PIC X(02) VALUE SPACES.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC 9 VALUE 0.
       77 WRK-CONTINUAR     PIC X VALUE 'S'.
       77 WRK-COD-BUSCA     PIC X(06) VALUE SPACES.
       77 WRK-SEM-BUSCA     PIC X(06) VALUE SPACES.
       77 WRK-ACHOU         PIC X VALUE 'N'.
           88 REGISTRO-ACHADO      VALUE 'S'.
       77 WRK-FIM-SALA      PIC X(01) VALUE 'N'.
           88 FIM-SALA             VALUE 'S'.
       77 WRK-FIM-TURMA     PIC X(01) VALUE 'N'.
           88 FIM-TURMA            VALUE 'S'.
       77 WRK-LUGARES-ED    PIC X(03) VALUE SPACES.
       77 WRK-LUGARES-OK    PIC X(01) VALUE 'N'.
           88 LUGARES-VALIDOS      VALUE 'S'.
       77 WRK-QTD-SALAS     PIC 9(03) VALUE 0.
       77 WRK-SX            PIC 9(03) VALUE 0.
       77 WRK-DIA           PIC 9(01) VALUE 0.
       77 WRK-HX            PIC 9(02) VALUE 0.
       77 WRK-HORA-INI      PIC 9(04) VALUE 0.
       77 WRK-HORA-FIM      PIC 9(04) VALUE 0.
       77 WRK-QTD-NO-DIA    PIC 9(04) VALUE 0.
       77 WRK-SEM-SALA      PIC 9(04) VALUE 0.
       77 WRK-CHOQUES       PIC 9(04) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZ9.

      ******************************************************************
      * Grade de ocupacao: por sala, dia (1=SEG..6=SAB) e faixa de
      * uma hora (1 = 07:00-08:00 ... 16 = 22:00-23:00).
      ******************************************************************
       01 TABELA-GRADE.
          05 GR-SALA-ENTRY OCCURS 100 TIMES.
             10 GR-SALA        PIC X(06).
             10 GR-DIA OCCURS 6 TIMES.
                15 GR-FAIXA    PIC X(01) OCCURS 16 TIMES.
       01 TABELA-DIAS.
          05 FILLER         PIC X(13) VALUE 'SEGUNDA-FEIRA'.
          05 FILLER         PIC X(13) VALUE 'TERCA-FEIRA'.
          05 FILLER         PIC X(13) VALUE 'QUARTA-FEIRA'.
          05 FILLER         PIC X(13) VALUE 'QUINTA-FEIRA'.
          05 FILLER         PIC X(13) VALUE 'SEXTA-FEIRA'.
          05 FILLER         PIC X(13) VALUE 'SABADO'.
       01 TABELA-DIAS-R REDEFINES TABELA-DIAS.
          05 DS-NOME        PIC X(13) OCCURS 6 TIMES.
       01 WRK-CAB-HORAS.
          05 FILLER         PIC X(32) VALUE
             'SALA     07 08 09 10 11 12 13 14'.
          05 FILLER         PIC X(24) VALUE
             ' 15 16 17 18 19 20 21 22'.
       01 WRK-LINHA-GRADE.
          05 WRK-LG-SALA    PIC X(06).
          05 FILLER         PIC X(02).
          05 WRK-LG-FAIXA OCCURS 16 TIMES.
             10 FILLER      PIC X(01).
             10 WRK-LG-MARCA PIC X(02).
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O SALA-FILE
           IF WRK-FS-SALA = '35'
               CLOSE SALA-FILE
               OPEN OUTPUT SALA-FILE
               CLOSE SALA-FILE
               OPEN I-O SALA-FILE
           END-IF

           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

           CLOSE SALA-FILE
           STOP RUN.

       EXIBE-MENU.
           DISPLAY 'MESTRE DE SALAS'
           DISPLAY '1 - INCLUIR SALA'
           DISPLAY '2 - ALTERAR SALA'
           DISPLAY '3 - CONSULTAR SALA'
           DISPLAY '4 - LISTAR SALAS'
           DISPLAY '5 - GRADE DE OCUPACAO DO SEMESTRE'
           DISPLAY '6 - SAIR'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM INCLUI-SALA
               WHEN 2 PERFORM ALTERA-SALA
               WHEN 3 PERFORM CONSULTA-SALA
               WHEN 4 PERFORM LISTA-SALAS
               WHEN 5 PERFORM RELATORIO-OCUPACAO
               WHEN 6 MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       INCLUI-SALA.
           DISPLAY 'CODIGO DA SALA:'
           ACCEPT WRK-COD-BUSCA
           IF WRK-COD-BUSCA = SPACES
               DISPLAY 'CODIGO NAO PODE SER EM BRANCO.'
           ELSE
               MOVE WRK-COD-BUSCA TO SL-CODIGO
               DISPLAY 'PREDIO:'
               ACCEPT SL-PREDIO
               PERFORM ACEITA-LUGARES
               PERFORM ACEITA-TIPO
               MOVE 'A' TO SL-ATIVA
               WRITE SALA-RECORD
                   INVALID KEY
                       DISPLAY 'SALA JA EXISTE. INCLUSAO NEGADA.'
                   NOT INVALID KEY
                       DISPLAY 'SALA INCLUIDA: ' SL-CODIGO
               END-WRITE
           END-IF.

       ALTERA-SALA.
           PERFORM LOCALIZA-SALA
           IF REGISTRO-ACHADO
               DISPLAY 'PREDIO ATUAL: ' SL-PREDIO
               DISPLAY 'NOVO PREDIO:'
               ACCEPT SL-PREDIO
               DISPLAY 'LUGARES ATUAIS: ' SL-LUGARES
               PERFORM ACEITA-LUGARES
               DISPLAY 'TIPO ATUAL: ' SL-TIPO
               PERFORM ACEITA-TIPO
               DISPLAY 'SITUACAO ATUAL: ' SL-ATIVA
               DISPLAY 'NOVA SITUACAO - (A)TIVA OU (I)NATIVA:'
               ACCEPT SL-ATIVA
               MOVE FUNCTION UPPER-CASE(SL-ATIVA) TO SL-ATIVA
               IF NOT SL-SALA-INATIVA
                   MOVE 'A' TO SL-ATIVA
               END-IF
               REWRITE SALA-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO ALTERAR A SALA.'
                   NOT INVALID KEY
                       DISPLAY 'SALA ALTERADA COM SUCESSO.'
               END-REWRITE
           END-IF.

       CONSULTA-SALA.
           PERFORM LOCALIZA-SALA
           IF REGISTRO-ACHADO
               DISPLAY 'CODIGO  : ' SL-CODIGO
               DISPLAY 'PREDIO  : ' SL-PREDIO
               DISPLAY 'LUGARES : ' SL-LUGARES
               EVALUATE TRUE
                   WHEN SL-LABORATORIO
                       DISPLAY 'TIPO    : LABORATORIO'
                   WHEN SL-EXPOSITIVA
                       DISPLAY 'TIPO    : EXPOSITIVA'
                   WHEN SL-OFICINA
                       DISPLAY 'TIPO    : OFICINA'
               END-EVALUATE
               DISPLAY 'SITUACAO: ' SL-ATIVA
           END-IF.

       LISTA-SALAS.
           MOVE 'N' TO WRK-FIM-SALA
           MOVE SPACES TO SL-CODIGO
           START SALA-FILE KEY IS NOT LESS THAN SL-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SALA
           END-START
           PERFORM UNTIL FIM-SALA
               READ SALA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-SALA
               END-READ
               IF NOT FIM-SALA
                   DISPLAY '  ' SL-CODIGO ' ' SL-PREDIO ' '
                       SL-LUGARES ' LUGARES ' SL-TIPO ' ' SL-ATIVA
               END-IF
           END-PERFORM.

       LOCALIZA-SALA.
           MOVE 'N' TO WRK-ACHOU
           DISPLAY 'CODIGO DA SALA:'
           ACCEPT WRK-COD-BUSCA
           MOVE WRK-COD-BUSCA TO SL-CODIGO
           READ SALA-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
                   DISPLAY 'SALA NAO ENCONTRADA.'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.

       ACEITA-LUGARES.
           MOVE 'N' TO WRK-LUGARES-OK
           PERFORM UNTIL LUGARES-VALIDOS
               DISPLAY 'NUMERO DE LUGARES:'
               ACCEPT WRK-LUGARES-ED
               IF FUNCTION TEST-NUMVAL(WRK-LUGARES-ED) = 0
                   IF FUNCTION NUMVAL(WRK-LUGARES-ED) > 0
                       COMPUTE SL-LUGARES =
                           FUNCTION NUMVAL(WRK-LUGARES-ED)
                       MOVE 'S' TO WRK-LUGARES-OK
                   END-IF
               END-IF
               IF NOT LUGARES-VALIDOS
                   DISPLAY 'NUMERO DE LUGARES INVALIDO.'
               END-IF
           END-PERFORM.

       ACEITA-TIPO.
           MOVE SPACES TO SL-TIPO
           PERFORM UNTIL SL-TIPO-VALIDO
               DISPLAY 'TIPO - (L)ABORATORIO, (E)XPOSITIVA OU '
                   '(O)FICINA:'
               ACCEPT SL-TIPO
               MOVE FUNCTION UPPER-CASE(SL-TIPO) TO SL-TIPO
               IF NOT SL-TIPO-VALIDO
                   DISPLAY 'TIPO INVALIDO.'
               END-IF
           END-PERFORM.

      ******************************************************************
      * RELATORIO-OCUPACAO - Monta a grade do semestre informado:
      * carrega as salas do mestre, marca as faixas de hora tomadas
      * por cada turma do semestre com sala e horario estruturado, e
      * imprime um quadro por dia da semana no OCUPREL.
      ******************************************************************
       RELATORIO-OCUPACAO.
           DISPLAY 'SEMESTRE (AAAA-S):'
           ACCEPT WRK-SEM-BUSCA
           PERFORM CARREGA-SALAS-GRADE
           MOVE 0 TO WRK-SEM-SALA
           MOVE 0 TO WRK-CHOQUES

           OPEN INPUT TURMA-MASTER-FILE
           IF WRK-FS-TURMA = '35'
               DISPLAY 'ARQUIVO TURMA-MASTER VAZIO OU INEXISTENTE.'
           ELSE
               MOVE 'N' TO WRK-FIM-TURMA
               MOVE SPACES TO TU-CODIGO
               START TURMA-MASTER-FILE KEY IS NOT LESS THAN TU-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-TURMA
               END-START
               PERFORM UNTIL FIM-TURMA
                   READ TURMA-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-TURMA
                   END-READ
                   IF NOT FIM-TURMA
                       IF TU-SEMESTRE = WRK-SEM-BUSCA
                           PERFORM MARCA-TURMA-GRADE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TURMA-MASTER-FILE

               PERFORM IMPRIME-GRADE
           END-IF.

       CARREGA-SALAS-GRADE.
           MOVE 0 TO WRK-QTD-SALAS
           MOVE ALL '.' TO TABELA-GRADE
           MOVE 'N' TO WRK-FIM-SALA
           MOVE SPACES TO SL-CODIGO
           START SALA-FILE KEY IS NOT LESS THAN SL-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SALA
           END-START
           PERFORM UNTIL FIM-SALA
               READ SALA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-SALA
               END-READ
               IF NOT FIM-SALA
                   IF WRK-QTD-SALAS >= 100
                       DISPLAY 'TABELA DE SALAS CHEIA. SALA '
                           SL-CODIGO ' FORA DA GRADE.'
                   ELSE
                       ADD 1 TO WRK-QTD-SALAS
                       MOVE SL-CODIGO TO GR-SALA(WRK-QTD-SALAS)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * MARCA-TURMA-GRADE - Marca 'X' nas faixas de uma hora que o
      * horario da turma toca na linha da sua sala; faixa ja marcada
      * vira '*' (duas turmas na mesma sala e hora).
      ******************************************************************
       MARCA-TURMA-GRADE.
           IF TU-SALA = SPACES OR TU-DIA-SEMANA IS NOT NUMERIC
               ADD 1 TO WRK-SEM-SALA
           ELSE
               PERFORM VARYING WRK-SX FROM 1 BY 1
                   UNTIL WRK-SX > WRK-QTD-SALAS
                   OR GR-SALA(WRK-SX) = TU-SALA
                   CONTINUE
               END-PERFORM
               IF WRK-SX > WRK-QTD-SALAS
                   OR TU-DIA-SEMANA < 1 OR TU-DIA-SEMANA > 6
                   ADD 1 TO WRK-SEM-SALA
               ELSE
                   MOVE TU-DIA-SEMANA TO WRK-DIA
                   PERFORM VARYING WRK-HX FROM 1 BY 1
                       UNTIL WRK-HX > 16
                       COMPUTE WRK-HORA-INI = (WRK-HX + 6) * 100
                       COMPUTE WRK-HORA-FIM = WRK-HORA-INI + 100
                       IF TU-HORA-INICIO < WRK-HORA-FIM
                           AND TU-HORA-FIM > WRK-HORA-INI
                           IF GR-FAIXA(WRK-SX, WRK-DIA, WRK-HX)
                               = '.'
                               MOVE 'X' TO
                                   GR-FAIXA(WRK-SX, WRK-DIA, WRK-HX)
                           ELSE
                               MOVE '*' TO
                                   GR-FAIXA(WRK-SX, WRK-DIA, WRK-HX)
                               ADD 1 TO WRK-CHOQUES
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       IMPRIME-GRADE.
           OPEN OUTPUT OCUP-REL-FILE
           MOVE SPACES TO OCUP-REL-LINHA
           STRING 'GRADE DE OCUPACAO DE SALAS - SEMESTRE '
               DELIMITED BY SIZE
               WRK-SEM-BUSCA DELIMITED BY SIZE
               INTO OCUP-REL-LINHA
           WRITE OCUP-REL-LINHA
           MOVE 'X = OCUPADA   * = MAIS DE UMA TURMA   . = LIVRE'
               TO OCUP-REL-LINHA
           WRITE OCUP-REL-LINHA

           PERFORM VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 6
               MOVE SPACES TO OCUP-REL-LINHA
               WRITE OCUP-REL-LINHA
               MOVE DS-NOME(WRK-DIA) TO OCUP-REL-LINHA
               WRITE OCUP-REL-LINHA
               MOVE WRK-CAB-HORAS TO OCUP-REL-LINHA
               WRITE OCUP-REL-LINHA
               PERFORM VARYING WRK-SX FROM 1 BY 1
                   UNTIL WRK-SX > WRK-QTD-SALAS
                   MOVE SPACES TO WRK-LINHA-GRADE
                   MOVE GR-SALA(WRK-SX) TO WRK-LG-SALA
                   PERFORM VARYING WRK-HX FROM 1 BY 1
                       UNTIL WRK-HX > 16
                       MOVE GR-FAIXA(WRK-SX, WRK-DIA, WRK-HX)
                           TO WRK-LG-MARCA(WRK-HX)(1:1)
                       MOVE GR-FAIXA(WRK-SX, WRK-DIA, WRK-HX)
                           TO WRK-LG-MARCA(WRK-HX)(2:1)
                   END-PERFORM
                   MOVE WRK-LINHA-GRADE TO OCUP-REL-LINHA
                   WRITE OCUP-REL-LINHA
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO OCUP-REL-LINHA
           WRITE OCUP-REL-LINHA
           MOVE WRK-SEM-SALA TO WRK-TOTAL-ED
           MOVE SPACES TO OCUP-REL-LINHA
           STRING 'TURMAS SEM SALA OU SEM HORARIO ESTRUTURADO: '
               DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO OCUP-REL-LINHA
           WRITE OCUP-REL-LINHA
           MOVE WRK-CHOQUES TO WRK-TOTAL-ED
           MOVE SPACES TO OCUP-REL-LINHA
           STRING 'FAIXAS COM MAIS DE UMA TURMA NA SALA......: '
               DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO OCUP-REL-LINHA
           WRITE OCUP-REL-LINHA
           CLOSE OCUP-REL-FILE
           DISPLAY 'GRADE DE OCUPACAO GERADA.'.
       END PROGRAM PROG125.
