      *  RELATORIO DE CARGA DOCENTE DO SEMESTRE (QUANTAS SECOES E
      *  QUANTOS ALUNOS CADA INSTRUTOR CARREGA), PARA ACABAR COM O
      *  MESMO PROFESSOR GRAFADO DE TRES JEITOS NO TEXTO LIVRE DAS
      *  TURMAS. MANTEM TAMBEM O VALOR DA HORA-AULA DE CADA
      *  INSTRUTOR, BASE DA FOLHA MENSAL DE HONORARIOS (PROG122).
      *  O RELATORIO DE CARGA E REGISTRADO NO REPOSITORIO DE
      *  RELATORIOS (PROG95) PARA A DISTRIBUICAO POR INSTRUTOR PELO
      *  PROG153.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 WRK-QTD-ALUNOS    PIC 9(04) VALUE 0.
       77 WRK-SECOES-ED     PIC ZZ9.
       77 WRK-ALUNOS-ED     PIC ZZZ9.
       77 WRK-VALOR-HORA-ED PIC X(09) VALUE SPACES.
       77 WRK-VALOR-OK      PIC X(01) VALUE 'N'.
           88 VALOR-VALIDO         VALUE 'S'.
       77 WRK-VALOR-SAI     PIC ZZ,ZZ9.99.

       01 TABELA-CARGA.
          05 CRG-ENTRY OCCURS 100 TIMES.
             10 CRG-NOME       PIC X(30).
             10 CRG-SECOES     PIC 9(03).
             10 CRG-ALUNOS     PIC 9(04).
       COPY REPPARM.
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O INSTRUTOR-FILE
               DISPLAY 'NOME DO INSTRUTOR:'
               ACCEPT IN-NOME
               MOVE 'A' TO IN-ATIVO
               PERFORM ACEITA-VALOR-HORA
               WRITE INSTRUTOR-RECORD
                   INVALID KEY
                       DISPLAY 'INSTRUTOR JA EXISTE. INCLUSAO '
               DISPLAY 'NOVA SITUACAO - (A)TIVO OU (I)NATIVO:'
               ACCEPT IN-ATIVO
               MOVE FUNCTION UPPER-CASE(IN-ATIVO) TO IN-ATIVO
               IF IN-VALOR-HORA IS NUMERIC
                   MOVE IN-VALOR-HORA TO WRK-VALOR-SAI
                   DISPLAY 'VALOR DA HORA-AULA ATUAL: ' WRK-VALOR-SAI
               END-IF
               PERFORM ACEITA-VALOR-HORA
               REWRITE INSTRUTOR-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO ALTERAR O INSTRUTOR.'
               DISPLAY 'CODIGO  : ' IN-CODIGO
               DISPLAY 'NOME    : ' IN-NOME
               DISPLAY 'SITUACAO: ' IN-ATIVO
               IF IN-VALOR-HORA IS NUMERIC
                   MOVE IN-VALOR-HORA TO WRK-VALOR-SAI
                   DISPLAY 'HORA-AULA: ' WRK-VALOR-SAI
               ELSE
                   DISPLAY 'HORA-AULA: NAO INFORMADA'
               END-IF
           END-IF.

      ******************************************************************
      * ACEITA-VALOR-HORA - Valor da hora-aula do instrutor, pago pela
      * folha mensal de honorarios sobre as horas das secoes dadas.
      ******************************************************************
       ACEITA-VALOR-HORA.
           MOVE 'N' TO WRK-VALOR-OK
           PERFORM UNTIL VALOR-VALIDO
               DISPLAY 'VALOR DA HORA-AULA (EX: 85.50):'
               ACCEPT WRK-VALOR-HORA-ED
               IF FUNCTION TEST-NUMVAL(WRK-VALOR-HORA-ED) = 0
                   IF FUNCTION NUMVAL(WRK-VALOR-HORA-ED) >= 0
                       AND FUNCTION NUMVAL(WRK-VALOR-HORA-ED)
                           < 100000
                       COMPUTE IN-VALOR-HORA =
                           FUNCTION NUMVAL(WRK-VALOR-HORA-ED)
                       MOVE 'S' TO WRK-VALOR-OK
                   END-IF
               END-IF
               IF NOT VALOR-VALIDO
                   DISPLAY 'VALOR INVALIDO.'
               END-IF
           END-PERFORM.

       LISTA-INSTRUTORES.
           MOVE 'N' TO WRK-FIM-INSTR
           MOVE SPACES TO IN-CODIGO
               WRITE CARGDOC-REL-LINHA
           END-PERFORM
           CLOSE CARGDOC-REL-FILE
           MOVE 'CARGDOC '      TO RPP-RELATORIO
           MOVE 'PROD.CARGDOC'  TO RPP-GERACAO
           MOVE WRK-QTD-CARGA   TO RPP-LINHAS
           CALL 'PROG95' USING REPOSITORIO-PARAMETROS
           DISPLAY 'RELATORIO DE CARGA DOCENTE GERADO.'.
       END PROGRAM PROG76.
