      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG123.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  AVALIACAO DE CURSO DE FIM DE SEMESTRE - MANTEM O QUESTIONARIO
      *  (QUESTOES NUMERADAS DE 01 A 20, RESPONDIDAS DE 1 A 5) E
      *  COLHE A RESPOSTA DO ALUNO PARA CADA TURMA EM QUE ESTA
      *  MATRICULADO: SO ENTRA QUEM TEM VINCULO NO MATRICULA-TURMA, E
      *  UMA UNICA VEZ POR TURMA. A RESPOSTA VAI PARA O AVALRESP SEM
      *  O ALUNO-ID; NO VINCULO FICA APENAS A MARCA MT-AVALIADA DE QUE
      *  ELE JA RESPONDEU. O PROG124 EMITE OS RESULTADOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUESTAO-FILE ASSIGN TO "QUESTAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QS-NUMERO
               FILE STATUS IS WRK-FS-QUEST.
           SELECT MATRICULA-TURMA-FILE ASSIGN TO "MATRTUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WRK-FS-MATR.
           SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CODIGO
               FILE STATUS IS WRK-FS-TURMA.
           SELECT AVALIACAO-RESPOSTA-FILE ASSIGN TO "AVALRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESP.
       DATA DIVISION.
       FILE SECTION.
       FD  QUESTAO-FILE.
           COPY QUESTAO.
       FD  MATRICULA-TURMA-FILE.
           COPY MATRTUR.
       FD  TURMA-MASTER-FILE.
           COPY TURMAMR.
       FD  AVALIACAO-RESPOSTA-FILE.
           COPY AVALRESP.
       WORKING-STORAGE SECTION.
       77 WRK-FS-QUEST      PIC X(02) VALUE SPACES.
       77 WRK-FS-MATR       PIC X(02) VALUE SPACES.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-RESP       PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC 9 VALUE 0.
       77 WRK-CONTINUAR     PIC X VALUE 'S'.
       77 WRK-FIM-QUEST     PIC X(01) VALUE 'N'.
           88 FIM-QUEST            VALUE 'S'.
       77 WRK-NUM-OK        PIC X(01) VALUE 'N'.
           88 NUMERO-VALIDO        VALUE 'S'.
       77 WRK-NOTA-OK       PIC X(01) VALUE 'N'.
           88 NOTA-VALIDA          VALUE 'S'.
       77 WRK-NUM-ED        PIC X(02) VALUE SPACES.
       77 WRK-NOTA-ED       PIC X(01) VALUE SPACES.
       77 WRK-TEXTO-NOVO    PIC X(60) VALUE SPACES.
       77 WRK-ID-BUSCA      PIC X(14) VALUE SPACES.
       77 WRK-TURMA-BUSCA   PIC X(06) VALUE SPACES.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-QTD-QUESTOES  PIC 9(02) VALUE 0.
       77 WRK-QTIDX         PIC 9(02) VALUE 0.
       77 WRK-NUMERO        PIC 9(02) VALUE 0.

      ******************************************************************
      * Questoes ativas perguntadas nesta resposta e as notas dadas,
      * indexadas pelo numero da questao.
      ******************************************************************
       01 TABELA-QUESTOES.
          05 QT-ENTRY OCCURS 20 TIMES.
             10 QT-NUMERO      PIC 9(02).
             10 QT-TEXTO       PIC X(60).
       01 WRK-NOTAS.
          05 WRK-NOTA       PIC 9(01) OCCURS 20 TIMES.
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O QUESTAO-FILE
           IF WRK-FS-QUEST = '35'
               CLOSE QUESTAO-FILE
               OPEN OUTPUT QUESTAO-FILE
               CLOSE QUESTAO-FILE
               OPEN I-O QUESTAO-FILE
           END-IF

           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

           CLOSE QUESTAO-FILE
           STOP RUN.

       EXIBE-MENU.
           DISPLAY 'AVALIACAO DE CURSO'
           DISPLAY '1 - INCLUIR/ALTERAR QUESTAO'
           DISPLAY '2 - LISTAR QUESTIONARIO'
           DISPLAY '3 - RESPONDER AVALIACAO DA TURMA'
           DISPLAY '4 - SAIR'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM MANTEM-QUESTAO
               WHEN 2 PERFORM LISTA-QUESTIONARIO
               WHEN 3 PERFORM RESPONDE-AVALIACAO
               WHEN 4 MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      ******************************************************************
      * MANTEM-QUESTAO - Inclui a questao de numero informado ou, se
      * ja existe, altera o texto e a situacao (texto em branco
      * mantem o atual).
      ******************************************************************
       MANTEM-QUESTAO.
           PERFORM ACEITA-NUMERO-QUESTAO
           MOVE WRK-NUMERO TO QS-NUMERO
           READ QUESTAO-FILE
               INVALID KEY
                   DISPLAY 'TEXTO DA QUESTAO:'
                   ACCEPT QS-TEXTO
                   IF QS-TEXTO = SPACES
                       DISPLAY 'TEXTO NAO PODE SER EM BRANCO.'
                   ELSE
                       MOVE 'A' TO QS-ATIVA
                       WRITE QUESTAO-AVALIACAO-RECORD
                           INVALID KEY
                               DISPLAY 'FALHA AO INCLUIR A QUESTAO.'
                           NOT INVALID KEY
                               DISPLAY 'QUESTAO INCLUIDA: ' QS-NUMERO
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'TEXTO ATUAL: ' QS-TEXTO
                   DISPLAY 'NOVO TEXTO (BRANCO MANTEM):'
                   MOVE SPACES TO WRK-TEXTO-NOVO
                   ACCEPT WRK-TEXTO-NOVO
                   IF WRK-TEXTO-NOVO NOT = SPACES
                       MOVE WRK-TEXTO-NOVO TO QS-TEXTO
                   END-IF
                   DISPLAY 'SITUACAO ATUAL: ' QS-ATIVA
                   DISPLAY 'NOVA SITUACAO - (A)TIVA OU (I)NATIVA:'
                   ACCEPT QS-ATIVA
                   MOVE FUNCTION UPPER-CASE(QS-ATIVA) TO QS-ATIVA
                   IF NOT QS-QUESTAO-INATIVA
                       MOVE 'A' TO QS-ATIVA
                   END-IF
                   REWRITE QUESTAO-AVALIACAO-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO ALTERAR A QUESTAO.'
                       NOT INVALID KEY
                           DISPLAY 'QUESTAO ALTERADA COM SUCESSO.'
                   END-REWRITE
           END-READ.

       ACEITA-NUMERO-QUESTAO.
           MOVE 'N' TO WRK-NUM-OK
           PERFORM UNTIL NUMERO-VALIDO
               DISPLAY 'NUMERO DA QUESTAO (01 A 20):'
               ACCEPT WRK-NUM-ED
               IF FUNCTION TEST-NUMVAL(WRK-NUM-ED) = 0
                   IF FUNCTION NUMVAL(WRK-NUM-ED) >= 1
                       AND FUNCTION NUMVAL(WRK-NUM-ED) <= 20
                       COMPUTE WRK-NUMERO =
                           FUNCTION NUMVAL(WRK-NUM-ED)
                       MOVE 'S' TO WRK-NUM-OK
                   END-IF
               END-IF
               IF NOT NUMERO-VALIDO
                   DISPLAY 'NUMERO INVALIDO.'
               END-IF
           END-PERFORM.

       LISTA-QUESTIONARIO.
           MOVE 'N' TO WRK-FIM-QUEST
           MOVE 0 TO QS-NUMERO
           START QUESTAO-FILE KEY IS NOT LESS THAN QS-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-QUEST
                   DISPLAY 'QUESTIONARIO VAZIO.'
           END-START
           PERFORM UNTIL FIM-QUEST
               READ QUESTAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-QUEST
               END-READ
               IF NOT FIM-QUEST
                   DISPLAY '  ' QS-NUMERO ' ' QS-TEXTO ' ' QS-ATIVA
               END-IF
           END-PERFORM.

      ******************************************************************
      * RESPONDE-AVALIACAO - Confere o vinculo do aluno com a turma e
      * que ele ainda nao respondeu, colhe as notas das questoes
      * ativas, grava a resposta sem o ALUNO-ID e marca o vinculo
      * como respondido.
      ******************************************************************
       RESPONDE-AVALIACAO.
           PERFORM CARREGA-QUESTOES
           IF WRK-QTD-QUESTOES = 0
               DISPLAY 'QUESTIONARIO SEM QUESTOES ATIVAS.'
           ELSE
               DISPLAY 'ID DO ALUNO:'
               ACCEPT WRK-ID-BUSCA
               DISPLAY 'CODIGO DA TURMA:'
               ACCEPT WRK-TURMA-BUSCA
               MOVE FUNCTION UPPER-CASE(WRK-TURMA-BUSCA)
                   TO WRK-TURMA-BUSCA
               OPEN I-O MATRICULA-TURMA-FILE
               IF WRK-FS-MATR NOT = '00'
                   DISPLAY 'ARQUIVO MATRICULA-TURMA INDISPONIVEL.'
               ELSE
                   MOVE WRK-ID-BUSCA    TO MT-ALUNO-ID
                   MOVE WRK-TURMA-BUSCA TO MT-TURMA
                   READ MATRICULA-TURMA-FILE
                       INVALID KEY
                           DISPLAY 'ALUNO NAO MATRICULADO NESTA TURMA.'
                       NOT INVALID KEY
                           IF MT-JA-AVALIOU
                               DISPLAY 'AVALIACAO DESTA TURMA JA '
                                   'RESPONDIDA.'
                           ELSE
                               PERFORM REGISTRA-RESPOSTA
                           END-IF
                   END-READ
                   CLOSE MATRICULA-TURMA-FILE
               END-IF
           END-IF.

       CARREGA-QUESTOES.
           MOVE 0 TO WRK-QTD-QUESTOES
           MOVE 'N' TO WRK-FIM-QUEST
           MOVE 0 TO QS-NUMERO
           START QUESTAO-FILE KEY IS NOT LESS THAN QS-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-QUEST
           END-START
           PERFORM UNTIL FIM-QUEST
               READ QUESTAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-QUEST
               END-READ
               IF NOT FIM-QUEST
                   IF QS-QUESTAO-ATIVA AND WRK-QTD-QUESTOES < 20
                       ADD 1 TO WRK-QTD-QUESTOES
                       MOVE QS-NUMERO TO QT-NUMERO(WRK-QTD-QUESTOES)
                       MOVE QS-TEXTO  TO QT-TEXTO(WRK-QTD-QUESTOES)
                   END-IF
               END-IF
           END-PERFORM.

       REGISTRA-RESPOSTA.
           MOVE SPACES TO WRK-SEMESTRE
           OPEN INPUT TURMA-MASTER-FILE
           IF WRK-FS-TURMA = '00'
               MOVE WRK-TURMA-BUSCA TO TU-CODIGO
               READ TURMA-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TU-SEMESTRE TO WRK-SEMESTRE
               END-READ
               CLOSE TURMA-MASTER-FILE
           END-IF

           MOVE ZEROS TO WRK-NOTAS
           PERFORM VARYING WRK-QTIDX FROM 1 BY 1
               UNTIL WRK-QTIDX > WRK-QTD-QUESTOES
               PERFORM ACEITA-NOTA-QUESTAO
           END-PERFORM

           OPEN EXTEND AVALIACAO-RESPOSTA-FILE
           IF WRK-FS-RESP = '05' OR WRK-FS-RESP = '35'
               OPEN OUTPUT AVALIACAO-RESPOSTA-FILE
           END-IF
           MOVE WRK-TURMA-BUSCA TO AR-TURMA
           MOVE WRK-SEMESTRE    TO AR-SEMESTRE
           MOVE WRK-NOTAS       TO AR-NOTAS
           WRITE AVALIACAO-RESPOSTA-RECORD
           CLOSE AVALIACAO-RESPOSTA-FILE

           MOVE 'S' TO MT-AVALIADA
           REWRITE MATRICULA-TURMA-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO MARCAR O VINCULO COMO RESPONDIDO.'
               NOT INVALID KEY
                   DISPLAY 'AVALIACAO REGISTRADA. OBRIGADO.'
           END-REWRITE.

       ACEITA-NOTA-QUESTAO.
           MOVE 'N' TO WRK-NOTA-OK
           PERFORM UNTIL NOTA-VALIDA
               DISPLAY QT-NUMERO(WRK-QTIDX) ' - ' QT-TEXTO(WRK-QTIDX)
               DISPLAY 'NOTA (1=PESSIMO ... 5=OTIMO):'
               ACCEPT WRK-NOTA-ED
               IF WRK-NOTA-ED >= '1' AND WRK-NOTA-ED <= '5'
                   MOVE WRK-NOTA-ED TO WRK-NOTA(QT-NUMERO(WRK-QTIDX))
                   MOVE 'S' TO WRK-NOTA-OK
               ELSE
                   DISPLAY 'NOTA INVALIDA.'
               END-IF
           END-PERFORM.
       END PROGRAM PROG123.
