      *  E REGISTRA O RESULTADO QUESTAO A QUESTAO NO DRILLRES;
      *  (R)ELATORIO DE DESEMPENHO POR ALUNO E DA TURMA, COM OS ERROS
      *  POR POSICAO DE QUESTAO, PARA O DEPARTAMENTO DE MATEMATICA
      *  VER ONDE A TURMA TROPECA; (E)VOLUCAO DE UM ALUNO NAS FOLHAS
      *  DIRIGIDAS DO PROG39, PELOS PERFIS GRAVADOS NO DRILLPRF. O
      *  TIPO DE CADA QUESTAO, QUE O PROG39 GRAVA NA LINHA DE TITULO
      *  DO GABARITO, VAI PARA O RESULTADO (DR-TIPOS).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESEMPENHO-REL-FILE ASSIGN TO "DRILLREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT PERFIL-FILE ASSIGN TO "DRILLPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRF.
       DATA DIVISION.
       FILE SECTION.
       FD  GABARITO-FILE.
           COPY DRILLRES.
       FD  DESEMPENHO-REL-FILE.
       01  DESEMPENHO-REL-LINHA PIC X(80).
       FD  PERFIL-FILE.
           COPY DRILLPRF.
       WORKING-STORAGE SECTION.
       77 WRK-FS-GAB        PIC X(02) VALUE SPACES.
       77 WRK-FS-RES        PIC X(02) VALUE SPACES.
       77 WRK-SOMA-QUESTOES PIC 9(06) VALUE 0.
       77 WRK-PCT           PIC 9(03) VALUE 0.
       77 WRK-PCT-ED        PIC ZZ9.
       77 WRK-FS-PRF        PIC X(02) VALUE SPACES.
       77 WRK-TIPOS-GAB     PIC X(20) VALUE SPACES.
       77 WRK-ALUNO-ID      PIC X(14) VALUE SPACES.
       77 WRK-FIM-PRF       PIC X(01) VALUE 'N'.
           88 FIM-PRF              VALUE 'S'.
       77 WRK-QTD-PERFIS    PIC 9(04) VALUE 0.
       77 WRK-PCT1-ED       PIC ZZ9.
       77 WRK-PCT2-ED       PIC ZZ9.
       77 WRK-PCT3-ED       PIC ZZ9.

       01 TABELA-GABARITO.
          05 GB-RESPOSTA    PIC X(20) OCCURS 20 TIMES.
           DISPLAY 'CORRECAO DE FOLHAS DE EXERCICIO'
           DISPLAY 'C - CORRIGIR FOLHA DE UM ALUNO'
           DISPLAY 'R - RELATORIO DE DESEMPENHO'
           DISPLAY 'E - EVOLUCAO DO ALUNO NAS FOLHAS DIRIGIDAS'
           DISPLAY 'S - SAIR'
           ACCEPT WRK-OPCAO
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO
           EVALUATE WRK-OPCAO
               WHEN 'C' PERFORM CORRIGE-FOLHA
               WHEN 'R' PERFORM RELATORIO-DESEMPENHO
               WHEN 'E' PERFORM EVOLUCAO-ALUNO
               WHEN 'S' MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
           MOVE 'N' TO WRK-FOLHA-ACHADA
           MOVE 'N' TO WRK-NO-BLOCO
           MOVE 0 TO WRK-QTD-GAB
           MOVE SPACES TO WRK-TIPOS-GAB
           PERFORM VARYING WRK-QIDX FROM 1 BY 1 UNTIL WRK-QIDX > 20
               MOVE SPACES TO GB-RESPOSTA(WRK-QIDX)
           END-PERFORM
               IF GABARITO-LINHA(1:20) = WRK-TITULO-ESPERADO
                   MOVE 'S' TO WRK-FOLHA-ACHADA
                   MOVE 'S' TO WRK-NO-BLOCO
      * tipos das questoes depois de ' TIPOS ' (gabaritos antigos,
      * brancos)
                   MOVE GABARITO-LINHA(28:20) TO WRK-TIPOS-GAB
               END-IF
           END-IF.

           MOVE WRK-FOLHA    TO DR-FOLHA
           MOVE WRK-QTD-GAB  TO DR-QTD-QUESTOES
           MOVE WRK-ACERTOS  TO DR-ACERTOS
           MOVE WRK-TIPOS-GAB TO DR-TIPOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO DR-DATA
           WRITE DRILL-RESULTADO-RECORD
           CLOSE RESULTADO-FILE.
                   WRITE DESEMPENHO-REL-LINHA
               END-IF
           END-PERFORM.

      ******************************************************************
      * EVOLUCAO-ALUNO - Lista, em ordem de montagem, os perfis do
      * DRILLPRF das folhas dirigidas de um aluno: o percentual de
      * erro e o nivel de cada tipo caindo e subindo de folha para
      * folha mostram se o aluno esta melhorando.
      ******************************************************************
       EVOLUCAO-ALUNO.
           DISPLAY 'MATRICULA DO ALUNO:'
           MOVE SPACES TO WRK-ALUNO-ID
           ACCEPT WRK-ALUNO-ID
           MOVE 0 TO WRK-QTD-PERFIS
           MOVE 'N' TO WRK-FIM-PRF
           OPEN INPUT PERFIL-FILE
           IF WRK-FS-PRF = '35'
               DISPLAY 'NENHUMA FOLHA DIRIGIDA MONTADA AINDA.'
           ELSE
               DISPLAY 'DATA     FOLHA  PAR/IMPAR    PRIMO        '
                   'FATORACAO    (PCT ERRO/NIVEL)'
               READ PERFIL-FILE
                   AT END MOVE 'S' TO WRK-FIM-PRF
               END-READ
               PERFORM UNTIL FIM-PRF
                   IF DP-ALUNO-ID = WRK-ALUNO-ID
                       PERFORM EXIBE-PERFIL
                   END-IF
                   READ PERFIL-FILE
                       AT END MOVE 'S' TO WRK-FIM-PRF
                   END-READ
               END-PERFORM
               CLOSE PERFIL-FILE
               IF WRK-QTD-PERFIS = 0
                   DISPLAY 'NENHUMA FOLHA DIRIGIDA PARA O ALUNO.'
               END-IF
           END-IF.

       EXIBE-PERFIL.
           ADD 1 TO WRK-QTD-PERFIS
           MOVE DP-PCT-ERRO(1) TO WRK-PCT1-ED
           MOVE DP-PCT-ERRO(2) TO WRK-PCT2-ED
           MOVE DP-PCT-ERRO(3) TO WRK-PCT3-ED
           DISPLAY DP-DATA ' ' DP-FOLHA '     '
               WRK-PCT1-ED '/' DP-NIVEL(1) '        '
               WRK-PCT2-ED '/' DP-NIVEL(2) '        '
               WRK-PCT3-ED '/' DP-NIVEL(3).
       END PROGRAM PROG105.
