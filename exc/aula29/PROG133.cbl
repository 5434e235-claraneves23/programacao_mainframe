      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG133.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  ALERTA PRECOCE SEMANAL DE ALUNOS EM RISCO - O PROG106 MOSTRA
      *  A EVASAO DEPOIS QUE ELA ACONTECEU; AQUI CADA ALUNO ATIVO COM
      *  VINCULO EM TURMA DO SEMESTRE RECEBE UMA PONTUACAO A PARTIR
      *  DE QUATRO SINAIS: PERCENTUAL DE FALTAS NO RESUMO DE
      *  FREQUENCIA (FREQSUM, COM AS AULAS PREVISTAS DO CALAULA PELO
      *  PROG129), SITUACOES EM RECUPERACAO OU REPROVADO NO SITMST DO
      *  SEMESTRE, QUEDA DO GPA DO ULTIMO SEMESTRE SOBRE O ANTERIOR
      *  (GPAMST) E DIAS DE ATRASO DA FATURA VENCIDA MAIS ANTIGA AINDA
      *  EM ABERTO (FATURMST). OS LIMITES VEM DO RISCPARM. O RELATORIO
      *  SAI POR TURMA, DO MAIOR RISCO PARA O MENOR, COM A FAIXA E OS
      *  MOTIVOS QUE PONTUARAM - A LISTA DE LIGACOES DA COORDENACAO
      *  PARA A SEGUNDA-FEIRA. O SEMESTRE VEM DO PARM (AAAA-S); SEM
      *  PARM, E O DE INICIO MAIS RECENTE JA ALCANCADO PELA DATA DA
      *  RODADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO "CALACAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-SEMESTRE
               FILE STATUS IS WRK-FS-CAL.
           SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CODIGO
               FILE STATUS IS WRK-FS-TURMA.
           SELECT MATRICULA-TURMA-FILE ASSIGN TO "MATRTUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WRK-FS-MATR.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT FREQUENCIA-RESUMO-FILE ASSIGN TO "FREQSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CHAVE
               FILE STATUS IS WRK-FS-SUM.
           SELECT SITUACAO-MASTER-FILE ASSIGN TO "SITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CHAVE
               FILE STATUS IS WRK-FS-SITMST.
           SELECT GPA-MASTER-FILE ASSIGN TO "GPAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-CHAVE
               FILE STATUS IS WRK-FS-GPA.
           SELECT FATURA-MASTER-FILE ASSIGN TO "FATURMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUMERO
               FILE STATUS IS WRK-FS-FAT.
           SELECT RISCO-PARM-FILE ASSIGN TO "RISCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT RISCO-REL-FILE ASSIGN TO "RISCREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-FILE.
           COPY CALACAD.
       FD  TURMA-MASTER-FILE.
           COPY TURMAMR.
       FD  MATRICULA-TURMA-FILE.
           COPY MATRTUR.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  FREQUENCIA-RESUMO-FILE.
           COPY FREQSUM.
       FD  SITUACAO-MASTER-FILE.
           COPY SITMR.
       FD  GPA-MASTER-FILE.
           COPY GPAMR.
       FD  FATURA-MASTER-FILE.
           COPY FATURMR.
       FD  RISCO-PARM-FILE.
           COPY RISCPARM.
       FD  RISCO-REL-FILE.
           COPY RISCREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CAL        PIC X(02) VALUE SPACES.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-MATR       PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-SUM        PIC X(02) VALUE SPACES.
       77 WRK-FS-SITMST     PIC X(02) VALUE SPACES.
       77 WRK-FS-GPA        PIC X(02) VALUE SPACES.
       77 WRK-FS-FAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-PARM       PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-FIM-ALUNO     PIC X(01) VALUE 'N'.
           88 FIM-ALUNO            VALUE 'S'.
       77 WRK-ESTOURO       PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA     VALUE 'S'.
       77 WRK-ALUNO-OK      PIC X(01) VALUE 'N'.
           88 ALUNO-SELECIONADO    VALUE 'S'.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-HOJE          PIC X(08) VALUE SPACES.
       77 WRK-ULTIMO-ID     PIC X(14) VALUE SPACES.
       77 WRK-BUSCA-ID      PIC X(14) VALUE SPACES.
       77 WRK-SIT-EFETIVA   PIC X(20) VALUE SPACES.

      *  LIMITES DE CADA SINAL (RISCPARM) E PESO DE CADA UM NA
      *  PONTUACAO: FALTAS 30, CADA SITUACAO 15 (ATE 30), QUEDA DO
      *  GPA 20 E ATRASO 20. FAIXA ALTA A PARTIR DE 50 PONTOS, MEDIA
      *  A PARTIR DE 25, BAIXA DE 1 A 24.
       77 WRK-PCT-FALTAS    PIC 9(03) VALUE 25.
       77 WRK-QTD-SIT       PIC 9(02) VALUE 1.
       77 WRK-QUEDA-GPA     PIC 9V99 VALUE 0.50.
       77 WRK-DIAS-ATRASO   PIC 9(03) VALUE 30.
       77 WRK-PESO-FALTAS   PIC 9(02) VALUE 30.
       77 WRK-PESO-SIT      PIC 9(02) VALUE 15.
       77 WRK-TETO-SIT      PIC 9(02) VALUE 30.
       77 WRK-PESO-GPA      PIC 9(02) VALUE 20.
       77 WRK-PESO-ATRASO   PIC 9(02) VALUE 20.
       77 WRK-FAIXA-ALTA    PIC 9(03) VALUE 50.
       77 WRK-FAIXA-MEDIA   PIC 9(03) VALUE 25.
       77 WRK-PONTOS-SIT    PIC 9(03) VALUE 0.

       77 WRK-MAX-TURMAS    PIC 9(03) VALUE 300.
       77 WRK-MAX-ALUNOS    PIC 9(04) VALUE 3000.
       77 WRK-MAX-VINCULOS  PIC 9(05) VALUE 9000.
       77 WRK-MAX-LISTA     PIC 9(03) VALUE 999.
       77 WRK-QTD-TURMAS    PIC 9(03) VALUE 0.
       77 WRK-QTD-ALUNOS    PIC 9(04) VALUE 0.
       77 WRK-QTD-VINCULOS  PIC 9(05) VALUE 0.
       77 WRK-QTD-LISTA     PIC 9(03) VALUE 0.
       77 WRK-TX            PIC 9(03) VALUE 0.
       77 WRK-UX            PIC 9(03) VALUE 0.
       77 WRK-AX            PIC 9(04) VALUE 0.
       77 WRK-VX            PIC 9(05) VALUE 0.
       77 WRK-LX            PIC 9(03) VALUE 0.
       77 WRK-MX            PIC 9(01) VALUE 0.
       77 WRK-RANK          PIC 9(03) VALUE 0.
       77 WRK-PROXIMA       PIC 9(03) VALUE 0.
       77 WRK-MAIOR         PIC S9(05) VALUE 0.
       77 WRK-INICIO        PIC S9(05) VALUE 0.
       77 WRK-FIM           PIC S9(05) VALUE 0.
       77 WRK-MEIO          PIC S9(05) VALUE 0.

       77 WRK-AULAS         PIC 9(05) VALUE 0.
       77 WRK-SOMA-AULAS    PIC 9(06) VALUE 0.
       77 WRK-SOMA-PRES     PIC 9(06) VALUE 0.
       77 WRK-QTD-GPA       PIC 9(02) VALUE 0.
       77 WRK-GPA-ANTERIOR  PIC 9V99 VALUE 0.
       77 WRK-GPA-ULTIMO    PIC 9V99 VALUE 0.

       77 WRK-TOTAL-AVAL    PIC 9(06) VALUE 0.
       77 WRK-TOTAL-RISCO   PIC 9(06) VALUE 0.
       77 WRK-TOTAL-ALTO    PIC 9(06) VALUE 0.
       77 WRK-TOTAL-MEDIO   PIC 9(06) VALUE 0.
       77 WRK-TOTAL-BAIXO   PIC 9(06) VALUE 0.
       77 WRK-TOTAL-TURMAS  PIC 9(06) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZZ9.
       77 WRK-ALTO-ED       PIC ZZZZ9.
       77 WRK-MEDIO-ED      PIC ZZZZ9.
       77 WRK-BAIXO-ED      PIC ZZZZ9.
       77 WRK-RANK-ED       PIC ZZ9.
       77 WRK-PONTOS-ED     PIC ZZ9.
       77 WRK-PCT-ED        PIC ZZ9.
       77 WRK-SIT-ED        PIC Z9.
       77 WRK-GPA-ED        PIC 9.99.
       77 WRK-DIAS-ED       PIC ZZZZ9.
       COPY AULAPARM.
       COPY DATAPARM.
       COPY MSGPARM.

       01 WRK-DATA-ED.
          05 WRK-DE-DIA     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-MES     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-ANO     PIC X(04).

      *  MOTIVOS QUE PONTUARAM PARA O ALUNO IMPRESSO, UM POR POSICAO.
       01 WRK-MOTIVOS.
          05 WRK-MOTIVO     PIC X(17) OCCURS 4 TIMES.

      *  TURMAS DO SEMESTRE, COM MATERIA E INSTRUTOR PARA O CABECALHO.
       01 TABELA-TURMAS-RISCO.
          05 PT-ENTRY OCCURS 300 TIMES.
             10 PT-CODIGO      PIC X(06).
             10 PT-MATERIA     PIC X(15).
             10 PT-INSTRUTOR   PIC X(30).

      *  ALUNOS ATIVOS COM VINCULO EM TURMA DO SEMESTRE, EM ORDEM DE
      *  MATRICULA (O MATRTUR VEM EM ORDEM DE ALUNO + TURMA, ENTAO OS
      *  VINCULOS DE CADA ALUNO FICAM CONTIGUOS E A TABELA FICA EM
      *  ORDEM PARA A BUSCA BINARIA DAS FATURAS). PARA CADA UM, O VALOR
      *  APURADO DE CADA SINAL, A MARCA DOS QUE PONTUARAM, OS PONTOS E
      *  A FAIXA.
       01 TABELA-ALUNOS-RISCO.
          05 PA-ENTRY OCCURS 3000 TIMES.
             10 PA-ALUNO-ID    PIC X(14).
             10 PA-NOME        PIC X(30).
             10 PA-PRIMEIRO    PIC 9(05).
             10 PA-QTD         PIC 9(02).
             10 PA-PCT-FALTAS  PIC 9(03).
             10 PA-QTD-SIT     PIC 9(02).
             10 PA-QUEDA-GPA   PIC 9V99.
             10 PA-DIAS-ATRASO PIC 9(05).
             10 PA-MOT-FALTAS  PIC X(01).
             10 PA-MOT-SIT     PIC X(01).
             10 PA-MOT-GPA     PIC X(01).
             10 PA-MOT-ATRASO  PIC X(01).
             10 PA-PONTOS      PIC 9(03).
             10 PA-FAIXA       PIC X(05).
       01 TABELA-VINCULOS.
          05 VN-ENTRY OCCURS 9000 TIMES.
             10 VN-TURMA       PIC 9(03).
             10 VN-ALUNO       PIC 9(04).

      *  ALUNOS EM RISCO DA TURMA QUE ESTA SENDO IMPRESSA.
       01 TABELA-LISTA.
          05 LS-ENTRY OCCURS 999 TIMES.
             10 LS-ALUNO       PIC 9(04).
             10 LS-LISTADO     PIC X(01).

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(10).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO WRK-HOJE

           PERFORM CARREGA-PARAMETROS
           PERFORM DEFINE-SEMESTRE
           IF RETURN-CODE < 8
               PERFORM CARREGA-TURMAS
           END-IF
           IF RETURN-CODE < 8
               PERFORM CARREGA-VINCULOS
           END-IF
           IF RETURN-CODE < 8
               PERFORM APURA-ATRASOS
               PERFORM PONTUA-ALUNOS
               OPEN OUTPUT RISCO-REL-FILE
               PERFORM ESCREVE-CABECALHO
               PERFORM LISTA-TURMAS
               PERFORM ESCREVE-RESUMO
               CLOSE RISCO-REL-FILE

               MOVE WRK-TOTAL-ALTO  TO WRK-ALTO-ED
               MOVE WRK-TOTAL-MEDIO TO WRK-MEDIO-ED
               MOVE WRK-TOTAL-BAIXO TO WRK-BAIXO-ED
               MOVE 'ACD0102I' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'ALUNOS EM RISCO - ALTO:' DELIMITED BY SIZE
                   WRK-ALTO-ED DELIMITED BY SIZE
                   ' MEDIO:' DELIMITED BY SIZE
                   WRK-MEDIO-ED DELIMITED BY SIZE
                   ' BAIXO:' DELIMITED BY SIZE
                   WRK-BAIXO-ED DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * CARREGA-PARAMETROS - Le os limites de cada sinal no RISCPARM;
      * sem o arquivo, ou com campo invalido, fica o valor padrao.
      ******************************************************************
       CARREGA-PARAMETROS.
           OPEN INPUT RISCO-PARM-FILE
           IF WRK-FS-PARM = '00'
               READ RISCO-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RQ-PCT-FALTAS IS NUMERIC
                           MOVE RQ-PCT-FALTAS TO WRK-PCT-FALTAS
                       END-IF
                       IF RQ-QTD-SIT IS NUMERIC
                           MOVE RQ-QTD-SIT TO WRK-QTD-SIT
                       END-IF
                       IF RQ-QUEDA-GPA IS NUMERIC
                           MOVE RQ-QUEDA-GPA TO WRK-QUEDA-GPA
                       END-IF
                       IF RQ-DIAS-ATRASO IS NUMERIC
                           MOVE RQ-DIAS-ATRASO TO WRK-DIAS-ATRASO
                       END-IF
               END-READ
               CLOSE RISCO-PARM-FILE
           END-IF.

      ******************************************************************
      * DEFINE-SEMESTRE - Semestre do PARM, conferido no CALACAD, ou,
      * sem PARM, o de inicio mais recente ja alcancado pela data da
      * rodada.
      ******************************************************************
       DEFINE-SEMESTRE.
           OPEN INPUT CALENDARIO-FILE
           IF WRK-FS-CAL NOT = '00'
               MOVE 'ACD0100E' TO MP-ID
               MOVE 'CALACAD INDISPONIVEL - SEMESTRE NAO DEFINIDO.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               IF PARM-TAM > 0
                   MOVE PARM-TEXTO(1:6) TO CA-SEMESTRE
                   READ CALENDARIO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CA-SEMESTRE TO WRK-SEMESTRE
                   END-READ
               ELSE
                   MOVE 'N' TO WRK-FIM-ARQ
                   MOVE SPACES TO CA-SEMESTRE
                   START CALENDARIO-FILE
                       KEY IS NOT LESS THAN CA-SEMESTRE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-START
                   PERFORM UNTIL FIM-ARQ
                       READ CALENDARIO-FILE NEXT RECORD
                           AT END
                               MOVE 'S' TO WRK-FIM-ARQ
                       END-READ
                       IF NOT FIM-ARQ
                           IF CA-DATA-INICIO NOT > WRK-HOJE
                               MOVE CA-SEMESTRE TO WRK-SEMESTRE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CALENDARIO-FILE
               IF WRK-SEMESTRE = SPACES
                   MOVE 'ACD0100E' TO MP-ID
                   MOVE 'SEMESTRE NAO ENCONTRADO NO CALACAD.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * CARREGA-TURMAS - Guarda as turmas do semestre, com a materia e
      * o instrutor que vao no cabecalho de cada bloco do relatorio.
      ******************************************************************
       CARREGA-TURMAS.
           MOVE 0 TO WRK-QTD-TURMAS
           MOVE 'N' TO WRK-ESTOURO
           OPEN INPUT TURMA-MASTER-FILE
           IF WRK-FS-TURMA NOT = '00'
               MOVE 'ACD0101E' TO MP-ID
               MOVE 'ARQUIVO TURMAMST VAZIO OU INEXISTENTE.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE SPACES TO TU-CODIGO
               START TURMA-MASTER-FILE KEY IS NOT LESS THAN TU-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ TURMA-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       IF TU-SEMESTRE = WRK-SEMESTRE
                           PERFORM GUARDA-TURMA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TURMA-MASTER-FILE
               IF TABELA-ESTOURADA
                   MOVE 'ACD0101E' TO MP-ID
                   MOVE 'MAIS DE 300 TURMAS NO SEMESTRE.' TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       GUARDA-TURMA.
           IF WRK-QTD-TURMAS >= WRK-MAX-TURMAS
               MOVE 'S' TO WRK-ESTOURO
           ELSE
               ADD 1 TO WRK-QTD-TURMAS
               MOVE TU-CODIGO    TO PT-CODIGO(WRK-QTD-TURMAS)
               MOVE TU-MATERIA   TO PT-MATERIA(WRK-QTD-TURMAS)
               MOVE TU-INSTRUTOR TO PT-INSTRUTOR(WRK-QTD-TURMAS)
           END-IF.

      ******************************************************************
      * CARREGA-VINCULOS - Le o MATRICULA-TURMA inteiro e guarda os
      * vinculos com turma do semestre dos alunos ativos no
      * ALUNOMST, agrupados por aluno. Tabela estourada e fatal: um
      * aluno fora dela sumiria da lista sem aviso.
      ******************************************************************
       CARREGA-VINCULOS.
           MOVE 0 TO WRK-QTD-ALUNOS
           MOVE 0 TO WRK-QTD-VINCULOS
           MOVE 'N' TO WRK-ESTOURO
           MOVE SPACES TO WRK-ULTIMO-ID
           OPEN INPUT MATRICULA-TURMA-FILE
           OPEN INPUT ALUNO-MASTER-FILE
           IF WRK-FS-MATR NOT = '00' OR WRK-FS-ALUNO NOT = '00'
               MOVE 'ACD0101E' TO MP-ID
               MOVE 'ARQUIVO MATRTUR OU ALUNOMST VAZIO OU INEXISTENTE.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO MT-CHAVE
               START MATRICULA-TURMA-FILE
                   KEY IS NOT LESS THAN MT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ OR TABELA-ESTOURADA
                   READ MATRICULA-TURMA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       PERFORM GUARDA-VINCULO
                   END-IF
               END-PERFORM
               IF TABELA-ESTOURADA
                   MOVE 'ACD0101E' TO MP-ID
                   MOVE 'TABELA DE ALUNOS OU VINCULOS DO SEMESTRE CHEIA'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WRK-FS-MATR = '00'
               CLOSE MATRICULA-TURMA-FILE
           END-IF
           IF WRK-FS-ALUNO = '00'
               CLOSE ALUNO-MASTER-FILE
           END-IF.

       GUARDA-VINCULO.
           MOVE 0 TO WRK-TX
           PERFORM VARYING WRK-UX FROM 1 BY 1
               UNTIL WRK-UX > WRK-QTD-TURMAS OR WRK-TX > 0
               IF PT-CODIGO(WRK-UX) = MT-TURMA
                   MOVE WRK-UX TO WRK-TX
               END-IF
           END-PERFORM
           IF WRK-TX > 0
               IF MT-ALUNO-ID NOT = WRK-ULTIMO-ID
                   MOVE MT-ALUNO-ID TO WRK-ULTIMO-ID
                   PERFORM VERIFICA-ALUNO
               END-IF
               IF ALUNO-SELECIONADO
                   IF WRK-QTD-VINCULOS >= WRK-MAX-VINCULOS
                       MOVE 'S' TO WRK-ESTOURO
                   END-IF
                   IF NOT TABELA-ESTOURADA
                       ADD 1 TO WRK-QTD-VINCULOS
                       MOVE WRK-TX TO VN-TURMA(WRK-QTD-VINCULOS)
                       MOVE WRK-QTD-ALUNOS
                           TO VN-ALUNO(WRK-QTD-VINCULOS)
                       ADD 1 TO PA-QTD(WRK-QTD-ALUNOS)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * VERIFICA-ALUNO - Primeiro vinculo do aluno no semestre: so
      * entra na tabela o aluno ativo no ALUNOMST.
      ******************************************************************
       VERIFICA-ALUNO.
           MOVE 'N' TO WRK-ALUNO-OK
           MOVE MT-ALUNO-ID TO ALUNO-ID
           READ ALUNO-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ALUNO-ATIVO
                       PERFORM NOVO-ALUNO
                   END-IF
           END-READ.

       NOVO-ALUNO.
           IF WRK-QTD-ALUNOS >= WRK-MAX-ALUNOS
               MOVE 'S' TO WRK-ESTOURO
           ELSE
               MOVE 'S' TO WRK-ALUNO-OK
               ADD 1 TO WRK-QTD-ALUNOS
               MOVE ALUNO-ID   TO PA-ALUNO-ID(WRK-QTD-ALUNOS)
               MOVE ALUNO-NOME TO PA-NOME(WRK-QTD-ALUNOS)
               COMPUTE PA-PRIMEIRO(WRK-QTD-ALUNOS) =
                   WRK-QTD-VINCULOS + 1
               MOVE 0      TO PA-QTD(WRK-QTD-ALUNOS)
               MOVE 0      TO PA-PCT-FALTAS(WRK-QTD-ALUNOS)
               MOVE 0      TO PA-QTD-SIT(WRK-QTD-ALUNOS)
               MOVE 0      TO PA-QUEDA-GPA(WRK-QTD-ALUNOS)
               MOVE 0      TO PA-DIAS-ATRASO(WRK-QTD-ALUNOS)
               MOVE 'N'    TO PA-MOT-FALTAS(WRK-QTD-ALUNOS)
               MOVE 'N'    TO PA-MOT-SIT(WRK-QTD-ALUNOS)
               MOVE 'N'    TO PA-MOT-GPA(WRK-QTD-ALUNOS)
               MOVE 'N'    TO PA-MOT-ATRASO(WRK-QTD-ALUNOS)
               MOVE 0      TO PA-PONTOS(WRK-QTD-ALUNOS)
               MOVE SPACES TO PA-FAIXA(WRK-QTD-ALUNOS)
           END-IF.

      ******************************************************************
      * APURA-ATRASOS - Uma passada no FATURMST: para cada fatura em
      * aberto, com saldo e ja vencida, de aluno da tabela, guarda os
      * dias de atraso da mais antiga. Sem o mestre de faturas o
      * sinal financeiro simplesmente nao pontua.
      ******************************************************************
       APURA-ATRASOS.
           OPEN INPUT FATURA-MASTER-FILE
           IF WRK-FS-FAT = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE 0 TO FA-NUMERO
               START FATURA-MASTER-FILE KEY IS NOT LESS THAN FA-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ FATURA-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       IF FA-ABERTA AND FA-SALDO > 0
                           AND FA-DATA-VENC < WRK-HOJE
                           PERFORM ACUMULA-ATRASO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FATURA-MASTER-FILE
           END-IF.

       ACUMULA-ATRASO.
           MOVE FA-ALUNO-ID TO WRK-BUSCA-ID
           PERFORM LOCALIZA-ALUNO
           IF WRK-AX > 0
               MOVE 4            TO DP-OPERACAO
               MOVE WRK-HOJE     TO DP-DATA-1
               MOVE FA-DATA-VENC TO DP-DATA-2
               CALL 'PROG104' USING DATA-PARAMETROS
               IF DP-VALIDA NOT = 'N' AND DP-DIAS > 0
                   IF DP-DIAS > PA-DIAS-ATRASO(WRK-AX)
                       MOVE DP-DIAS TO PA-DIAS-ATRASO(WRK-AX)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LOCALIZA-ALUNO - Busca binaria do WRK-BUSCA-ID na tabela de
      * alunos (em ordem de matricula); devolve a posicao em WRK-AX,
      * zero quando o aluno nao esta na tabela.
      ******************************************************************
       LOCALIZA-ALUNO.
           MOVE 0 TO WRK-AX
           MOVE 1 TO WRK-INICIO
           MOVE WRK-QTD-ALUNOS TO WRK-FIM
           PERFORM UNTIL WRK-INICIO > WRK-FIM OR WRK-AX > 0
               COMPUTE WRK-MEIO = (WRK-INICIO + WRK-FIM) / 2
               IF PA-ALUNO-ID(WRK-MEIO) = WRK-BUSCA-ID
                   MOVE WRK-MEIO TO WRK-AX
               ELSE
                   IF PA-ALUNO-ID(WRK-MEIO) < WRK-BUSCA-ID
                       COMPUTE WRK-INICIO = WRK-MEIO + 1
                   ELSE
                       COMPUTE WRK-FIM = WRK-MEIO - 1
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * PONTUA-ALUNOS - Apura os sinais academicos de cada aluno da
      * tabela (faltas, situacoes e GPA) e calcula a pontuacao e a
      * faixa. Mestre ausente deixa o sinal correspondente sem pontos.
      ******************************************************************
       PONTUA-ALUNOS.
           OPEN INPUT FREQUENCIA-RESUMO-FILE
           OPEN INPUT SITUACAO-MASTER-FILE
           OPEN INPUT GPA-MASTER-FILE
           PERFORM VARYING WRK-AX FROM 1 BY 1
               UNTIL WRK-AX > WRK-QTD-ALUNOS
               IF WRK-FS-SUM = '00'
                   PERFORM APURA-FALTAS
               END-IF
               IF WRK-FS-SITMST = '00'
                   PERFORM APURA-SITUACOES
               END-IF
               IF WRK-FS-GPA = '00'
                   PERFORM APURA-GPA
               END-IF
               PERFORM CALCULA-PONTOS
           END-PERFORM
           IF WRK-FS-SUM = '00'
               CLOSE FREQUENCIA-RESUMO-FILE
           END-IF
           IF WRK-FS-SITMST = '00'
               CLOSE SITUACAO-MASTER-FILE
           END-IF
           IF WRK-FS-GPA = '00'
               CLOSE GPA-MASTER-FILE
           END-IF.

      ******************************************************************
      * APURA-FALTAS - Soma as aulas e presencas do aluno em todas as
      * materias do semestre no FREQSUM. O total de aulas de cada
      * materia e o maior entre as chamadas registradas e as aulas
      * previstas ate hoje no calendario da turma (PROG129), como no
      * classificador: aula sem chamada conta como falta.
      ******************************************************************
       APURA-FALTAS.
           MOVE 0 TO WRK-SOMA-AULAS
           MOVE 0 TO WRK-SOMA-PRES
           MOVE 'N' TO WRK-FIM-ALUNO
           MOVE PA-ALUNO-ID(WRK-AX) TO FS-ALUNO-ID
           MOVE SPACES TO FS-MATERIA
           MOVE SPACES TO FS-SEMESTRE
           START FREQUENCIA-RESUMO-FILE KEY IS NOT LESS THAN FS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ALUNO
           END-START
           PERFORM UNTIL FIM-ALUNO
               READ FREQUENCIA-RESUMO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ALUNO
               END-READ
               IF NOT FIM-ALUNO
                   IF FS-ALUNO-ID NOT = PA-ALUNO-ID(WRK-AX)
                       MOVE 'S' TO WRK-FIM-ALUNO
                   ELSE
                       IF FS-SEMESTRE = WRK-SEMESTRE
                           PERFORM SOMA-FREQUENCIA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-SOMA-AULAS > 0
               AND WRK-SOMA-PRES NOT > WRK-SOMA-AULAS
               COMPUTE PA-PCT-FALTAS(WRK-AX) =
                   ((WRK-SOMA-AULAS - WRK-SOMA-PRES) * 100)
                   / WRK-SOMA-AULAS
           END-IF.

       SOMA-FREQUENCIA.
           MOVE FS-TOTAL TO WRK-AULAS
           MOVE FS-ALUNO-ID  TO QA-ALUNO-ID
           MOVE FS-MATERIA   TO QA-MATERIA
           MOVE FS-SEMESTRE  TO QA-SEMESTRE
           MOVE WRK-HOJE     TO QA-DATA-REF
           CALL 'PROG129' USING AULAS-PARAMETROS
           IF QA-PREVISTAS > WRK-AULAS
               MOVE QA-PREVISTAS TO WRK-AULAS
           END-IF
           ADD WRK-AULAS    TO WRK-SOMA-AULAS
           ADD FS-PRESENCAS TO WRK-SOMA-PRES.

      ******************************************************************
      * APURA-SITUACOES - Conta as materias do semestre em que a
      * situacao vigente do aluno (a final da recuperacao, quando ja
      * lancada) e EM RECUPERACAO ou REPROVADO (inclusive por falta).
      ******************************************************************
       APURA-SITUACOES.
           MOVE 'N' TO WRK-FIM-ALUNO
           MOVE PA-ALUNO-ID(WRK-AX) TO SM-ALUNO-ID
           MOVE SPACES TO SM-MATERIA
           MOVE SPACES TO SM-SEMESTRE
           START SITUACAO-MASTER-FILE KEY IS NOT LESS THAN SM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ALUNO
           END-START
           PERFORM UNTIL FIM-ALUNO
               READ SITUACAO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ALUNO
               END-READ
               IF NOT FIM-ALUNO
                   IF SM-ALUNO-ID NOT = PA-ALUNO-ID(WRK-AX)
                       MOVE 'S' TO WRK-FIM-ALUNO
                   ELSE
                       IF SM-SEMESTRE = WRK-SEMESTRE
                           PERFORM CONFERE-SITUACAO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CONFERE-SITUACAO.
           IF SM-SIT-FINAL NOT = SPACES
               MOVE SM-SIT-FINAL TO WRK-SIT-EFETIVA
           ELSE
               MOVE SM-SITUACAO  TO WRK-SIT-EFETIVA
           END-IF
           IF WRK-SIT-EFETIVA = 'EM RECUPERACAO'
               OR WRK-SIT-EFETIVA(1:9) = 'REPROVADO'
               IF PA-QTD-SIT(WRK-AX) < 99
                   ADD 1 TO PA-QTD-SIT(WRK-AX)
               END-IF
           END-IF.

      ******************************************************************
      * APURA-GPA - Percorre os semestres do aluno no GPAMST ate o
      * semestre da rodada e guarda a queda do GPA do ultimo semestre
      * consolidado sobre o anterior.
      ******************************************************************
       APURA-GPA.
           MOVE 0 TO WRK-QTD-GPA
           MOVE 0 TO WRK-GPA-ANTERIOR
           MOVE 0 TO WRK-GPA-ULTIMO
           MOVE 'N' TO WRK-FIM-ALUNO
           MOVE PA-ALUNO-ID(WRK-AX) TO GM-ALUNO-ID
           MOVE SPACES TO GM-SEMESTRE
           START GPA-MASTER-FILE KEY IS NOT LESS THAN GM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ALUNO
           END-START
           PERFORM UNTIL FIM-ALUNO
               READ GPA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ALUNO
               END-READ
               IF NOT FIM-ALUNO
                   IF GM-ALUNO-ID NOT = PA-ALUNO-ID(WRK-AX)
                       OR GM-SEMESTRE > WRK-SEMESTRE
                       MOVE 'S' TO WRK-FIM-ALUNO
                   ELSE
                       MOVE WRK-GPA-ULTIMO TO WRK-GPA-ANTERIOR
                       MOVE GM-GPA-SEM     TO WRK-GPA-ULTIMO
                       ADD 1 TO WRK-QTD-GPA
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-QTD-GPA > 1
               AND WRK-GPA-ANTERIOR > WRK-GPA-ULTIMO
               COMPUTE PA-QUEDA-GPA(WRK-AX) =
                   WRK-GPA-ANTERIOR - WRK-GPA-ULTIMO
           END-IF.

      ******************************************************************
      * CALCULA-PONTOS - Soma o peso de cada sinal que passou do
      * limite, marca o motivo e enquadra o aluno na faixa de risco.
      ******************************************************************
       CALCULA-PONTOS.
           ADD 1 TO WRK-TOTAL-AVAL
           IF PA-PCT-FALTAS(WRK-AX) > 0
               AND PA-PCT-FALTAS(WRK-AX) NOT < WRK-PCT-FALTAS
               MOVE 'S' TO PA-MOT-FALTAS(WRK-AX)
               ADD WRK-PESO-FALTAS TO PA-PONTOS(WRK-AX)
           END-IF
           IF PA-QTD-SIT(WRK-AX) > 0
               AND PA-QTD-SIT(WRK-AX) NOT < WRK-QTD-SIT
               MOVE 'S' TO PA-MOT-SIT(WRK-AX)
               COMPUTE WRK-PONTOS-SIT =
                   PA-QTD-SIT(WRK-AX) * WRK-PESO-SIT
               IF WRK-PONTOS-SIT > WRK-TETO-SIT
                   MOVE WRK-TETO-SIT TO WRK-PONTOS-SIT
               END-IF
               ADD WRK-PONTOS-SIT TO PA-PONTOS(WRK-AX)
           END-IF
           IF PA-QUEDA-GPA(WRK-AX) > 0
               AND PA-QUEDA-GPA(WRK-AX) NOT < WRK-QUEDA-GPA
               MOVE 'S' TO PA-MOT-GPA(WRK-AX)
               ADD WRK-PESO-GPA TO PA-PONTOS(WRK-AX)
           END-IF
           IF PA-DIAS-ATRASO(WRK-AX) > 0
               AND PA-DIAS-ATRASO(WRK-AX) NOT < WRK-DIAS-ATRASO
               MOVE 'S' TO PA-MOT-ATRASO(WRK-AX)
               ADD WRK-PESO-ATRASO TO PA-PONTOS(WRK-AX)
           END-IF
           EVALUATE TRUE
               WHEN PA-PONTOS(WRK-AX) NOT < WRK-FAIXA-ALTA
                   MOVE 'ALTO'  TO PA-FAIXA(WRK-AX)
                   ADD 1 TO WRK-TOTAL-ALTO
                   ADD 1 TO WRK-TOTAL-RISCO
               WHEN PA-PONTOS(WRK-AX) NOT < WRK-FAIXA-MEDIA
                   MOVE 'MEDIO' TO PA-FAIXA(WRK-AX)
                   ADD 1 TO WRK-TOTAL-MEDIO
                   ADD 1 TO WRK-TOTAL-RISCO
               WHEN PA-PONTOS(WRK-AX) > 0
                   MOVE 'BAIXO' TO PA-FAIXA(WRK-AX)
                   ADD 1 TO WRK-TOTAL-BAIXO
                   ADD 1 TO WRK-TOTAL-RISCO
               WHEN OTHER
                   MOVE SPACES  TO PA-FAIXA(WRK-AX)
           END-EVALUATE.

      ******************************************************************
      * LISTA-TURMAS - Um bloco por turma com aluno em risco: os
      * alunos saem do maior para o menor numero de pontos (empate na
      * ordem de matricula), com a faixa e os motivos.
      ******************************************************************
       LISTA-TURMAS.
           PERFORM VARYING WRK-TX FROM 1 BY 1
               UNTIL WRK-TX > WRK-QTD-TURMAS
               PERFORM MONTA-LISTA-TURMA
               IF WRK-QTD-LISTA > 0
                   ADD 1 TO WRK-TOTAL-TURMAS
                   PERFORM ABRE-TURMA
                   PERFORM VARYING WRK-RANK FROM 1 BY 1
                       UNTIL WRK-RANK > WRK-QTD-LISTA
                       PERFORM SELECIONA-PROXIMO
                       PERFORM LISTA-ALUNO
                   END-PERFORM
                   MOVE SPACES TO RISCO-REL-LINHA
                   WRITE RISCO-REL-LINHA
               END-IF
           END-PERFORM.

       MONTA-LISTA-TURMA.
           MOVE 0 TO WRK-QTD-LISTA
           PERFORM VARYING WRK-VX FROM 1 BY 1
               UNTIL WRK-VX > WRK-QTD-VINCULOS
               IF VN-TURMA(WRK-VX) = WRK-TX
                   AND PA-PONTOS(VN-ALUNO(WRK-VX)) > 0
                   AND WRK-QTD-LISTA < WRK-MAX-LISTA
                   ADD 1 TO WRK-QTD-LISTA
                   MOVE VN-ALUNO(WRK-VX) TO LS-ALUNO(WRK-QTD-LISTA)
                   MOVE 'N' TO LS-LISTADO(WRK-QTD-LISTA)
               END-IF
           END-PERFORM.

       SELECIONA-PROXIMO.
           MOVE 0  TO WRK-PROXIMA
           MOVE -1 TO WRK-MAIOR
           PERFORM VARYING WRK-LX FROM 1 BY 1
               UNTIL WRK-LX > WRK-QTD-LISTA
               IF LS-LISTADO(WRK-LX) = 'N'
                   AND PA-PONTOS(LS-ALUNO(WRK-LX)) > WRK-MAIOR
                   MOVE WRK-LX TO WRK-PROXIMA
                   MOVE PA-PONTOS(LS-ALUNO(WRK-LX)) TO WRK-MAIOR
               END-IF
           END-PERFORM
           MOVE 'S' TO LS-LISTADO(WRK-PROXIMA)
           MOVE LS-ALUNO(WRK-PROXIMA) TO WRK-AX.

       ABRE-TURMA.
           MOVE SPACES TO RISCO-REL-LINHA
           STRING 'TURMA ' DELIMITED BY SIZE
               PT-CODIGO(WRK-TX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PT-MATERIA(WRK-TX) DELIMITED BY SIZE
               ' INSTRUTOR ' DELIMITED BY SIZE
               PT-INSTRUTOR(WRK-TX) DELIMITED BY SIZE
               INTO RISCO-REL-LINHA
           WRITE RISCO-REL-LINHA.

      ******************************************************************
      * LISTA-ALUNO - Duas linhas por aluno: posicao, faixa, pontos,
      * matricula e nome; embaixo, os motivos que pontuaram com o
      * valor apurado de cada um.
      ******************************************************************
       LISTA-ALUNO.
           MOVE WRK-RANK TO WRK-RANK-ED
           MOVE PA-PONTOS(WRK-AX) TO WRK-PONTOS-ED
           MOVE SPACES TO RISCO-REL-LINHA
           STRING '  ' DELIMITED BY SIZE
               WRK-RANK-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PA-FAIXA(WRK-AX) DELIMITED BY SIZE
               ' PONTOS ' DELIMITED BY SIZE
               WRK-PONTOS-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PA-ALUNO-ID(WRK-AX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PA-NOME(WRK-AX) DELIMITED BY SIZE
               INTO RISCO-REL-LINHA
           WRITE RISCO-REL-LINHA

           MOVE SPACES TO WRK-MOTIVOS
           MOVE 0 TO WRK-MX
           IF PA-MOT-FALTAS(WRK-AX) = 'S'
               ADD 1 TO WRK-MX
               MOVE PA-PCT-FALTAS(WRK-AX) TO WRK-PCT-ED
               STRING 'FALTAS ' DELIMITED BY SIZE
                   WRK-PCT-ED DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
                   INTO WRK-MOTIVO(WRK-MX)
           END-IF
           IF PA-MOT-SIT(WRK-AX) = 'S'
               ADD 1 TO WRK-MX
               MOVE PA-QTD-SIT(WRK-AX) TO WRK-SIT-ED
               STRING 'SITUACOES ' DELIMITED BY SIZE
                   WRK-SIT-ED DELIMITED BY SIZE
                   INTO WRK-MOTIVO(WRK-MX)
           END-IF
           IF PA-MOT-GPA(WRK-AX) = 'S'
               ADD 1 TO WRK-MX
               MOVE PA-QUEDA-GPA(WRK-AX) TO WRK-GPA-ED
               STRING 'QUEDA GPA ' DELIMITED BY SIZE
                   WRK-GPA-ED DELIMITED BY SIZE
                   INTO WRK-MOTIVO(WRK-MX)
           END-IF
           IF PA-MOT-ATRASO(WRK-AX) = 'S'
               ADD 1 TO WRK-MX
               MOVE PA-DIAS-ATRASO(WRK-AX) TO WRK-DIAS-ED
               STRING 'ATRASO ' DELIMITED BY SIZE
                   WRK-DIAS-ED DELIMITED BY SIZE
                   ' DIAS' DELIMITED BY SIZE
                   INTO WRK-MOTIVO(WRK-MX)
           END-IF
           MOVE SPACES TO RISCO-REL-LINHA
           STRING '      MOTIVOS: ' DELIMITED BY SIZE
               WRK-MOTIVOS DELIMITED BY SIZE
               INTO RISCO-REL-LINHA
           WRITE RISCO-REL-LINHA.

       ESCREVE-CABECALHO.
           MOVE WRK-HOJE(7:2) TO WRK-DE-DIA
           MOVE WRK-HOJE(5:2) TO WRK-DE-MES
           MOVE WRK-HOJE(1:4) TO WRK-DE-ANO
           MOVE SPACES TO RISCO-REL-LINHA
           STRING 'ALUNOS EM RISCO - SEMESTRE ' DELIMITED BY SIZE
               WRK-SEMESTRE DELIMITED BY SIZE
               ' - RODADA DE ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               INTO RISCO-REL-LINHA
           WRITE RISCO-REL-LINHA

           MOVE WRK-PCT-FALTAS TO WRK-PCT-ED
           MOVE WRK-QTD-SIT    TO WRK-SIT-ED
           MOVE SPACES TO RISCO-REL-LINHA
           STRING 'PONTOS: FALTAS >= ' DELIMITED BY SIZE
               WRK-PCT-ED DELIMITED BY SIZE
               '% = 30; SITUACOES >= ' DELIMITED BY SIZE
               WRK-SIT-ED DELIMITED BY SIZE
               ' = 15 CADA (ATE 30);' DELIMITED BY SIZE
               INTO RISCO-REL-LINHA
           WRITE RISCO-REL-LINHA

           MOVE WRK-QUEDA-GPA   TO WRK-GPA-ED
           MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED
           MOVE SPACES TO RISCO-REL-LINHA
           STRING '        QUEDA GPA >= ' DELIMITED BY SIZE
               WRK-GPA-ED DELIMITED BY SIZE
               ' = 20; ATRASO >= ' DELIMITED BY SIZE
               WRK-DIAS-ED DELIMITED BY SIZE
               ' DIAS = 20' DELIMITED BY SIZE
               INTO RISCO-REL-LINHA
           WRITE RISCO-REL-LINHA

           MOVE 'FAIXAS: ALTO >= 50 / MEDIO 25 A 49 / BAIXO 1 A 24'
               TO RISCO-REL-LINHA
           WRITE RISCO-REL-LINHA
           MOVE '----------------------------------------'
               TO RISCO-REL-LINHA
           WRITE RISCO-REL-LINHA.

       ESCREVE-RESUMO.
           MOVE '----------------------------------------'
               TO RISCO-REL-LINHA
           WRITE RISCO-REL-LINHA

           MOVE WRK-TOTAL-AVAL TO WRK-TOTAL-ED
           MOVE SPACES TO RISCO-REL-LINHA
           STRING 'ALUNOS ATIVOS AVALIADOS.......: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO RISCO-REL-LINHA
           WRITE RISCO-REL-LINHA

           MOVE WRK-TOTAL-ALTO TO WRK-TOTAL-ED
           MOVE SPACES TO RISCO-REL-LINHA
           STRING 'EM RISCO ALTO.................: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO RISCO-REL-LINHA
           WRITE RISCO-REL-LINHA

           MOVE WRK-TOTAL-MEDIO TO WRK-TOTAL-ED
           MOVE SPACES TO RISCO-REL-LINHA
           STRING 'EM RISCO MEDIO................: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO RISCO-REL-LINHA
           WRITE RISCO-REL-LINHA

           MOVE WRK-TOTAL-BAIXO TO WRK-TOTAL-ED
           MOVE SPACES TO RISCO-REL-LINHA
           STRING 'EM RISCO BAIXO................: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO RISCO-REL-LINHA
           WRITE RISCO-REL-LINHA

           MOVE WRK-TOTAL-TURMAS TO WRK-TOTAL-ED
           MOVE SPACES TO RISCO-REL-LINHA
           STRING 'TURMAS COM ALUNO EM RISCO.....: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO RISCO-REL-LINHA
           WRITE RISCO-REL-LINHA.

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
           MOVE 'PROG133'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-TOTAL-AVAL      TO RN-LIDOS
           MOVE WRK-TOTAL-RISCO     TO RN-GRAVADOS
           MOVE 0                   TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG133.
