      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG136.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  MONITOR NOTURNO DE NOTAS NAO LANCADAS - NAS TRES ULTIMAS
      *  SEMANAS DO SEMESTRE, PERCORRE O MATRICULA-TURMA E, PARA CADA
      *  ALUNO ATIVO VINCULADO A TURMA DO SEMESTRE, PROCURA A NOTA DA
      *  MATERIA DA TURMA NAS TRANSACOES AINDA NAO CLASSIFICADAS DO
      *  NOTAS-TRANS (A ULTIMA DO ALUNO/MATERIA VALE; EXCLUSAO TIRA A
      *  NOTA) E, NAO HAVENDO, NO SITUACAO-MASTER. OS ALUNOS SEM NOTA
      *  SAEM POR INSTRUTOR (TU-INSTR-COD) E POR TURMA, O INSTRUTOR
      *  COM MAIS LACUNAS PRIMEIRO, COM O PERCENTUAL DE CONCLUSAO DE
      *  CADA TURMA E OS DIAS QUE FALTAM PARA O CA-DATA-FIM - PARA O
      *  BOLETIM NAO SAIR COM BURACO. O SEMESTRE VEM DO PARM (AAAA-S),
      *  E ENTAO O RELATORIO SAI EM QUALQUER DATA; SEM PARM, E O DE
      *  INICIO MAIS RECENTE JA ALCANCADO PELA DATA DA RODADA, E FORA
      *  DAS TRES ULTIMAS SEMANAS O RELATORIO SAI SO COM O CABECALHO.
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
           SELECT SITUACAO-MASTER-FILE ASSIGN TO "SITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CHAVE
               FILE STATUS IS WRK-FS-SITMST.
           SELECT NOTAS-TRANS-FILE ASSIGN TO "NOTASTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTAS.
           SELECT SEM-NOTA-REL-FILE ASSIGN TO "SEMNOTA"
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
       FD  SITUACAO-MASTER-FILE.
           COPY SITMR.
       FD  NOTAS-TRANS-FILE.
           COPY NOTASTR.
       FD  SEM-NOTA-REL-FILE.
           COPY SEMNOTA.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CAL        PIC X(02) VALUE SPACES.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-MATR       PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-SITMST     PIC X(02) VALUE SPACES.
       77 WRK-MATR-ABERTO   PIC X(01) VALUE 'N'.
           88 MATRICULAS-ABERTAS   VALUE 'S'.
       77 WRK-ALUNO-ABERTO  PIC X(01) VALUE 'N'.
           88 ALUNOS-ABERTOS       VALUE 'S'.
       77 WRK-SITMST-ABERTO PIC X(01) VALUE 'N'.
           88 SITUACOES-ABERTAS    VALUE 'S'.
       77 WRK-FS-NOTAS      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-ESTOURO       PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA     VALUE 'S'.
       77 WRK-JANELA        PIC X(01) VALUE 'S'.
           88 DENTRO-DA-JANELA     VALUE 'S'.
       77 WRK-COM-NOTA      PIC X(01) VALUE 'N'.
           88 ALUNO-COM-NOTA       VALUE 'S'.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-BUSCA-ALUNO   PIC X(14) VALUE SPACES.
       77 WRK-BUSCA-MATERIA PIC X(15) VALUE SPACES.
       77 WRK-DATA-FIM      PIC X(08) VALUE SPACES.
       77 WRK-HOJE          PIC X(08) VALUE SPACES.
       77 WRK-DIAS-RESTANTES PIC S9(05) VALUE 0.
       77 WRK-DIAS-JANELA   PIC 9(03) VALUE 21.

       77 WRK-MAX-TURMAS    PIC 9(03) VALUE 300.
       77 WRK-MAX-INSTR     PIC 9(03) VALUE 200.
       77 WRK-MAX-PEND      PIC 9(04) VALUE 5000.
       77 WRK-MAX-SEM-NOTA  PIC 9(04) VALUE 5000.
       77 WRK-QTD-TURMAS    PIC 9(03) VALUE 0.
       77 WRK-QTD-INSTR     PIC 9(03) VALUE 0.
       77 WRK-QTD-PEND      PIC 9(04) VALUE 0.
       77 WRK-QTD-SEM-NOTA  PIC 9(04) VALUE 0.
       77 WRK-TX            PIC 9(03) VALUE 0.
       77 WRK-UX            PIC 9(03) VALUE 0.
       77 WRK-IX            PIC 9(03) VALUE 0.
       77 WRK-PX            PIC 9(04) VALUE 0.
       77 WRK-SX            PIC 9(04) VALUE 0.
       77 WRK-RANK          PIC 9(03) VALUE 0.
       77 WRK-RANK-TURMA    PIC 9(03) VALUE 0.
       77 WRK-QTD-DO-INSTR  PIC 9(03) VALUE 0.
       77 WRK-PROXIMA       PIC 9(03) VALUE 0.
       77 WRK-MAIOR         PIC S9(05) VALUE 0.
       77 WRK-PCT           PIC 9(03) VALUE 0.

       77 WRK-TOTAL-LIDOS   PIC 9(06) VALUE 0.
       77 WRK-TOTAL-ALUNOS  PIC 9(06) VALUE 0.
       77 WRK-TOTAL-SEM-NOTA PIC 9(06) VALUE 0.
       77 WRK-TOTAL-TURMAS  PIC 9(06) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZZ9.
       77 WRK-QTD-ED        PIC ZZZ9.
       77 WRK-DIAS-ED       PIC ZZZ9.
       77 WRK-PCT-ED        PIC ZZ9.
       COPY DATAPARM.
       COPY MSGPARM.

       01 WRK-DATA-ED.
          05 WRK-DE-DIA     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-MES     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-ANO     PIC X(04).

      *  TURMAS DO SEMESTRE, CADA UMA APONTANDO PARA O SEU INSTRUTOR,
      *  COM OS ALUNOS ATIVOS VINCULADOS E OS QUE ESTAO SEM NOTA.
       01 TABELA-TURMAS-NOTA.
          05 TB-ENTRY OCCURS 300 TIMES.
             10 TB-CODIGO      PIC X(06).
             10 TB-MATERIA     PIC X(15).
             10 TB-INSTR       PIC 9(03).
             10 TB-ALUNOS      PIC 9(04).
             10 TB-FALTAM      PIC 9(04).
             10 TB-LISTADA     PIC X(01).

      *  INSTRUTORES DAS TURMAS DO SEMESTRE, PELO TU-INSTR-COD (AS
      *  TURMAS ANTERIORES AO MESTRE DE INSTRUTORES, SEM CODIGO, SE
      *  AGRUPAM PELO NOME).
       01 TABELA-INSTRUTORES.
          05 TI-ENTRY OCCURS 200 TIMES.
             10 TI-COD         PIC X(06).
             10 TI-NOME        PIC X(30).
             10 TI-FALTAM      PIC 9(05).
             10 TI-LISTADO     PIC X(01).

      *  ULTIMA TRANSACAO PENDENTE DO NOTAS-TRANS POR ALUNO/MATERIA NO
      *  SEMESTRE: 'S' TEM NOTA (INCLUSAO OU CORRECAO), 'N' EXCLUIDA.
       01 TABELA-PENDENTES.
          05 TP-ENTRY OCCURS 5000 TIMES.
             10 TP-ALUNO-ID    PIC X(14).
             10 TP-MATERIA     PIC X(15).
             10 TP-COM-NOTA    PIC X(01).

      *  ALUNOS SEM NOTA, NA ORDEM DO MATRTUR, COM A TURMA DE CADA UM.
       01 TABELA-SEM-NOTA.
          05 TS-ENTRY OCCURS 5000 TIMES.
             10 TS-TURMA       PIC 9(03).
             10 TS-ALUNO-ID    PIC X(14).
             10 TS-NOME        PIC X(30).

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

           PERFORM DEFINE-SEMESTRE
           IF RETURN-CODE < 8
               PERFORM VERIFICA-JANELA
           END-IF
           IF RETURN-CODE < 8 AND DENTRO-DA-JANELA
               PERFORM CARREGA-TURMAS
           END-IF
           IF RETURN-CODE < 8 AND DENTRO-DA-JANELA
               PERFORM CARREGA-PENDENTES
           END-IF
           IF RETURN-CODE < 8 AND DENTRO-DA-JANELA
               PERFORM CONFERE-VINCULOS
           END-IF
           IF RETURN-CODE < 8
               OPEN OUTPUT SEM-NOTA-REL-FILE
               PERFORM ESCREVE-CABECALHO
               IF DENTRO-DA-JANELA
                   PERFORM LISTA-INSTRUTORES
                   PERFORM ESCREVE-RESUMO
               ELSE
                   MOVE SPACES TO SEM-NOTA-REL-LINHA
                   STRING 'FORA DAS TRES ULTIMAS SEMANAS DO SEMESTRE'
                       DELIMITED BY SIZE
                       ' - NADA A LISTAR.' DELIMITED BY SIZE
                       INTO SEM-NOTA-REL-LINHA
                   WRITE SEM-NOTA-REL-LINHA
               END-IF
               CLOSE SEM-NOTA-REL-FILE
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * DEFINE-SEMESTRE - Semestre do PARM, conferido no CALACAD, ou,
      * sem PARM, o de inicio mais recente ja alcancado pela data da
      * rodada; guarda tambem a data de fim do semestre escolhido.
      ******************************************************************
       DEFINE-SEMESTRE.
           OPEN INPUT CALENDARIO-FILE
           IF WRK-FS-CAL NOT = '00'
               MOVE 'ACD0108E' TO MP-ID
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
                           MOVE CA-DATA-FIM TO WRK-DATA-FIM
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
                               MOVE CA-DATA-FIM TO WRK-DATA-FIM
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CALENDARIO-FILE
               IF WRK-SEMESTRE = SPACES
                   MOVE 'ACD0108E' TO MP-ID
                   MOVE 'SEMESTRE NAO ENCONTRADO NO CALACAD.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * VERIFICA-JANELA - Dias corridos de hoje ate o CA-DATA-FIM. Na
      * rodada noturna (sem PARM) o monitor so lista nas tres ultimas
      * semanas do semestre; depois do fim, a cobranca das notas
      * passa a ser do fechamento do semestre.
      ******************************************************************
       VERIFICA-JANELA.
           MOVE 4            TO DP-OPERACAO
           MOVE WRK-DATA-FIM TO DP-DATA-1
           MOVE WRK-HOJE     TO DP-DATA-2
           CALL 'PROG104' USING DATA-PARAMETROS
           MOVE DP-DIAS TO WRK-DIAS-RESTANTES
           IF PARM-TAM = 0
               IF WRK-DIAS-RESTANTES > WRK-DIAS-JANELA
                   OR WRK-DIAS-RESTANTES < 0
                   MOVE 'N' TO WRK-JANELA
                   MOVE 'ACD0109I' TO MP-ID
                   MOVE 'FORA DAS TRES ULTIMAS SEMANAS - NADA A LISTAR.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
               END-IF
           END-IF
           IF WRK-DIAS-RESTANTES < 0
               MOVE 0 TO WRK-DIAS-RESTANTES
           END-IF.

      ******************************************************************
      * CARREGA-TURMAS - Guarda as turmas do semestre e monta, junto,
      * a tabela dos seus instrutores.
      ******************************************************************
       CARREGA-TURMAS.
           MOVE 0 TO WRK-QTD-TURMAS
           MOVE 0 TO WRK-QTD-INSTR
           MOVE 'N' TO WRK-ESTOURO
           OPEN INPUT TURMA-MASTER-FILE
           IF WRK-FS-TURMA NOT = '00'
               MOVE 'ACD0108E' TO MP-ID
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
                   MOVE 'ACD0108E' TO MP-ID
                   MOVE 'MAIS DE 300 TURMAS OU 200 INSTRUTORES.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       GUARDA-TURMA.
           MOVE 0 TO WRK-IX
           PERFORM VARYING WRK-UX FROM 1 BY 1
               UNTIL WRK-UX > WRK-QTD-INSTR OR WRK-IX > 0
               IF TI-COD(WRK-UX) = TU-INSTR-COD
                   AND (TU-INSTR-COD NOT = SPACES
                        OR TI-NOME(WRK-UX) = TU-INSTRUTOR)
                   MOVE WRK-UX TO WRK-IX
               END-IF
           END-PERFORM
           IF WRK-IX = 0
               IF WRK-QTD-INSTR >= WRK-MAX-INSTR
                   MOVE 'S' TO WRK-ESTOURO
               ELSE
                   ADD 1 TO WRK-QTD-INSTR
                   MOVE WRK-QTD-INSTR TO WRK-IX
                   MOVE TU-INSTR-COD TO TI-COD(WRK-IX)
                   MOVE TU-INSTRUTOR TO TI-NOME(WRK-IX)
                   MOVE 0            TO TI-FALTAM(WRK-IX)
                   MOVE 'N'          TO TI-LISTADO(WRK-IX)
               END-IF
           END-IF
           IF WRK-QTD-TURMAS >= WRK-MAX-TURMAS
               MOVE 'S' TO WRK-ESTOURO
           END-IF
           IF NOT TABELA-ESTOURADA
               ADD 1 TO WRK-QTD-TURMAS
               MOVE TU-CODIGO  TO TB-CODIGO(WRK-QTD-TURMAS)
               MOVE TU-MATERIA TO TB-MATERIA(WRK-QTD-TURMAS)
               MOVE WRK-IX     TO TB-INSTR(WRK-QTD-TURMAS)
               MOVE 0          TO TB-ALUNOS(WRK-QTD-TURMAS)
               MOVE 0          TO TB-FALTAM(WRK-QTD-TURMAS)
               MOVE 'N'        TO TB-LISTADA(WRK-QTD-TURMAS)
           END-IF.

      ******************************************************************
      * CARREGA-PENDENTES - Le a geracao corrente do NOTAS-TRANS (o
      * que o PROG03 capturou e o PROG04 ainda nao classificou) e
      * guarda, por aluno/materia do semestre, o efeito da ultima
      * transacao. Sem o arquivo, nao ha pendencia.
      ******************************************************************
       CARREGA-PENDENTES.
           MOVE 0 TO WRK-QTD-PEND
           MOVE 'N' TO WRK-ESTOURO
           OPEN INPUT NOTAS-TRANS-FILE
           IF WRK-FS-NOTAS = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ OR TABELA-ESTOURADA
                   READ NOTAS-TRANS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       IF NT-SEMESTRE = WRK-SEMESTRE
                           AND NT-ALUNO-ID NOT = SPACES
                           PERFORM GUARDA-PENDENTE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE NOTAS-TRANS-FILE
               IF TABELA-ESTOURADA
                   MOVE 'ACD0108E' TO MP-ID
                   MOVE 'MAIS DE 5000 NOTAS PENDENTES NO NOTAS-TRANS.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       GUARDA-PENDENTE.
           MOVE NT-ALUNO-ID TO WRK-BUSCA-ALUNO
           MOVE NT-MATERIA  TO WRK-BUSCA-MATERIA
           PERFORM PROCURA-PENDENTE
           IF WRK-PX = 0
               IF WRK-QTD-PEND >= WRK-MAX-PEND
                   MOVE 'S' TO WRK-ESTOURO
               ELSE
                   ADD 1 TO WRK-QTD-PEND
                   MOVE WRK-QTD-PEND TO WRK-PX
                   MOVE NT-ALUNO-ID TO TP-ALUNO-ID(WRK-PX)
                   MOVE NT-MATERIA  TO TP-MATERIA(WRK-PX)
               END-IF
           END-IF
           IF WRK-PX > 0
               IF NT-EXCLUSAO
                   MOVE 'N' TO TP-COM-NOTA(WRK-PX)
               ELSE
                   MOVE 'S' TO TP-COM-NOTA(WRK-PX)
               END-IF
           END-IF.

       PROCURA-PENDENTE.
           MOVE 0 TO WRK-PX
           PERFORM VARYING WRK-SX FROM 1 BY 1
               UNTIL WRK-SX > WRK-QTD-PEND OR WRK-PX > 0
               IF TP-ALUNO-ID(WRK-SX) = WRK-BUSCA-ALUNO
                   AND TP-MATERIA(WRK-SX) = WRK-BUSCA-MATERIA
                   MOVE WRK-SX TO WRK-PX
               END-IF
           END-PERFORM.

      ******************************************************************
      * CONFERE-VINCULOS - Le o MATRICULA-TURMA inteiro; cada vinculo
      * de aluno ativo com turma do semestre conta na turma, e o que
      * nao tiver nota entra na lista. Tabela estourada e fatal: um
      * aluno fora dela sumiria da lista sem aviso. Cada arquivo
      * aberto fica marcado na abertura: o status da ultima leitura
      * (fim de arquivo, chave nao achada) nao diz se ele esta aberto.
      ******************************************************************
       CONFERE-VINCULOS.
           MOVE 0 TO WRK-QTD-SEM-NOTA
           MOVE 'N' TO WRK-ESTOURO
           MOVE 'N' TO WRK-MATR-ABERTO
           MOVE 'N' TO WRK-ALUNO-ABERTO
           MOVE 'N' TO WRK-SITMST-ABERTO
           OPEN INPUT MATRICULA-TURMA-FILE
           IF WRK-FS-MATR = '00'
               MOVE 'S' TO WRK-MATR-ABERTO
           END-IF
           OPEN INPUT ALUNO-MASTER-FILE
           IF WRK-FS-ALUNO = '00'
               MOVE 'S' TO WRK-ALUNO-ABERTO
           END-IF
           OPEN INPUT SITUACAO-MASTER-FILE
           IF WRK-FS-SITMST = '00'
               MOVE 'S' TO WRK-SITMST-ABERTO
           END-IF
           IF NOT MATRICULAS-ABERTAS OR NOT ALUNOS-ABERTOS
               MOVE 'ACD0108E' TO MP-ID
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
                       ADD 1 TO WRK-TOTAL-LIDOS
                       PERFORM CONFERE-VINCULO
                   END-IF
               END-PERFORM
               IF TABELA-ESTOURADA
                   MOVE 'ACD0108E' TO MP-ID
                   MOVE 'MAIS DE 5000 ALUNOS SEM NOTA NO SEMESTRE.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF MATRICULAS-ABERTAS
               CLOSE MATRICULA-TURMA-FILE
               MOVE 'N' TO WRK-MATR-ABERTO
           END-IF
           IF ALUNOS-ABERTOS
               CLOSE ALUNO-MASTER-FILE
               MOVE 'N' TO WRK-ALUNO-ABERTO
           END-IF
           IF SITUACOES-ABERTAS
               CLOSE SITUACAO-MASTER-FILE
               MOVE 'N' TO WRK-SITMST-ABERTO
           END-IF.

       CONFERE-VINCULO.
           MOVE 0 TO WRK-TX
           PERFORM VARYING WRK-UX FROM 1 BY 1
               UNTIL WRK-UX > WRK-QTD-TURMAS OR WRK-TX > 0
               IF TB-CODIGO(WRK-UX) = MT-TURMA
                   MOVE WRK-UX TO WRK-TX
               END-IF
           END-PERFORM
           IF WRK-TX > 0
               MOVE MT-ALUNO-ID TO ALUNO-ID
               READ ALUNO-MASTER-FILE
                   INVALID KEY
                       MOVE 'I' TO ALUNO-STATUS
               END-READ
               IF ALUNO-ATIVO
                   ADD 1 TO TB-ALUNOS(WRK-TX)
                   ADD 1 TO WRK-TOTAL-ALUNOS
                   PERFORM VERIFICA-NOTA
                   IF NOT ALUNO-COM-NOTA
                       PERFORM GUARDA-SEM-NOTA
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * VERIFICA-NOTA - A transacao pendente manda (e a mais nova);
      * sem ela, vale o que o SITUACAO-MASTER ja tiver classificado
      * para o aluno na materia e no semestre.
      ******************************************************************
       VERIFICA-NOTA.
           MOVE 'N' TO WRK-COM-NOTA
           MOVE MT-ALUNO-ID        TO WRK-BUSCA-ALUNO
           MOVE TB-MATERIA(WRK-TX) TO WRK-BUSCA-MATERIA
           PERFORM PROCURA-PENDENTE
           IF WRK-PX > 0
               MOVE TP-COM-NOTA(WRK-PX) TO WRK-COM-NOTA
           ELSE
               IF SITUACOES-ABERTAS
                   MOVE MT-ALUNO-ID        TO SM-ALUNO-ID
                   MOVE TB-MATERIA(WRK-TX) TO SM-MATERIA
                   MOVE WRK-SEMESTRE       TO SM-SEMESTRE
                   READ SITUACAO-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-COM-NOTA
                   END-READ
               END-IF
           END-IF.

       GUARDA-SEM-NOTA.
           IF WRK-QTD-SEM-NOTA >= WRK-MAX-SEM-NOTA
               MOVE 'S' TO WRK-ESTOURO
           ELSE
               ADD 1 TO WRK-QTD-SEM-NOTA
               MOVE WRK-TX      TO TS-TURMA(WRK-QTD-SEM-NOTA)
               MOVE MT-ALUNO-ID TO TS-ALUNO-ID(WRK-QTD-SEM-NOTA)
               MOVE ALUNO-NOME  TO TS-NOME(WRK-QTD-SEM-NOTA)
               ADD 1 TO TB-FALTAM(WRK-TX)
               ADD 1 TO TI-FALTAM(TB-INSTR(WRK-TX))
               ADD 1 TO WRK-TOTAL-SEM-NOTA
           END-IF.

      ******************************************************************
      * LISTA-INSTRUTORES - Um bloco por instrutor, do que tem mais
      * alunos sem nota para o que tem menos (empate na ordem do
      * TURMAMST); dentro do bloco, as turmas tambem da maior para a
      * menor lacuna.
      ******************************************************************
       LISTA-INSTRUTORES.
           PERFORM VARYING WRK-RANK FROM 1 BY 1
               UNTIL WRK-RANK > WRK-QTD-INSTR
               PERFORM SELECIONA-INSTRUTOR
               PERFORM ABRE-INSTRUTOR
               MOVE 0 TO WRK-QTD-DO-INSTR
               PERFORM VARYING WRK-TX FROM 1 BY 1
                   UNTIL WRK-TX > WRK-QTD-TURMAS
                   IF TB-INSTR(WRK-TX) = WRK-IX
                       ADD 1 TO WRK-QTD-DO-INSTR
                   END-IF
               END-PERFORM
               PERFORM VARYING WRK-RANK-TURMA FROM 1 BY 1
                   UNTIL WRK-RANK-TURMA > WRK-QTD-DO-INSTR
                   PERFORM SELECIONA-TURMA
                   PERFORM LISTA-TURMA
               END-PERFORM
               MOVE SPACES TO SEM-NOTA-REL-LINHA
               WRITE SEM-NOTA-REL-LINHA
           END-PERFORM.

       SELECIONA-INSTRUTOR.
           MOVE 0  TO WRK-PROXIMA
           MOVE -1 TO WRK-MAIOR
           PERFORM VARYING WRK-UX FROM 1 BY 1
               UNTIL WRK-UX > WRK-QTD-INSTR
               IF TI-LISTADO(WRK-UX) = 'N'
                   AND TI-FALTAM(WRK-UX) > WRK-MAIOR
                   MOVE WRK-UX TO WRK-PROXIMA
                   MOVE TI-FALTAM(WRK-UX) TO WRK-MAIOR
               END-IF
           END-PERFORM
           MOVE 'S' TO TI-LISTADO(WRK-PROXIMA)
           MOVE WRK-PROXIMA TO WRK-IX.

       SELECIONA-TURMA.
           MOVE 0  TO WRK-PROXIMA
           MOVE -1 TO WRK-MAIOR
           PERFORM VARYING WRK-UX FROM 1 BY 1
               UNTIL WRK-UX > WRK-QTD-TURMAS
               IF TB-INSTR(WRK-UX) = WRK-IX
                   AND TB-LISTADA(WRK-UX) = 'N'
                   AND TB-FALTAM(WRK-UX) > WRK-MAIOR
                   MOVE WRK-UX TO WRK-PROXIMA
                   MOVE TB-FALTAM(WRK-UX) TO WRK-MAIOR
               END-IF
           END-PERFORM
           MOVE 'S' TO TB-LISTADA(WRK-PROXIMA)
           MOVE WRK-PROXIMA TO WRK-TX.

       ABRE-INSTRUTOR.
           MOVE TI-FALTAM(WRK-IX) TO WRK-QTD-ED
           MOVE SPACES TO SEM-NOTA-REL-LINHA
           STRING 'INSTRUTOR ' DELIMITED BY SIZE
               TI-COD(WRK-IX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TI-NOME(WRK-IX) DELIMITED BY SIZE
               ' SEM NOTA: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO SEM-NOTA-REL-LINHA
           WRITE SEM-NOTA-REL-LINHA.

      ******************************************************************
      * LISTA-TURMA - Linha da turma com alunos, lacunas e conclusao
      * (alunos com nota sobre alunos vinculados, truncado, para que
      * 100% so apareca com a turma completa); embaixo, os alunos sem
      * nota.
      ******************************************************************
       LISTA-TURMA.
           ADD 1 TO WRK-TOTAL-TURMAS
           IF TB-ALUNOS(WRK-TX) > 0
               COMPUTE WRK-PCT = (TB-ALUNOS(WRK-TX) - TB-FALTAM(WRK-TX))
                   * 100 / TB-ALUNOS(WRK-TX)
           ELSE
               MOVE 100 TO WRK-PCT
           END-IF
           MOVE WRK-PCT TO WRK-PCT-ED
           MOVE SPACES TO SEM-NOTA-REL-LINHA
           STRING '  TURMA ' DELIMITED BY SIZE
               TB-CODIGO(WRK-TX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TB-MATERIA(WRK-TX) DELIMITED BY SIZE
               INTO SEM-NOTA-REL-LINHA
           MOVE TB-ALUNOS(WRK-TX) TO WRK-QTD-ED
           STRING ' ALUNOS ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO SEM-NOTA-REL-LINHA(31:12)
           MOVE TB-FALTAM(WRK-TX) TO WRK-QTD-ED
           STRING ' SEM NOTA ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               ' CONCLUSAO ' DELIMITED BY SIZE
               WRK-PCT-ED DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO SEM-NOTA-REL-LINHA(43:33)
           WRITE SEM-NOTA-REL-LINHA
           PERFORM VARYING WRK-SX FROM 1 BY 1
               UNTIL WRK-SX > WRK-QTD-SEM-NOTA
               IF TS-TURMA(WRK-SX) = WRK-TX
                   MOVE SPACES TO SEM-NOTA-REL-LINHA
                   STRING '      ' DELIMITED BY SIZE
                       TS-ALUNO-ID(WRK-SX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       TS-NOME(WRK-SX) DELIMITED BY SIZE
                       INTO SEM-NOTA-REL-LINHA
                   WRITE SEM-NOTA-REL-LINHA
               END-IF
           END-PERFORM.

       ESCREVE-CABECALHO.
           MOVE WRK-DATA-FIM(7:2) TO WRK-DE-DIA
           MOVE WRK-DATA-FIM(5:2) TO WRK-DE-MES
           MOVE WRK-DATA-FIM(1:4) TO WRK-DE-ANO
           MOVE WRK-DIAS-RESTANTES TO WRK-DIAS-ED
           MOVE SPACES TO SEM-NOTA-REL-LINHA
           STRING 'NOTAS NAO LANCADAS - SEMESTRE ' DELIMITED BY SIZE
               WRK-SEMESTRE DELIMITED BY SIZE
               ' - FIM ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' - FALTAM ' DELIMITED BY SIZE
               WRK-DIAS-ED DELIMITED BY SIZE
               ' DIA(S)' DELIMITED BY SIZE
               INTO SEM-NOTA-REL-LINHA
           WRITE SEM-NOTA-REL-LINHA
           MOVE '----------------------------------------'
               TO SEM-NOTA-REL-LINHA
           WRITE SEM-NOTA-REL-LINHA.

       ESCREVE-RESUMO.
           MOVE '----------------------------------------'
               TO SEM-NOTA-REL-LINHA
           WRITE SEM-NOTA-REL-LINHA

           MOVE WRK-TOTAL-TURMAS TO WRK-TOTAL-ED
           MOVE SPACES TO SEM-NOTA-REL-LINHA
           STRING 'TURMAS DO SEMESTRE............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO SEM-NOTA-REL-LINHA
           WRITE SEM-NOTA-REL-LINHA

           MOVE WRK-TOTAL-ALUNOS TO WRK-TOTAL-ED
           MOVE SPACES TO SEM-NOTA-REL-LINHA
           STRING 'ALUNOS VINCULADOS.............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO SEM-NOTA-REL-LINHA
           WRITE SEM-NOTA-REL-LINHA

           MOVE WRK-TOTAL-SEM-NOTA TO WRK-TOTAL-ED
           MOVE SPACES TO SEM-NOTA-REL-LINHA
           STRING 'ALUNOS SEM NOTA...............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO SEM-NOTA-REL-LINHA
           WRITE SEM-NOTA-REL-LINHA

           IF WRK-TOTAL-ALUNOS > 0
               COMPUTE WRK-PCT = (WRK-TOTAL-ALUNOS - WRK-TOTAL-SEM-NOTA)
                   * 100 / WRK-TOTAL-ALUNOS
           ELSE
               MOVE 100 TO WRK-PCT
           END-IF
           MOVE WRK-PCT TO WRK-PCT-ED
           MOVE SPACES TO SEM-NOTA-REL-LINHA
           STRING 'CONCLUSAO GERAL...............: ' DELIMITED BY SIZE
               WRK-PCT-ED DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO SEM-NOTA-REL-LINHA
           WRITE SEM-NOTA-REL-LINHA

           MOVE WRK-TOTAL-SEM-NOTA TO WRK-TOTAL-ED
           MOVE 'ACD0110I' TO MP-ID
           MOVE SPACES TO MP-TEXTO
           STRING 'ALUNOS SEM NOTA NO SEMESTRE: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               ' CONCLUSAO ' DELIMITED BY SIZE
               WRK-PCT-ED DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO MP-TEXTO
           PERFORM EMITE-MENSAGEM.

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
           MOVE 'PROG136'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-TOTAL-LIDOS     TO RN-LIDOS
           MOVE WRK-TOTAL-SEM-NOTA  TO RN-GRAVADOS
           MOVE 0                   TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG136.
