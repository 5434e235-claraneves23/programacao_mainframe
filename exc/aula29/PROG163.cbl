      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG163.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  RELATORIO SEMANAL DE DOCUMENTOS PENDENTES DA MATRICULA -
      *  PERCORRE O CHECKLIST DE DOCUMENTOS (DOCALUNO) E LISTA, POR
      *  UNIDADE (CAMPUS) E POR ALUNO ATIVO, CADA DOCUMENTO EXIGIDO
      *  AINDA PENDENTE COM A DATA LIMITE, MARCANDO OS VENCIDOS - QUE
      *  JA BLOQUEIAM A MATRICULA EM TURMA (PROG26). CADA UNIDADE
      *  FECHA COM O SEU SUBTOTAL E O RELATORIO COM O TOTAL
      *  CONSOLIDADO. A SAIDA E REGISTRADA NO REPOSITORIO DE
      *  RELATORIOS (PROG95) E O BLOCO DE CADA UNIDADE VAI PARA A
      *  SECRETARIA DELA NA DISTRIBUICAO (PROG153).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENTO-ALUNO-FILE ASSIGN TO "DOCALUNO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-CHAVE
               FILE STATUS IS WRK-FS-DOC.
           SELECT DOCUMENTO-TIPO-FILE ASSIGN TO "DOCTIPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-CODIGO
               FILE STATUS IS WRK-FS-TIPO.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT DOC-PENDENTE-REL-FILE ASSIGN TO "DOCPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENTO-ALUNO-FILE.
           COPY DOCALU.
       FD  DOCUMENTO-TIPO-FILE.
           COPY DOCTIPO.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  DOC-PENDENTE-REL-FILE.
           COPY DOCPREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-DOC        PIC X(02) VALUE SPACES.
       77 WRK-FS-TIPO       PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-DOC       PIC X(01) VALUE 'N'.
           88 FIM-DOC              VALUE 'S'.
       77 WRK-ALUNO-ANT     PIC X(14) VALUE SPACES.
       77 WRK-ALUNO-OK      PIC X(01) VALUE 'N'.
           88 ALUNO-LISTAVEL       VALUE 'S'.
       77 WRK-ALUNO-UNIDADE PIC X(04) VALUE SPACES.
       77 WRK-QTD-UNIDADES  PIC 9(02) VALUE 0.
       77 WRK-UNIDIDX       PIC 9(02) VALUE 0.
       77 WRK-BUSCAIDX      PIC 9(02) VALUE 0.
       77 WRK-TABELA-CHEIA  PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA         VALUE 'S'.
       77 WRK-PASSO         PIC X(01) VALUE 'U'.
           88 PASSO-UNIDADE        VALUE 'U'.
           88 PASSO-DEMAIS         VALUE 'D'.
       77 WRK-QTD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-UNI-ALUNOS    PIC 9(06) VALUE 0.
       77 WRK-UNI-DOCS      PIC 9(06) VALUE 0.
       77 WRK-UNI-VENCIDOS  PIC 9(06) VALUE 0.
       77 WRK-TOT-ALUNOS    PIC 9(06) VALUE 0.
       77 WRK-TOT-DOCS      PIC 9(06) VALUE 0.
       77 WRK-TOT-VENCIDOS  PIC 9(06) VALUE 0.
       77 WRK-ALUNOS-ED     PIC ZZZZZ9.
       77 WRK-DOCS-ED       PIC ZZZZZ9.
       77 WRK-VENCIDOS-ED   PIC ZZZZZ9.
       77 WRK-VENCIDO-TXT   PIC X(07) VALUE SPACES.
       COPY UNIPARM.
       COPY MSGPARM.
       COPY REPPARM.
      * unidades com aluno ativo com documento pendente, na ordem em
      * que aparecem no checklist
       01 TABELA-UNIDADES.
          05 UT-ENTRY OCCURS 10 TIMES.
             10 UT-CODIGO      PIC X(04).
             10 UT-NOME        PIC X(30).
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       01 WRK-HOJE          PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO WRK-HOJE

           OPEN INPUT DOCUMENTO-ALUNO-FILE
           OPEN INPUT DOCUMENTO-TIPO-FILE
           OPEN INPUT ALUNO-MASTER-FILE
           IF WRK-FS-DOC NOT = '00' OR WRK-FS-TIPO NOT = '00'
               OR WRK-FS-ALUNO NOT = '00'
               MOVE 'ACD0162E' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'DOCALUNO/DOCTIPO/ALUNOMST INDISPONIVEIS. FS '
                   DELIMITED BY SIZE
                   WRK-FS-DOC DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-FS-TIPO DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-FS-ALUNO DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT DOC-PENDENTE-REL-FILE
               PERFORM EMITE-CABECALHO
               PERFORM MONTA-UNIDADES
               MOVE 'U' TO WRK-PASSO
               PERFORM VARYING WRK-UNIDIDX FROM 1 BY 1
                   UNTIL WRK-UNIDIDX > WRK-QTD-UNIDADES
                   PERFORM ESCREVE-UNIDADE
               END-PERFORM
               IF TABELA-CHEIA
                   MOVE 'D' TO WRK-PASSO
                   PERFORM ESCREVE-UNIDADE
               END-IF
               PERFORM ESCREVE-CONSOLIDADO
               CLOSE DOC-PENDENTE-REL-FILE
               MOVE 'DOCPREL'      TO RPP-RELATORIO
               MOVE 'PROD.DOCPREL' TO RPP-GERACAO
               MOVE WRK-TOT-DOCS   TO RPP-LINHAS
               CALL 'PROG95' USING REPOSITORIO-PARAMETROS
               MOVE WRK-TOT-ALUNOS   TO WRK-ALUNOS-ED
               MOVE WRK-TOT-VENCIDOS TO WRK-VENCIDOS-ED
               MOVE 'ACD0163I' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'DOCUMENTOS PENDENTES: ALUNOS ' DELIMITED BY SIZE
                   WRK-ALUNOS-ED DELIMITED BY SIZE
                   ' COM VENCIDOS ' DELIMITED BY SIZE
                   WRK-VENCIDOS-ED DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
           END-IF
           IF WRK-FS-DOC = '00'
               CLOSE DOCUMENTO-ALUNO-FILE
           END-IF
           IF WRK-FS-TIPO = '00'
               CLOSE DOCUMENTO-TIPO-FILE
           END-IF
           IF WRK-FS-ALUNO = '00'
               CLOSE ALUNO-MASTER-FILE
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

       EMITE-CABECALHO.
           MOVE SPACES TO DOC-PENDENTE-REL-LINHA
           STRING 'DOCUMENTOS PENDENTES DA MATRICULA - '
               DELIMITED BY SIZE
               WRK-HOJE(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-HOJE(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-HOJE(1:4) DELIMITED BY SIZE
               INTO DOC-PENDENTE-REL-LINHA
           WRITE DOC-PENDENTE-REL-LINHA
           MOVE SPACES TO DOC-PENDENTE-REL-LINHA
           STRING '  MATRICULA      NOME / DOCUMENTO          '
               DELIMITED BY SIZE
               '          DATA LIMITE' DELIMITED BY SIZE
               INTO DOC-PENDENTE-REL-LINHA
           WRITE DOC-PENDENTE-REL-LINHA
           MOVE SPACES TO DOC-PENDENTE-REL-LINHA
           WRITE DOC-PENDENTE-REL-LINHA.

      ******************************************************************
      * MONTA-UNIDADES - Primeira passada no checklist: monta a tabela
      * das unidades dos alunos ativos com documento exigido pendente.
      ******************************************************************
       MONTA-UNIDADES.
           MOVE 0 TO WRK-QTD-UNIDADES
           MOVE 'N' TO WRK-TABELA-CHEIA
           MOVE SPACES TO WRK-ALUNO-ANT
           MOVE 'N' TO WRK-FIM-DOC
           MOVE LOW-VALUES TO DA-CHAVE
           START DOCUMENTO-ALUNO-FILE KEY IS NOT LESS THAN DA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-DOC
           END-START
           PERFORM UNTIL FIM-DOC
               READ DOCUMENTO-ALUNO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-DOC
               END-READ
               IF NOT FIM-DOC
                   ADD 1 TO WRK-QTD-LIDOS
                   IF DA-PENDENTE AND DA-DOC-EXIGIDO
                       AND DA-ALUNO-ID NOT = WRK-ALUNO-ANT
                       PERFORM LE-ALUNO
                       IF ALUNO-LISTAVEL
                           PERFORM LOCALIZA-UNIDADE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * LE-ALUNO - Le o aluno do documento corrente; so o aluno ativo
      * entra na lista. Branco na unidade vale 'SEDE'.
      ******************************************************************
       LE-ALUNO.
           MOVE DA-ALUNO-ID TO WRK-ALUNO-ANT
           MOVE 'N' TO WRK-ALUNO-OK
           MOVE DA-ALUNO-ID TO ALUNO-ID
           READ ALUNO-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ALUNO-ATIVO
                       MOVE 'S' TO WRK-ALUNO-OK
                   END-IF
           END-READ
           MOVE ALUNO-UNIDADE TO WRK-ALUNO-UNIDADE
           IF WRK-ALUNO-UNIDADE = SPACES
               MOVE 'SEDE' TO WRK-ALUNO-UNIDADE
           END-IF
           PERFORM PROCURA-UNIDADE.

      ******************************************************************
      * LOCALIZA-UNIDADE - Inclui na tabela a unidade do aluno
      * corrente se ainda nao estiver la. Com a tabela cheia, as
      * unidades que sobram saem juntas num ultimo bloco.
      ******************************************************************
       LOCALIZA-UNIDADE.
           IF WRK-BUSCAIDX > WRK-QTD-UNIDADES
               IF WRK-QTD-UNIDADES >= 10
                   IF NOT TABELA-CHEIA
                       MOVE 'S' TO WRK-TABELA-CHEIA
                       MOVE 'ACD0164W' TO MP-ID
                       MOVE SPACES TO MP-TEXTO
                       STRING 'TABELA DE UNIDADES CHEIA. UNIDADE '
                           DELIMITED BY SIZE
                           WRK-ALUNO-UNIDADE DELIMITED BY SIZE
                           ' E SEGUINTES EM DEMAIS UNIDADES.'
                           DELIMITED BY SIZE
                           INTO MP-TEXTO
                       PERFORM EMITE-MENSAGEM
                   END-IF
               ELSE
                   ADD 1 TO WRK-QTD-UNIDADES
                   MOVE WRK-QTD-UNIDADES TO WRK-BUSCAIDX
                   MOVE WRK-ALUNO-UNIDADE TO UT-CODIGO(WRK-BUSCAIDX)
                   MOVE 'V' TO UNP-OPERACAO
                   MOVE WRK-ALUNO-UNIDADE TO UNP-CODIGO
                   CALL 'PROG160' USING UNIDADE-PARAMETROS
                   MOVE UNP-NOME TO UT-NOME(WRK-BUSCAIDX)
               END-IF
           END-IF.

       PROCURA-UNIDADE.
           PERFORM VARYING WRK-BUSCAIDX FROM 1 BY 1
               UNTIL WRK-BUSCAIDX > WRK-QTD-UNIDADES
               OR UT-CODIGO(WRK-BUSCAIDX) = WRK-ALUNO-UNIDADE
               CONTINUE
           END-PERFORM.

      ******************************************************************
      * ESCREVE-UNIDADE - Bloco de uma unidade: cabecalho, cada aluno
      * com os seus documentos pendentes e o subtotal. O bloco nao
      * tem linha em branco antes do fim (quebra da distribuicao). No
      * passo de demais unidades (tabela cheia) o bloco junta os
      * alunos das unidades que nao couberam na tabela.
      ******************************************************************
       ESCREVE-UNIDADE.
           MOVE 0 TO WRK-UNI-ALUNOS
           MOVE 0 TO WRK-UNI-DOCS
           MOVE 0 TO WRK-UNI-VENCIDOS
           MOVE SPACES TO DOC-PENDENTE-REL-LINHA
           IF PASSO-DEMAIS
               MOVE 'UNIDADE: DEMAIS UNIDADES (TABELA CHEIA)'
                   TO DOC-PENDENTE-REL-LINHA
           ELSE
               STRING 'UNIDADE: ' DELIMITED BY SIZE
                   UT-CODIGO(WRK-UNIDIDX) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   UT-NOME(WRK-UNIDIDX) DELIMITED BY SIZE
                   INTO DOC-PENDENTE-REL-LINHA
           END-IF
           WRITE DOC-PENDENTE-REL-LINHA

           MOVE SPACES TO WRK-ALUNO-ANT
           MOVE 'N' TO WRK-ALUNO-OK
           MOVE 'N' TO WRK-FIM-DOC
           MOVE LOW-VALUES TO DA-CHAVE
           START DOCUMENTO-ALUNO-FILE KEY IS NOT LESS THAN DA-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-DOC
           END-START
           PERFORM UNTIL FIM-DOC
               READ DOCUMENTO-ALUNO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-DOC
               END-READ
               IF NOT FIM-DOC
                   IF DA-PENDENTE AND DA-DOC-EXIGIDO
                       PERFORM LISTA-DOCUMENTO
                   END-IF
               END-IF
           END-PERFORM

           MOVE WRK-UNI-ALUNOS   TO WRK-ALUNOS-ED
           MOVE WRK-UNI-DOCS     TO WRK-DOCS-ED
           MOVE WRK-UNI-VENCIDOS TO WRK-VENCIDOS-ED
           MOVE SPACES TO DOC-PENDENTE-REL-LINHA
           STRING 'TOTAL DA UNIDADE: ' DELIMITED BY SIZE
               WRK-ALUNOS-ED DELIMITED BY SIZE
               ' ALUNOS ' DELIMITED BY SIZE
               WRK-DOCS-ED DELIMITED BY SIZE
               ' DOCUMENTOS ' DELIMITED BY SIZE
               WRK-VENCIDOS-ED DELIMITED BY SIZE
               ' VENCIDOS' DELIMITED BY SIZE
               INTO DOC-PENDENTE-REL-LINHA
           WRITE DOC-PENDENTE-REL-LINHA
           MOVE SPACES TO DOC-PENDENTE-REL-LINHA
           WRITE DOC-PENDENTE-REL-LINHA

           ADD WRK-UNI-ALUNOS   TO WRK-TOT-ALUNOS
           ADD WRK-UNI-DOCS     TO WRK-TOT-DOCS
           ADD WRK-UNI-VENCIDOS TO WRK-TOT-VENCIDOS.

      ******************************************************************
      * LISTA-DOCUMENTO - Documento exigido pendente: no primeiro do
      * aluno le o aluno e, sendo ativo e da unidade do bloco, abre a
      * linha do aluno; depois a linha do documento.
      ******************************************************************
       LISTA-DOCUMENTO.
           IF DA-ALUNO-ID NOT = WRK-ALUNO-ANT
               PERFORM LE-ALUNO
               IF ALUNO-LISTAVEL
                   IF (PASSO-UNIDADE AND WRK-BUSCAIDX NOT = WRK-UNIDIDX)
                       OR (PASSO-DEMAIS
                       AND WRK-BUSCAIDX NOT > WRK-QTD-UNIDADES)
                       MOVE 'N' TO WRK-ALUNO-OK
                   END-IF
               END-IF
               IF ALUNO-LISTAVEL
                   ADD 1 TO WRK-UNI-ALUNOS
                   MOVE SPACES TO DOC-PENDENTE-REL-LINHA
                   STRING '  ' DELIMITED BY SIZE
                       ALUNO-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ALUNO-NOME DELIMITED BY SIZE
                       INTO DOC-PENDENTE-REL-LINHA
                   WRITE DOC-PENDENTE-REL-LINHA
               END-IF
           END-IF
           IF ALUNO-LISTAVEL
               ADD 1 TO WRK-UNI-DOCS
               MOVE DA-TIPO TO DT-CODIGO
               READ DOCUMENTO-TIPO-FILE
                   INVALID KEY
                       MOVE '(TIPO FORA DO MESTRE)' TO DT-DESCRICAO
               END-READ
               MOVE SPACES TO WRK-VENCIDO-TXT
               IF DA-DATA-LIMITE < WRK-HOJE
                   MOVE 'VENCIDO' TO WRK-VENCIDO-TXT
                   ADD 1 TO WRK-UNI-VENCIDOS
               END-IF
               MOVE SPACES TO DOC-PENDENTE-REL-LINHA
               STRING '      ' DELIMITED BY SIZE
                   DA-TIPO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DT-DESCRICAO DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   DA-DATA-LIMITE(7:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   DA-DATA-LIMITE(5:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   DA-DATA-LIMITE(1:4) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-VENCIDO-TXT DELIMITED BY SIZE
                   INTO DOC-PENDENTE-REL-LINHA
               WRITE DOC-PENDENTE-REL-LINHA
           END-IF.

       ESCREVE-CONSOLIDADO.
           MOVE 'TOTAL CONSOLIDADO - TODAS AS UNIDADES'
               TO DOC-PENDENTE-REL-LINHA
           WRITE DOC-PENDENTE-REL-LINHA
           MOVE WRK-TOT-ALUNOS TO WRK-ALUNOS-ED
           MOVE SPACES TO DOC-PENDENTE-REL-LINHA
           STRING '  ALUNOS COM DOCUMENTO PENDENTE....: '
               DELIMITED BY SIZE
               WRK-ALUNOS-ED DELIMITED BY SIZE
               INTO DOC-PENDENTE-REL-LINHA
           WRITE DOC-PENDENTE-REL-LINHA
           MOVE WRK-TOT-DOCS TO WRK-DOCS-ED
           MOVE SPACES TO DOC-PENDENTE-REL-LINHA
           STRING '  DOCUMENTOS EXIGIDOS PENDENTES....: '
               DELIMITED BY SIZE
               WRK-DOCS-ED DELIMITED BY SIZE
               INTO DOC-PENDENTE-REL-LINHA
           WRITE DOC-PENDENTE-REL-LINHA
           MOVE WRK-TOT-VENCIDOS TO WRK-VENCIDOS-ED
           MOVE SPACES TO DOC-PENDENTE-REL-LINHA
           STRING '  COM PRAZO VENCIDO (BLOQUEIAM)....: '
               DELIMITED BY SIZE
               WRK-VENCIDOS-ED DELIMITED BY SIZE
               INTO DOC-PENDENTE-REL-LINHA
           WRITE DOC-PENDENTE-REL-LINHA.

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
           MOVE 'PROG163'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-QTD-LIDOS       TO RN-LIDOS
           MOVE WRK-TOT-DOCS        TO RN-GRAVADOS
           MOVE 0                   TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG163.
