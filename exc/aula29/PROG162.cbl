      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG162.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  SUBPROGRAMA COMUM DE DOCUMENTOS DA MATRICULA - GERA O
      *  CHECKLIST DE DOCUMENTOS DO ALUNO A PARTIR DOS TIPOS DO
      *  MESTRE DOCTIPO QUE VALEM PARA O PERFIL DELE (MENOR OU MAIOR
      *  DE 18 ANOS), CADA UM PENDENTE COM A DATA LIMITE DO PRAZO DO
      *  TIPO, E CONFERE SE O ALUNO TEM DOCUMENTO EXIGIDO PENDENTE
      *  COM O PRAZO VENCIDO - O QUE BLOQUEIA A MATRICULA EM TURMA.
      *  CHAMADO PELA CARGA DE ADMISSOES (PROG41), PELOS DADOS
      *  DEMOGRAFICOS (PROG75), PELA MATRICULA EM TURMA (PROG26) E
      *  PELA MANUTENCAO DO CHECKLIST (PROG161).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENTO-TIPO-FILE ASSIGN TO "DOCTIPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-CODIGO
               FILE STATUS IS WRK-FS-TIPO.
           SELECT DOCUMENTO-ALUNO-FILE ASSIGN TO "DOCALUNO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-CHAVE
               FILE STATUS IS WRK-FS-DOC.
           SELECT ALUNO-DEMOGRAFICO-FILE ASSIGN TO "ALUNODEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-ALUNO-ID
               ALTERNATE RECORD KEY IS DG-CPF WITH DUPLICATES
               FILE STATUS IS WRK-FS-DEMO.
       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENTO-TIPO-FILE.
           COPY DOCTIPO.
       FD  DOCUMENTO-ALUNO-FILE.
           COPY DOCALU.
       FD  ALUNO-DEMOGRAFICO-FILE.
           COPY ALUNODEM.
       WORKING-STORAGE SECTION.
       77 WRK-FS-TIPO       PIC X(02) VALUE SPACES.
       77 WRK-FS-DOC        PIC X(02) VALUE SPACES.
       77 WRK-FS-DEMO       PIC X(02) VALUE SPACES.
       77 WRK-FIM-TIPO      PIC X(01) VALUE 'N'.
           88 FIM-TIPO             VALUE 'S'.
       77 WRK-FIM-DOC       PIC X(01) VALUE 'N'.
           88 FIM-DOC              VALUE 'S'.
       77 WRK-TEM-CHECKLIST PIC X(01) VALUE 'N'.
           88 TEM-CHECKLIST        VALUE 'S'.
       77 WRK-PERFIL        PIC X(01) VALUE SPACES.
           88 PERFIL-MENOR         VALUE 'M'.
           88 PERFIL-MAIOR         VALUE 'A'.
           88 PERFIL-DESCONHECIDO  VALUE ' '.
       77 WRK-DATA-NASC     PIC X(08) VALUE SPACES.
       77 WRK-DATA-BASE     PIC X(08) VALUE SPACES.
       77 WRK-ANO-LIMITE    PIC 9(04) VALUE 0.
       77 WRK-LIMITE-MENOR  PIC X(08) VALUE SPACES.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       COPY DATAPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       LINKAGE SECTION.
       COPY DOCPARM.
       PROCEDURE DIVISION USING DOCUMENTO-PARAMETROS.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE 0      TO DCP-QTD
           MOVE '0'    TO DCP-STATUS
           EVALUATE DCP-OPERACAO
               WHEN 'C'
                   MOVE SPACES TO DCP-TIPO
                   MOVE SPACES TO DCP-DATA-LIMITE
                   PERFORM CONFERE-PENDENCIAS
               WHEN OTHER
                   PERFORM GERA-CHECKLIST
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * GERA-CHECKLIST - Inclui no checklist do aluno, como pendente,
      * cada tipo ativo do perfil dele que ainda nao conste. Na
      * operacao 'A' so age se o aluno ja tiver checklist.
      ******************************************************************
       GERA-CHECKLIST.
           OPEN INPUT DOCUMENTO-TIPO-FILE
           IF WRK-FS-TIPO NOT = '00'
               MOVE '9' TO DCP-STATUS
           ELSE
               OPEN I-O DOCUMENTO-ALUNO-FILE
               IF WRK-FS-DOC = '35'
                   CLOSE DOCUMENTO-ALUNO-FILE
                   OPEN OUTPUT DOCUMENTO-ALUNO-FILE
                   CLOSE DOCUMENTO-ALUNO-FILE
                   OPEN I-O DOCUMENTO-ALUNO-FILE
               END-IF
               MOVE 'S' TO WRK-TEM-CHECKLIST
               IF DCP-OPERACAO = 'A'
                   PERFORM PROCURA-CHECKLIST
               END-IF
               IF TEM-CHECKLIST
                   PERFORM APURA-PERFIL
                   PERFORM APURA-DATA-BASE
                   ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
                   MOVE 'N' TO WRK-FIM-TIPO
                   MOVE LOW-VALUES TO DT-CODIGO
                   START DOCUMENTO-TIPO-FILE
                       KEY IS NOT LESS THAN DT-CODIGO
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-TIPO
                   END-START
                   PERFORM UNTIL FIM-TIPO
                       READ DOCUMENTO-TIPO-FILE NEXT RECORD
                           AT END
                               MOVE 'S' TO WRK-FIM-TIPO
                       END-READ
                       IF NOT FIM-TIPO AND DT-ATIVO
                           IF DT-PERFIL-TODOS
                               OR (DT-PERFIL-MENOR AND PERFIL-MENOR)
                               OR (DT-PERFIL-MAIOR AND PERFIL-MAIOR)
                               PERFORM INCLUI-DOCUMENTO
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE DOCUMENTO-ALUNO-FILE
               CLOSE DOCUMENTO-TIPO-FILE
           END-IF.

      ******************************************************************
      * PROCURA-CHECKLIST - Diz se o aluno ja tem algum documento no
      * checklist.
      ******************************************************************
       PROCURA-CHECKLIST.
           MOVE 'N' TO WRK-TEM-CHECKLIST
           MOVE DCP-ALUNO-ID TO DA-ALUNO-ID
           MOVE LOW-VALUES   TO DA-TIPO
           START DOCUMENTO-ALUNO-FILE KEY IS NOT LESS THAN DA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ DOCUMENTO-ALUNO-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DA-ALUNO-ID = DCP-ALUNO-ID
                               MOVE 'S' TO WRK-TEM-CHECKLIST
                           END-IF
                   END-READ
           END-START.

      ******************************************************************
      * APURA-PERFIL - Menor ou maior de 18 anos hoje, pela data de
      * nascimento recebida ou, em branco, pela do ALUNODEM. Sem data
      * valida o perfil fica desconhecido e so entram os tipos de
      * todo aluno (o complemento vem quando a data for informada).
      ******************************************************************
       APURA-PERFIL.
           MOVE SPACES TO WRK-PERFIL
           MOVE DCP-DATA-NASC TO WRK-DATA-NASC
           IF WRK-DATA-NASC = SPACES
               OPEN INPUT ALUNO-DEMOGRAFICO-FILE
               IF WRK-FS-DEMO = '00'
                   MOVE DCP-ALUNO-ID TO DG-ALUNO-ID
                   READ ALUNO-DEMOGRAFICO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DG-DATA-NASC TO WRK-DATA-NASC
                   END-READ
                   CLOSE ALUNO-DEMOGRAFICO-FILE
               END-IF
           END-IF
           IF WRK-DATA-NASC NOT = SPACES
               MOVE 1             TO DP-OPERACAO
               MOVE WRK-DATA-NASC TO DP-DATA-1
               CALL 'PROG104' USING DATA-PARAMETROS
               IF DP-VALIDA = 'S' AND WRK-DATA-NASC <= WRK-CD-DATA
      *    NASCIDO DEPOIS DESTA DATA AINDA NAO FEZ 18 ANOS.
                   MOVE WRK-CD-DATA(1:4) TO WRK-ANO-LIMITE
                   SUBTRACT 18 FROM WRK-ANO-LIMITE
                   MOVE WRK-CD-DATA TO WRK-LIMITE-MENOR
                   MOVE WRK-ANO-LIMITE TO WRK-LIMITE-MENOR(1:4)
                   IF WRK-DATA-NASC > WRK-LIMITE-MENOR
                       MOVE 'M' TO WRK-PERFIL
                   ELSE
                       MOVE 'A' TO WRK-PERFIL
                   END-IF
               END-IF
           END-IF.

       APURA-DATA-BASE.
           MOVE DCP-DATA-BASE TO WRK-DATA-BASE
           IF WRK-DATA-BASE = SPACES
               MOVE WRK-CD-DATA TO WRK-DATA-BASE
           END-IF.

      ******************************************************************
      * INCLUI-DOCUMENTO - Grava o tipo corrente como pendente no
      * checklist, com a data limite = data base + prazo do tipo; o
      * documento que ja consta (em qualquer situacao) fica como esta.
      ******************************************************************
       INCLUI-DOCUMENTO.
           MOVE DCP-ALUNO-ID TO DA-ALUNO-ID
           MOVE DT-CODIGO    TO DA-TIPO
           READ DOCUMENTO-ALUNO-FILE
               INVALID KEY
                   MOVE 3             TO DP-OPERACAO
                   MOVE WRK-DATA-BASE TO DP-DATA-1
                   MOVE DT-PRAZO-DIAS TO DP-DIAS
                   CALL 'PROG104' USING DATA-PARAMETROS
                   MOVE DCP-ALUNO-ID  TO DA-ALUNO-ID
                   MOVE DT-CODIGO     TO DA-TIPO
                   MOVE 'P'           TO DA-SITUACAO
                   MOVE DT-EXIGIDO    TO DA-EXIGIDO
                   IF DP-VALIDA = 'S'
                       MOVE DP-RESULTADO TO DA-DATA-LIMITE
                   ELSE
                       MOVE WRK-CD-DATA  TO DA-DATA-LIMITE
                   END-IF
                   MOVE WRK-CD-DATA   TO DA-DATA-SITUACAO
                   MOVE WRK-USUARIO   TO DA-OPERADOR
                   MOVE SPACES        TO DA-APROVADOR
                   MOVE SPACES        TO DA-OBS
                   WRITE DOCUMENTO-ALUNO-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO DCP-QTD
                   END-WRITE
           END-READ.

      ******************************************************************
      * CONFERE-PENDENCIAS - Percorre o checklist do aluno contando os
      * documentos exigidos pendentes com a data limite ja vencida.
      * Sem o arquivo implantado nao ha pendencia.
      ******************************************************************
       CONFERE-PENDENCIAS.
           OPEN INPUT DOCUMENTO-ALUNO-FILE
           IF WRK-FS-DOC = '00'
               MOVE 'N' TO WRK-FIM-DOC
               MOVE DCP-ALUNO-ID TO DA-ALUNO-ID
               MOVE LOW-VALUES   TO DA-TIPO
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
                       IF DA-ALUNO-ID NOT = DCP-ALUNO-ID
                           MOVE 'S' TO WRK-FIM-DOC
                       ELSE
                           IF DA-PENDENTE AND DA-DOC-EXIGIDO
                               AND DA-DATA-LIMITE < WRK-CD-DATA
                               ADD 1 TO DCP-QTD
                               IF DCP-TIPO = SPACES
                                   MOVE DA-TIPO TO DCP-TIPO
                                   MOVE DA-DATA-LIMITE
                                       TO DCP-DATA-LIMITE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DOCUMENTO-ALUNO-FILE
           END-IF
           IF DCP-QTD > 0
               MOVE '1' TO DCP-STATUS
           END-IF.
       END PROGRAM PROG162.
