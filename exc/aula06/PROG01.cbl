               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WS-FS-ALUNO.
           SELECT JORNAL-ALUNO-FILE ASSIGN TO "JRNALUNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  JORNAL-ALUNO-FILE.
           COPY JRNALU.
       WORKING-STORAGE SECTION.
       COPY AUDPARM.
       COPY STUDREC.
       01 WS-USUARIO         PIC X(08) VALUE SPACES.
       01 WS-MENSAGEM        PIC X(20) VALUE SPACES.
       01 WS-FS-ALUNO        PIC X(02) VALUE SPACES.
       01 WS-FS-JORNAL       PIC X(02) VALUE SPACES.
       01 WS-DATA-HORA-ATUAL PIC X(21).
       01 WS-DH-REDEF REDEFINES WS-DATA-HORA-ATUAL.
          05 WS-CD-DATA      PIC X(08).
       01 WS-STATUS-MSG      PIC X(45) VALUE SPACES.
       01 WS-USUARIO-AUT     PIC X(08) VALUE SPACES.
       01 WS-INCLUIU         PIC X(01) VALUE 'N'.
       01 WS-UNIDADE         PIC X(04) VALUE SPACES.
       COPY ALOCPARM.
       COPY UNIPARM.
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
            PERFORM CONSULTA-MATRICULA
            DISPLAY WS-STATUS-MSG

            PERFORM DEFINE-UNIDADE
            PERFORM GRAVA-ALUNO-MASTER
            IF WS-INCLUIU = 'S'
                PERFORM GRAVA-AUDIT-LOG
               MOVE STU-ID     TO ALUNO-ID
               MOVE STU-NOME   TO ALUNO-NOME
               MOVE STU-STATUS TO ALUNO-STATUS
               MOVE WS-UNIDADE TO ALUNO-UNIDADE

               WRITE ALUNO-MASTER-RECORD
               MOVE 'S' TO WS-INCLUIU
               PERFORM GRAVA-JORNAL

               CLOSE ALUNO-MASTER-FILE
           END-IF.

      ******************************************************************
      * DEFINE-UNIDADE - Unidade (campus) do aluno novo: a do perfil
      * do operador quando ele e restrito a uma unidade; senao, a
      * informada, validada no mestre de unidades (branco = SEDE).
      ******************************************************************
       DEFINE-UNIDADE.
           IF WS-USUARIO-AUT NOT = SPACES
               MOVE WS-USUARIO-AUT TO WS-USUARIO
           ELSE
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           MOVE 'O' TO UNP-OPERACAO
           MOVE WS-USUARIO TO UNP-USUARIO
           CALL 'PROG160' USING UNIDADE-PARAMETROS
           IF UNP-CODIGO NOT = SPACES
               MOVE UNP-CODIGO TO WS-UNIDADE
           ELSE
               MOVE '1' TO UNP-STATUS
               PERFORM UNTIL UNP-STATUS = '0'
                   DISPLAY 'UNIDADE DO ALUNO (BRANCO = SEDE):'
                   MOVE SPACES TO UNP-CODIGO
                   ACCEPT UNP-CODIGO
                   MOVE 'V' TO UNP-OPERACAO
                   CALL 'PROG160' USING UNIDADE-PARAMETROS
                   IF UNP-STATUS NOT = '0'
                       DISPLAY 'UNIDADE NAO CADASTRADA OU INATIVA.'
                   END-IF
               END-PERFORM
               MOVE UNP-CODIGO TO WS-UNIDADE
           END-IF
           DISPLAY 'UNIDADE DO ALUNO: ' WS-UNIDADE.

      ******************************************************************
      * GRAVA-JORNAL - Grava no jornal de manutencao a imagem do aluno
      * recem-incluido, como o PROG12, para que a recuperacao do
      * mestre (PROG144) reaplique a inclusao.
      ******************************************************************
       GRAVA-JORNAL.
           OPEN EXTEND JORNAL-ALUNO-FILE
           IF WS-FS-JORNAL = '05' OR WS-FS-JORNAL = '35'
               OPEN OUTPUT JORNAL-ALUNO-FILE
           END-IF
           IF WS-USUARIO-AUT NOT = SPACES
               MOVE WS-USUARIO-AUT TO WS-USUARIO
           ELSE
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
           END-IF
           MOVE ALUNO-ID            TO JR-ALUNO-ID
           MOVE 'I'                 TO JR-OPERACAO
           MOVE WS-CD-DATA          TO JR-DATA
           MOVE WS-CD-HORA          TO JR-HORA
           MOVE WS-USUARIO          TO JR-OPERADOR
           MOVE SPACES              TO JR-ANTES
           MOVE ALUNO-MASTER-RECORD TO JR-DEPOIS
           MOVE SPACES              TO JR-MOTIVO
           MOVE SPACES              TO JR-ANT-UNIDADE
           MOVE ALUNO-UNIDADE       TO JR-DEP-UNIDADE
           WRITE JORNAL-ALUNO-RECORD
           CLOSE JORNAL-ALUNO-FILE.

      ******************************************************************
      * GRAVA-AUDIT-LOG - Registra a execucao pela rotina comum de
      * auditoria (PROG87), que carimba data/hora e encadeia a
