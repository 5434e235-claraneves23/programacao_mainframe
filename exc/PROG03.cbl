       PROGRAM-ID. PROG03.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 11/04/2025
      *  CAPTURA DE NOTAS POR ALUNO OU PELA LISTA DE CHAMADA DA TURMA.
      *  O OPERADOR COM PERFIL DE INSTRUTOR (USRPROF NIVEL 4) CAPTURA
      *  SO PELA TURMA E SO NAS TURMAS DO SEU CODIGO DE INSTRUTOR
      *  (TU-INSTR-COD). SECRETARIA OU COORDENADOR QUE LANCA A TURMA
      *  EM NOME DO INSTRUTOR INFORMA O INSTRUTOR E O MOTIVO, QUE VAO
      *  PARA O AUDITLOG JUNTO COM A SESSAO. A CAPTURA POR ALUNO, QUE
      *  NAO PASSA PELA TURMA, EXIGE A MESMA IDENTIFICACAO DO
      *  INSTRUTOR E DO MOTIVO, TAMBEM GRAVADA NO AUDITLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WRK-FS-MATR.
           SELECT ATA-NOTAS-FILE ASSIGN TO "ATANOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-TURMA
               FILE STATUS IS WRK-FS-ATA.
           SELECT ATA-ALUNO-FILE ASSIGN TO "ATAALU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-CHAVE
               FILE STATUS IS WRK-FS-ATAALU.
           SELECT USUARIO-PERFIL-FILE ASSIGN TO "USRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-USUARIO
               FILE STATUS IS WRK-FS-PERFIL.
           SELECT INSTRUTOR-MASTER-FILE ASSIGN TO "INSTRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CODIGO
               FILE STATUS IS WRK-FS-INSTR.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-TRANS-FILE.
           COPY TURMAMR.
       FD  MATRICULA-TURMA-FILE.
           COPY MATRTUR.
       FD  ATA-NOTAS-FILE.
           COPY ATANOTA.
       FD  ATA-ALUNO-FILE.
           COPY ATAALU.
       FD  USUARIO-PERFIL-FILE.
           COPY USRPROF.
       FD  INSTRUTOR-MASTER-FILE.
           COPY INSTRMR.
       WORKING-STORAGE SECTION.
       COPY STUDREC.
       COPY AUDPARM.
       77 WRK-SEMESTRE    PIC X(06) VALUE SPACES.
       77 WRK-FIM-CAL     PIC X(01) VALUE 'N'.
           88 FIM-CAL          VALUE 'S'.
       77 WRK-FS-ATA      PIC X(02) VALUE SPACES.
       77 WRK-FS-ATAALU   PIC X(02) VALUE SPACES.
       77 WRK-CONGELADA   PIC X(01) VALUE 'N'.
           88 NOTA-CONGELADA    VALUE 'S'.
       77 WRK-FS-PERFIL   PIC X(02) VALUE SPACES.
       77 WRK-FS-INSTR    PIC X(02) VALUE SPACES.
       77 WRK-PERFIL-INSTR PIC X(01) VALUE 'N'.
           88 OPERADOR-INSTRUTOR VALUE 'S'.
       77 WRK-INSTR-AUT   PIC X(06) VALUE SPACES.
       77 WRK-INSTR-TURMA PIC X(06) VALUE SPACES.
       77 WRK-INSTR-DELEG PIC X(06) VALUE SPACES.
       77 WRK-DELEG-OK    PIC X(01) VALUE 'N'.
           88 DELEGACAO-VALIDA  VALUE 'S'.
       77 WRK-MOTIVO      PIC X(30) VALUE SPACES.
       77 WRK-FIM-TURMAS  PIC X(01) VALUE 'N'.
           88 FIM-TURMAS        VALUE 'S'.
       77 WRK-QTD-TURMAS  PIC 9(03) VALUE 0.
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
            IF PARM-TAM > 1
                MOVE PARM-TEXTO(2:8) TO WRK-USUARIO-AUT
            END-IF
            PERFORM CARREGA-PERFIL-OPERADOR

            IF OPERADOR-INSTRUTOR
                DISPLAY 'INSTRUTOR ' WRK-INSTR-AUT
                    ' - CAPTURA PELA LISTA DE CHAMADA DAS SUAS TURMAS.'
                MOVE 'T' TO WRK-MODO-CAPT
            ELSE
                DISPLAY 'CAPTURA POR (A)LUNO OU POR (T)URMA: '
                ACCEPT WRK-MODO-CAPT
                MOVE FUNCTION UPPER-CASE(WRK-MODO-CAPT)
                    TO WRK-MODO-CAPT
            END-IF

            IF CAPTURA-POR-TURMA
                PERFORM CAPTURA-TURMA
            ELSE
                PERFORM SOLICITA-ALUNO
                MOVE SPACES TO WRK-INSTR-TURMA
                PERFORM SOLICITA-DELEGACAO

                IF DELEGACAO-VALIDA
                    DISPLAY 'SESSAO DE CAPTURA DE NOTAS DE ' STU-NOME

                    MOVE 'S' TO WRK-CONTINUA
                    PERFORM CAPTURA-LANCAMENTO
                        UNTIL WRK-CONTINUA NOT = 'S' AND
                        WRK-CONTINUA NOT = 's'
                        OR WRK-QTD-SESSAO >= 50
                END-IF
            END-IF

            IF WRK-QTD-SESSAO = 0
                IF WRK-CONFIRMA = 'S'
                    PERFORM GRAVA-NOTAS-TRANS
                    PERFORM GRAVA-AUDIT-LOG
                    IF DELEGACAO-VALIDA
                        PERFORM GRAVA-AUDIT-DELEGACAO
                    END-IF
                    DISPLAY 'SESSAO GRAVADA COM ' WRK-QTD-SESSAO
                        ' LANCAMENTO(S).'
                ELSE
            GOBACK.
             STOP RUN.

      ******************************************************************
      * CARREGA-PERFIL-OPERADOR - Le o perfil do operador no
      * USUARIO-PERFIL (o usuario autenticado no menu ou, chamado
      * fora dele, o do ambiente): o instrutor fica restrito as
      * turmas do seu codigo. Sem o arquivo de perfis ou sem o
      * perfil, a captura segue sem restricao, como antes.
      ******************************************************************
       CARREGA-PERFIL-OPERADOR.
           MOVE 'N' TO WRK-PERFIL-INSTR
           MOVE SPACES TO WRK-INSTR-AUT
           IF WRK-USUARIO-AUT = SPACES
               ACCEPT WRK-USUARIO-AUT FROM ENVIRONMENT "USER"
           END-IF
           OPEN INPUT USUARIO-PERFIL-FILE
           IF WRK-FS-PERFIL = '00'
               MOVE WRK-USUARIO-AUT TO UP-USUARIO
               READ USUARIO-PERFIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UP-NIVEL-INSTRUTOR
                           MOVE 'S' TO WRK-PERFIL-INSTR
                           MOVE UP-INSTR-COD TO WRK-INSTR-AUT
                       END-IF
               END-READ
               CLOSE USUARIO-PERFIL-FILE
           END-IF.

      ******************************************************************
      * CAPTURA-LANCAMENTO - Captura um lancamento da sessao (tipo,
      * materia e nota) e o guarda na TABELA-SESSAO; nada e gravado
      ******************************************************************
       CAPTURA-TURMA.
           PERFORM SOLICITA-TURMA
           IF TURMA-VALIDA AND NOT OPERADOR-INSTRUTOR
               MOVE TU-INSTR-COD TO WRK-INSTR-TURMA
               PERFORM SOLICITA-DELEGACAO
           END-IF
           IF TURMA-VALIDA
               MOVE TU-MATERIA  TO WRK-MATERIA
               MOVE TU-SEMESTRE TO WRK-SEM-TURMA

      ******************************************************************
      * SOLICITA-TURMA - Pede o codigo da turma e o valida no
      * TURMA-MASTER. Para o instrutor, lista antes as suas turmas e
      * recusa turma de outro instrutor.
      ******************************************************************
       SOLICITA-TURMA.
           MOVE 'N' TO WRK-TURMA-OK
           IF WRK-FS-TURMA = '35'
               DISPLAY 'ARQUIVO TURMA-MASTER VAZIO OU INEXISTENTE.'
           ELSE
               IF OPERADOR-INSTRUTOR
                   PERFORM LISTA-TURMAS-INSTRUTOR
               END-IF
               DISPLAY 'CODIGO DA TURMA:'
               ACCEPT WRK-TURMA
               MOVE WRK-TURMA TO TU-CODIGO
                   INVALID KEY
                       DISPLAY 'TURMA NAO ENCONTRADA.'
                   NOT INVALID KEY
                       IF OPERADOR-INSTRUTOR
                           AND (WRK-INSTR-AUT = SPACES
                           OR TU-INSTR-COD NOT = WRK-INSTR-AUT)
                           DISPLAY 'TURMA NAO ATRIBUIDA AO INSTRUTOR '
                               WRK-INSTR-AUT '.'
                       ELSE
                           MOVE 'S' TO WRK-TURMA-OK
                       END-IF
               END-READ
               CLOSE TURMA-MASTER-FILE
               IF TURMA-VALIDA
                   PERFORM VERIFICA-ATA-TURMA
                   IF NOTA-CONGELADA
                       MOVE 'N' TO WRK-TURMA-OK
                       DISPLAY 'ATA DE NOTAS DA TURMA ' AN-NUMERO
                           ' JA ASSINADA. ALTERACAO SO PELA '
                           'RETIFICACAO DO PROG80.'
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LISTA-TURMAS-INSTRUTOR - Mostra as turmas do TURMA-MASTER
      * cujo instrutor e o do perfil do operador.
      ******************************************************************
       LISTA-TURMAS-INSTRUTOR.
           MOVE 0 TO WRK-QTD-TURMAS
           MOVE 'N' TO WRK-FIM-TURMAS
           IF WRK-INSTR-AUT = SPACES
               MOVE 'S' TO WRK-FIM-TURMAS
           END-IF
           MOVE SPACES TO TU-CODIGO
           START TURMA-MASTER-FILE KEY IS NOT LESS THAN TU-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TURMAS
           END-START
           DISPLAY 'TURMAS DO INSTRUTOR ' WRK-INSTR-AUT ':'
           PERFORM UNTIL FIM-TURMAS
               READ TURMA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TURMAS
               END-READ
               IF NOT FIM-TURMAS
                   IF TU-INSTR-COD = WRK-INSTR-AUT
                       ADD 1 TO WRK-QTD-TURMAS
                       DISPLAY '  ' TU-CODIGO ' ' TU-MATERIA
                           ' ' TU-SEMESTRE
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-QTD-TURMAS = 0
               DISPLAY '  NENHUMA TURMA ATRIBUIDA AO INSTRUTOR.'
           END-IF.

      ******************************************************************
      * SOLICITA-DELEGACAO - Secretaria ou coordenador que lanca as
      * notas da turma, ou de um aluno avulso, o faz em nome do
      * instrutor: informa o codigo do instrutor (o da turma, quando
      * ela tem um - WRK-INSTR-TURMA, em branco na captura por aluno)
      * e o motivo, que vao para o AUDITLOG com a sessao. Sem os dois
      * a captura e cancelada.
      ******************************************************************
       SOLICITA-DELEGACAO.
           MOVE 'N' TO WRK-DELEG-OK
           DISPLAY 'LANCAMENTO EM NOME DO INSTRUTOR.'
           DISPLAY 'CODIGO DO INSTRUTOR:'
           MOVE SPACES TO WRK-INSTR-DELEG
           ACCEPT WRK-INSTR-DELEG
           EVALUATE TRUE
               WHEN WRK-INSTR-DELEG = SPACES
                   DISPLAY 'INSTRUTOR E OBRIGATORIO.'
               WHEN WRK-INSTR-TURMA NOT = SPACES
                   AND WRK-INSTR-DELEG NOT = WRK-INSTR-TURMA
                   DISPLAY 'A TURMA E DO INSTRUTOR ' WRK-INSTR-TURMA
                       '.'
               WHEN OTHER
                   PERFORM VALIDA-INSTRUTOR
           END-EVALUATE
           IF DELEGACAO-VALIDA
               DISPLAY 'MOTIVO DO LANCAMENTO EM NOME DO INSTRUTOR:'
               MOVE SPACES TO WRK-MOTIVO
               ACCEPT WRK-MOTIVO
               IF WRK-MOTIVO = SPACES
                   MOVE 'N' TO WRK-DELEG-OK
                   DISPLAY 'MOTIVO E OBRIGATORIO.'
               END-IF
           END-IF
           IF NOT DELEGACAO-VALIDA
               MOVE 'N' TO WRK-TURMA-OK
               IF CAPTURA-POR-TURMA
                   DISPLAY 'CAPTURA DA TURMA CANCELADA.'
               ELSE
                   DISPLAY 'CAPTURA DO ALUNO CANCELADA.'
               END-IF
           END-IF.

      ******************************************************************
      * VALIDA-INSTRUTOR - Confere o instrutor informado no mestre de
      * instrutores; sem o mestre implantado, aceita o codigo.
      ******************************************************************
       VALIDA-INSTRUTOR.
           OPEN INPUT INSTRUTOR-MASTER-FILE
           IF WRK-FS-INSTR = '35'
               MOVE 'S' TO WRK-DELEG-OK
           ELSE
               MOVE WRK-INSTR-DELEG TO IN-CODIGO
               READ INSTRUTOR-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'INSTRUTOR NAO CADASTRADO.'
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-DELEG-OK
               END-READ
               CLOSE INSTRUTOR-MASTER-FILE
           END-IF.

      ******************************************************************
      * VERIFICA-ATA-TURMA - A turma cuja ata oficial de notas ja foi
      * registrada como assinada (ATANOTA, PROG137) esta congelada.
      ******************************************************************
       VERIFICA-ATA-TURMA.
           MOVE 'N' TO WRK-CONGELADA
           OPEN INPUT ATA-NOTAS-FILE
           IF WRK-FS-ATA = '00'
               MOVE WRK-TURMA TO AN-TURMA
               READ ATA-NOTAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AN-ASSINADA
                           MOVE 'S' TO WRK-CONGELADA
                       END-IF
               END-READ
               CLOSE ATA-NOTAS-FILE
           END-IF.

      ******************************************************************
               IF NOT MATERIA-VALIDA
                   DISPLAY 'MATERIA NAO CONSTA NO CATALOGO DE '
                       'DISCIPLINAS OU ESTA INATIVA.'
               ELSE
                   PERFORM VERIFICA-ATA-ALUNO
                   IF NOTA-CONGELADA
                       MOVE 'N' TO WRK-MATERIA-OK
                       DISPLAY 'NOTA JA ASSINADA NA ATA ' AI-NUMERO
                           '. ALTERACAO SO PELA RETIFICACAO DO PROG80.'
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * VERIFICA-ATA-ALUNO - Confere se a nota do aluno na materia e no
      * semestre corrente ja saiu em ata oficial assinada (ATAALU,
      * PROG137); nesse caso a turma esta congelada para o aluno.
      ******************************************************************
       VERIFICA-ATA-ALUNO.
           MOVE 'N' TO WRK-CONGELADA
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           PERFORM DETERMINA-SEMESTRE
           OPEN INPUT ATA-ALUNO-FILE
           IF WRK-FS-ATAALU = '00'
               MOVE STU-ID       TO AI-ALUNO-ID
               MOVE WRK-MATERIA  TO AI-MATERIA
               MOVE WRK-SEMESTRE TO AI-SEMESTRE
               READ ATA-ALUNO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AI-CONGELADA
                           MOVE 'S' TO WRK-CONGELADA
                       END-IF
               END-READ
               CLOSE ATA-ALUNO-FILE
           END-IF.

      ******************************************************************
      * VALIDA-MATERIA - Confere WRK-MATERIA no catalogo de
      * disciplinas; aceita apenas codigo cadastrado e ativo. Se o
               WRK-QTD-ED     DELIMITED BY SIZE
               INTO AD-DADOS
           CALL 'PROG87' USING AUDITORIA-PARAMETROS.

      ******************************************************************
      * GRAVA-AUDIT-DELEGACAO - Registra, logo apos a sessao, o
      * instrutor em nome de quem a turma (ou o aluno, na captura por
      * aluno) foi lancada e o motivo.
      ******************************************************************
       GRAVA-AUDIT-DELEGACAO.
           MOVE WRK-USUARIO  TO AD-USUARIO
           MOVE 'PROG03'     TO AD-PROGRAMA
           MOVE SPACES TO AD-DADOS
           IF CAPTURA-POR-TURMA
               STRING 'EM NOME DO INSTRUTOR ' DELIMITED BY SIZE
                   WRK-INSTR-DELEG DELIMITED BY SIZE
                   ' TURMA '      DELIMITED BY SIZE
                   WRK-TURMA      DELIMITED BY SIZE
                   INTO AD-DADOS
           ELSE
               STRING 'EM NOME DE '  DELIMITED BY SIZE
                   WRK-INSTR-DELEG DELIMITED BY SIZE
                   ' ALUNO '      DELIMITED BY SIZE
                   STU-ID         DELIMITED BY SIZE
                   INTO AD-DADOS
           END-IF
           CALL 'PROG87' USING AUDITORIA-PARAMETROS
           MOVE SPACES TO AD-DADOS
           STRING 'MOTIVO '   DELIMITED BY SIZE
               WRK-MOTIVO     DELIMITED BY SIZE
               INTO AD-DADOS
           CALL 'PROG87' USING AUDITORIA-PARAMETROS.
       END PROGRAM PROG03.
