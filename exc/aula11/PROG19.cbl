      *  CAPTURA DE FREQUENCIA - RESOLVE O ALUNO CONTRA O ALUNO-MASTER
      *  E REGISTRA NO ARQUIVO FREQUENCIA A PRESENCA OU AUSENCIA DO
      *  ALUNO NA MATERIA E DATA INFORMADAS, SUBSTITUINDO O CONTROLE
      *  DE CHAMADA EM PAPEL. NA CHAMADA POR TURMA, A DATA TEM DE SER
      *  UMA AULA PREVISTA NO CALENDARIO DE AULAS DA TURMA (CALAULA,
      *  GERADO PELO PROG127), QUE FICA MARCADA COMO CHAMADA FEITA.
      *  QUANDO AS FALTAS SEGUIDAS DO ALUNO NA MATERIA CHEGAM AO LIMITE
      *  DO AVISPARM, O AVISO VAI PARA O ALUNO E O RESPONSAVEL PELA
      *  CAIXA DE SAIDA DE NOTIFICACOES (ROTINA COMUM PROG130).
      *  A CHAMADA POR TURMA ABRE COM O AVISO DAS TRANSFERENCIAS DE
      *  TURMA (JORNAL TRFTUR, GRAVADO PELO PROG26) QUE AINDA NAO
      *  FORAM MOSTRADAS AO INSTRUTOR - ALUNO QUE SAIU E ALUNO QUE
      *  CHEGOU COM A FREQUENCIA DA TURMA ANTERIOR.
      *  CHAMADO PELO MENU PRINCIPAL, RECEBE O USUARIO AUTENTICADO NO
      *  PARM (VAI PARA O AUDITLOG); O OPERADOR COM PERFIL DE
      *  INSTRUTOR (USRPROF NIVEL 4) FAZ SO A CHAMADA POR TURMA E SO
      *  NAS TURMAS DO SEU CODIGO DE INSTRUTOR (TU-INSTR-COD).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-SEMESTRE
               FILE STATUS IS WRK-FS-CAL.
           SELECT CALENDARIO-AULA-FILE ASSIGN TO "CALAULA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHAVE
               FILE STATUS IS WRK-FS-AULA.
           SELECT AVISO-PARM-FILE ASSIGN TO "AVISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AVISO.
           SELECT TRANSFERENCIA-TURMA-FILE ASSIGN TO "TRFTUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-CHAVE
               FILE STATUS IS WRK-FS-TRF.
           SELECT USUARIO-PERFIL-FILE ASSIGN TO "USRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-USUARIO
               FILE STATUS IS WRK-FS-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD  FREQUENCIA-FILE.
           COPY FREQSUM.
       FD  CALENDARIO-FILE.
           COPY CALACAD.
       FD  CALENDARIO-AULA-FILE.
           COPY CALAULA.
       FD  AVISO-PARM-FILE.
           COPY AVISPARM.
       FD  TRANSFERENCIA-TURMA-FILE.
           COPY TRFTUR.
       FD  USUARIO-PERFIL-FILE.
           COPY USRPROF.
       WORKING-STORAGE SECTION.
       COPY STUDREC.
       COPY AUDPARM.
       COPY DATAPARM.
       COPY NOTPARM.
       77 WRK-FS-FREQ   PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO  PIC X(02) VALUE SPACES.
       77 WRK-USUARIO   PIC X(08) VALUE SPACES.
       77 WRK-SEMESTRE  PIC X(06) VALUE SPACES.
       77 WRK-FIM-CAL   PIC X(01) VALUE 'N'.
           88 FIM-CAL           VALUE 'S'.
       77 WRK-FS-AULA   PIC X(02) VALUE SPACES.
       77 WRK-AULA-OK   PIC X(01) VALUE 'N'.
           88 AULA-PREVISTA     VALUE 'S'.
       77 WRK-FS-AVISO  PIC X(02) VALUE SPACES.
       77 WRK-LIMITE-FALTAS PIC 9(02) VALUE 3.
       77 WRK-FALTAS-ED PIC ZZ9.
       77 WRK-FALTAS-SEGUIDAS PIC 9(03) VALUE 0.
       77 WRK-FS-TRF    PIC X(02) VALUE SPACES.
       77 WRK-FIM-TRF   PIC X(01) VALUE 'N'.
           88 FIM-TRF           VALUE 'S'.
       77 WRK-USUARIO-AUT PIC X(08) VALUE SPACES.
       77 WRK-FS-PERFIL PIC X(02) VALUE SPACES.
       77 WRK-PERFIL-INSTR PIC X(01) VALUE 'N'.
           88 OPERADOR-INSTRUTOR VALUE 'S'.
       77 WRK-INSTR-AUT PIC X(06) VALUE SPACES.
       77 WRK-FIM-TURMAS PIC X(01) VALUE 'N'.
           88 FIM-TURMAS        VALUE 'S'.
       77 WRK-QTD-TURMAS PIC 9(03) VALUE 0.
       01 WRK-DATA-HORA PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA PIC X(08).
          05 WRK-CD-HORA PIC X(06).
          05 FILLER      PIC X(07).
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(10).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           IF PARM-TAM > 1
               MOVE PARM-TEXTO(2:8) TO WRK-USUARIO-AUT
           END-IF
           PERFORM CARREGA-PERFIL-OPERADOR
           DISPLAY 'CAPTURA DE FREQUENCIA'
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           PERFORM DETERMINA-SEMESTRE
           PERFORM CARREGA-LIMITE-FALTAS
           PERFORM ACEITA-DATA-CHAMADA
           IF OPERADOR-INSTRUTOR
               DISPLAY 'INSTRUTOR ' WRK-INSTR-AUT
                   ' - CHAMADA POR TURMA DAS SUAS TURMAS.'
               MOVE 'T' TO WRK-MODO-CHAM
           ELSE
               DISPLAY 'CHAMADA POR (A)LUNO OU POR (T)URMA: '
               ACCEPT WRK-MODO-CHAM
               MOVE FUNCTION UPPER-CASE(WRK-MODO-CHAM) TO WRK-MODO-CHAM
           END-IF

           IF CHAMADA-POR-TURMA
               PERFORM CHAMADA-TURMA
           END-IF
           GOBACK.

      ******************************************************************
      * CARREGA-PERFIL-OPERADOR - Le o perfil do operador no
      * USUARIO-PERFIL (o usuario autenticado no menu ou, chamado
      * fora dele, o do ambiente): o instrutor fica restrito as
      * turmas do seu codigo. Sem o arquivo de perfis ou sem o
      * perfil, a chamada segue sem restricao, como antes.
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
      * CHAMADA-TURMA - Chamada da secao inteira: o instrutor escolhe
      * a turma, o roteiro lista os vinculos de MATRICULA-TURMA em
       CHAMADA-TURMA.
           PERFORM SOLICITA-TURMA
           IF TURMA-VALIDA
               PERFORM VERIFICA-AULA-PREVISTA
           END-IF
           IF TURMA-VALIDA AND AULA-PREVISTA
               MOVE TU-MATERIA TO WRK-MATERIA
               IF TU-SEMESTRE NOT = SPACES
                   MOVE TU-SEMESTRE TO WRK-SEMESTRE
               END-IF
               DISPLAY 'CHAMADA DA TURMA ' WRK-TURMA
                   ' MATERIA ' WRK-MATERIA
               PERFORM AVISA-TRANSFERENCIAS
               PERFORM PERCORRE-ROSTER
               DISPLAY 'CHAMADA ENCERRADA COM ' WRK-QTD-CHAMADA
                   ' MARCACAO(OES).'
               PERFORM MARCA-AULA-CHAMADA
               MOVE SPACES TO STU-NOME
               STRING 'TURMA ' DELIMITED BY SIZE
                   WRK-TURMA DELIMITED BY SIZE

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
      * VERIFICA-AULA-PREVISTA - A data da chamada tem de ser aula
      * prevista da turma no CALAULA. Turma sem nenhuma aula no
      * calendario (horario em texto livre, ou geracao do PROG127
      * ainda nao rodada) e calendario nao implantado seguem aceitando
      * a chamada em qualquer data, como antes.
      ******************************************************************
       VERIFICA-AULA-PREVISTA.
           MOVE 'S' TO WRK-AULA-OK
           OPEN INPUT CALENDARIO-AULA-FILE
           IF WRK-FS-AULA = '35'
               CONTINUE
           ELSE
               MOVE WRK-TURMA        TO CL-TURMA
               MOVE WRK-DATA-CHAMADA TO CL-DATA
               READ CALENDARIO-AULA-FILE
                   INVALID KEY
                       PERFORM PROCURA-AULA-TURMA
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               CLOSE CALENDARIO-AULA-FILE
           END-IF.

       PROCURA-AULA-TURMA.
           MOVE WRK-TURMA TO CL-TURMA
           MOVE SPACES    TO CL-DATA
           START CALENDARIO-AULA-FILE KEY IS NOT LESS THAN CL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CALENDARIO-AULA-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CL-TURMA = WRK-TURMA
                               MOVE 'N' TO WRK-AULA-OK
                               DISPLAY 'DATA ' WRK-DATA-CHAMADA
                                   ' NAO E AULA PREVISTA DA TURMA '
                                   WRK-TURMA '. CHAMADA RECUSADA.'
                           END-IF
                   END-READ
           END-START.

      ******************************************************************
      * MARCA-AULA-CHAMADA - Marca a aula do calendario como chamada
      * feita, para que saia do relatorio de aulas sem chamada.
      ******************************************************************
       MARCA-AULA-CHAMADA.
           OPEN I-O CALENDARIO-AULA-FILE
           IF WRK-FS-AULA = '35'
               CONTINUE
           ELSE
               MOVE WRK-TURMA        TO CL-TURMA
               MOVE WRK-DATA-CHAMADA TO CL-DATA
               READ CALENDARIO-AULA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S'         TO CL-CHAMADA
                       MOVE WRK-CD-DATA TO CL-DATA-CHAMADA
                       REWRITE CALENDARIO-AULA-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
               CLOSE CALENDARIO-AULA-FILE
           END-IF.

      ******************************************************************
      * AVISA-TRANSFERENCIAS - Percorre o jornal de transferencias de
      * turma e mostra ao instrutor, uma unica vez, cada aluno que
      * saiu desta turma ou chegou a ela, baixando o aviso do lado
      * correspondente.
      ******************************************************************
       AVISA-TRANSFERENCIAS.
           OPEN I-O TRANSFERENCIA-TURMA-FILE
           IF WRK-FS-TRF = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WRK-FIM-TRF
               MOVE SPACES TO TF-CHAVE
               START TRANSFERENCIA-TURMA-FILE
                   KEY IS NOT LESS THAN TF-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-TRF
               END-START
               PERFORM UNTIL FIM-TRF
                   READ TRANSFERENCIA-TURMA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-TRF
                   END-READ
                   IF NOT FIM-TRF
                       IF TF-TURMA-ORIGEM = WRK-TURMA
                           AND NOT TF-ORIGEM-AVISADA
                           DISPLAY '*** AVISO: ALUNO ' TF-ALUNO-ID
                               ' TRANSFERIDO EM ' TF-DATA
                               ' PARA A TURMA ' TF-TURMA-DESTINO
                           DISPLAY '    MOTIVO: ' TF-MOTIVO
                           MOVE 'S' TO TF-AVISO-ORIGEM
                           REWRITE TRANSFERENCIA-TURMA-RECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
                       IF TF-TURMA-DESTINO = WRK-TURMA
                           AND NOT TF-DESTINO-AVISADO
                           DISPLAY '*** AVISO: ALUNO ' TF-ALUNO-ID
                               ' TRANSFERIDO EM ' TF-DATA
                               ' DA TURMA ' TF-TURMA-ORIGEM
                           DISPLAY '    FREQUENCIA TRAZIDA: ' TF-TOTAL
                               ' CHAMADA(S), ' TF-PRESENCAS
                               ' PRESENCA(S).'
                           MOVE 'S' TO TF-AVISO-DESTINO
                           REWRITE TRANSFERENCIA-TURMA-RECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TRANSFERENCIA-TURMA-FILE
           END-IF.

      ******************************************************************
      * PERCORRE-ROSTER - Varre os vinculos de MATRICULA-TURMA (a
      * chave e aluno + turma, entao a varredura e completa e
           MOVE WRK-DATA-CHAMADA TO FQ-DATA
           MOVE WRK-PRESENCA TO FQ-PRESENCA
           MOVE WRK-TURMA    TO FQ-TURMA
           MOVE SPACES       TO FQ-JUSTIFICATIVA
           WRITE FREQUENCIA-RECORD
           CLOSE FREQUENCIA-FILE
           PERFORM ATUALIZA-RESUMO.
      * ATUALIZA-RESUMO - Soma a marcacao recem-gravada no resumo de
      * frequencia do aluno/materia/semestre (criando o registro na
      * primeira chamada), para que os classificadores leiam os
      * contadores por chave em vez de varrer o FREQUEN inteiro. A
      * ausencia soma nas faltas seguidas (a presenca zera); a falta
      * que chega exatamente ao limite gera o aviso eletronico.
      ******************************************************************
       ATUALIZA-RESUMO.
           OPEN I-O FREQUENCIA-RESUMO-FILE
                   MOVE 1 TO FS-TOTAL
                   IF WRK-PRESENCA = 'P'
                       MOVE 1 TO FS-PRESENCAS
                       MOVE 0 TO FS-FALTAS-SEGUIDAS
                   ELSE
                       MOVE 0 TO FS-PRESENCAS
                       MOVE 1 TO FS-FALTAS-SEGUIDAS
                   END-IF
                   MOVE 0 TO FS-JUSTIFICADAS
                   MOVE 0 TO FS-ABONADAS
                   WRITE FREQUENCIA-RESUMO-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO FS-TOTAL
                   IF FS-FALTAS-SEGUIDAS NOT NUMERIC
                       MOVE 0 TO FS-FALTAS-SEGUIDAS
                   END-IF
                   IF FS-JUSTIFICADAS NOT NUMERIC
                       MOVE 0 TO FS-JUSTIFICADAS
                       MOVE 0 TO FS-ABONADAS
                   END-IF
                   IF WRK-PRESENCA = 'P'
                       ADD 1 TO FS-PRESENCAS
                       MOVE 0 TO FS-FALTAS-SEGUIDAS
                   ELSE
                       ADD 1 TO FS-FALTAS-SEGUIDAS
                   END-IF
                   REWRITE FREQUENCIA-RESUMO-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           MOVE FS-FALTAS-SEGUIDAS TO WRK-FALTAS-SEGUIDAS
           CLOSE FREQUENCIA-RESUMO-FILE

           IF WRK-PRESENCA = 'A'
               AND WRK-FALTAS-SEGUIDAS = WRK-LIMITE-FALTAS
               PERFORM NOTIFICA-FALTAS
           END-IF.

      ******************************************************************
      * NOTIFICA-FALTAS - Gera pela rotina comum PROG130 o aviso de
      * faltas seguidas ao aluno e ao responsavel, referenciado pela
      * materia e pela data da falta que atingiu o limite.
      ******************************************************************
       NOTIFICA-FALTAS.
           MOVE WRK-FALTAS-SEGUIDAS TO WRK-FALTAS-ED
           MOVE 'F'          TO NP-TIPO
           MOVE STU-ID       TO NP-ALUNO-ID
           MOVE STU-NOME     TO NP-NOME
           MOVE SPACES       TO NP-REFERENCIA
           STRING WRK-MATERIA DELIMITED BY SIZE
               WRK-DATA-CHAMADA DELIMITED BY SIZE
               INTO NP-REFERENCIA
           MOVE SPACES       TO NP-TEXTO
           STRING 'AVISO DE FALTAS: ' DELIMITED BY SIZE
               FUNCTION TRIM(STU-NOME) DELIMITED BY SIZE
               ' FALTOU ' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-FALTAS-ED) DELIMITED BY SIZE
               ' AULAS SEGUIDAS DE ' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-MATERIA) DELIMITED BY SIZE
               ', A ULTIMA EM ' DELIMITED BY SIZE
               WRK-DATA-CHAMADA(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-CHAMADA(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-CHAMADA(1:4) DELIMITED BY SIZE
               '. PROCURE A SECRETARIA.' DELIMITED BY SIZE
               INTO NP-TEXTO
           MOVE 'PROG19'     TO NP-PROGRAMA
           CALL 'PROG130' USING NOTIFICACAO-PARAMETROS
           IF NP-STATUS = '0'
               DISPLAY 'AVISO DE FALTAS SEGUIDAS GERADO PARA ' STU-ID
           END-IF.

      ******************************************************************
      * CARREGA-LIMITE-FALTAS - Limite de faltas seguidas do aviso
      * eletronico (AVISPARM); sem o arquivo valem tres faltas.
      ******************************************************************
       CARREGA-LIMITE-FALTAS.
           MOVE 3 TO WRK-LIMITE-FALTAS
           OPEN INPUT AVISO-PARM-FILE
           IF WRK-FS-AVISO = '00'
               READ AVISO-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AV-LIMITE-FALTAS IS NUMERIC
                           AND AV-LIMITE-FALTAS > 0
                           MOVE AV-LIMITE-FALTAS TO WRK-LIMITE-FALTAS
                       END-IF
               END-READ
               CLOSE AVISO-PARM-FILE
           END-IF.

      ******************************************************************
      * DETERMINA-SEMESTRE - Carimba o semestre corrente a partir do
      * sequencia e o valor de verificacao do AUDITLOG.
      ******************************************************************
       GRAVA-AUDIT-LOG.
           MOVE WRK-USUARIO-AUT TO WRK-USUARIO
           MOVE WRK-USUARIO  TO AD-USUARIO
           MOVE 'PROG19'     TO AD-PROGRAMA
           MOVE SPACES TO AD-DADOS
