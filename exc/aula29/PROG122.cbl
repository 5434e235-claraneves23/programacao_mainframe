      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG122.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  FOLHA MENSAL DE HONORARIOS DOCENTES - PARA CADA INSTRUTOR DO
      *  MESTRE (INSTRMST), PERCORRE AS TURMAS QUE ELE DA E CONTA OS
      *  DIAS DE AULA DA COMPETENCIA: OS DIAS DO MES QUE CAEM NO DIA
      *  DA SEMANA DO HORARIO DA TURMA, DENTRO DO SEMESTRE DELA NO
      *  CALENDARIO ACADEMICO (CALACAD) E QUE NAO SAO FERIADO NEM
      *  RECESSO NO CALENDARIO DE OPERACAO (OPSCAL). DIAS VEZES A
      *  DURACAO DA AULA DAO AS HORAS; HORAS VEZES O VALOR DA
      *  HORA-AULA DO INSTRUTOR DAO O VALOR A PAGAR. EMITE O
      *  DEMONSTRATIVO POR INSTRUTOR (HONOREL) E O ARQUIVO FIXO PARA
      *  A EMPRESA DE FOLHA (HONDOC), COM TOTAIS DE CONTROLE DE HORAS
      *  E VALOR NO TRAILER. A COMPETENCIA VEM DO PARM (AAAAMM); SEM
      *  PARM, E O MES ANTERIOR AO DA RODADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUTOR-FILE ASSIGN TO "INSTRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CODIGO
               FILE STATUS IS WRK-FS-INSTR.
           SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CODIGO
               FILE STATUS IS WRK-FS-TURMA.
           SELECT CALENDARIO-FILE ASSIGN TO "CALACAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-SEMESTRE
               FILE STATUS IS WRK-FS-CAL.
           SELECT OPERACAO-CAL-FILE ASSIGN TO "OPSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-DATA
               FILE STATUS IS WRK-FS-OPS.
           SELECT HONORARIO-FILE ASSIGN TO "HONDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HON.
           SELECT HONO-REL-FILE ASSIGN TO "HONOREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUTOR-FILE.
           COPY INSTRMR.
       FD  TURMA-MASTER-FILE.
           COPY TURMAMR.
       FD  CALENDARIO-FILE.
           COPY CALACAD.
       FD  OPERACAO-CAL-FILE.
           COPY OPSCAL.
       FD  HONORARIO-FILE.
           COPY HONDOC.
       FD  HONO-REL-FILE.
           COPY HONOREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-INSTR      PIC X(02) VALUE SPACES.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-CAL        PIC X(02) VALUE SPACES.
       77 WRK-FS-OPS        PIC X(02) VALUE SPACES.
       77 WRK-FS-HON        PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-INSTR     PIC X(01) VALUE 'N'.
           88 FIM-INSTR            VALUE 'S'.
       77 WRK-FIM-TURMA     PIC X(01) VALUE 'N'.
           88 FIM-TURMA            VALUE 'S'.
       77 WRK-CAB-INSTR     PIC X(01) VALUE 'N'.
           88 CABECALHO-INSTR-FEITO VALUE 'S'.
       77 WRK-QTD-DIAS-MES  PIC 9(02) VALUE 0.
       77 WRK-DIAS-SEM-AULA PIC 9(02) VALUE 0.
       77 WRK-DMIDX         PIC 9(02) VALUE 0.
       77 WRK-DIA-INT       PIC 9(07) VALUE 0.
       77 WRK-DIAS-TURMA    PIC 9(02) VALUE 0.
       77 WRK-HH            PIC 9(02) VALUE 0.
       77 WRK-MM            PIC 9(02) VALUE 0.
       77 WRK-MIN-INICIO    PIC 9(04) VALUE 0.
       77 WRK-MIN-FIM       PIC 9(04) VALUE 0.
       77 WRK-MIN-AULA      PIC 9(04) VALUE 0.
       77 WRK-HORAS-TURMA   PIC 9(05)V99 VALUE 0.
       77 WRK-HORAS-INSTR   PIC 9(05)V99 VALUE 0.
       77 WRK-SECOES-INSTR  PIC 9(03) VALUE 0.
       77 WRK-VALOR-HORA    PIC 9(05)V99 VALUE 0.
       77 WRK-VALOR-INSTR   PIC 9(09)V99 VALUE 0.
       77 WRK-TOTAL-HORAS   PIC 9(07)V99 VALUE 0.
       77 WRK-TOTAL-VALOR   PIC 9(11)V99 VALUE 0.
       77 WRK-HORAS-SEM-VALOR PIC 9(07)V99 VALUE 0.
       77 WRK-TOTAL-LIDOS   PIC 9(06) VALUE 0.
       77 WRK-TOTAL-PAGOS   PIC 9(06) VALUE 0.
       77 WRK-TOTAL-SEM-VALOR PIC 9(06) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZZ9.
       77 WRK-DIAS-ED       PIC Z9.
       77 WRK-DIAS-SEM-ED   PIC Z9.
       77 WRK-HORAS-ED      PIC ZZ,ZZ9.99.
       77 WRK-HORAS-TOT-ED  PIC Z,ZZZ,ZZ9.99.
       77 WRK-VALOR-HORA-ED PIC ZZ,ZZ9.99.
       77 WRK-VALOR-SAI     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       COPY DATAPARM.
       COPY MSGPARM.

       01 WRK-COMPETENCIA.
          05 WRK-COMP-ANO   PIC 9(04).
          05 WRK-COMP-MES   PIC 9(02).
       01 WRK-DATA-DIA.
          05 WRK-DD-ANOMES  PIC X(06).
          05 WRK-DD-DIA     PIC 9(02).
       01 WRK-DATA-DIA-N REDEFINES WRK-DATA-DIA PIC 9(08).

      *  DIAS DA COMPETENCIA: DATA, DIA DA SEMANA (0=DOM 1=SEG ...
      *  6=SAB, MESMA NUMERACAO DE TU-DIA-SEMANA) E SE HOUVE AULA.
       01 TABELA-MES.
          05 DM-ENTRY OCCURS 31 TIMES.
             10 DM-DATA        PIC X(08).
             10 DM-DIA-SEMANA  PIC 9(01).
             10 DM-AULA        PIC X(01).
                88 DM-DIA-COM-AULA   VALUE 'S'.

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

           PERFORM DEFINE-COMPETENCIA
           IF RETURN-CODE < 8
               PERFORM ABRE-MESTRES
           END-IF
           IF RETURN-CODE < 8
               PERFORM MONTA-CALENDARIO-MES
               OPEN OUTPUT HONO-REL-FILE
               OPEN OUTPUT HONORARIO-FILE
               PERFORM ESCREVE-CABECALHO
               PERFORM PROCESSA-INSTRUTORES
               PERFORM ESCREVE-TRAILER
               PERFORM ESCREVE-RESUMO
               CLOSE HONORARIO-FILE
               CLOSE HONO-REL-FILE
               CLOSE INSTRUTOR-FILE
               CLOSE TURMA-MASTER-FILE
               CLOSE CALENDARIO-FILE
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * DEFINE-COMPETENCIA - Mes de referencia da folha: o AAAAMM do
      * PARM (para reprocessar um mes fechado) ou, sem PARM, o mes
      * anterior ao da rodada.
      ******************************************************************
       DEFINE-COMPETENCIA.
           IF PARM-TAM > 0
               IF PARM-TEXTO(1:6) IS NUMERIC
                   MOVE PARM-TEXTO(1:6) TO WRK-COMPETENCIA
               ELSE
                   MOVE 0 TO WRK-COMP-MES
               END-IF
               IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   MOVE 'ACD0078E' TO MP-ID
                   MOVE 'COMPETENCIA INVALIDA. INFORME PARM=AAAAMM.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WRK-CD-DATA(1:4) TO WRK-COMP-ANO
               MOVE WRK-CD-DATA(5:2) TO WRK-COMP-MES
               IF WRK-COMP-MES = 1
                   MOVE 12 TO WRK-COMP-MES
                   SUBTRACT 1 FROM WRK-COMP-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-COMP-MES
               END-IF
           END-IF.

      ******************************************************************
      * ABRE-MESTRES - Abre os mestres sem os quais nao ha folha:
      * instrutores, turmas e calendario academico.
      ******************************************************************
       ABRE-MESTRES.
           OPEN INPUT INSTRUTOR-FILE
           OPEN INPUT TURMA-MASTER-FILE
           OPEN INPUT CALENDARIO-FILE
           IF WRK-FS-INSTR NOT = '00' OR WRK-FS-TURMA NOT = '00'
               OR WRK-FS-CAL NOT = '00'
               MOVE 'ACD0079E' TO MP-ID
               MOVE 'INSTRMST, TURMAMST OU CALACAD INDISPONIVEL.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
               IF WRK-FS-INSTR = '00'
                   CLOSE INSTRUTOR-FILE
               END-IF
               IF WRK-FS-TURMA = '00'
                   CLOSE TURMA-MASTER-FILE
               END-IF
               IF WRK-FS-CAL = '00'
                   CLOSE CALENDARIO-FILE
               END-IF
           END-IF.

      ******************************************************************
      * MONTA-CALENDARIO-MES - Monta a tabela com os dias validos da
      * competencia, o dia da semana de cada um e se foi dia de aula
      * (feriado e recesso do OPSCAL nao sao; janela de manutencao
      * do sistema nao suspende aula).
      ******************************************************************
       MONTA-CALENDARIO-MES.
           MOVE 0 TO WRK-QTD-DIAS-MES
           MOVE 0 TO WRK-DIAS-SEM-AULA
           OPEN INPUT OPERACAO-CAL-FILE
           MOVE WRK-COMPETENCIA TO WRK-DD-ANOMES
           PERFORM VARYING WRK-DMIDX FROM 1 BY 1
               UNTIL WRK-DMIDX > 31
               MOVE WRK-DMIDX TO WRK-DD-DIA
               MOVE 1            TO DP-OPERACAO
               MOVE WRK-DATA-DIA TO DP-DATA-1
               CALL 'PROG104' USING DATA-PARAMETROS
               IF DP-VALIDA = 'S'
                   PERFORM REGISTRA-DIA-MES
               END-IF
           END-PERFORM
           IF WRK-FS-OPS NOT = '35'
               CLOSE OPERACAO-CAL-FILE
           END-IF.

       REGISTRA-DIA-MES.
           ADD 1 TO WRK-QTD-DIAS-MES
           MOVE WRK-DATA-DIA TO DM-DATA(WRK-QTD-DIAS-MES)
           COMPUTE WRK-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-DIA-N)
           COMPUTE DM-DIA-SEMANA(WRK-QTD-DIAS-MES) =
               FUNCTION REM(WRK-DIA-INT, 7)
           MOVE 'S' TO DM-AULA(WRK-QTD-DIAS-MES)
           IF WRK-FS-OPS NOT = '35'
               MOVE WRK-DATA-DIA TO OC-DATA
               READ OPERACAO-CAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OC-FERIADO OR OC-RECESSO
                           MOVE 'N' TO DM-AULA(WRK-QTD-DIAS-MES)
                           ADD 1 TO WRK-DIAS-SEM-AULA
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * PROCESSA-INSTRUTORES - Percorre o mestre de instrutores em
      * ordem de codigo; cada um, ativo ou nao, recebe pelas turmas
      * que deu na competencia.
      ******************************************************************
       PROCESSA-INSTRUTORES.
           MOVE 'N' TO WRK-FIM-INSTR
           MOVE SPACES TO IN-CODIGO
           START INSTRUTOR-FILE KEY IS NOT LESS THAN IN-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-INSTR
           END-START
           PERFORM UNTIL FIM-INSTR
               READ INSTRUTOR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-INSTR
               END-READ
               IF NOT FIM-INSTR
                   ADD 1 TO WRK-TOTAL-LIDOS
                   PERFORM PROCESSA-INSTRUTOR
               END-IF
           END-PERFORM.

      ******************************************************************
      * PROCESSA-INSTRUTOR - Varre o TURMA-MASTER atras das turmas do
      * instrutor corrente (a chave e o codigo da turma, entao a
      * varredura e completa e filtrada pelo TU-INSTR-COD) e fecha o
      * demonstrativo dele se houve aula no mes.
      ******************************************************************
       PROCESSA-INSTRUTOR.
           MOVE 0   TO WRK-HORAS-INSTR
           MOVE 0   TO WRK-SECOES-INSTR
           MOVE 'N' TO WRK-CAB-INSTR
           MOVE 'N' TO WRK-FIM-TURMA
           MOVE SPACES TO TU-CODIGO
           START TURMA-MASTER-FILE KEY IS NOT LESS THAN TU-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TURMA
           END-START
           PERFORM UNTIL FIM-TURMA
               READ TURMA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TURMA
               END-READ
               IF NOT FIM-TURMA
                   IF TU-INSTR-COD = IN-CODIGO
                       PERFORM APURA-TURMA
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-SECOES-INSTR > 0
               PERFORM FECHA-INSTRUTOR
           END-IF.

      ******************************************************************
      * APURA-TURMA - Conta os dias de aula da turma na competencia.
      * So entram turmas com horario estruturado e semestre do
      * CALACAD; as anteriores a estruturacao (texto livre em
      * TU-PERIODO) nao tem como ser apuradas.
      ******************************************************************
       APURA-TURMA.
           MOVE 0 TO WRK-DIAS-TURMA
           IF TU-DIA-SEMANA IS NUMERIC
               AND TU-HORA-INICIO IS NUMERIC
               AND TU-HORA-FIM IS NUMERIC
               AND TU-SEMESTRE NOT = SPACES
               IF TU-HORA-FIM > TU-HORA-INICIO
                   MOVE TU-SEMESTRE TO CA-SEMESTRE
                   READ CALENDARIO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM CONTA-DIAS-TURMA
                   END-READ
               END-IF
           END-IF
           IF WRK-DIAS-TURMA > 0
               PERFORM CALCULA-HORAS-TURMA
               PERFORM ESCREVE-LINHA-TURMA
           END-IF.

       CONTA-DIAS-TURMA.
           PERFORM VARYING WRK-DMIDX FROM 1 BY 1
               UNTIL WRK-DMIDX > WRK-QTD-DIAS-MES
               IF DM-DIA-SEMANA(WRK-DMIDX) = TU-DIA-SEMANA
                   AND DM-DIA-COM-AULA(WRK-DMIDX)
                   AND DM-DATA(WRK-DMIDX) NOT < CA-DATA-INICIO
                   AND DM-DATA(WRK-DMIDX) NOT > CA-DATA-FIM
                   ADD 1 TO WRK-DIAS-TURMA
               END-IF
           END-PERFORM.

      ******************************************************************
      * CALCULA-HORAS-TURMA - Duracao da aula em minutos (HHMM de
      * inicio e fim) vezes os dias de aula, convertida em horas.
      ******************************************************************
       CALCULA-HORAS-TURMA.
           DIVIDE TU-HORA-INICIO BY 100 GIVING WRK-HH
               REMAINDER WRK-MM
           COMPUTE WRK-MIN-INICIO = WRK-HH * 60 + WRK-MM
           DIVIDE TU-HORA-FIM BY 100 GIVING WRK-HH
               REMAINDER WRK-MM
           COMPUTE WRK-MIN-FIM = WRK-HH * 60 + WRK-MM
           COMPUTE WRK-MIN-AULA = WRK-MIN-FIM - WRK-MIN-INICIO
           COMPUTE WRK-HORAS-TURMA ROUNDED =
               WRK-DIAS-TURMA * WRK-MIN-AULA / 60
           ADD WRK-HORAS-TURMA TO WRK-HORAS-INSTR
           ADD 1 TO WRK-SECOES-INSTR.

       ESCREVE-LINHA-TURMA.
           IF NOT CABECALHO-INSTR-FEITO
               MOVE SPACES TO HONO-REL-LINHA
               STRING 'INSTRUTOR ' DELIMITED BY SIZE
                   IN-CODIGO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   IN-NOME DELIMITED BY SIZE
                   INTO HONO-REL-LINHA
               WRITE HONO-REL-LINHA
               MOVE 'S' TO WRK-CAB-INSTR
           END-IF

           MOVE WRK-DIAS-TURMA  TO WRK-DIAS-ED
           MOVE WRK-HORAS-TURMA TO WRK-HORAS-ED
           MOVE SPACES TO HONO-REL-LINHA
           STRING '   TURMA ' DELIMITED BY SIZE
               TU-CODIGO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TU-MATERIA DELIMITED BY SIZE
               ' DIA ' DELIMITED BY SIZE
               TU-DIA-SEMANA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TU-HORA-INICIO DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               TU-HORA-FIM DELIMITED BY SIZE
               ' AULAS ' DELIMITED BY SIZE
               WRK-DIAS-ED DELIMITED BY SIZE
               ' HORAS ' DELIMITED BY SIZE
               WRK-HORAS-ED DELIMITED BY SIZE
               INTO HONO-REL-LINHA
           WRITE HONO-REL-LINHA.

      ******************************************************************
      * FECHA-INSTRUTOR - Valoriza as horas do instrutor pela sua
      * hora-aula e grava o detalhe da folha. Instrutor sem valor da
      * hora-aula no mestre fica fora do arquivo, com aviso, ate o
      * valor ser informado no PROG76 e a competencia reprocessada.
      ******************************************************************
       FECHA-INSTRUTOR.
           MOVE 0 TO WRK-VALOR-HORA
           IF IN-VALOR-HORA IS NUMERIC
               MOVE IN-VALOR-HORA TO WRK-VALOR-HORA
           END-IF
           MOVE WRK-HORAS-INSTR TO WRK-HORAS-ED

           IF WRK-VALOR-HORA = 0
               MOVE SPACES TO HONO-REL-LINHA
               STRING '   TOTAL ' DELIMITED BY SIZE
                   WRK-HORAS-ED DELIMITED BY SIZE
                   ' HORAS - SEM VALOR DA HORA-AULA, FORA DA FOLHA.'
                   DELIMITED BY SIZE
                   INTO HONO-REL-LINHA
               WRITE HONO-REL-LINHA
               ADD 1 TO WRK-TOTAL-SEM-VALOR
               ADD WRK-HORAS-INSTR TO WRK-HORAS-SEM-VALOR
               MOVE 'ACD0080W' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'INSTRUTOR ' DELIMITED BY SIZE
                   IN-CODIGO DELIMITED BY SIZE
                   ' SEM VALOR DA HORA-AULA.' DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               COMPUTE WRK-VALOR-INSTR ROUNDED =
                   WRK-HORAS-INSTR * WRK-VALOR-HORA
               MOVE WRK-VALOR-HORA  TO WRK-VALOR-HORA-ED
               MOVE WRK-VALOR-INSTR TO WRK-VALOR-SAI
               MOVE SPACES TO HONO-REL-LINHA
               STRING '   TOTAL ' DELIMITED BY SIZE
                   WRK-HORAS-ED DELIMITED BY SIZE
                   ' HORAS X ' DELIMITED BY SIZE
                   WRK-VALOR-HORA-ED DELIMITED BY SIZE
                   ' = A PAGAR ' DELIMITED BY SIZE
                   WRK-VALOR-SAI DELIMITED BY SIZE
                   INTO HONO-REL-LINHA
               WRITE HONO-REL-LINHA

               MOVE SPACES            TO HONORARIO-DOCENTE-RECORD
               MOVE '1'               TO HD-TIPO
               MOVE WRK-COMPETENCIA   TO HD-COMPETENCIA
               MOVE WRK-CD-DATA       TO HD-DATA-GERACAO
               MOVE IN-CODIGO         TO HD-INSTRUTOR
               MOVE IN-NOME           TO HD-NOME
               MOVE 0                 TO HD-QTD-REGISTROS
               MOVE WRK-HORAS-INSTR   TO HD-HORAS
               MOVE WRK-VALOR-HORA    TO HD-VALOR-HORA
               MOVE WRK-VALOR-INSTR   TO HD-VALOR
               WRITE HONORARIO-DOCENTE-RECORD
               ADD 1 TO WRK-TOTAL-PAGOS
               ADD WRK-HORAS-INSTR TO WRK-TOTAL-HORAS
               ADD WRK-VALOR-INSTR TO WRK-TOTAL-VALOR
           END-IF
           MOVE SPACES TO HONO-REL-LINHA
           WRITE HONO-REL-LINHA.

       ESCREVE-CABECALHO.
           MOVE SPACES TO HONO-REL-LINHA
           STRING 'HONORARIOS DOCENTES - COMPETENCIA ' DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               ' (EMITIDO EM ' DELIMITED BY SIZE
               WRK-CD-DATA DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO HONO-REL-LINHA
           WRITE HONO-REL-LINHA
           MOVE WRK-QTD-DIAS-MES  TO WRK-DIAS-ED
           MOVE WRK-DIAS-SEM-AULA TO WRK-DIAS-SEM-ED
           MOVE SPACES TO HONO-REL-LINHA
           STRING 'DIAS NO MES: ' DELIMITED BY SIZE
               WRK-DIAS-ED DELIMITED BY SIZE
               '   FERIADO/RECESSO (OPSCAL): ' DELIMITED BY SIZE
               WRK-DIAS-SEM-ED DELIMITED BY SIZE
               INTO HONO-REL-LINHA
           WRITE HONO-REL-LINHA
           MOVE '----------------------------------------'
               TO HONO-REL-LINHA
           WRITE HONO-REL-LINHA

           MOVE SPACES            TO HONORARIO-DOCENTE-RECORD
           MOVE '0'               TO HD-TIPO
           MOVE WRK-COMPETENCIA   TO HD-COMPETENCIA
           MOVE WRK-CD-DATA       TO HD-DATA-GERACAO
           MOVE 0                 TO HD-QTD-REGISTROS
           MOVE 0                 TO HD-HORAS
           MOVE 0                 TO HD-VALOR-HORA
           MOVE 0                 TO HD-VALOR
           WRITE HONORARIO-DOCENTE-RECORD.

       ESCREVE-TRAILER.
           MOVE SPACES            TO HONORARIO-DOCENTE-RECORD
           MOVE '9'               TO HD-TIPO
           MOVE WRK-COMPETENCIA   TO HD-COMPETENCIA
           MOVE WRK-CD-DATA       TO HD-DATA-GERACAO
           MOVE WRK-TOTAL-PAGOS   TO HD-QTD-REGISTROS
           MOVE WRK-TOTAL-HORAS   TO HD-HORAS
           MOVE 0                 TO HD-VALOR-HORA
           MOVE WRK-TOTAL-VALOR   TO HD-VALOR
           WRITE HONORARIO-DOCENTE-RECORD.

       ESCREVE-RESUMO.
           MOVE '----------------------------------------'
               TO HONO-REL-LINHA
           WRITE HONO-REL-LINHA

           MOVE WRK-TOTAL-PAGOS TO WRK-TOTAL-ED
           MOVE SPACES TO HONO-REL-LINHA
           STRING 'INSTRUTORES NA FOLHA..........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO HONO-REL-LINHA
           WRITE HONO-REL-LINHA

           MOVE WRK-TOTAL-HORAS TO WRK-HORAS-TOT-ED
           MOVE SPACES TO HONO-REL-LINHA
           STRING 'TOTAL DE HORAS (CONTROLE).....: ' DELIMITED BY SIZE
               WRK-HORAS-TOT-ED DELIMITED BY SIZE
               INTO HONO-REL-LINHA
           WRITE HONO-REL-LINHA

           MOVE WRK-TOTAL-VALOR TO WRK-VALOR-SAI
           MOVE SPACES TO HONO-REL-LINHA
           STRING 'TOTAL A PAGAR (CONTROLE)......: ' DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               INTO HONO-REL-LINHA
           WRITE HONO-REL-LINHA

           MOVE WRK-TOTAL-SEM-VALOR TO WRK-TOTAL-ED
           MOVE WRK-HORAS-SEM-VALOR TO WRK-HORAS-TOT-ED
           MOVE SPACES TO HONO-REL-LINHA
           STRING 'SEM VALOR DA HORA-AULA........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WRK-HORAS-TOT-ED DELIMITED BY SIZE
               ' HORAS)' DELIMITED BY SIZE
               INTO HONO-REL-LINHA
           WRITE HONO-REL-LINHA.

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
           MOVE 'PROG122'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-TOTAL-LIDOS     TO RN-LIDOS
           MOVE WRK-TOTAL-PAGOS     TO RN-GRAVADOS
           MOVE WRK-TOTAL-SEM-VALOR TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG122.
