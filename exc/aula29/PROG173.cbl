      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG173.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  ENTREGA DE KITS DE LABORATORIO - RODA NO INICIO DO SEMESTRE
      *  (JOB KITSEM) E DEPOIS A CADA RODADA DO JOB NO SEMESTRE: PARA
      *  CADA VINCULO DE MATRICULA-TURMA EM TURMA DO SEMESTRE CUJA
      *  MATERIA TEM KIT CADASTRADO (KITMAT) E CUJO KIT AINDA NAO FOI
      *  ENTREGUE, ENTREGA O KIT PELO SUBPROGRAMA PROG172 (BAIXA DO
      *  ESTOQUE COM A TURMA NO MOVIMENTO) E MARCA O VINCULO
      *  (MT-KIT). AS RODADAS SEGUINTES SO ALCANCAM O QUE FALTA: AS
      *  MATRICULAS TARDIAS E OS KITS QUE FICARAM PENDENTES POR SALDO
      *  INSUFICIENTE (RC=4). O SEMESTRE (AAAA-S) VEM DO PARM; SEM
      *  PARM, E O SEMESTRE CORRENTE NO CALENDARIO ACADEMICO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT KIT-MATERIAL-FILE ASSIGN TO "KITMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KT-CHAVE
               FILE STATUS IS WRK-FS-KIT.
           SELECT CALENDARIO-FILE ASSIGN TO "CALACAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-SEMESTRE
               FILE STATUS IS WRK-FS-CAL.
           SELECT KIT-REL-FILE ASSIGN TO "KITREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-MASTER-FILE.
           COPY TURMAMR.
       FD  MATRICULA-TURMA-FILE.
           COPY MATRTUR.
       FD  KIT-MATERIAL-FILE.
           COPY KITMAT.
       FD  CALENDARIO-FILE.
           COPY CALACAD.
       FD  KIT-REL-FILE.
       01  KIT-REL-LINHA      PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-MATR       PIC X(02) VALUE SPACES.
       77 WRK-FS-KIT        PIC X(02) VALUE SPACES.
       77 WRK-FS-CAL        PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-QTD-TURMAS    PIC 9(03) VALUE 0.
       77 WRK-TIDX          PIC 9(03) VALUE 0.
       77 WRK-QTD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-QTD-ENTREGUES PIC 9(08) VALUE 0.
       77 WRK-QTD-PENDENTES PIC 9(08) VALUE 0.
       77 WRK-QTD-ED        PIC ZZZZZZZ9.
       COPY MSGPARM.
       COPY KITPARM.
       01 TABELA-TURMAS-LAB.
          05 TL-ENTRY OCCURS 300 TIMES.
             10 TL-TURMA       PIC X(06).
             10 TL-MATERIA     PIC X(15).
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(06).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"

           PERFORM DEFINE-SEMESTRE
           IF RETURN-CODE < 8
               PERFORM CARREGA-TURMAS-LAB
           END-IF
           IF RETURN-CODE < 8
               OPEN OUTPUT KIT-REL-FILE
               MOVE SPACES TO KIT-REL-LINHA
               STRING 'ENTREGA DE KITS DE LABORATORIO - SEMESTRE '
                   DELIMITED BY SIZE
                   WRK-SEMESTRE DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WRK-CD-DATA DELIMITED BY SIZE
                   INTO KIT-REL-LINHA
               WRITE KIT-REL-LINHA
               MOVE SPACES TO KIT-REL-LINHA
               WRITE KIT-REL-LINHA

               IF WRK-QTD-TURMAS > 0
                   PERFORM ENTREGA-KITS
               END-IF
               PERFORM ESCREVE-TOTAIS
               CLOSE KIT-REL-FILE
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * DEFINE-SEMESTRE - Semestre do PARM (AAAA-S) conferido no
      * calendario academico, ou o semestre cuja vigencia contem a
      * data da rodada.
      ******************************************************************
       DEFINE-SEMESTRE.
           OPEN INPUT CALENDARIO-FILE
           IF WRK-FS-CAL NOT = '00'
               MOVE 'ACD0180E' TO MP-ID
               MOVE 'CALENDARIO ACADEMICO INDISPONIVEL.' TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               IF PARM-TAM > 0
                   MOVE PARM-TEXTO TO CA-SEMESTRE
                   READ CALENDARIO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CA-SEMESTRE TO WRK-SEMESTRE
                   END-READ
               ELSE
                   MOVE 'N' TO WRK-FIM-ARQ
                   PERFORM UNTIL FIM-ARQ
                       READ CALENDARIO-FILE NEXT RECORD
                           AT END
                               MOVE 'S' TO WRK-FIM-ARQ
                       END-READ
                       IF NOT FIM-ARQ
                           AND CA-DATA-INICIO <= WRK-CD-DATA
                           AND CA-DATA-FIM >= WRK-CD-DATA
                           MOVE CA-SEMESTRE TO WRK-SEMESTRE
                           MOVE 'S' TO WRK-FIM-ARQ
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CALENDARIO-FILE
               IF WRK-SEMESTRE = SPACES
                   MOVE 'ACD0180E' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'SEMESTRE ' DELIMITED BY SIZE
                       PARM-TEXTO DELIMITED BY SIZE
                       ' NAO CONSTA NO CALENDARIO (PARM AAAA-S).'
                       DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * CARREGA-TURMAS-LAB - Guarda as turmas do semestre cuja materia
      * tem kit cadastrado (turmas de laboratorio).
      ******************************************************************
       CARREGA-TURMAS-LAB.
           MOVE 0 TO WRK-QTD-TURMAS
           OPEN INPUT KIT-MATERIAL-FILE
           OPEN INPUT TURMA-MASTER-FILE
           IF WRK-FS-KIT NOT = '00' OR WRK-FS-TURMA NOT = '00'
               MOVE 'ACD0180E' TO MP-ID
               MOVE 'KIT-MATERIAL OU TURMA-MASTER INDISPONIVEL.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ TURMA-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ AND TU-SEMESTRE = WRK-SEMESTRE
                       PERFORM CONFERE-KIT-TURMA
                   END-IF
               END-PERFORM
           END-IF
           IF WRK-FS-KIT = '00'
               CLOSE KIT-MATERIAL-FILE
           END-IF
           IF WRK-FS-TURMA = '00'
               CLOSE TURMA-MASTER-FILE
           END-IF.

       CONFERE-KIT-TURMA.
           MOVE TU-MATERIA TO KT-MATERIA
           MOVE SPACES TO KT-MATERIAL
           START KIT-MATERIAL-FILE KEY IS NOT LESS THAN KT-CHAVE
               INVALID KEY
                   MOVE HIGH-VALUES TO KT-MATERIA
               NOT INVALID KEY
                   READ KIT-MATERIAL-FILE NEXT RECORD
                       AT END
                           MOVE HIGH-VALUES TO KT-MATERIA
                   END-READ
           END-START
           IF KT-MATERIA = TU-MATERIA
               IF WRK-QTD-TURMAS >= 300
                   DISPLAY 'TABELA DE TURMAS DE LABORATORIO CHEIA '
                       '(MAXIMO 300). TURMA ' TU-CODIGO ' IGNORADA.'
               ELSE
                   ADD 1 TO WRK-QTD-TURMAS
                   MOVE TU-CODIGO  TO TL-TURMA(WRK-QTD-TURMAS)
                   MOVE TU-MATERIA TO TL-MATERIA(WRK-QTD-TURMAS)
               END-IF
           END-IF.

      ******************************************************************
      * ENTREGA-KITS - Varre os vinculos de matricula e entrega o kit
      * de cada vinculo em turma de laboratorio do semestre que ainda
      * nao o recebeu; saldo insuficiente deixa o vinculo para a
      * proxima rodada.
      ******************************************************************
       ENTREGA-KITS.
           OPEN I-O MATRICULA-TURMA-FILE
           IF WRK-FS-MATR NOT = '00'
               MOVE 'ACD0180E' TO MP-ID
               MOVE 'MATRICULA-TURMA INDISPONIVEL.' TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ MATRICULA-TURMA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-QTD-LIDOS
                       IF NOT MT-KIT-ENTREGUE
                           PERFORM LOCALIZA-TURMA-LAB
                           IF WRK-TIDX <= WRK-QTD-TURMAS
                               PERFORM ENTREGA-UM-KIT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MATRICULA-TURMA-FILE
           END-IF.

       LOCALIZA-TURMA-LAB.
           PERFORM VARYING WRK-TIDX FROM 1 BY 1
               UNTIL WRK-TIDX > WRK-QTD-TURMAS
               OR TL-TURMA(WRK-TIDX) = MT-TURMA
               CONTINUE
           END-PERFORM.

       ENTREGA-UM-KIT.
           MOVE 'E'                  TO KTP-OPERACAO
           MOVE TL-MATERIA(WRK-TIDX) TO KTP-MATERIA
           MOVE MT-TURMA             TO KTP-TURMA
           MOVE WRK-USUARIO          TO KTP-OPERADOR
           CALL 'PROG172' USING KIT-PARAMETROS
           MOVE SPACES TO KIT-REL-LINHA
           EVALUATE TRUE
               WHEN KTP-OK
                   MOVE 'S' TO MT-KIT
                   REWRITE MATRICULA-TURMA-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO MARCAR O KIT DO ALUNO '
                               MT-ALUNO-ID ' TURMA ' MT-TURMA
                   END-REWRITE
                   ADD 1 TO WRK-QTD-ENTREGUES
                   STRING 'ENTREGUE: ALUNO ' DELIMITED BY SIZE
                       MT-ALUNO-ID DELIMITED BY SIZE
                       ' TURMA ' DELIMITED BY SIZE
                       MT-TURMA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       TL-MATERIA(WRK-TIDX) DELIMITED BY SIZE
                       INTO KIT-REL-LINHA
               WHEN KTP-SALDO-INSUF
                   ADD 1 TO WRK-QTD-PENDENTES
                   STRING 'PENDENTE: ALUNO ' DELIMITED BY SIZE
                       MT-ALUNO-ID DELIMITED BY SIZE
                       ' TURMA ' DELIMITED BY SIZE
                       MT-TURMA DELIMITED BY SIZE
                       ' SALDO INSUFICIENTE DE ' DELIMITED BY SIZE
                       KTP-MATERIAL-FALTA DELIMITED BY SIZE
                       INTO KIT-REL-LINHA
               WHEN OTHER
                   ADD 1 TO WRK-QTD-PENDENTES
                   STRING 'PENDENTE: ALUNO ' DELIMITED BY SIZE
                       MT-ALUNO-ID DELIMITED BY SIZE
                       ' TURMA ' DELIMITED BY SIZE
                       MT-TURMA DELIMITED BY SIZE
                       ' ESTOQUE INDISPONIVEL.' DELIMITED BY SIZE
                       INTO KIT-REL-LINHA
           END-EVALUATE
           WRITE KIT-REL-LINHA.

      ******************************************************************
      * ESCREVE-TOTAIS - Totais do relatorio e condicao da rodada no
      * catalogo de mensagens (RC=4 com kit pendente).
      ******************************************************************
       ESCREVE-TOTAIS.
           MOVE SPACES TO KIT-REL-LINHA
           WRITE KIT-REL-LINHA
           MOVE WRK-QTD-TURMAS TO WRK-QTD-ED
           MOVE SPACES TO KIT-REL-LINHA
           STRING 'TURMAS DE LABORATORIO..: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO KIT-REL-LINHA
           WRITE KIT-REL-LINHA
           MOVE WRK-QTD-ENTREGUES TO WRK-QTD-ED
           MOVE SPACES TO KIT-REL-LINHA
           STRING 'KITS ENTREGUES.........: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO KIT-REL-LINHA
           WRITE KIT-REL-LINHA
           MOVE WRK-QTD-PENDENTES TO WRK-QTD-ED
           MOVE SPACES TO KIT-REL-LINHA
           STRING 'KITS PENDENTES.........: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO KIT-REL-LINHA
           WRITE KIT-REL-LINHA

           IF WRK-QTD-PENDENTES > 0
               MOVE 'ACD0179W' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING WRK-QTD-ED DELIMITED BY SIZE
                   ' KIT(S) PENDENTE(S) - REPOR O ESTOQUE E RODAR '
                   DELIMITED BY SIZE
                   'DE NOVO.' DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WRK-QTD-ENTREGUES TO WRK-QTD-ED
               MOVE 'ACD0178I' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'KITS DO SEMESTRE ' DELIMITED BY SIZE
                   WRK-SEMESTRE DELIMITED BY SIZE
                   ' EM DIA -' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   ' ENTREGUE(S) NA RODADA.' DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
           END-IF.

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
           MOVE 'PROG173'         TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO    TO RN-EVENTO
           MOVE WRK-CD-DATA       TO RN-DATA
           MOVE WRK-CD-HORA       TO RN-HORA
           MOVE WRK-QTD-LIDOS     TO RN-LIDOS
           MOVE WRK-QTD-ENTREGUES TO RN-GRAVADOS
           MOVE WRK-QTD-PENDENTES TO RN-REJEITADOS
           MOVE RETURN-CODE       TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG173.
