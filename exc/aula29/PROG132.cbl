      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG132.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  POSTAGEM DO RETORNO DO GATEWAY DE MENSAGENS - LE O ARQUIVO DE
      *  RETORNO (NOTRET) E MARCA CADA MENSAGEM ENVIADA DA CAIXA DE
      *  SAIDA (NOTIFIC) COMO ENTREGUE OU DEVOLVIDA, COM DATA E
      *  MOTIVO; RETORNO DE MENSAGEM INEXISTENTE, NAO ENVIADA OU JA
      *  POSTADA E REJEITADO NO RELATORIO. EM SEGUIDA LISTA OS
      *  CONTATOS DEVOLVIDOS QUE AINDA SAO OS CADASTRADOS NO ALUNODEM
      *  (UMA LINHA POR ALUNO E CANAL), PARA A SECRETARIA CORRIGIR
      *  PELO PROG75 - CONTATO CORRIGIDO SAI DA LISTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICACAO-RETORNO-FILE ASSIGN TO "NOTRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RET.
           SELECT NOTIFICACAO-FILE ASSIGN TO "NOTIFIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-NUMERO
               ALTERNATE RECORD KEY IS NF-REF-CHAVE WITH DUPLICATES
               FILE STATUS IS WRK-FS-NOTIF.
           SELECT ALUNO-DEMOGRAFICO-FILE ASSIGN TO "ALUNODEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-ALUNO-ID
               ALTERNATE RECORD KEY IS DG-CPF WITH DUPLICATES
               FILE STATUS IS WRK-FS-DEMO.
           SELECT NOTIF-REL-FILE ASSIGN TO "NOTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFICACAO-RETORNO-FILE.
           COPY NOTRET.
       FD  NOTIFICACAO-FILE.
           COPY NOTIFIC.
       FD  ALUNO-DEMOGRAFICO-FILE.
           COPY ALUNODEM.
       FD  NOTIF-REL-FILE.
           COPY NOTREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-RET        PIC X(02) VALUE SPACES.
       77 WRK-FS-NOTIF      PIC X(02) VALUE SPACES.
       77 WRK-FS-DEMO       PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-RET       PIC X(01) VALUE 'N'.
           88 FIM-RET              VALUE 'S'.
       77 WRK-FIM-NOTIF     PIC X(01) VALUE 'N'.
           88 FIM-NOTIF            VALUE 'S'.
       77 WRK-MOTIVO-REJ    PIC X(30) VALUE SPACES.
       77 WRK-ALUNO-ATUAL   PIC X(14) VALUE SPACES.
       77 WRK-TEM-DEMO      PIC X(01) VALUE 'N'.
           88 DEMOGRAFICO-ACHADO   VALUE 'S'.
       77 WRK-EMAIL-LISTADO PIC X(01) VALUE 'N'.
       77 WRK-FONE-LISTADO  PIC X(01) VALUE 'N'.
       77 WRK-CANAL-ED      PIC X(06) VALUE SPACES.
       77 WRK-TOTAL-LIDOS   PIC 9(08) VALUE 0.
       77 WRK-TOTAL-ENTREG  PIC 9(08) VALUE 0.
       77 WRK-TOTAL-DEVOL   PIC 9(08) VALUE 0.
       77 WRK-TOTAL-REJ     PIC 9(08) VALUE 0.
       77 WRK-TOTAL-CONTATO PIC 9(08) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZZZZ9.
       COPY MSGPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA

           OPEN INPUT NOTIFICACAO-RETORNO-FILE
           IF WRK-FS-RET = '35'
               MOVE 'ACD0096E' TO MP-ID
               MOVE 'ARQUIVO DE RETORNO DO GATEWAY INEXISTENTE.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O NOTIFICACAO-FILE
               IF WRK-FS-NOTIF = '35'
                   MOVE 'ACD0097E' TO MP-ID
                   MOVE 'CAIXA DE SAIDA DE NOTIFICACOES INEXISTENTE.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
                   CLOSE NOTIFICACAO-RETORNO-FILE
               ELSE
                   OPEN OUTPUT NOTIF-REL-FILE
                   PERFORM POSTA-RETORNO
                   PERFORM ESCREVE-RESUMO
                   PERFORM EMITE-CONTATOS-DEVOLVIDOS
                   CLOSE NOTIF-REL-FILE
                   CLOSE NOTIFICACAO-FILE
                   CLOSE NOTIFICACAO-RETORNO-FILE
                   IF WRK-TOTAL-REJ > 0
                       MOVE WRK-TOTAL-REJ TO WRK-TOTAL-ED
                       MOVE 'ACD0098W' TO MP-ID
                       MOVE SPACES TO MP-TEXTO
                       STRING 'RETORNOS DO GATEWAY REJEITADOS: '
                           DELIMITED BY SIZE
                           WRK-TOTAL-ED DELIMITED BY SIZE
                           INTO MP-TEXTO
                       PERFORM EMITE-MENSAGEM
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * POSTA-RETORNO - Le o retorno do gateway e posta cada registro
      * na mensagem correspondente da caixa de saida.
      ******************************************************************
       POSTA-RETORNO.
           MOVE SPACES TO NOTIF-REL-LINHA
           MOVE 'POSTAGEM DO RETORNO DO GATEWAY DE MENSAGENS'
               TO NOTIF-REL-LINHA
           WRITE NOTIF-REL-LINHA
           MOVE SPACES TO NOTIF-REL-LINHA
           WRITE NOTIF-REL-LINHA

           MOVE 'N' TO WRK-FIM-RET
           READ NOTIFICACAO-RETORNO-FILE
               AT END MOVE 'S' TO WRK-FIM-RET
           END-READ
           PERFORM UNTIL FIM-RET
               ADD 1 TO WRK-TOTAL-LIDOS
               PERFORM POSTA-REGISTRO
               READ NOTIFICACAO-RETORNO-FILE
                   AT END MOVE 'S' TO WRK-FIM-RET
               END-READ
           END-PERFORM.

      ******************************************************************
      * POSTA-REGISTRO - So mensagem enviada (extraida pelo PROG131)
      * recebe retorno; a situacao tem de ser entregue ou devolvida.
      ******************************************************************
       POSTA-REGISTRO.
           MOVE SPACES TO WRK-MOTIVO-REJ
           IF NOT RV-ENTREGUE AND NOT RV-DEVOLVIDA
               MOVE 'SITUACAO DE RETORNO INVALIDA' TO WRK-MOTIVO-REJ
           ELSE
               MOVE RV-NUMERO TO NF-NUMERO
               READ NOTIFICACAO-FILE
                   INVALID KEY
                       MOVE 'MENSAGEM NAO CONSTA NA CAIXA'
                           TO WRK-MOTIVO-REJ
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NF-PENDENTE
                               MOVE 'MENSAGEM AINDA NAO ENVIADA'
                                   TO WRK-MOTIVO-REJ
                           WHEN NF-ENTREGUE OR NF-DEVOLVIDA
                               MOVE 'RETORNO JA POSTADO'
                                   TO WRK-MOTIVO-REJ
                           WHEN OTHER
                               PERFORM ATUALIZA-MENSAGEM
                       END-EVALUATE
               END-READ
           END-IF

           IF WRK-MOTIVO-REJ NOT = SPACES
               ADD 1 TO WRK-TOTAL-REJ
               MOVE SPACES TO NOTIF-REL-LINHA
               STRING 'REJEITADO: MENSAGEM ' DELIMITED BY SIZE
                   RV-NUMERO DELIMITED BY SIZE
                   ' SITUACAO ' DELIMITED BY SIZE
                   RV-SITUACAO DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WRK-MOTIVO-REJ DELIMITED BY SIZE
                   INTO NOTIF-REL-LINHA
               WRITE NOTIF-REL-LINHA
           END-IF.

       ATUALIZA-MENSAGEM.
           MOVE RV-SITUACAO TO NF-STATUS
           IF RV-DATA = SPACES
               MOVE WRK-CD-DATA TO NF-DATA-STATUS
           ELSE
               MOVE RV-DATA     TO NF-DATA-STATUS
           END-IF
           IF RV-DEVOLVIDA
               MOVE RV-MOTIVO TO NF-MOTIVO
           ELSE
               MOVE SPACES    TO NF-MOTIVO
           END-IF
           REWRITE NOTIFICACAO-RECORD
               INVALID KEY
                   MOVE 'FALHA AO REGRAVAR A MENSAGEM' TO WRK-MOTIVO-REJ
               NOT INVALID KEY
                   IF RV-DEVOLVIDA
                       ADD 1 TO WRK-TOTAL-DEVOL
                   ELSE
                       ADD 1 TO WRK-TOTAL-ENTREG
                   END-IF
           END-REWRITE.

       ESCREVE-RESUMO.
           MOVE SPACES TO NOTIF-REL-LINHA
           WRITE NOTIF-REL-LINHA

           MOVE WRK-TOTAL-LIDOS TO WRK-TOTAL-ED
           MOVE SPACES TO NOTIF-REL-LINHA
           STRING 'RETORNOS LIDOS...............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO NOTIF-REL-LINHA
           WRITE NOTIF-REL-LINHA

           MOVE WRK-TOTAL-ENTREG TO WRK-TOTAL-ED
           MOVE SPACES TO NOTIF-REL-LINHA
           STRING 'MENSAGENS ENTREGUES..........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO NOTIF-REL-LINHA
           WRITE NOTIF-REL-LINHA

           MOVE WRK-TOTAL-DEVOL TO WRK-TOTAL-ED
           MOVE SPACES TO NOTIF-REL-LINHA
           STRING 'MENSAGENS DEVOLVIDAS.........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO NOTIF-REL-LINHA
           WRITE NOTIF-REL-LINHA

           MOVE WRK-TOTAL-REJ TO WRK-TOTAL-ED
           MOVE SPACES TO NOTIF-REL-LINHA
           STRING 'RETORNOS REJEITADOS..........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO NOTIF-REL-LINHA
           WRITE NOTIF-REL-LINHA.

      ******************************************************************
      * EMITE-CONTATOS-DEVOLVIDOS - Percorre a caixa de saida pela
      * chave alternada (os avisos de cada aluno ficam juntos) e
      * lista, uma vez por aluno e canal, o contato devolvido que
      * ainda e o cadastrado no mestre demografico.
      ******************************************************************
       EMITE-CONTATOS-DEVOLVIDOS.
           MOVE SPACES TO NOTIF-REL-LINHA
           WRITE NOTIF-REL-LINHA
           MOVE 'CONTATOS DEVOLVIDOS A CORRIGIR NO CADASTRO DO ALUNO'
               TO NOTIF-REL-LINHA
           WRITE NOTIF-REL-LINHA
           MOVE SPACES TO NOTIF-REL-LINHA
           STRING 'MATRICULA      CANAL  CONTATO' DELIMITED BY SIZE
               '                                  DEVOLVIDA'
               DELIMITED BY SIZE
               INTO NOTIF-REL-LINHA
           WRITE NOTIF-REL-LINHA

           OPEN INPUT ALUNO-DEMOGRAFICO-FILE
           MOVE SPACES TO WRK-ALUNO-ATUAL
           MOVE 'N' TO WRK-FIM-NOTIF
           MOVE LOW-VALUES TO NF-REF-CHAVE
           START NOTIFICACAO-FILE KEY IS NOT LESS THAN NF-REF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-NOTIF
           END-START
           PERFORM UNTIL FIM-NOTIF
               READ NOTIFICACAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-NOTIF
               END-READ
               IF NOT FIM-NOTIF
                   IF NF-ALUNO-ID NOT = WRK-ALUNO-ATUAL
                       MOVE NF-ALUNO-ID TO WRK-ALUNO-ATUAL
                       MOVE 'N' TO WRK-EMAIL-LISTADO
                       MOVE 'N' TO WRK-FONE-LISTADO
                       PERFORM LE-DEMOGRAFICO
                   END-IF
                   IF NF-DEVOLVIDA AND DEMOGRAFICO-ACHADO
                       PERFORM AVALIA-DEVOLVIDA
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-FS-DEMO NOT = '35'
               CLOSE ALUNO-DEMOGRAFICO-FILE
           END-IF

           MOVE WRK-TOTAL-CONTATO TO WRK-TOTAL-ED
           MOVE SPACES TO NOTIF-REL-LINHA
           STRING 'CONTATOS A CORRIGIR..........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO NOTIF-REL-LINHA
           WRITE NOTIF-REL-LINHA.

       LE-DEMOGRAFICO.
           MOVE 'N' TO WRK-TEM-DEMO
           IF WRK-FS-DEMO = '35'
               CONTINUE
           ELSE
               MOVE NF-ALUNO-ID TO DG-ALUNO-ID
               READ ALUNO-DEMOGRAFICO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-DEMO
               END-READ
           END-IF.

      ******************************************************************
      * AVALIA-DEVOLVIDA - O contato devolvido so vai para a lista se
      * ainda for o e-mail ou o telefone do cadastro (a secretaria ja
      * corrigiu os demais) e se o canal do aluno ainda nao foi
      * listado.
      ******************************************************************
       AVALIA-DEVOLVIDA.
           IF NF-EMAIL AND WRK-EMAIL-LISTADO = 'N'
               AND NF-CONTATO = DG-EMAIL
               MOVE 'S' TO WRK-EMAIL-LISTADO
               MOVE 'E-MAIL' TO WRK-CANAL-ED
               PERFORM IMPRIME-CONTATO
           END-IF
           IF NF-SMS AND WRK-FONE-LISTADO = 'N'
               AND NF-CONTATO = DG-TELEFONE
               MOVE 'S' TO WRK-FONE-LISTADO
               MOVE 'SMS'    TO WRK-CANAL-ED
               PERFORM IMPRIME-CONTATO
           END-IF.

       IMPRIME-CONTATO.
           ADD 1 TO WRK-TOTAL-CONTATO
           MOVE SPACES TO NOTIF-REL-LINHA
           STRING NF-ALUNO-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-CANAL-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NF-CONTATO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NF-DATA-STATUS DELIMITED BY SIZE
               INTO NOTIF-REL-LINHA
           WRITE NOTIF-REL-LINHA
           MOVE SPACES TO NOTIF-REL-LINHA
           STRING '               MOTIVO: ' DELIMITED BY SIZE
               NF-MOTIVO DELIMITED BY SIZE
               '  RESPONSAVEL: ' DELIMITED BY SIZE
               DG-RESPONSAVEL DELIMITED BY SIZE
               INTO NOTIF-REL-LINHA
           WRITE NOTIF-REL-LINHA.

      ******************************************************************
      * EMITE-MENSAGEM - Emite a condicao de operacao corrente pela
      * rotina comum de mensagens (identificador estavel + texto de
      * catalogo), para interceptacao pela automacao do console.
      ******************************************************************
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
           MOVE 'PROG132'       TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO  TO RN-EVENTO
           MOVE WRK-CD-DATA     TO RN-DATA
           MOVE WRK-CD-HORA     TO RN-HORA
           MOVE WRK-TOTAL-LIDOS TO RN-LIDOS
           COMPUTE RN-GRAVADOS = WRK-TOTAL-ENTREG + WRK-TOTAL-DEVOL
           MOVE WRK-TOTAL-REJ   TO RN-REJEITADOS
           MOVE RETURN-CODE     TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG132.
