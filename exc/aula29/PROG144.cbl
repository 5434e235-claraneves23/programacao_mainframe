      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG144.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  RECUPERACAO DE MESTRE A PARTIR DO BACKUP E DOS JORNAIS - O
      *  BKPREST SO VOLTA O MESTRE A NOITE ANTERIOR. ESTE PROGRAMA
      *  RECARREGA O MESTRE INFORMADO NO PARM (ALUNOMST, DISCMST OU
      *  ESTOQMAT) A PARTIR DO BACKUP REGISTRADO NO BKPCTL PELO PROG49
      *  - CONFERINDO ANTES A CONTAGEM DO BACKUP CONTRA A DO CONTROLE,
      *  PARA NAO DESTRUIR O MESTRE COM O BACKUP ERRADO - E REAPLICA,
      *  EM ORDEM DE DATA/HORA, TODA ALTERACAO FEITA DESDE O BACKUP:
      *  AS IMAGENS DEPOIS DO JORNAL DE MANUTENCAO DO ALUNO
      *  (JRNALUNO) NO ALUNO-MASTER, A TRILHA DE POSTAGEM (JRNDISC) NO
      *  DISC-MASTER E OS MOVIMENTOS DE ESTOQUE (MOVESTQ) NO SALDO DO
      *  ESTOQUE-MATERIAL. PARA NO PONTO DE PARADA INFORMADO PELO
      *  OPERADOR (PARM 'MESTRE,AAAAMMDDHHMMSS'; SEM ELE, REAPLICA O
      *  JORNAL INTEIRO) E EMITE O RELATORIO DA REAPLICACAO COM AS
      *  CONTAGENS E CADA ALTERACAO QUE NAO PODE SER APLICADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-MESTRE.
           SELECT DISC-MASTER-FILE ASSIGN TO "DISCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CHAVE
               FILE STATUS IS WRK-FS-MESTRE.
           SELECT ESTOQUE-MATERIAL-FILE ASSIGN TO "ESTOQMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODIGO
               FILE STATUS IS WRK-FS-MESTRE.
           SELECT BKP-ALUNO-FILE ASSIGN TO "BKPALUNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BACKUP.
           SELECT BKP-DISC-FILE ASSIGN TO "BKPDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BACKUP.
           SELECT BKP-ESTOQUE-FILE ASSIGN TO "BKPESTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BACKUP.
           SELECT BACKUP-CONTROLE-FILE ASSIGN TO "BKPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-MASTER
               FILE STATUS IS WRK-FS-BKPCTL.
           SELECT JORNAL-ALUNO-FILE ASSIGN TO "JRNALUNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT JORNAL-DISC-FILE ASSIGN TO "JRNDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT MOVIMENTO-ESTOQUE-FILE ASSIGN TO "MOVESTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT RECUP-REL-FILE ASSIGN TO "RECUPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  DISC-MASTER-FILE.
           COPY DISCMR.
       FD  ESTOQUE-MATERIAL-FILE.
           COPY ESTOQMR.
       FD  BKP-ALUNO-FILE.
       01  BKP-ALUNO-RECORD   PIC X(63).
       FD  BKP-DISC-FILE.
       01  BKP-DISC-RECORD    PIC X(58).
       FD  BKP-ESTOQUE-FILE.
       01  BKP-ESTOQUE-RECORD PIC X(71).
       FD  BACKUP-CONTROLE-FILE.
           COPY BKPCTL.
       FD  JORNAL-ALUNO-FILE.
           COPY JRNALU.
       FD  JORNAL-DISC-FILE.
           COPY JRNDISC.
       FD  MOVIMENTO-ESTOQUE-FILE.
           COPY MOVESTQ.
       FD  RECUP-REL-FILE.
           COPY RECUPREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-MESTRE     PIC X(02) VALUE SPACES.
       77 WRK-FS-BACKUP     PIC X(02) VALUE SPACES.
       77 WRK-FS-BKPCTL     PIC X(02) VALUE SPACES.
       77 WRK-FS-JORNAL     PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-APLICOU       PIC X(01) VALUE 'N'.
           88 ALTERACAO-APLICADA   VALUE 'S'.

       77 WRK-MESTRE        PIC X(08) VALUE SPACES.
           88 MESTRE-ALUNO         VALUE 'ALUNOMST'.
           88 MESTRE-DISC          VALUE 'DISCMST '.
           88 MESTRE-ESTOQUE       VALUE 'ESTOQMAT'.
           88 MESTRE-VALIDO        VALUE 'ALUNOMST' 'DISCMST '
                                         'ESTOQMAT'.
       77 WRK-PARADA-TXT    PIC X(14) VALUE SPACES.
       77 WRK-IMAGEM        PIC X(71) VALUE SPACES.
       77 WRK-MOTIVO        PIC X(40) VALUE SPACES.
       77 WRK-CHAVE-REL     PIC X(40) VALUE SPACES.

      *  CONTADORES DA RECUPERACAO.
       77 WRK-QTD-BACKUP    PIC 9(08) VALUE 0.
       77 WRK-QTD-CARGA     PIC 9(08) VALUE 0.
       77 WRK-QTD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-QTD-ANTERIOR  PIC 9(08) VALUE 0.
       77 WRK-QTD-APLICADOS PIC 9(08) VALUE 0.
       77 WRK-QTD-REJEIT    PIC 9(08) VALUE 0.
       77 WRK-QTD-POSTERIOR PIC 9(08) VALUE 0.
       77 WRK-QTD-ED        PIC ZZZZZZZ9.
       77 WRK-CONTADOR-ED   PIC ZZZZZZZ9.
       77 WRK-QTD-MOV-ED    PIC -ZZZZZ9.99.

      *  CARIMBOS AAAAMMDDHHMMSS: DO BACKUP, DO PONTO DE PARADA, DA
      *  ALTERACAO CORRENTE E DA ULTIMA APLICADA.
       01 WRK-TS-BACKUP.
          05 WRK-TSB-DATA   PIC X(08).
          05 WRK-TSB-HORA   PIC X(06).
       01 WRK-TS-PARADA.
          05 WRK-TSP-DATA   PIC X(08).
          05 WRK-TSP-HORA   PIC X(06).
          05 WRK-TSP-HORA-R REDEFINES WRK-TSP-HORA.
             10 WRK-TSP-HH  PIC 9(02).
             10 WRK-TSP-MM  PIC 9(02).
             10 WRK-TSP-SS  PIC 9(02).
       01 WRK-TS-EVENTO.
          05 WRK-TSE-DATA   PIC X(08).
          05 WRK-TSE-HORA   PIC X(06).
       01 WRK-TS-ULTIMO.
          05 WRK-TSU-DATA   PIC X(08).
          05 WRK-TSU-HORA   PIC X(06).

       01 WRK-TS-EDITADO.
          05 WRK-TE-DIA     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-TE-MES     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-TE-ANO     PIC X(04).
          05 FILLER         PIC X(01) VALUE ' '.
          05 WRK-TE-HH      PIC X(02).
          05 FILLER         PIC X(01) VALUE ':'.
          05 WRK-TE-MM      PIC X(02).
          05 FILLER         PIC X(01) VALUE ':'.
          05 WRK-TE-SS      PIC X(02).
       01 WRK-TS-TRAB.
          05 WRK-TT-DATA    PIC X(08).
          05 WRK-TT-HORA    PIC X(06).

       COPY DATAPARM.
       COPY MSGPARM.

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(23).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA

           PERFORM VALIDA-PARM
           IF RETURN-CODE < 8
               PERFORM LE-CONTROLE-BACKUP
           END-IF
           IF RETURN-CODE < 8
               PERFORM CONFERE-BACKUP
           END-IF
           IF RETURN-CODE < 8
               OPEN OUTPUT RECUP-REL-FILE
               PERFORM ESCREVE-CABECALHO
               PERFORM RECARREGA-MESTRE
               EVALUATE TRUE
                   WHEN MESTRE-ALUNO
                       PERFORM REAPLICA-ALUNO
                   WHEN MESTRE-DISC
                       PERFORM REAPLICA-DISC
                   WHEN MESTRE-ESTOQUE
                       PERFORM REAPLICA-ESTOQUE
               END-EVALUATE
               PERFORM ESCREVE-TOTAIS
               CLOSE RECUP-REL-FILE
               IF WRK-QTD-REJEIT > 0
                   MOVE WRK-QTD-REJEIT TO WRK-QTD-ED
                   MOVE 'ACD0125W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'ALTERACOES NAO APLICADAS NA RECUPERACAO: '
                       DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * VALIDA-PARM - O PARM traz o mestre e, opcionalmente, o ponto
      * de parada (MESTRE,AAAAMMDDHHMMSS). Sem ponto de parada vale o
      * fim do jornal.
      ******************************************************************
       VALIDA-PARM.
           MOVE SPACES TO WRK-MESTRE
           MOVE SPACES TO WRK-PARADA-TXT
           IF PARM-TAM > 0
               UNSTRING PARM-TEXTO DELIMITED BY ',' OR SPACE
                   INTO WRK-MESTRE WRK-PARADA-TXT
               END-UNSTRING
           END-IF
           IF NOT MESTRE-VALIDO
               MOVE 'ACD0122E' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'MESTRE INVALIDO. PARM=' DELIMITED BY SIZE
                   'ALUNOMST, DISCMST OU ESTOQMAT.' DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-PARADA-TXT = SPACES
                   MOVE HIGH-VALUES TO WRK-TS-PARADA
               ELSE
                   MOVE WRK-PARADA-TXT TO WRK-TS-PARADA
                   PERFORM VALIDA-PARADA
               END-IF
           END-IF.

       VALIDA-PARADA.
           MOVE 1            TO DP-OPERACAO
           MOVE WRK-TSP-DATA TO DP-DATA-1
           CALL 'PROG104' USING DATA-PARAMETROS
           IF DP-VALIDA NOT = 'S'
               OR WRK-TSP-HORA IS NOT NUMERIC
               OR WRK-TSP-HH > 23 OR WRK-TSP-MM > 59
               OR WRK-TSP-SS > 59
               MOVE 'ACD0122E' TO MP-ID
               MOVE 'PONTO DE PARADA INVALIDO. USE AAAAMMDDHHMMSS.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * LE-CONTROLE-BACKUP - Le no BKPCTL a data, hora e contagem da
      * ultima descarga do mestre: a reaplicacao parte desse carimbo.
      ******************************************************************
       LE-CONTROLE-BACKUP.
           OPEN INPUT BACKUP-CONTROLE-FILE
           IF WRK-FS-BKPCTL NOT = '00'
               MOVE 'ACD0123E' TO MP-ID
               MOVE 'BKPCTL INDISPONIVEL - RECUPERACAO NAO FEITA.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-MESTRE TO BK-MASTER
               READ BACKUP-CONTROLE-FILE
                   INVALID KEY
                       MOVE 'ACD0123E' TO MP-ID
                       MOVE SPACES TO MP-TEXTO
                       STRING 'SEM BACKUP REGISTRADO NO BKPCTL PARA '
                           DELIMITED BY SIZE
                           WRK-MESTRE DELIMITED BY SIZE
                           INTO MP-TEXTO
                       PERFORM EMITE-MENSAGEM
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE BK-DATA TO WRK-TSB-DATA
                       MOVE BK-HORA TO WRK-TSB-HORA
                       MOVE BK-CONTADOR TO WRK-QTD-BACKUP
               END-READ
               CLOSE BACKUP-CONTROLE-FILE
           END-IF
           IF RETURN-CODE < 8 AND WRK-TS-PARADA NOT > WRK-TS-BACKUP
               MOVE 'ACD0122E' TO MP-ID
               MOVE 'PONTO DE PARADA ANTERIOR AO BACKUP REGISTRADO.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * CONFERE-BACKUP - Conta os registros do backup informado no JCL
      * e confere com a contagem do BKPCTL antes de tocar no mestre:
      * backup de outra data ou truncado nao e recarregado.
      ******************************************************************
       CONFERE-BACKUP.
           MOVE 0 TO WRK-QTD-CARGA
           PERFORM ABRE-BACKUP
           IF WRK-FS-BACKUP NOT = '00'
               MOVE 'ACD0123E' TO MP-ID
               MOVE 'BACKUP DO MESTRE INDISPONIVEL - NADA RECARREGADO.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LE-BACKUP
               PERFORM UNTIL FIM-ARQ
                   ADD 1 TO WRK-QTD-CARGA
                   PERFORM LE-BACKUP
               END-PERFORM
               PERFORM FECHA-BACKUP
               IF WRK-QTD-CARGA NOT = WRK-QTD-BACKUP
                   MOVE WRK-QTD-CARGA  TO WRK-QTD-ED
                   MOVE WRK-QTD-BACKUP TO WRK-CONTADOR-ED
                   MOVE 'ACD0124E' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'BACKUP COM ' DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       ' REG, BKPCTL ' DELIMITED BY SIZE
                       WRK-CONTADOR-ED DELIMITED BY SIZE
                       ' - NAO RECARREGADO.' DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       ABRE-BACKUP.
           MOVE 'N' TO WRK-FIM-ARQ
           EVALUATE TRUE
               WHEN MESTRE-ALUNO
                   OPEN INPUT BKP-ALUNO-FILE
               WHEN MESTRE-DISC
                   OPEN INPUT BKP-DISC-FILE
               WHEN MESTRE-ESTOQUE
                   OPEN INPUT BKP-ESTOQUE-FILE
           END-EVALUATE.

       LE-BACKUP.
           EVALUATE TRUE
               WHEN MESTRE-ALUNO
                   READ BKP-ALUNO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE BKP-ALUNO-RECORD TO WRK-IMAGEM
                   END-READ
               WHEN MESTRE-DISC
                   READ BKP-DISC-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE BKP-DISC-RECORD TO WRK-IMAGEM
                   END-READ
               WHEN MESTRE-ESTOQUE
                   READ BKP-ESTOQUE-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE BKP-ESTOQUE-RECORD TO WRK-IMAGEM
                   END-READ
           END-EVALUATE.

       FECHA-BACKUP.
           EVALUATE TRUE
               WHEN MESTRE-ALUNO
                   CLOSE BKP-ALUNO-FILE
               WHEN MESTRE-DISC
                   CLOSE BKP-DISC-FILE
               WHEN MESTRE-ESTOQUE
                   CLOSE BKP-ESTOQUE-FILE
           END-EVALUATE.

      ******************************************************************
      * RECARREGA-MESTRE - Recria o mestre com o conteudo do backup
      * conferido, na ordem de chave em que o PROG49 o descarregou.
      ******************************************************************
       RECARREGA-MESTRE.
           MOVE 0 TO WRK-QTD-CARGA
           EVALUATE TRUE
               WHEN MESTRE-ALUNO
                   OPEN OUTPUT ALUNO-MASTER-FILE
               WHEN MESTRE-DISC
                   OPEN OUTPUT DISC-MASTER-FILE
               WHEN MESTRE-ESTOQUE
                   OPEN OUTPUT ESTOQUE-MATERIAL-FILE
           END-EVALUATE
           PERFORM ABRE-BACKUP
           PERFORM LE-BACKUP
           PERFORM UNTIL FIM-ARQ
               PERFORM GRAVA-IMAGEM-BACKUP
               PERFORM LE-BACKUP
           END-PERFORM
           PERFORM FECHA-BACKUP
           EVALUATE TRUE
               WHEN MESTRE-ALUNO
                   CLOSE ALUNO-MASTER-FILE
               WHEN MESTRE-DISC
                   CLOSE DISC-MASTER-FILE
               WHEN MESTRE-ESTOQUE
                   CLOSE ESTOQUE-MATERIAL-FILE
           END-EVALUATE
           MOVE WRK-QTD-CARGA TO WRK-QTD-ED
           MOVE SPACES TO RECUP-REL-LINHA
           STRING 'REGISTROS RECARREGADOS DO BACKUP....: '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO RECUP-REL-LINHA
           WRITE RECUP-REL-LINHA
           MOVE SPACES TO RECUP-REL-LINHA
           WRITE RECUP-REL-LINHA.

       GRAVA-IMAGEM-BACKUP.
           EVALUATE TRUE
               WHEN MESTRE-ALUNO
                   MOVE WRK-IMAGEM TO ALUNO-MASTER-RECORD
                   WRITE ALUNO-MASTER-RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WRK-QTD-CARGA
                   END-WRITE
               WHEN MESTRE-DISC
                   MOVE WRK-IMAGEM TO DISC-MASTER-RECORD
                   WRITE DISC-MASTER-RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WRK-QTD-CARGA
                   END-WRITE
               WHEN MESTRE-ESTOQUE
                   MOVE WRK-IMAGEM TO ESTOQUE-MATERIAL-RECORD
                   WRITE ESTOQUE-MATERIAL-RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WRK-QTD-CARGA
                   END-WRITE
           END-EVALUATE.

      ******************************************************************
      * CLASSIFICA-EVENTO - Situa o carimbo da alteracao corrente
      * (WRK-TS-EVENTO) em relacao ao backup e ao ponto de parada: a
      * anterior ao backup ja esta no backup e e ignorada; a posterior
      * ao ponto de parada encerra a reaplicacao (o jornal chega
      * ordenado por data/hora).
      ******************************************************************
       CLASSIFICA-EVENTO.
           ADD 1 TO WRK-QTD-LIDOS
           IF WRK-TS-EVENTO > WRK-TS-PARADA
               ADD 1 TO WRK-QTD-POSTERIOR
           ELSE
               IF WRK-TS-EVENTO NOT > WRK-TS-BACKUP
                   ADD 1 TO WRK-QTD-ANTERIOR
               END-IF
           END-IF.

      ******************************************************************
      * REAPLICA-ALUNO - Reaplica no ALUNO-MASTER as imagens do jornal
      * de manutencao: inclusao grava, alteracao regrava e exclusao
      * apaga. Inclusao de matricula ja existente e alteracao ou
      * exclusao de matricula ausente nao sao aplicadas e sao
      * relatadas.
      ******************************************************************
       REAPLICA-ALUNO.
           OPEN I-O ALUNO-MASTER-FILE
           OPEN INPUT JORNAL-ALUNO-FILE
           IF WRK-FS-JORNAL NOT = '00'
               PERFORM RELATA-SEM-JORNAL
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ JORNAL-ALUNO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       MOVE JR-DATA TO WRK-TSE-DATA
                       MOVE JR-HORA TO WRK-TSE-HORA
                       PERFORM CLASSIFICA-EVENTO
                       IF WRK-TS-EVENTO > WRK-TS-BACKUP
                           AND WRK-TS-EVENTO NOT > WRK-TS-PARADA
                           PERFORM APLICA-ALUNO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE JORNAL-ALUNO-FILE
           END-IF
           CLOSE ALUNO-MASTER-FILE.

       APLICA-ALUNO.
           MOVE 'N' TO WRK-APLICOU
           MOVE SPACES TO WRK-MOTIVO
           EVALUATE TRUE
               WHEN JR-INCLUSAO
                   MOVE JR-DEPOIS TO ALUNO-MASTER-RECORD
                   MOVE JR-DEP-UNIDADE TO ALUNO-UNIDADE
                   WRITE ALUNO-MASTER-RECORD
                       INVALID KEY
                           MOVE 'INCLUSAO DE MATRICULA JA EXISTENTE'
                               TO WRK-MOTIVO
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-APLICOU
                   END-WRITE
               WHEN JR-ALTERACAO
                   MOVE JR-DEPOIS TO ALUNO-MASTER-RECORD
                   MOVE JR-DEP-UNIDADE TO ALUNO-UNIDADE
                   REWRITE ALUNO-MASTER-RECORD
                       INVALID KEY
                           MOVE 'ALTERACAO DE MATRICULA AUSENTE'
                               TO WRK-MOTIVO
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-APLICOU
                   END-REWRITE
               WHEN JR-EXCLUSAO
                   MOVE JR-ALUNO-ID TO ALUNO-ID
                   DELETE ALUNO-MASTER-FILE
                       INVALID KEY
                           MOVE 'EXCLUSAO DE MATRICULA AUSENTE'
                               TO WRK-MOTIVO
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-APLICOU
                   END-DELETE
               WHEN OTHER
                   MOVE 'OPERACAO DESCONHECIDA NO JORNAL'
                       TO WRK-MOTIVO
           END-EVALUATE
           MOVE SPACES TO WRK-CHAVE-REL
           STRING JR-OPERACAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               JR-ALUNO-ID DELIMITED BY SIZE
               INTO WRK-CHAVE-REL
           PERFORM CONTA-APLICACAO.

      ******************************************************************
      * REAPLICA-DISC - Reaplica no DISC-MASTER a trilha de postagem:
      * inclusao grava, alteracao regrava a nota e exclusao apaga.
      ******************************************************************
       REAPLICA-DISC.
           OPEN I-O DISC-MASTER-FILE
           OPEN INPUT JORNAL-DISC-FILE
           IF WRK-FS-JORNAL NOT = '00'
               PERFORM RELATA-SEM-JORNAL
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ JORNAL-DISC-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       MOVE JD-DATA TO WRK-TSE-DATA
                       MOVE JD-HORA TO WRK-TSE-HORA
                       PERFORM CLASSIFICA-EVENTO
                       IF WRK-TS-EVENTO > WRK-TS-BACKUP
                           AND WRK-TS-EVENTO NOT > WRK-TS-PARADA
                           PERFORM APLICA-DISC
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE JORNAL-DISC-FILE
           END-IF
           CLOSE DISC-MASTER-FILE.

       APLICA-DISC.
           MOVE 'N' TO WRK-APLICOU
           MOVE SPACES TO WRK-MOTIVO
           MOVE JD-DEPOIS TO DISC-MASTER-RECORD
           EVALUATE TRUE
               WHEN JD-INCLUSAO
                   WRITE DISC-MASTER-RECORD
                       INVALID KEY
                           MOVE 'INCLUSAO DE NOTA JA EXISTENTE'
                               TO WRK-MOTIVO
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-APLICOU
                   END-WRITE
               WHEN JD-ALTERACAO
                   REWRITE DISC-MASTER-RECORD
                       INVALID KEY
                           MOVE 'ALTERACAO DE NOTA AUSENTE'
                               TO WRK-MOTIVO
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-APLICOU
                   END-REWRITE
               WHEN JD-EXCLUSAO
                   DELETE DISC-MASTER-FILE
                       INVALID KEY
                           MOVE 'EXCLUSAO DE NOTA AUSENTE'
                               TO WRK-MOTIVO
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-APLICOU
                   END-DELETE
               WHEN OTHER
                   MOVE 'OPERACAO DESCONHECIDA NA TRILHA'
                       TO WRK-MOTIVO
           END-EVALUATE
           MOVE SPACES TO WRK-CHAVE-REL
           STRING JD-OPERACAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               JD-ALUNO-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               JD-DISCIPLINA DELIMITED BY SIZE
               INTO WRK-CHAVE-REL
           PERFORM CONTA-APLICACAO.

      ******************************************************************
      * REAPLICA-ESTOQUE - Reaplica no saldo do ESTOQUE-MATERIAL cada
      * movimento de estoque (quantidade assinada). As transferencias
      * entre locais saem em par e se anulam no saldo do material.
      * Material ausente do backup (incluido depois dele) nao tem
      * saldo a reconstituir e e relatado.
      ******************************************************************
       REAPLICA-ESTOQUE.
           OPEN I-O ESTOQUE-MATERIAL-FILE
           OPEN INPUT MOVIMENTO-ESTOQUE-FILE
           IF WRK-FS-JORNAL NOT = '00'
               PERFORM RELATA-SEM-JORNAL
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ MOVIMENTO-ESTOQUE-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       MOVE MV-DATA TO WRK-TSE-DATA
                       MOVE MV-HORA TO WRK-TSE-HORA
                       PERFORM CLASSIFICA-EVENTO
                       IF WRK-TS-EVENTO > WRK-TS-BACKUP
                           AND WRK-TS-EVENTO NOT > WRK-TS-PARADA
                           PERFORM APLICA-ESTOQUE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MOVIMENTO-ESTOQUE-FILE
           END-IF
           CLOSE ESTOQUE-MATERIAL-FILE.

       APLICA-ESTOQUE.
           MOVE 'N' TO WRK-APLICOU
           MOVE SPACES TO WRK-MOTIVO
           MOVE MV-CODIGO TO EM-CODIGO
           READ ESTOQUE-MATERIAL-FILE
               INVALID KEY
                   MOVE 'MATERIAL AUSENTE DO BACKUP' TO WRK-MOTIVO
               NOT INVALID KEY
                   ADD MV-QUANTIDADE TO EM-SALDO
                       ON SIZE ERROR
                           MOVE 'SALDO EXCEDE A CAPACIDADE DO CAMPO'
                               TO WRK-MOTIVO
                   END-ADD
           END-READ
           IF WRK-MOTIVO = SPACES
               REWRITE ESTOQUE-MATERIAL-RECORD
                   INVALID KEY
                       MOVE 'FALHA AO REGRAVAR O MATERIAL'
                           TO WRK-MOTIVO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-APLICOU
               END-REWRITE
           END-IF
           MOVE MV-QUANTIDADE TO WRK-QTD-MOV-ED
           MOVE SPACES TO WRK-CHAVE-REL
           STRING MV-TIPO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               MV-CODIGO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-QTD-MOV-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               MV-ORDEM DELIMITED BY SIZE
               INTO WRK-CHAVE-REL
           PERFORM CONTA-APLICACAO.

      ******************************************************************
      * CONTA-APLICACAO - Conta a alteracao aplicada (guardando o
      * carimbo da ultima) ou relata a que nao pode ser aplicada, com
      * carimbo, operacao, chave e motivo.
      ******************************************************************
       CONTA-APLICACAO.
           IF ALTERACAO-APLICADA
               ADD 1 TO WRK-QTD-APLICADOS
               MOVE WRK-TS-EVENTO TO WRK-TS-ULTIMO
           ELSE
               ADD 1 TO WRK-QTD-REJEIT
               MOVE WRK-TS-EVENTO TO WRK-TS-TRAB
               PERFORM EDITA-CARIMBO
               MOVE SPACES TO RECUP-REL-LINHA
               STRING 'NAO APLICADO ' DELIMITED BY SIZE
                   WRK-TS-EDITADO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-CHAVE-REL DELIMITED BY SIZE
                   INTO RECUP-REL-LINHA
               WRITE RECUP-REL-LINHA
               MOVE SPACES TO RECUP-REL-LINHA
               STRING '             MOTIVO: ' DELIMITED BY SIZE
                   WRK-MOTIVO DELIMITED BY SIZE
                   INTO RECUP-REL-LINHA
               WRITE RECUP-REL-LINHA
           END-IF.

       RELATA-SEM-JORNAL.
           MOVE 'JORNAL INDISPONIVEL - MESTRE FICA COMO NO BACKUP.'
               TO RECUP-REL-LINHA
           WRITE RECUP-REL-LINHA
           MOVE 'ACD0123E' TO MP-ID
           MOVE 'JORNAL INDISPONIVEL - SO O BACKUP FOI RECARREGADO.'
               TO MP-TEXTO
           PERFORM EMITE-MENSAGEM
           MOVE 8 TO RETURN-CODE.

       EDITA-CARIMBO.
           MOVE WRK-TT-DATA(7:2) TO WRK-TE-DIA
           MOVE WRK-TT-DATA(5:2) TO WRK-TE-MES
           MOVE WRK-TT-DATA(1:4) TO WRK-TE-ANO
           MOVE WRK-TT-HORA(1:2) TO WRK-TE-HH
           MOVE WRK-TT-HORA(3:2) TO WRK-TE-MM
           MOVE WRK-TT-HORA(5:2) TO WRK-TE-SS.

       ESCREVE-CABECALHO.
           MOVE SPACES TO RECUP-REL-LINHA
           STRING 'RECUPERACAO DO MESTRE ' DELIMITED BY SIZE
               WRK-MESTRE DELIMITED BY SIZE
               ' A PARTIR DO BACKUP E DOS JORNAIS' DELIMITED BY SIZE
               INTO RECUP-REL-LINHA
           WRITE RECUP-REL-LINHA
           MOVE SPACES TO RECUP-REL-LINHA
           WRITE RECUP-REL-LINHA
           MOVE WRK-TS-BACKUP TO WRK-TS-TRAB
           PERFORM EDITA-CARIMBO
           MOVE WRK-QTD-BACKUP TO WRK-QTD-ED
           MOVE SPACES TO RECUP-REL-LINHA
           STRING 'BACKUP DO BKPCTL....................: '
               DELIMITED BY SIZE
               WRK-TS-EDITADO DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               ' REG)' DELIMITED BY SIZE
               INTO RECUP-REL-LINHA
           WRITE RECUP-REL-LINHA
           MOVE SPACES TO RECUP-REL-LINHA
           IF WRK-TS-PARADA = HIGH-VALUES
               STRING 'PONTO DE PARADA.....................: '
                   DELIMITED BY SIZE
                   'FIM DO JORNAL' DELIMITED BY SIZE
                   INTO RECUP-REL-LINHA
           ELSE
               MOVE WRK-TS-PARADA TO WRK-TS-TRAB
               PERFORM EDITA-CARIMBO
               STRING 'PONTO DE PARADA.....................: '
                   DELIMITED BY SIZE
                   WRK-TS-EDITADO DELIMITED BY SIZE
                   INTO RECUP-REL-LINHA
           END-IF
           WRITE RECUP-REL-LINHA.

       ESCREVE-TOTAIS.
           MOVE SPACES TO RECUP-REL-LINHA
           WRITE RECUP-REL-LINHA
           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED
           MOVE SPACES TO RECUP-REL-LINHA
           STRING 'ALTERACOES LIDAS NO JORNAL..........: '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO RECUP-REL-LINHA
           WRITE RECUP-REL-LINHA
           MOVE WRK-QTD-ANTERIOR TO WRK-QTD-ED
           MOVE SPACES TO RECUP-REL-LINHA
           STRING 'JA CONTIDAS NO BACKUP (IGNORADAS)...: '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO RECUP-REL-LINHA
           WRITE RECUP-REL-LINHA
           MOVE WRK-QTD-APLICADOS TO WRK-QTD-ED
           MOVE SPACES TO RECUP-REL-LINHA
           STRING 'REAPLICADAS.........................: '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO RECUP-REL-LINHA
           WRITE RECUP-REL-LINHA
           MOVE WRK-QTD-REJEIT TO WRK-QTD-ED
           MOVE SPACES TO RECUP-REL-LINHA
           STRING 'NAO APLICADAS.......................: '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO RECUP-REL-LINHA
           WRITE RECUP-REL-LINHA
           MOVE WRK-QTD-POSTERIOR TO WRK-QTD-ED
           MOVE SPACES TO RECUP-REL-LINHA
           STRING 'POSTERIORES AO PONTO DE PARADA......: '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO RECUP-REL-LINHA
           WRITE RECUP-REL-LINHA
           MOVE SPACES TO RECUP-REL-LINHA
           IF WRK-QTD-APLICADOS = 0
               MOVE 'ULTIMA ALTERACAO REAPLICADA.........: NENHUMA'
                   TO RECUP-REL-LINHA
           ELSE
               MOVE WRK-TS-ULTIMO TO WRK-TS-TRAB
               PERFORM EDITA-CARIMBO
               STRING 'ULTIMA ALTERACAO REAPLICADA.........: '
                   DELIMITED BY SIZE
                   WRK-TS-EDITADO DELIMITED BY SIZE
                   INTO RECUP-REL-LINHA
           END-IF
           WRITE RECUP-REL-LINHA.

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
           MOVE 'PROG144'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-QTD-LIDOS       TO RN-LIDOS
           MOVE WRK-QTD-APLICADOS   TO RN-GRAVADOS
           MOVE WRK-QTD-REJEIT      TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG144.
