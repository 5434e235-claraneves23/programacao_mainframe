      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG130.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  ROTINA COMUM DE NOTIFICACAO ELETRONICA (CALL 'PROG130' USING
      *  NOTIFICACAO-PARAMETROS) - GRAVA NA CAIXA DE SAIDA (NOTIFIC)
      *  O AVISO AO ALUNO E AO RESPONSAVEL EM NOME DOS PROGRAMAS
      *  CHAMADORES (PROG19, PROG29, PROG70, PROG107): PROCURA O
      *  E-MAIL E O TELEFONE NO MESTRE DEMOGRAFICO (ALUNODEM) E GRAVA
      *  UMA MENSAGEM PENDENTE POR CANAL CADASTRADO, NUMERADA NO
      *  CONTADOR CONTROLADO (RECNUM, CHAVE 'NOTIFIC'). AVISO JA
      *  GERADO PARA O MESMO ALUNO, TIPO E REFERENCIA NAO SE REPETE.
      *  O ENVIO E FEITO PELA EXTRACAO NOTURNA DO PROG131.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT RECIBO-CONTROLE-FILE ASSIGN TO "RECNUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WRK-FS-RECNUM.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFICACAO-FILE.
           COPY NOTIFIC.
       FD  ALUNO-DEMOGRAFICO-FILE.
           COPY ALUNODEM.
       FD  RECIBO-CONTROLE-FILE.
           COPY RECNUM.
       WORKING-STORAGE SECTION.
       77 WRK-FS-NOTIF      PIC X(02) VALUE SPACES.
       77 WRK-FS-DEMO       PIC X(02) VALUE SPACES.
       77 WRK-FS-RECNUM     PIC X(02) VALUE SPACES.
       77 WRK-TEM-CONTATO   PIC X(01) VALUE 'N'.
           88 CONTATO-ACHADO       VALUE 'S'.
       77 WRK-JA-AVISADO    PIC X(01) VALUE 'N'.
           88 AVISO-EXISTENTE      VALUE 'S'.
       77 WRK-EMAIL         PIC X(40) VALUE SPACES.
       77 WRK-TELEFONE      PIC X(15) VALUE SPACES.
       77 WRK-DESTINATARIO  PIC X(30) VALUE SPACES.
       77 WRK-CANAL         PIC X(01) VALUE SPACES.
       77 WRK-CONTATO       PIC X(40) VALUE SPACES.
       77 WRK-NUM-MENSAGEM  PIC 9(08) VALUE 0.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       LINKAGE SECTION.
       COPY NOTPARM.
       PROCEDURE DIVISION USING NOTIFICACAO-PARAMETROS.
       INICIO.
           MOVE '9' TO NP-STATUS
           MOVE 0   TO NP-QTD-GRAVADAS
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA

           PERFORM BUSCA-CONTATO
           IF NOT CONTATO-ACHADO
               MOVE '1' TO NP-STATUS
           ELSE
               OPEN I-O NOTIFICACAO-FILE
               IF WRK-FS-NOTIF = '35'
                   CLOSE NOTIFICACAO-FILE
                   OPEN OUTPUT NOTIFICACAO-FILE
                   CLOSE NOTIFICACAO-FILE
                   OPEN I-O NOTIFICACAO-FILE
               END-IF
               IF WRK-FS-NOTIF = '00'
                   PERFORM VERIFICA-AVISO-EXISTENTE
                   IF AVISO-EXISTENTE
                       MOVE '2' TO NP-STATUS
                   ELSE
                       PERFORM GRAVA-MENSAGENS
                   END-IF
                   CLOSE NOTIFICACAO-FILE
               END-IF
           END-IF
           GOBACK.

      ******************************************************************
      * BUSCA-CONTATO - Le o registro demografico do aluno: o aviso
      * vai para o e-mail e o telefone cadastrados, enderecado ao
      * responsavel quando houver (senao, ao nome recebido).
      ******************************************************************
       BUSCA-CONTATO.
           MOVE 'N'    TO WRK-TEM-CONTATO
           MOVE SPACES TO WRK-EMAIL
           MOVE SPACES TO WRK-TELEFONE
           MOVE NP-NOME TO WRK-DESTINATARIO
           IF NP-ALUNO-ID = SPACES
               CONTINUE
           ELSE
               OPEN INPUT ALUNO-DEMOGRAFICO-FILE
               IF WRK-FS-DEMO = '35'
                   CONTINUE
               ELSE
                   MOVE NP-ALUNO-ID TO DG-ALUNO-ID
                   READ ALUNO-DEMOGRAFICO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DG-EMAIL    TO WRK-EMAIL
                           MOVE DG-TELEFONE TO WRK-TELEFONE
                           IF DG-RESPONSAVEL NOT = SPACES
                               MOVE DG-RESPONSAVEL
                                   TO WRK-DESTINATARIO
                           END-IF
                   END-READ
                   CLOSE ALUNO-DEMOGRAFICO-FILE
               END-IF
           END-IF
           IF WRK-EMAIL NOT = SPACES OR WRK-TELEFONE NOT = SPACES
               MOVE 'S' TO WRK-TEM-CONTATO
           END-IF.

      ******************************************************************
      * VERIFICA-AVISO-EXISTENTE - Procura na chave alternada (aluno +
      * tipo + referencia) um aviso ja gravado, para que reexecucoes
      * e rodadas diarias nao mandem o mesmo aviso de novo.
      ******************************************************************
       VERIFICA-AVISO-EXISTENTE.
           MOVE 'N' TO WRK-JA-AVISADO
           MOVE NP-ALUNO-ID   TO NF-ALUNO-ID
           MOVE NP-TIPO       TO NF-TIPO
           MOVE NP-REFERENCIA TO NF-REFERENCIA
           READ NOTIFICACAO-FILE KEY IS NF-REF-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-JA-AVISADO
           END-READ.

      ******************************************************************
      * GRAVA-MENSAGENS - Uma mensagem pendente por canal cadastrado:
      * e-mail e SMS.
      ******************************************************************
       GRAVA-MENSAGENS.
           IF WRK-EMAIL NOT = SPACES
               MOVE 'E'       TO WRK-CANAL
               MOVE WRK-EMAIL TO WRK-CONTATO
               PERFORM GRAVA-MENSAGEM
           END-IF
           IF WRK-TELEFONE NOT = SPACES
               MOVE 'S'          TO WRK-CANAL
               MOVE WRK-TELEFONE TO WRK-CONTATO
               PERFORM GRAVA-MENSAGEM
           END-IF.

       GRAVA-MENSAGEM.
           PERFORM ALOCA-NUMERO-MENSAGEM
           MOVE WRK-NUM-MENSAGEM TO NF-NUMERO
           MOVE NP-ALUNO-ID      TO NF-ALUNO-ID
           MOVE NP-TIPO          TO NF-TIPO
           MOVE NP-REFERENCIA    TO NF-REFERENCIA
           MOVE WRK-CANAL        TO NF-CANAL
           MOVE WRK-DESTINATARIO TO NF-DESTINATARIO
           MOVE WRK-CONTATO      TO NF-CONTATO
           MOVE NP-TEXTO         TO NF-TEXTO
           MOVE NP-PROGRAMA      TO NF-PROGRAMA
           MOVE WRK-CD-DATA      TO NF-DATA-GERACAO
           MOVE 'P'              TO NF-STATUS
           MOVE WRK-CD-DATA      TO NF-DATA-STATUS
           MOVE SPACES           TO NF-MOTIVO
           WRITE NOTIFICACAO-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO NP-QTD-GRAVADAS
                   MOVE '0' TO NP-STATUS
           END-WRITE.

      ******************************************************************
      * ALOCA-NUMERO-MENSAGEM - Aloca o proximo numero de mensagem no
      * contador controlado (ler, incrementar, regravar), na chave
      * 'NOTIFIC' do registro central dos recibos, criando o contador
      * na primeira mensagem.
      ******************************************************************
       ALOCA-NUMERO-MENSAGEM.
           OPEN I-O RECIBO-CONTROLE-FILE
           IF WRK-FS-RECNUM = '35'
               CLOSE RECIBO-CONTROLE-FILE
               OPEN OUTPUT RECIBO-CONTROLE-FILE
               CLOSE RECIBO-CONTROLE-FILE
               OPEN I-O RECIBO-CONTROLE-FILE
           END-IF
           MOVE 'NOTIFIC' TO RB-CHAVE
           READ RECIBO-CONTROLE-FILE
               INVALID KEY
                   MOVE 1 TO WRK-NUM-MENSAGEM
                   MOVE 'NOTIFIC' TO RB-CHAVE
                   MOVE 2 TO RB-PROXIMO
                   WRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RB-PROXIMO TO WRK-NUM-MENSAGEM
                   ADD 1 TO RB-PROXIMO
                   REWRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RECIBO-CONTROLE-FILE.
       END PROGRAM PROG130.
