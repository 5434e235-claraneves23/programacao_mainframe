      *  CONSULTA DA FICHA COMPLETA DO ALUNO - A PARTIR DA MATRICULA,
      *  REUNE EM UMA UNICA PASSADA A IDENTIFICACAO DO ALUNO-MASTER,
      *  AS DISCIPLINAS E NOTAS DO DISC-MASTER E A MOVIMENTACAO DE
      *  NOTAS, EXIBINDO NA TELA E GRAVANDO A LISTAGEM PARA ENTREGA
      *  AO ALUNO. A MOVIMENTACAO E LIDA POR CHAVE NO HISTORICO
      *  INDEXADO (NOTAHIST) POUSADO PELO PROG156, EM VEZ DE VARRER
      *  AS GERACOES DO NOTAS-TRANS.
      *  FICHA COM TAXA NA TABELA DE DOCUMENTOS (TAXADOC) PASSA PELO
      *  PROG183: ISENTA COM APROVACAO DE COORDENADOR OU COBRADA EM
      *  FATURA, FICANDO RETIDA ATE O PAGAMENTO NO CAIXA (PROG71).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CHAVE
               FILE STATUS IS WRK-FS-DISCMR.
           SELECT NOTA-HISTORICO-FILE ASSIGN TO "NOTAHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-CHAVE
               FILE STATUS IS WRK-FS-NOTAS.
           SELECT FICH-REL-FILE ASSIGN TO "FICHREL"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY ALUNOMR.
       FD  DISC-MASTER-FILE.
           COPY DISCMR.
       FD  NOTA-HISTORICO-FILE.
           COPY NOTAHIST.
       FD  FICH-REL-FILE.
           COPY FICHREL.
       FD  EMISSAO-REGISTRO-FILE.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       COPY TAXPARM.
       77 WRK-FS-GPA        PIC X(02) VALUE SPACES.
       77 WRK-FIM-GPA       PIC X(01) VALUE 'N'.
           88 FIM-GPA              VALUE 'S'.
           END-IF.

      ******************************************************************
      * LISTA-MOVIMENTACAO - Le no NOTAHIST, a partir da chave do
      * aluno, as transacoes de nota capturadas para ele (em ordem de
      * data e hora) e as exibe/grava com o tipo e o semestre.
      ******************************************************************
       LISTA-MOVIMENTACAO.
           MOVE SPACES TO FICH-REL-LINHA
           WRITE FICH-REL-LINHA
           MOVE 'MOVIMENTACAO DE NOTAS (HISTORICO)' TO FICH-REL-LINHA
           WRITE FICH-REL-LINHA

           MOVE 'N' TO WRK-FIM-NOTAS
           OPEN INPUT NOTA-HISTORICO-FILE
           IF WRK-FS-NOTAS = '35'
               MOVE 'NENHUMA MOVIMENTACAO NO PERIODO.' TO FICH-REL-LINHA
               WRITE FICH-REL-LINHA
           ELSE
               MOVE STU-ID     TO NH-ALUNO-ID
               MOVE LOW-VALUES TO NH-DATA
               MOVE LOW-VALUES TO NH-HORA
               MOVE 0          TO NH-SEQ
               START NOTA-HISTORICO-FILE KEY IS NOT LESS THAN NH-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-NOTAS
               END-START

               PERFORM UNTIL FIM-NOTAS
                   READ NOTA-HISTORICO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-NOTAS
                   END-READ
                   IF NOT FIM-NOTAS
                       IF NH-ALUNO-ID NOT = STU-ID
                           MOVE 'S' TO WRK-FIM-NOTAS
                       ELSE
                           ADD 1 TO WRK-QTD-TRANS
                           MOVE NH-NOTA TO WRK-NOTA-ED
                           DISPLAY 'TRANSACAO: ' NH-MATERIA
                               ' NOTA: ' WRK-NOTA-ED ' EM ' NH-DATA
                           MOVE SPACES TO FICH-REL-LINHA
                           STRING '  ' DELIMITED BY SIZE
                               NH-MATERIA DELIMITED BY SIZE
                               ' NOTA: ' DELIMITED BY SIZE
                               WRK-NOTA-ED DELIMITED BY SIZE
                               ' DATA: ' DELIMITED BY SIZE
                               NH-DATA DELIMITED BY SIZE
                               ' TIPO ' DELIMITED BY SIZE
                               NH-TIPO DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               NH-SEMESTRE DELIMITED BY SIZE
                               INTO FICH-REL-LINHA
                           WRITE FICH-REL-LINHA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE NOTA-HISTORICO-FILE

               IF WRK-QTD-TRANS = 0
                   MOVE 'NENHUMA MOVIMENTACAO NO PERIODO.'
      * documento (data da emissao + sequencial do contador
      * controlado RECNUM, chave 'EMISSAO') e o registra no
      * EMISSAO-REGISTRO com tipo, aluno, carimbo e solicitante, para
      * a conferencia posterior pelo PROG94. A taxa do documento
      * (PROG183) decide se ele sai liberado ou retido ate a quitacao
      * da fatura levantada.
      ******************************************************************
       GERA-CODIGO-AUTENT.
           OPEN I-O RECIBO-CONTROLE-FILE
               INTO WRK-COD-AUTENT

           ACCEPT WRK-USUARIO-EMIS FROM ENVIRONMENT "USER"
      * taxa do documento: isenta, cobrada (retido) ou inexistente
           MOVE WRK-TIPO-EMISSAO TO TXP-TIPO
           MOVE WRK-ID-BUSCA     TO TXP-ALUNO-ID
           MOVE WRK-COD-AUTENT   TO TXP-CODIGO
           MOVE WRK-USUARIO-EMIS TO TXP-USUARIO
           MOVE SPACE            TO TXP-MODO
           CALL 'PROG183' USING TAXA-PARAMETROS

           OPEN I-O EMISSAO-REGISTRO-FILE
           IF WRK-FS-EMIS = '35'
               CLOSE EMISSAO-REGISTRO-FILE
           MOVE WRK-CD-DATA      TO ER-DATA
           MOVE WRK-CD-HORA      TO ER-HORA
           MOVE WRK-USUARIO-EMIS TO ER-USUARIO
           MOVE TXP-SITUACAO     TO ER-SITUACAO
           MOVE TXP-FATURA       TO ER-FATURA
           MOVE TXP-ISENCAO      TO ER-ISENCAO
           MOVE TXP-APROVADOR    TO ER-APROVADOR
           IF TXP-RETIDO
               MOVE SPACES       TO ER-DATA-LIBERACAO
           ELSE
               MOVE WRK-CD-DATA  TO ER-DATA-LIBERACAO
           END-IF
           WRITE EMISSAO-REGISTRO-RECORD
               INVALID KEY CONTINUE
           END-WRITE
