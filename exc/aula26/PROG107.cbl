      *  INDEFERIDO); O DEFERIMENTO GERA AUTOMATICAMENTE A TRANSACAO
      *  DE CORRECAO (NT-TIPO 'C') NO NOTAS-TRANS E CARREGA O NUMERO
      *  DO RECURSO NA TRILHA DE AUDITORIA - NO LUGAR DO 'C' DIGITADO
      *  EM SILENCIO. DEFERIMENTO E INDEFERIMENTO SAO AVISADOS AO
      *  ALUNO E AO RESPONSAVEL POR E-MAIL/SMS PELA CAIXA DE SAIDA DE
      *  NOTIFICACOES (ROTINA COMUM PROG130). A NOTA QUE JA SAIU EM
      *  ATA OFICIAL ASSINADA (ATAALU, PROG137) NAO SE DEFERE AQUI: O
      *  RECURSO FICA NA FILA E A ALTERACAO VAI PELA RETIFICACAO DO
      *  PROG80.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WRK-FS-RECNUM.
           SELECT ATA-ALUNO-FILE ASSIGN TO "ATAALU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-CHAVE
               FILE STATUS IS WRK-FS-ATA.
       DATA DIVISION.
       FILE SECTION.
       FD  RECURSO-FILE.
           COPY NOTASTR.
       FD  RECIBO-CONTROLE-FILE.
           COPY RECNUM.
       FD  ATA-ALUNO-FILE.
           COPY ATAALU.
       WORKING-STORAGE SECTION.
       COPY AUDPARM.
       COPY NOTPARM.
       77 WRK-FS-REC        PIC X(02) VALUE SPACES.
       77 WRK-FS-SIT        PIC X(02) VALUE SPACES.
       77 WRK-FS-PERFIL     PIC X(02) VALUE SPACES.
       77 WRK-FS-NOTAS      PIC X(02) VALUE SPACES.
       77 WRK-FS-RECNUM     PIC X(02) VALUE SPACES.
       77 WRK-FS-ATA        PIC X(02) VALUE SPACES.
       77 WRK-CONGELADA     PIC X(01) VALUE 'N'.
           88 NOTA-CONGELADA       VALUE 'S'.
       77 WRK-OPCAO         PIC X(01) VALUE SPACES.
       77 WRK-CONTINUAR     PIC X(01) VALUE 'S'.
       77 WRK-ID-BUSCA      PIC X(14) VALUE SPACES.
       77 WRK-DECISAO       PIC X(01) VALUE SPACES.
       77 WRK-NOTA-ED       PIC X(05) VALUE SPACES.
       77 WRK-NUM-SAI       PIC 9(08) VALUE 0.
       77 WRK-NOTA-AVISO    PIC Z9.99.
       77 WRK-NOME-AVISO    PIC X(30) VALUE SPACES.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
               WHEN 'N'
                   MOVE 'N' TO RA-STATUS
                   PERFORM CARIMBA-DECISAO
                   PERFORM NOTIFICA-DECISAO
                   DISPLAY 'RECURSO INDEFERIDO.'
               WHEN 'G'
                   PERFORM VERIFICA-ATA
                   IF NOTA-CONGELADA
                       DISPLAY 'NOTA JA ASSINADA NA ATA ' AI-NUMERO
                           '. RECURSO MANTIDO NA FILA - RETIFICAR '
                           'PELO PROG80.'
                   ELSE
                       PERFORM DEFERE-RECURSO
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * VERIFICA-ATA - Confere se a nota contestada ja saiu em ata
      * oficial de notas assinada (ATAALU, PROG137): a turma esta
      * congelada e o deferimento nao pode gerar correcao.
      ******************************************************************
       VERIFICA-ATA.
           MOVE 'N' TO WRK-CONGELADA
           OPEN INPUT ATA-ALUNO-FILE
           IF WRK-FS-ATA = '00'
               MOVE RA-ALUNO-ID TO AI-ALUNO-ID
               MOVE RA-MATERIA  TO AI-MATERIA
               MOVE RA-SEMESTRE TO AI-SEMESTRE
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
      * DEFERE-RECURSO - Captura a nota corrigida, gera a transacao
      * de correcao no NOTAS-TRANS e registra na auditoria o numero
           PERFORM CARIMBA-DECISAO
           PERFORM GERA-CORRECAO
           PERFORM GRAVA-AUDITORIA
           PERFORM NOTIFICA-DECISAO
           DISPLAY 'RECURSO DEFERIDO. CORRECAO GERADA NO '
               'NOTAS-TRANS.'.

               INTO AD-DADOS
           CALL 'PROG87' USING AUDITORIA-PARAMETROS.

      ******************************************************************
      * NOTIFICA-DECISAO - Gera pela rotina comum PROG130 o aviso
      * eletronico da decisao do recurso corrente (deferido com a nota
      * nova, ou indeferido), referenciado pelo numero do recurso; o
      * nome do aluno vem do mestre de situacao.
      ******************************************************************
       NOTIFICA-DECISAO.
           MOVE SPACES TO WRK-NOME-AVISO
           OPEN INPUT SITUACAO-MASTER-FILE
           IF WRK-FS-SIT NOT = '35'
               MOVE RA-ALUNO-ID TO SM-ALUNO-ID
               MOVE RA-MATERIA  TO SM-MATERIA
               MOVE RA-SEMESTRE TO SM-SEMESTRE
               READ SITUACAO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-NOME TO WRK-NOME-AVISO
               END-READ
               CLOSE SITUACAO-MASTER-FILE
           END-IF

           MOVE RA-NUMERO TO WRK-NUM-SAI
           MOVE 'P'            TO NP-TIPO
           MOVE RA-ALUNO-ID    TO NP-ALUNO-ID
           MOVE WRK-NOME-AVISO TO NP-NOME
           MOVE WRK-NUM-SAI    TO NP-REFERENCIA
           MOVE SPACES         TO NP-TEXTO
           IF RA-DEFERIDO
               MOVE RA-NOTA-NOVA TO WRK-NOTA-AVISO
               STRING 'RECURSO DE NOTA ' DELIMITED BY SIZE
                   WRK-NUM-SAI DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   FUNCTION TRIM(RA-MATERIA) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RA-SEMESTRE DELIMITED BY SIZE
                   '): DEFERIDO. NOTA CORRIGIDA PARA ' DELIMITED BY SIZE
                   WRK-NOTA-AVISO DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   INTO NP-TEXTO
           ELSE
               STRING 'RECURSO DE NOTA ' DELIMITED BY SIZE
                   WRK-NUM-SAI DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   FUNCTION TRIM(RA-MATERIA) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RA-SEMESTRE DELIMITED BY SIZE
                   '): INDEFERIDO. NOTA MANTIDA.' DELIMITED BY SIZE
                   INTO NP-TEXTO
           END-IF
           MOVE 'PROG107'      TO NP-PROGRAMA
           CALL 'PROG130' USING NOTIFICACAO-PARAMETROS.

       CONSULTA-RECURSO.
           DISPLAY 'MATRICULA DO ALUNO:'
           ACCEPT RA-ALUNO-ID
