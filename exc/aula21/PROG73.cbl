      *  MESTRE DE FATURAS E GRAVA O ARQUIVO DE REMESSA EM LAYOUT
      *  FIXO PARA O BANCO: UM REGISTRO DE DETALHE POR FATURA EM
      *  ABERTO, SELADO COM CABECALHO E TRAILER (CONTAGEM E VALOR
      *  TOTAL) PARA QUE O BANCO RECUSE REMESSA TRUNCADA. OS
      *  ENCARGOS DE ATRASO LANCADOS PELO PROG116 SAO FATURAS EM
      *  ABERTO COMO AS DEMAIS E SEGUEM NA MESMA REMESSA. CADA
      *  DETALHE LEVA O CPF DO PAGADOR - O DO RESPONSAVEL FINANCEIRO
      *  OU, SEM ELE, O DO ALUNO (ALUNODEM), CONFERIDO PELO PROG164;
      *  FATURA SEM CPF VALIDO DO PAGADOR, QUE O BANCO RECUSARIA, FICA
      *  RETIDA FORA DA REMESSA COM AVISO E RC=4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUMERO
               FILE STATUS IS WRK-FS-FAT.
           SELECT ALUNO-DEMOGRAFICO-FILE ASSIGN TO "ALUNODEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-ALUNO-ID
               ALTERNATE RECORD KEY IS DG-CPF WITH DUPLICATES
               FILE STATUS IS WRK-FS-DEMO.
           SELECT REMESSA-FILE ASSIGN TO "REMESSA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REM.
       FILE SECTION.
       FD  FATURA-MASTER-FILE.
           COPY FATURMR.
       FD  ALUNO-DEMOGRAFICO-FILE.
           COPY ALUNODEM.
       FD  REMESSA-FILE.
           COPY REMESSA.
       FD  RUN-CONTROL-FILE.
       WORKING-STORAGE SECTION.
       77 WRK-FS-FAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-REM        PIC X(02) VALUE SPACES.
       77 WRK-FS-DEMO       PIC X(02) VALUE SPACES.
       77 WRK-TOTAL-RETIDAS PIC 9(05) VALUE 0.
       77 WRK-FATURA-ED     PIC 9(08) VALUE 0.
       77 WRK-CPF-PAGADOR   PIC X(11) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-FAT       PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-DET     PIC 9(08) VALUE 0.
       77 WRK-TOTAL-VALOR   PIC 9(07)V99 VALUE 0.
       COPY MSGPARM.
       COPY CPFPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ALUNO-DEMOGRAFICO-FILE
               OPEN OUTPUT REMESSA-FILE
               PERFORM GRAVA-CABECALHO
               PERFORM VARRE-FATURAS
               PERFORM GRAVA-TRAILER
               CLOSE REMESSA-FILE
               CLOSE FATURA-MASTER-FILE
               IF WRK-FS-DEMO = '00'
                   CLOSE ALUNO-DEMOGRAFICO-FILE
               END-IF
               DISPLAY 'REMESSA GERADA COM ' WRK-TOTAL-DET
                   ' FATURA(S).'
               IF WRK-TOTAL-RETIDAS > 0
                   MOVE 'ACD0166W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'FATURAS RETIDAS SEM CPF DO PAGADOR: '
                       DELIMITED BY SIZE
                       WRK-TOTAL-RETIDAS DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
               IF NOT FIM-FAT
                   ADD 1 TO WRK-TOTAL-LIDAS
                   IF FA-ABERTA
                       PERFORM APURA-CPF-PAGADOR
                       IF WRK-CPF-PAGADOR = SPACES
                           PERFORM RETEM-FATURA
                       ELSE
                           ADD 1 TO WRK-TOTAL-DET
                           ADD FA-SALDO TO WRK-TOTAL-VALOR
                           MOVE '1'             TO RM-TIPO
                           MOVE FA-NUMERO       TO RM-FATURA
                           MOVE FA-ALUNO-ID     TO RM-ALUNO-ID
                           MOVE FA-SALDO        TO RM-VALOR
                           MOVE FA-DATA-VENC    TO RM-DATA-VENC
                           MOVE WRK-CPF-PAGADOR TO RM-CPF-PAGADOR
                           WRITE REMESSA-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * APURA-CPF-PAGADOR - CPF do pagador da fatura corrente: o do
      * responsavel financeiro, se informado, senao o do aluno; em
      * branco quando nenhum dos dois confere no PROG164.
      ******************************************************************
       APURA-CPF-PAGADOR.
           MOVE SPACES TO WRK-CPF-PAGADOR
           IF WRK-FS-DEMO = '00'
               MOVE FA-ALUNO-ID TO DG-ALUNO-ID
               READ ALUNO-DEMOGRAFICO-FILE
                   INVALID KEY
                       MOVE SPACES TO CPP-ENTRADA
                   NOT INVALID KEY
                       IF DG-RESP-CPF NOT = SPACES
                           MOVE DG-RESP-CPF TO CPP-ENTRADA
                       ELSE
                           MOVE DG-CPF TO CPP-ENTRADA
                       END-IF
               END-READ
               IF CPP-ENTRADA NOT = SPACES
                   CALL 'PROG164' USING CPF-PARAMETROS
                   IF CPP-VALIDO = 'S'
                       MOVE CPP-CPF TO WRK-CPF-PAGADOR
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * RETEM-FATURA - Fatura em aberto sem CPF valido do pagador fica
      * fora da remessa (o banco recusaria o registro) e e avisada
      * para a secretaria completar o cadastro no PROG75.
      ******************************************************************
       RETEM-FATURA.
           ADD 1 TO WRK-TOTAL-RETIDAS
           MOVE FA-NUMERO TO WRK-FATURA-ED
           MOVE 'ACD0165W' TO MP-ID
           MOVE SPACES TO MP-TEXTO
           STRING 'FATURA ' DELIMITED BY SIZE
               WRK-FATURA-ED DELIMITED BY SIZE
               ' RETIDA: ALUNO ' DELIMITED BY SIZE
               FA-ALUNO-ID DELIMITED BY SIZE
               ' SEM CPF DO PAGADOR' DELIMITED BY SIZE
               INTO MP-TEXTO
           PERFORM EMITE-MENSAGEM.

       GRAVA-TRAILER.
           MOVE SPACES TO REMESSA-RECORD
           MOVE '9'             TO RM-TIPO
           MOVE WRK-CD-HORA     TO RN-HORA
           MOVE WRK-TOTAL-LIDAS TO RN-LIDOS
           MOVE WRK-TOTAL-DET   TO RN-GRAVADOS
           MOVE WRK-TOTAL-RETIDAS TO RN-REJEITADOS
           MOVE RETURN-CODE     TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
