       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 03/09/2026.
      *  CONSULTA DE AUTENTICIDADE DE DOCUMENTOS - O BALCONISTA
      *  DIGITA O CODIGO ESTAMPADO NA FICHA (PROG18), NA SEGUNDA
      *  VIA DE BOLETIM (PROG45) OU NA SEGUNDA VIA DE DIPLOMA
      *  (PROG134) E VE O QUE FOI EMITIDO, QUANDO, PARA
      *  QUAL ALUNO E POR QUAL USUARIO - A RESPOSTA PARA O EMPREGADOR
      *  QUE LIGA PERGUNTANDO SE O DOCUMENTO E GENUINO (E PARA O
      *  BOLETIM FORJADO QUE JA APARECEU UMA VEZ).
      *  MOSTRA TAMBEM A SITUACAO DA TAXA DO DOCUMENTO (PROG183):
      *  ISENTO COM O APROVADOR, LIBERADO, OU RETIDO AGUARDANDO O
      *  PAGAMENTO - DOCUMENTO RETIDO AINDA NAO FOI ENTREGUE, A MENOS
      *  QUE A FATURA DA TAXA JA CONSTE QUITADA (PAGA PELO BANCO).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT FATURA-MASTER-FILE ASSIGN TO "FATURMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUMERO
               FILE STATUS IS WRK-FS-FAT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMISSAO-REGISTRO-FILE.
           COPY EMISREG.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  FATURA-MASTER-FILE.
           COPY FATURMR.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMIS       PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-FAT        PIC X(02) VALUE SPACES.
       77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
       77 WRK-COD-BUSCA     PIC X(12) VALUE SPACES.
       PROCEDURE DIVISION.
               WHEN ER-BOLETIM
                   DISPLAY 'DOCUMENTO: SEGUNDA VIA DE BOLETIM '
                       '(PROG45)'
               WHEN ER-DIPLOMA-VIA
                   DISPLAY 'DOCUMENTO: SEGUNDA VIA DE DIPLOMA '
                       '(PROG134)'
               WHEN OTHER
                   DISPLAY 'DOCUMENTO: TIPO ' ER-TIPO
           END-EVALUATE
           DISPLAY 'ALUNO    : ' ER-ALUNO-ID
           PERFORM MOSTRA-NOME-ALUNO
           DISPLAY 'EMITIDO  : ' ER-DATA ' ' ER-HORA
           DISPLAY 'USUARIO  : ' ER-USUARIO
           PERFORM MOSTRA-SITUACAO-TAXA.

      ******************************************************************
      * MOSTRA-SITUACAO-TAXA - Situacao do documento quanto a taxa:
      * isento (codigo e aprovador), retido aguardando a quitacao da
      * fatura ou liberado. Retido com a fatura ja quitada por outro
      * canal que nao o caixa vale como liberado.
      ******************************************************************
       MOSTRA-SITUACAO-TAXA.
           EVALUATE TRUE
               WHEN ER-ISENCAO NOT = SPACES
                   DISPLAY 'TAXA     : ISENTA (' ER-ISENCAO
                       ') APROVADA POR ' ER-APROVADOR
               WHEN ER-RETIDO
                   PERFORM CONFERE-FATURA-TAXA
               WHEN ER-FATURA IS NUMERIC AND ER-FATURA > 0
                   DISPLAY 'TAXA     : PAGA NA FATURA ' ER-FATURA
                       ' - LIBERADO EM ' ER-DATA-LIBERACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONFERE-FATURA-TAXA.
           MOVE 'A' TO FA-STATUS
           OPEN INPUT FATURA-MASTER-FILE
           IF WRK-FS-FAT NOT = '35'
               MOVE ER-FATURA TO FA-NUMERO
               READ FATURA-MASTER-FILE
                   INVALID KEY
                       MOVE 'A' TO FA-STATUS
               END-READ
               CLOSE FATURA-MASTER-FILE
           END-IF
           IF FA-PAGA
               DISPLAY 'TAXA     : PAGA NA FATURA ' ER-FATURA
                   ' - LIBERADO PARA ENTREGA'
           ELSE
               DISPLAY 'SITUACAO : RETIDO - AGUARDANDO O PAGAMENTO DA '
                   'FATURA ' ER-FATURA
               DISPLAY '           DOCUMENTO AINDA NAO ENTREGUE AO '
                   'ALUNO.'
           END-IF.

       MOSTRA-NOME-ALUNO.
           OPEN INPUT ALUNO-MASTER-FILE
