      *  NOTIFICACAO ENDERECADA POR ALUNO E MATERIA (TEXTO PADRAO COM
      *  A NOTA E A MATERIA MESCLADAS E O BLOCO DO CALENDARIO DE
      *  EXAMES), UMA PAGINA POR CARTA, SUBSTITUINDO A DATILOGRAFIA
      *  MANUAL DA SECRETARIA. O MESMO AVISO SEGUE POR E-MAIL/SMS AO
      *  ALUNO E AO RESPONSAVEL PELA CAIXA DE SAIDA DE NOTIFICACOES
      *  (ROTINA COMUM PROG130).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-ALUNO-ID
               ALTERNATE RECORD KEY IS DG-CPF WITH DUPLICATES
               FILE STATUS IS WRK-FS-DEMO.
       DATA DIVISION.
       FILE SECTION.
           COPY ALUNODEM.
       WORKING-STORAGE SECTION.
       COPY SITREL.
       COPY NOTPARM.
       77 WRK-SIT-POSICIONADO PIC X(01) VALUE 'N'.
       77 WRK-FS-SITREL     PIC X(02) VALUE SPACES.
       77 WRK-FS-CAL        PIC X(02) VALUE SPACES.
               MOVE SR-NOME TO WRK-DESTINATARIO
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-EMISSAO
           PERFORM REGISTRA-CORRESPONDENCIA
           IF SR-ALUNO-ID NOT = SPACES
               PERFORM NOTIFICA-RECUPERACAO
           END-IF.

      ******************************************************************
      * NOTIFICA-RECUPERACAO - Gera pela rotina comum PROG130 o aviso
      * eletronico de recuperacao, referenciado pela materia e pelo
      * semestre (a reemissao das cartas nao repete o aviso).
      ******************************************************************
       NOTIFICA-RECUPERACAO.
           MOVE 'R'         TO NP-TIPO
           MOVE SR-ALUNO-ID TO NP-ALUNO-ID
           MOVE SR-NOME     TO NP-NOME
           MOVE SPACES      TO NP-REFERENCIA
           STRING SR-MATERIA DELIMITED BY SIZE
               SR-SEMESTRE DELIMITED BY SIZE
               INTO NP-REFERENCIA
           MOVE SPACES      TO NP-TEXTO
           STRING 'AVISO DE RECUPERACAO: ' DELIMITED BY SIZE
               FUNCTION TRIM(SR-NOME) DELIMITED BY SIZE
               ' FICOU DE RECUPERACAO EM ' DELIMITED BY SIZE
               FUNCTION TRIM(SR-MATERIA) DELIMITED BY SIZE
               ' (NOTA ' DELIMITED BY SIZE
               WRK-NOTA-ED DELIMITED BY SIZE
               '). DATAS DOS EXAMES NA CARTA E NA SECRETARIA.'
               DELIMITED BY SIZE
               INTO NP-TEXTO
           MOVE 'PROG29'    TO NP-PROGRAMA
           CALL 'PROG130' USING NOTIFICACAO-PARAMETROS.


      ******************************************************************
