      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG181.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  ALERTA DE CONVENIOS DE ESTAGIO VENCIDOS - LISTA OS ESTAGIOS
      *  EM ANDAMENTO (ESTAGIO, CADASTRADOS NO PROG179) CUJA EMPRESA
      *  CONCEDENTE ESTA COM O CONVENIO VENCIDO NA DATA DE REFERENCIA
      *  OU FORA DO CADASTRO DE EMPRESAS (EMPESTAG), COM O ALUNO, A
      *  EMPRESA, O VENCIMENTO DO CONVENIO, O TERMINO PREVISTO DO
      *  ESTAGIO E O ORIENTADOR, PARA A COORDENACAO RENOVAR O
      *  CONVENIO OU ENCERRAR O ESTAGIO.
      *  PARM: 'AAAAMMDD' - DATA DE REFERENCIA (EM BRANCO, A DATA DA
      *  RODADA).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTAGIO-FILE ASSIGN TO "ESTAGIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS WRK-FS-ESTAGIO.
           SELECT EMPRESA-ESTAGIO-FILE ASSIGN TO "EMPESTAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EE-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT ALERTA-REL-FILE ASSIGN TO "ESTAGALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTAGIO-FILE.
           COPY ESTAGIO.
       FD  EMPRESA-ESTAGIO-FILE.
           COPY EMPESTAG.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  ALERTA-REL-FILE.
       01  ALERTA-REL-LINHA   PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ESTAGIO    PIC X(02) VALUE SPACES.
       77 WRK-FS-EMPRESA    PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-DATA-REF      PIC X(08) VALUE SPACES.
       77 WRK-NOME          PIC X(20) VALUE SPACES.
       77 WRK-VENCIMENTO    PIC X(08) VALUE SPACES.
       77 WRK-QTD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-QTD-ANDAMENTO PIC 9(08) VALUE 0.
       77 WRK-QTD-VENCIDOS  PIC 9(08) VALUE 0.
       77 WRK-QTD-SEM-EMPRESA PIC 9(08) VALUE 0.
       77 WRK-QTD-ALERTAS   PIC 9(08) VALUE 0.
       77 WRK-QTD-ED        PIC ZZZZZZZ9.
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
          05 PARM-TEXTO  PIC X(08).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA

           PERFORM VALIDA-PARM
           IF RETURN-CODE < 8
               OPEN INPUT ESTAGIO-FILE
               IF WRK-FS-ESTAGIO = '35'
                   MOVE 'ACD0189E' TO MP-ID
                   MOVE 'ARQUIVO DE ESTAGIOS (ESTAGIO) INDISPONIVEL.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE < 8
               OPEN INPUT EMPRESA-ESTAGIO-FILE
               OPEN INPUT ALUNO-MASTER-FILE
               OPEN OUTPUT ALERTA-REL-FILE
               PERFORM ESCREVE-CABECALHO
               PERFORM PERCORRE-ESTAGIOS
               PERFORM ESCREVE-RESUMO
               CLOSE ALERTA-REL-FILE
               IF WRK-FS-ALUNO NOT = '35'
                   CLOSE ALUNO-MASTER-FILE
               END-IF
               IF WRK-FS-EMPRESA NOT = '35'
                   CLOSE EMPRESA-ESTAGIO-FILE
               END-IF
               CLOSE ESTAGIO-FILE
               PERFORM MENSAGEM-FINAL
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * VALIDA-PARM - Data de referencia do alerta: a do PARM ou, em
      * branco, a data da rodada.
      ******************************************************************
       VALIDA-PARM.
           IF PARM-TAM > 0
               MOVE PARM-TEXTO(1:PARM-TAM) TO WRK-DATA-REF
           END-IF
           IF WRK-DATA-REF = SPACES
               MOVE WRK-CD-DATA TO WRK-DATA-REF
           ELSE
               MOVE 1 TO DP-OPERACAO
               MOVE WRK-DATA-REF TO DP-DATA-1
               CALL 'PROG104' USING DATA-PARAMETROS
               IF DP-VALIDA NOT = 'S'
                   MOVE 'ACD0189E' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'DATA DE REFERENCIA INVALIDA: '
                       DELIMITED BY SIZE
                       WRK-DATA-REF DELIMITED BY SIZE
                       ' (PARM AAAAMMDD).' DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       ESCREVE-CABECALHO.
           MOVE SPACES TO ALERTA-REL-LINHA
           STRING 'ESTAGIOS EM ANDAMENTO COM CONVENIO VENCIDO EM '
               DELIMITED BY SIZE
               WRK-DATA-REF DELIMITED BY SIZE
               INTO ALERTA-REL-LINHA
           WRITE ALERTA-REL-LINHA
           MOVE SPACES TO ALERTA-REL-LINHA
           WRITE ALERTA-REL-LINHA
           MOVE SPACES TO ALERTA-REL-LINHA
           STRING 'ALUNO          NOME                 SQ EMPRESA '
               DELIMITED BY SIZE
               'VENCIMENTO TERMINO  ORIENT' DELIMITED BY SIZE
               INTO ALERTA-REL-LINHA
           WRITE ALERTA-REL-LINHA.

      ******************************************************************
      * PERCORRE-ESTAGIOS - Le os estagios em ordem de aluno e
      * confere o convenio da empresa de cada um em andamento.
      ******************************************************************
       PERCORRE-ESTAGIOS.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO ES-CHAVE
           START ESTAGIO-FILE KEY IS NOT LESS THAN ES-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ ESTAGIO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDOS
                       IF ES-EM-ANDAMENTO
                           ADD 1 TO WRK-QTD-ANDAMENTO
                           PERFORM CONFERE-CONVENIO
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * CONFERE-CONVENIO - Convenio vencido antes da data de
      * referencia, ou empresa fora do cadastro, gera a linha de
      * alerta do estagio.
      ******************************************************************
       CONFERE-CONVENIO.
           MOVE SPACES TO WRK-VENCIMENTO
           IF WRK-FS-EMPRESA = '35'
               MOVE 'SEM CAD.' TO WRK-VENCIMENTO
           ELSE
               MOVE ES-EMPRESA TO EE-CODIGO
               READ EMPRESA-ESTAGIO-FILE
                   INVALID KEY
                       MOVE 'SEM CAD.' TO WRK-VENCIMENTO
                   NOT INVALID KEY
                       IF EE-CONVENIO-FIM < WRK-DATA-REF
                           MOVE EE-CONVENIO-FIM TO WRK-VENCIMENTO
                       END-IF
               END-READ
           END-IF
           IF WRK-VENCIMENTO NOT = SPACES
               IF WRK-VENCIMENTO = 'SEM CAD.'
                   ADD 1 TO WRK-QTD-SEM-EMPRESA
               ELSE
                   ADD 1 TO WRK-QTD-VENCIDOS
               END-IF
               PERFORM ESCREVE-ALERTA
           END-IF.

       ESCREVE-ALERTA.
           ADD 1 TO WRK-QTD-ALERTAS
           MOVE SPACES TO WRK-NOME
           IF WRK-FS-ALUNO NOT = '35'
               MOVE ES-ALUNO-ID TO ALUNO-ID
               READ ALUNO-MASTER-FILE
                   INVALID KEY
                       MOVE '(FORA DO CADASTRO)' TO WRK-NOME
                   NOT INVALID KEY
                       MOVE ALUNO-NOME TO WRK-NOME
               END-READ
           END-IF
           MOVE SPACES TO ALERTA-REL-LINHA
           STRING ES-ALUNO-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-NOME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ES-SEQUENCIA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ES-EMPRESA DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-VENCIMENTO DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               ES-DATA-FIM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ES-ORIENTADOR DELIMITED BY SIZE
               INTO ALERTA-REL-LINHA
           WRITE ALERTA-REL-LINHA.

       ESCREVE-RESUMO.
           MOVE SPACES TO ALERTA-REL-LINHA
           WRITE ALERTA-REL-LINHA
           MOVE WRK-QTD-ANDAMENTO TO WRK-QTD-ED
           MOVE SPACES TO ALERTA-REL-LINHA
           STRING 'ESTAGIOS EM ANDAMENTO ..... ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO ALERTA-REL-LINHA
           WRITE ALERTA-REL-LINHA
           MOVE WRK-QTD-VENCIDOS TO WRK-QTD-ED
           MOVE SPACES TO ALERTA-REL-LINHA
           STRING 'COM CONVENIO VENCIDO ...... ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO ALERTA-REL-LINHA
           WRITE ALERTA-REL-LINHA
           MOVE WRK-QTD-SEM-EMPRESA TO WRK-QTD-ED
           MOVE SPACES TO ALERTA-REL-LINHA
           STRING 'EMPRESA FORA DO CADASTRO .. ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO ALERTA-REL-LINHA
           WRITE ALERTA-REL-LINHA.

      ******************************************************************
      * MENSAGEM-FINAL - Resultado da rodada para a operacao: RC=4 se
      * ha estagio em andamento sem convenio vigente.
      ******************************************************************
       MENSAGEM-FINAL.
           IF WRK-QTD-ALERTAS > 0
               MOVE WRK-QTD-ALERTAS TO WRK-QTD-ED
               MOVE 'ACD0188W' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING WRK-QTD-ED DELIMITED BY SIZE
                   ' ESTAGIO(S) EM ANDAMENTO SEM CONVENIO VIGENTE.'
                   DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WRK-QTD-ANDAMENTO TO WRK-QTD-ED
               MOVE 'ACD0187I' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'CONVENIOS EM DIA: ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   ' ESTAGIO(S) EM ANDAMENTO.' DELIMITED BY SIZE
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
           MOVE 'PROG181'        TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO   TO RN-EVENTO
           MOVE WRK-CD-DATA      TO RN-DATA
           MOVE WRK-CD-HORA      TO RN-HORA
           MOVE WRK-QTD-LIDOS    TO RN-LIDOS
           MOVE WRK-QTD-ALERTAS  TO RN-GRAVADOS
           MOVE 0                TO RN-REJEITADOS
           MOVE RETURN-CODE      TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG181.
