      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG121.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  CONTAS A PAGAR DA SEMANA - RELATORIO SEMANAL DA TESOURARIA:
      *  LE AS CONTAS A PAGAR (CTAPAGAR, GRAVADAS PELA CONFERENCIA DE
      *  NOTAS DO PROG120) PELA CHAVE DE VENCIMENTO E LISTA, EM ORDEM
      *  DE VENCIMENTO, AS NOTAS EM ABERTO JA VENCIDAS E AS QUE VENCEM
      *  NOS PROXIMOS SETE DIAS, COM FORNECEDOR, NOTA E VALOR,
      *  SUBTOTAL POR DIA E TOTAIS DE VENCIDAS E DA SEMANA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-PAGAR-FILE ASSIGN TO "CTAPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CTAPAG.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FO-CODIGO
               FILE STATUS IS WRK-FS-FORN.
           SELECT APAG-REL-FILE ASSIGN TO "APAGREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-PAGAR-FILE.
           COPY CTAPAGAR.
       FD  FORNECEDOR-FILE.
           COPY FORNECMR.
       FD  APAG-REL-FILE.
           COPY APAGREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CTAPAG     PIC X(02) VALUE SPACES.
       77 WRK-FS-FORN       PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-CTAPAG    PIC X(01) VALUE 'N'.
           88 FIM-CTAPAG           VALUE 'S'.
       77 WRK-HORIZONTE     PIC X(08) VALUE SPACES.
       77 WRK-VENC-ANTERIOR PIC X(08) VALUE SPACES.
       77 WRK-NOME-FORN     PIC X(30) VALUE SPACES.
       77 WRK-SITUACAO      PIC X(07) VALUE SPACES.
       77 WRK-SUBTOTAL      PIC 9(11)V99 VALUE 0.
       77 WRK-TOTAL-VENCIDO PIC 9(11)V99 VALUE 0.
       77 WRK-TOTAL-SEMANA  PIC 9(11)V99 VALUE 0.
       77 WRK-TOTAL-LIDAS   PIC 9(05) VALUE 0.
       77 WRK-TOTAL-LISTADAS PIC 9(05) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZ9.
       77 WRK-VALOR-SAI     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       COPY DATAPARM.
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
           MOVE 3           TO DP-OPERACAO
           MOVE WRK-CD-DATA TO DP-DATA-1
           MOVE 7           TO DP-DIAS
           CALL 'PROG104' USING DATA-PARAMETROS
           MOVE DP-RESULTADO TO WRK-HORIZONTE

           OPEN OUTPUT APAG-REL-FILE
           PERFORM ESCREVE-CABECALHO
           OPEN INPUT CONTA-PAGAR-FILE
           IF WRK-FS-CTAPAG = '35'
               MOVE 'NENHUMA CONTA A PAGAR LANCADA (PROG120).'
                   TO APAG-REL-LINHA
               WRITE APAG-REL-LINHA
           ELSE
               OPEN INPUT FORNECEDOR-FILE
               PERFORM LISTA-VENCIMENTOS
               IF WRK-FS-FORN NOT = '35'
                   CLOSE FORNECEDOR-FILE
               END-IF
               CLOSE CONTA-PAGAR-FILE
           END-IF
           PERFORM ESCREVE-RESUMO
           CLOSE APAG-REL-FILE

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * LISTA-VENCIMENTOS - Percorre as contas pela chave de
      * vencimento, do mais antigo ate o horizonte de sete dias, e
      * lista as abertas, com quebra e subtotal por vencimento.
      ******************************************************************
       LISTA-VENCIMENTOS.
           MOVE 'N' TO WRK-FIM-CTAPAG
           MOVE SPACES TO CP-VENCIMENTO
           START CONTA-PAGAR-FILE KEY IS NOT LESS THAN CP-VENCIMENTO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CTAPAG
           END-START
           PERFORM UNTIL FIM-CTAPAG
               READ CONTA-PAGAR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-CTAPAG
               END-READ
               IF NOT FIM-CTAPAG
                   IF CP-VENCIMENTO > WRK-HORIZONTE
                       MOVE 'S' TO WRK-FIM-CTAPAG
                   ELSE
                       ADD 1 TO WRK-TOTAL-LIDAS
                       IF CP-ABERTA
                           PERFORM LISTA-CONTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-VENC-ANTERIOR NOT = SPACES
               PERFORM ESCREVE-SUBTOTAL
           END-IF.

       LISTA-CONTA.
           IF CP-VENCIMENTO NOT = WRK-VENC-ANTERIOR
               IF WRK-VENC-ANTERIOR NOT = SPACES
                   PERFORM ESCREVE-SUBTOTAL
               END-IF
               MOVE CP-VENCIMENTO TO WRK-VENC-ANTERIOR
           END-IF

           MOVE SPACES TO WRK-NOME-FORN
           IF WRK-FS-FORN NOT = '35'
               MOVE CP-FORNECEDOR TO FO-CODIGO
               READ FORNECEDOR-FILE
                   INVALID KEY
                       MOVE 'FORNECEDOR NAO CADASTRADO'
                           TO WRK-NOME-FORN
                   NOT INVALID KEY
                       MOVE FO-NOME TO WRK-NOME-FORN
               END-READ
           END-IF

           IF CP-VENCIMENTO < WRK-CD-DATA
               MOVE 'VENCIDA' TO WRK-SITUACAO
               ADD CP-VALOR TO WRK-TOTAL-VENCIDO
           ELSE
               MOVE SPACES TO WRK-SITUACAO
               ADD CP-VALOR TO WRK-TOTAL-SEMANA
           END-IF
           ADD CP-VALOR TO WRK-SUBTOTAL
           ADD 1 TO WRK-TOTAL-LISTADAS

           MOVE CP-VALOR TO WRK-VALOR-SAI
           MOVE SPACES TO APAG-REL-LINHA
           STRING CP-VENCIMENTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-SITUACAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CP-FORNECEDOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-NOME-FORN(1:20) DELIMITED BY SIZE
               ' NF ' DELIMITED BY SIZE
               CP-NOTA DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               INTO APAG-REL-LINHA
           WRITE APAG-REL-LINHA.

       ESCREVE-SUBTOTAL.
           MOVE WRK-SUBTOTAL TO WRK-VALOR-SAI
           MOVE SPACES TO APAG-REL-LINHA
           STRING '         SUBTOTAL DO VENCIMENTO ' DELIMITED BY SIZE
               WRK-VENC-ANTERIOR DELIMITED BY SIZE
               '.......... ' DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               INTO APAG-REL-LINHA
           WRITE APAG-REL-LINHA
           MOVE SPACES TO APAG-REL-LINHA
           WRITE APAG-REL-LINHA
           MOVE 0 TO WRK-SUBTOTAL.

       ESCREVE-CABECALHO.
           MOVE SPACES TO APAG-REL-LINHA
           STRING 'CONTAS A PAGAR - VENCIDAS E A VENCER ATE '
               DELIMITED BY SIZE
               WRK-HORIZONTE DELIMITED BY SIZE
               ' (EMITIDO EM ' DELIMITED BY SIZE
               WRK-CD-DATA DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO APAG-REL-LINHA
           WRITE APAG-REL-LINHA
           MOVE 'VENCTO   SITUACAO FORN   NOME                    NOTA'
               TO APAG-REL-LINHA
           WRITE APAG-REL-LINHA
           MOVE '----------------------------------------'
               TO APAG-REL-LINHA
           WRITE APAG-REL-LINHA.

       ESCREVE-RESUMO.
           MOVE '----------------------------------------'
               TO APAG-REL-LINHA
           WRITE APAG-REL-LINHA

           MOVE WRK-TOTAL-LISTADAS TO WRK-TOTAL-ED
           MOVE SPACES TO APAG-REL-LINHA
           STRING 'NOTAS A PAGAR LISTADAS........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO APAG-REL-LINHA
           WRITE APAG-REL-LINHA

           MOVE WRK-TOTAL-VENCIDO TO WRK-VALOR-SAI
           MOVE SPACES TO APAG-REL-LINHA
           STRING 'TOTAL JA VENCIDO..............: ' DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               INTO APAG-REL-LINHA
           WRITE APAG-REL-LINHA

           MOVE WRK-TOTAL-SEMANA TO WRK-VALOR-SAI
           MOVE SPACES TO APAG-REL-LINHA
           STRING 'TOTAL A VENCER NA SEMANA......: ' DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               INTO APAG-REL-LINHA
           WRITE APAG-REL-LINHA.

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
           MOVE 'PROG121'          TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO     TO RN-EVENTO
           MOVE WRK-CD-DATA        TO RN-DATA
           MOVE WRK-CD-HORA        TO RN-HORA
           MOVE WRK-TOTAL-LIDAS    TO RN-LIDOS
           MOVE WRK-TOTAL-LISTADAS TO RN-GRAVADOS
           MOVE 0                  TO RN-REJEITADOS
           MOVE RETURN-CODE        TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG121.
