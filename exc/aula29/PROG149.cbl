      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG149.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  REGISTRO DAS GUIAS DE DEPOSITO - A TESOURARIA, AO DEPOSITAR
      *  NO BANCO O DINHEIRO E OS CHEQUES RECEBIDOS NO BALCAO
      *  (PAGAMENTOS PG-MANUAL DO PROG71), REGISTRA CADA GUIA COM O
      *  NUMERO IMPRESSO, A DATA DO CAIXA DEPOSITADO, A DATA DO
      *  DEPOSITO E O VALOR. O PROGRAMA MOSTRA O TOTAL RECEBIDO NO
      *  BALCAO NAQUELA DATA E O JA DEPOSITADO EM GUIAS ANTERIORES E
      *  RECUSA NUMERO DE GUIA REPETIDO. A CONCILIACAO BANCARIA DO
      *  PROG148 CASA AS GUIAS COM OS PAGAMENTOS E COM O EXTRATO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUIA-DEPOSITO-FILE ASSIGN TO "GUIADEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GUIA.
           SELECT PAGAMENTO-FILE ASSIGN TO "PAGTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGTO.
       DATA DIVISION.
       FILE SECTION.
       FD  GUIA-DEPOSITO-FILE.
           COPY GUIADEP.
       FD  PAGAMENTO-FILE.
           COPY PAGTO.
       WORKING-STORAGE SECTION.
       77 WRK-FS-GUIA       PIC X(02) VALUE SPACES.
       77 WRK-FS-PAGTO      PIC X(02) VALUE SPACES.
       77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-GUIA-OK       PIC X(01) VALUE 'N'.
           88 GUIA-VALIDA          VALUE 'S'.
       77 WRK-NUMERO        PIC X(10) VALUE SPACES.
       77 WRK-DATA-CAIXA    PIC X(08) VALUE SPACES.
       77 WRK-DATA-DEPOSITO PIC X(08) VALUE SPACES.
       77 WRK-VALOR-ED      PIC X(14) VALUE SPACES.
       77 WRK-VALOR-GUIA    PIC 9(09)V99 VALUE 0.
       77 WRK-TOTAL-CAIXA   PIC 9(09)V99 VALUE 0.
       77 WRK-TOTAL-GUIAS   PIC 9(09)V99 VALUE 0.
       77 WRK-VALOR-SAI     PIC ZZZ,ZZZ,ZZ9.99.
       COPY DATAPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'REGISTRO DAS GUIAS DE DEPOSITO DO BALCAO'
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           PERFORM REGISTRA-GUIA
               UNTIL WRK-CONTINUA NOT = 'S' AND
               WRK-CONTINUA NOT = 's'
           STOP RUN.

      ******************************************************************
      * REGISTRA-GUIA - Aceita e confere os dados da guia, mostra o
      * recebido no caixa da data e grava a guia confirmada.
      ******************************************************************
       REGISTRA-GUIA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           PERFORM ACEITA-GUIA
           IF GUIA-VALIDA
               PERFORM TOTALIZA-CAIXA
               MOVE WRK-TOTAL-CAIXA TO WRK-VALOR-SAI
               DISPLAY 'RECEBIDO NO BALCAO NA DATA : ' WRK-VALOR-SAI
               MOVE WRK-TOTAL-GUIAS TO WRK-VALOR-SAI
               DISPLAY 'JA DEPOSITADO EM GUIAS     : ' WRK-VALOR-SAI
               MOVE WRK-VALOR-GUIA TO WRK-VALOR-SAI
               DISPLAY 'VALOR DESTA GUIA           : ' WRK-VALOR-SAI
               IF WRK-TOTAL-GUIAS + WRK-VALOR-GUIA > WRK-TOTAL-CAIXA
                   DISPLAY 'ATENCAO: AS GUIAS DA DATA PASSAM DO '
                       'RECEBIDO NO BALCAO.'
               END-IF
               DISPLAY 'CONFIRMA O REGISTRO DA GUIA? (S/N)'
               MOVE SPACES TO WRK-CONFIRMA
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   PERFORM GRAVA-GUIA
               ELSE
                   DISPLAY 'GUIA NAO REGISTRADA.'
               END-IF
           END-IF

           DISPLAY 'DESEJA REGISTRAR OUTRA GUIA? (S/N)'
           ACCEPT WRK-CONTINUA.

       ACEITA-GUIA.
           MOVE 'N' TO WRK-GUIA-OK
           DISPLAY 'NUMERO DA GUIA:'
           MOVE SPACES TO WRK-NUMERO
           ACCEPT WRK-NUMERO
           DISPLAY 'DATA DO CAIXA DEPOSITADO (AAAAMMDD):'
           MOVE SPACES TO WRK-DATA-CAIXA
           ACCEPT WRK-DATA-CAIXA
           DISPLAY 'DATA DO DEPOSITO (AAAAMMDD):'
           MOVE SPACES TO WRK-DATA-DEPOSITO
           ACCEPT WRK-DATA-DEPOSITO
           MOVE SPACES TO WRK-VALOR-ED
           PERFORM UNTIL FUNCTION TEST-NUMVAL(WRK-VALOR-ED) = 0
               DISPLAY 'VALOR DA GUIA (EX: 1350.00):'
               ACCEPT WRK-VALOR-ED
               IF FUNCTION TEST-NUMVAL(WRK-VALOR-ED) NOT = 0
                   DISPLAY 'VALOR INVALIDO. DIGITE SOMENTE NUMEROS.'
               END-IF
           END-PERFORM
           COMPUTE WRK-VALOR-GUIA = FUNCTION NUMVAL(WRK-VALOR-ED)

           EVALUATE TRUE
               WHEN WRK-NUMERO = SPACES
                   DISPLAY 'NUMERO DA GUIA OBRIGATORIO.'
               WHEN WRK-VALOR-GUIA = 0
                   DISPLAY 'VALOR ZERADO. GUIA NAO REGISTRADA.'
               WHEN OTHER
                   PERFORM CONFERE-DATAS
           END-EVALUATE
           IF GUIA-VALIDA
               PERFORM CONFERE-DUPLICIDADE
           END-IF.

       CONFERE-DATAS.
           MOVE 1              TO DP-OPERACAO
           MOVE WRK-DATA-CAIXA TO DP-DATA-1
           CALL 'PROG104' USING DATA-PARAMETROS
           IF DP-VALIDA NOT = 'S' OR WRK-DATA-CAIXA > WRK-CD-DATA
               DISPLAY 'DATA DO CAIXA INVALIDA.'
           ELSE
               MOVE 1                 TO DP-OPERACAO
               MOVE WRK-DATA-DEPOSITO TO DP-DATA-1
               CALL 'PROG104' USING DATA-PARAMETROS
               IF DP-VALIDA NOT = 'S'
                   OR WRK-DATA-DEPOSITO > WRK-CD-DATA
                   OR WRK-DATA-DEPOSITO < WRK-DATA-CAIXA
                   DISPLAY 'DATA DO DEPOSITO INVALIDA.'
               ELSE
                   MOVE 'S' TO WRK-GUIA-OK
               END-IF
           END-IF.

      ******************************************************************
      * CONFERE-DUPLICIDADE - Recusa guia ja registrada e soma as
      * guias anteriores da mesma data do caixa.
      ******************************************************************
       CONFERE-DUPLICIDADE.
           MOVE 0 TO WRK-TOTAL-GUIAS
           OPEN INPUT GUIA-DEPOSITO-FILE
           IF WRK-FS-GUIA = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ GUIA-DEPOSITO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       IF GD-NUMERO = WRK-NUMERO
                           MOVE 'N' TO WRK-GUIA-OK
                       END-IF
                       IF GD-DATA-CAIXA = WRK-DATA-CAIXA
                           ADD GD-VALOR TO WRK-TOTAL-GUIAS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GUIA-DEPOSITO-FILE
           END-IF
           IF NOT GUIA-VALIDA
               DISPLAY 'GUIA ' WRK-NUMERO ' JA REGISTRADA.'
           END-IF.

       TOTALIZA-CAIXA.
           MOVE 0 TO WRK-TOTAL-CAIXA
           OPEN INPUT PAGAMENTO-FILE
           IF WRK-FS-PAGTO = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ PAGAMENTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ AND PG-MANUAL
                       AND PG-DATA = WRK-DATA-CAIXA
                       ADD PG-VALOR TO WRK-TOTAL-CAIXA
                   END-IF
               END-PERFORM
               CLOSE PAGAMENTO-FILE
           END-IF.

       GRAVA-GUIA.
           OPEN EXTEND GUIA-DEPOSITO-FILE
           IF WRK-FS-GUIA = '05' OR WRK-FS-GUIA = '35'
               OPEN OUTPUT GUIA-DEPOSITO-FILE
           END-IF
           MOVE WRK-NUMERO        TO GD-NUMERO
           MOVE WRK-DATA-CAIXA    TO GD-DATA-CAIXA
           MOVE WRK-DATA-DEPOSITO TO GD-DATA-DEPOSITO
           MOVE WRK-VALOR-GUIA    TO GD-VALOR
           MOVE WRK-USUARIO       TO GD-OPERADOR
           MOVE WRK-CD-DATA       TO GD-DATA-REGISTRO
           WRITE GUIA-DEPOSITO-RECORD
           CLOSE GUIA-DEPOSITO-FILE
           DISPLAY 'GUIA REGISTRADA.'.
       END PROGRAM PROG149.
