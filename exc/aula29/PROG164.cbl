      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG164.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  SUBPROGRAMA COMUM DE CPF - SEGUINDO O PRECEDENTE DO
      *  SUBPROGRAMA DE DATAS (PROG104), CONCENTRA EM UM UNICO CALL A
      *  CONFERENCIA DO CPF DO ALUNO E DO RESPONSAVEL FINANCEIRO:
      *  SEPARA OS ONZE DIGITOS DA ENTRADA (ACEITA PONTOS, TRACO E
      *  BRANCOS), RECUSA A SEQUENCIA DE DIGITOS IGUAIS E CONFERE OS
      *  DOIS DIGITOS VERIFICADORES PELA REGRA OFICIAL DO MODULO 11 -
      *  A MESMA EM TODA CAPTURA (PROG75, PROG108, PROG41) E NAS
      *  CONFERENCIAS EM LOTE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-POS           PIC 9(02) VALUE 0.
       77 WRK-QTD-DIGITOS   PIC 9(02) VALUE 0.
       77 WRK-PESO          PIC 9(02) VALUE 0.
       77 WRK-SOMA          PIC 9(04) VALUE 0.
       77 WRK-QUOCIENTE     PIC 9(04) VALUE 0.
       77 WRK-RESTO         PIC 9(02) VALUE 0.
       77 WRK-DV            PIC 9(01) VALUE 0.
       77 WRK-CHAR          PIC X(01) VALUE SPACES.
       77 WRK-ENTRADA-OK    PIC X(01) VALUE 'S'.
           88 ENTRADA-ACEITA       VALUE 'S'.
       77 WRK-IGUAIS        PIC X(01) VALUE 'S'.
           88 DIGITOS-IGUAIS       VALUE 'S'.
       01 WRK-CPF-TXT       PIC X(11) VALUE SPACES.
       01 WRK-CPF-RED REDEFINES WRK-CPF-TXT.
          05 WRK-DIGITO     PIC 9(01) OCCURS 11 TIMES.
       LINKAGE SECTION.
       COPY CPFPARM.
       PROCEDURE DIVISION USING CPF-PARAMETROS.
       INICIO.
           MOVE SPACES TO CPP-CPF
           MOVE 'N' TO CPP-VALIDO
           PERFORM SEPARA-DIGITOS
           IF ENTRADA-ACEITA AND WRK-QTD-DIGITOS = 11
               MOVE WRK-CPF-TXT TO CPP-CPF
               PERFORM CONFERE-IGUAIS
               IF NOT DIGITOS-IGUAIS
                   PERFORM CONFERE-VERIFICADORES
               END-IF
           END-IF
           GOBACK.

      ******************************************************************
      * SEPARA-DIGITOS - Copia os digitos da entrada para WRK-CPF-TXT,
      * pulando pontos, traco e brancos; qualquer outro caractere, ou
      * mais de onze digitos, recusa a entrada.
      ******************************************************************
       SEPARA-DIGITOS.
           MOVE SPACES TO WRK-CPF-TXT
           MOVE 0 TO WRK-QTD-DIGITOS
           MOVE 'S' TO WRK-ENTRADA-OK
           PERFORM VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > 14 OR NOT ENTRADA-ACEITA
               MOVE CPP-ENTRADA(WRK-POS:1) TO WRK-CHAR
               EVALUATE TRUE
                   WHEN WRK-CHAR IS NUMERIC
                       IF WRK-QTD-DIGITOS < 11
                           ADD 1 TO WRK-QTD-DIGITOS
                           MOVE WRK-CHAR
                               TO WRK-CPF-TXT(WRK-QTD-DIGITOS:1)
                       ELSE
                           MOVE 'N' TO WRK-ENTRADA-OK
                       END-IF
                   WHEN WRK-CHAR = '.' OR WRK-CHAR = '-'
                       OR WRK-CHAR = SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WRK-ENTRADA-OK
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      * CONFERE-IGUAIS - 000.000.000-00, 111.111.111-11 etc. passam
      * no modulo 11 mas nao sao CPF emitido.
      ******************************************************************
       CONFERE-IGUAIS.
           MOVE 'S' TO WRK-IGUAIS
           PERFORM VARYING WRK-POS FROM 2 BY 1
               UNTIL WRK-POS > 11
               IF WRK-DIGITO(WRK-POS) NOT = WRK-DIGITO(1)
                   MOVE 'N' TO WRK-IGUAIS
               END-IF
           END-PERFORM.

      ******************************************************************
      * CONFERE-VERIFICADORES - Primeiro verificador: os nove digitos
      * com pesos de 10 a 2; segundo: os dez digitos com pesos de 11
      * a 2. Resto da soma por 11 menor que 2 da digito 0, senao 11
      * menos o resto.
      ******************************************************************
       CONFERE-VERIFICADORES.
           MOVE 0 TO WRK-SOMA
           MOVE 10 TO WRK-PESO
           PERFORM VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > 9
               COMPUTE WRK-SOMA = WRK-SOMA
                   + WRK-DIGITO(WRK-POS) * WRK-PESO
               SUBTRACT 1 FROM WRK-PESO
           END-PERFORM
           PERFORM CALCULA-DV
           IF WRK-DV = WRK-DIGITO(10)
               MOVE 0 TO WRK-SOMA
               MOVE 11 TO WRK-PESO
               PERFORM VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS > 10
                   COMPUTE WRK-SOMA = WRK-SOMA
                       + WRK-DIGITO(WRK-POS) * WRK-PESO
                   SUBTRACT 1 FROM WRK-PESO
               END-PERFORM
               PERFORM CALCULA-DV
               IF WRK-DV = WRK-DIGITO(11)
                   MOVE 'S' TO CPP-VALIDO
               END-IF
           END-IF.

       CALCULA-DV.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO
           IF WRK-RESTO < 2
               MOVE 0 TO WRK-DV
           ELSE
               COMPUTE WRK-DV = 11 - WRK-RESTO
           END-IF.
       END PROGRAM PROG164.
