      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG170.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  SUBPROGRAMA COMUM DE PERIODOS FECHADOS - CHAMADO PELOS
      *  PROGRAMAS QUE GRAVAM MOVIMENTO DE ESTOQUE (PROG02, PROG32,
      *  PROG67, PROG99, PROG100 E PROG172) OU POSTAM PAGAMENTO
      *  (PROG71 E PROG74) ANTES DE CADA GRAVACAO: APURA NO CONTROLE
      *  DE PERIODOS FECHADOS (PERFECH, GRAVADO PELO FECHAMENTO MENSAL
      *  DO PROG171) O ULTIMO MES FECHADO E DIZ SE A DATA INFORMADA
      *  CAI NELE OU ANTES - E, NESSE CASO, QUAL O PRIMEIRO DIA DO
      *  PERIODO ABERTO, PARA ONDE O LANCAMENTO E EMPURRADO SEM MEXER
      *  NOS NUMEROS JA ENTREGUES A CONTABILIDADE. SEM O CONTROLE
      *  IMPLANTADO, TODO PERIODO ESTA ABERTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO-FECHADO-FILE ASSIGN TO "PERFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERFECH.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO-FECHADO-FILE.
           COPY PERFECH.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PERFECH    PIC X(02) VALUE SPACES.
       77 WRK-FIM-PERFECH   PIC X(01) VALUE 'N'.
           88 FIM-PERFECH          VALUE 'S'.
       01 WRK-MES-ABERTO    PIC 9(06) VALUE 0.
       01 WRK-MES-ABERTO-R REDEFINES WRK-MES-ABERTO.
          05 WRK-ANO-ABERTO PIC 9(04).
          05 WRK-MM-ABERTO  PIC 9(02).
       LINKAGE SECTION.
       COPY PERPARM.
       PROCEDURE DIVISION USING PERIODO-PARAMETROS.
       INICIO.
           PERFORM APURA-ULTIMO-FECHADO
           IF PFP-MES-FECHADO = SPACES
               MOVE '0' TO PFP-STATUS
               MOVE SPACES TO PFP-DATA-ABERTA
           ELSE
               PERFORM CALCULA-DATA-ABERTA
               IF PFP-DATA(1:6) > PFP-MES-FECHADO
                   MOVE '0' TO PFP-STATUS
               ELSE
                   MOVE '1' TO PFP-STATUS
               END-IF
           END-IF
           GOBACK.

      ******************************************************************
      * APURA-ULTIMO-FECHADO - O maior mes registrado no controle de
      * periodos fechados; branco sem arquivo ou sem registro.
      ******************************************************************
       APURA-ULTIMO-FECHADO.
           MOVE SPACES TO PFP-MES-FECHADO
           MOVE 'N' TO WRK-FIM-PERFECH
           OPEN INPUT PERIODO-FECHADO-FILE
           IF WRK-FS-PERFECH = '00'
               PERFORM UNTIL FIM-PERFECH
                   READ PERIODO-FECHADO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-PERFECH
                       NOT AT END
                           IF PF-MES IS NUMERIC
                               AND (PFP-MES-FECHADO = SPACES
                                   OR PF-MES > PFP-MES-FECHADO)
                               MOVE PF-MES TO PFP-MES-FECHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODO-FECHADO-FILE
           END-IF.

      ******************************************************************
      * CALCULA-DATA-ABERTA - Primeiro dia do mes seguinte ao ultimo
      * mes fechado.
      ******************************************************************
       CALCULA-DATA-ABERTA.
           MOVE PFP-MES-FECHADO TO WRK-MES-ABERTO
           IF WRK-MM-ABERTO >= 12
               ADD 1 TO WRK-ANO-ABERTO
               MOVE 1 TO WRK-MM-ABERTO
           ELSE
               ADD 1 TO WRK-MM-ABERTO
           END-IF
           MOVE SPACES TO PFP-DATA-ABERTA
           STRING WRK-MES-ABERTO DELIMITED BY SIZE
               '01' DELIMITED BY SIZE
               INTO PFP-DATA-ABERTA.
       END PROGRAM PROG170.
