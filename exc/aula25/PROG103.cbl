      *  O CONSUMO REAL POSTADO NO MOVIMENTO-ESTOQUE, APONTANDO OS
      *  MATERIAIS CUJA PERDA REAL ESTOURA A MARGEM - O DESCASAMENTO
      *  QUE NUNCA DEIXAVA A RECONCILIACAO DO PROG55 FECHAR LIMPA.
      *  O MES VEM DO PARM (AAAAMM); SEM PARM, E O MES ANTERIOR AO DA
      *  RODADA, COMO NO FECHAMENTO DO PROG171. MES INVALIDO E
      *  RECUSADO COM RC=8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-QTD-MAT       PIC 9(03) VALUE 0.
       77 WRK-MATIDX        PIC 9(03) VALUE 0.
       77 WRK-TEORICA-MARG  PIC S9(09)V99 VALUE 0.
             10 TM-CODIGO      PIC X(06).
             10 TM-TEORICA     PIC S9(09)V99.
             10 TM-REAL        PIC S9(09)V99.
       01 WRK-MES-REF       PIC X(06) VALUE SPACES.
       01 WRK-MES-REF-R REDEFINES WRK-MES-REF.
          05 WRK-ANO-REF    PIC 9(04).
          05 WRK-MM-REF     PIC 9(02).
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(06).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA

           PERFORM DEFINE-MES
           IF RETURN-CODE < 8
               PERFORM ACUMULA-TEORICO
               PERFORM ACUMULA-REAL
               PERFORM ESCREVE-RELATORIO
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * DEFINE-MES - Mes de referencia: o do PARM (AAAAMM) ou, sem
      * PARM, o anterior ao da rodada - o mesmo que o PROG171 fecha.
      ******************************************************************
       DEFINE-MES.
           IF PARM-TAM > 0
               MOVE PARM-TEXTO(1:PARM-TAM) TO WRK-MES-REF
           ELSE
               MOVE WRK-CD-DATA(1:6) TO WRK-MES-REF
               IF WRK-MM-REF = 1
                   SUBTRACT 1 FROM WRK-ANO-REF
                   MOVE 12 TO WRK-MM-REF
               ELSE
                   SUBTRACT 1 FROM WRK-MM-REF
               END-IF
           END-IF
           IF WRK-MES-REF IS NOT NUMERIC
               OR WRK-MM-REF < 1 OR WRK-MM-REF > 12
               DISPLAY 'MES DE REFERENCIA INVALIDO: ' WRK-MES-REF
                   ' (PARM AAAAMM).'
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * ACUMULA-TEORICO - Soma por material a area teorica das baixas
      * do mes no AREA-LOG.
