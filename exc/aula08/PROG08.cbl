               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-ALUNO-ID
               FILE STATUS IS WS-FS-BOLARQ.
           SELECT DISC-CATALOGO-FILE ASSIGN TO "DISCCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY LOCKCTL.
       FD  BOLETIM-ARQ-FILE.
           COPY BOLARQ.
       FD  DISC-CATALOGO-FILE.
           COPY DISCCAT.
       WORKING-STORAGE SECTION.
          05 MEDIA-FINAL PIC 9(02)V9(02) OCCURS 9 TIMES INDEXED BY IDX.

       01 CONTADOR         PIC 9(02) VALUE 1.
       01 WS-QTD-DISC      PIC 9(01) VALUE 6.
       01 TABELA-CURRICULO.
          05 CL-ENTRY OCCURS 9 TIMES.
             10 CL-MATERIA    PIC X(15).
       01 WRK-MODO-ENTRADA PIC X(01) VALUE 'A'.
          88 MODO-ARQUIVO       VALUE 'A'.
          88 MODO-INTERATIVO    VALUE 'I'.
           COPY CURPARM.
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
      * quantas posicoes do roteiro de notas valem e quais codigos de
      * materia saem no boletim e no arquivamento. Sem o CURRIC
      * implantado, valem as seis posicoes historicas sem codigo.
      * Com o curriculo versionado, vale a versao em vigor para quem
      * ingressa na data da rodada (PROG166).
      ******************************************************************
       CARREGA-CURRICULO.
           MOVE 6 TO WS-QTD-DISC
               MOVE 0,30 TO CL-PESO-P2(CONTADOR)
               MOVE 0,40 TO CL-PESO-ATIV(CONTADOR)
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRP-DATA-REF
           CALL 'PROG166' USING CURRICULO-PARAMETROS
           IF CRP-STATUS NOT = '0'
               CONTINUE
           ELSE
               MOVE 0 TO WS-QTD-DISC
               PERFORM UNTIL WS-QTD-DISC >= CRP-QTD
                   OR WS-QTD-DISC >= 9
                   ADD 1 TO WS-QTD-DISC
                   MOVE CRP-MATERIA(WS-QTD-DISC)
                       TO CL-MATERIA(WS-QTD-DISC)
               END-PERFORM
               IF WS-QTD-DISC = 0
                   MOVE 6 TO WS-QTD-DISC
               ELSE
