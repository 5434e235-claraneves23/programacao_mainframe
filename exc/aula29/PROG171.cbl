      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG171.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  FECHAMENTO DO MES - ULTIMO PASSO DO JOB FECHMES, DEPOIS DO
      *  ENVELHECIMENTO DE FATURAS, DA VALORIZACAO DO ESTOQUE E DOS
      *  RELATORIOS MENSAIS DE ESTOQUE: REGISTRA O MES NO CONTROLE DE
      *  PERIODOS FECHADOS (PERFECH). A PARTIR DAI O PROG170 CONGELA
      *  O MES E OS ANTERIORES - MOVIMENTO DE ESTOQUE OU POSTAGEM DE
      *  PAGAMENTO DATADO NELES E EMPURRADO PARA O PRIMEIRO DIA DO
      *  PERIODO ABERTO, E OS NUMEROS ENTREGUES A CONTABILIDADE NAO
      *  MUDAM MAIS. O MES VEM DO PARM (AAAAMM); SEM PARM, E O MES
      *  ANTERIOR AO DA RODADA. MES FUTURO E RECUSADO (RC=8); MES JA
      *  FECHADO NAO E REGRAVADO (RC=4, REEXECUCAO SEM EFEITO).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO-FECHADO-FILE ASSIGN TO "PERFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERFECH.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO-FECHADO-FILE.
           COPY PERFECH.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PERFECH    PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-QTD-GRAVADOS  PIC 9(08) VALUE 0.
       COPY MSGPARM.
       COPY PERPARM.
       01 WRK-MES-FECHAR    PIC X(06) VALUE SPACES.
       01 WRK-MES-FECHAR-R REDEFINES WRK-MES-FECHAR.
          05 WRK-ANO-FECHAR PIC 9(04).
          05 WRK-MM-FECHAR  PIC 9(02).
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
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"

           PERFORM DEFINE-MES
           IF RETURN-CODE < 8
               MOVE WRK-CD-DATA TO PFP-DATA
               MOVE WRK-MES-FECHAR TO PFP-DATA(1:6)
               CALL 'PROG170' USING PERIODO-PARAMETROS
               IF PFP-PERIODO-FECHADO
                   MOVE 'ACD0177W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'MES ' DELIMITED BY SIZE
                       WRK-MES-FECHAR DELIMITED BY SIZE
                       ' JA FECHADO (ULTIMO FECHADO ' DELIMITED BY SIZE
                       PFP-MES-FECHADO DELIMITED BY SIZE
                       ').' DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM GRAVA-FECHAMENTO
               END-IF
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * DEFINE-MES - Mes a fechar: o do PARM (AAAAMM) ou, sem PARM, o
      * anterior ao da rodada. Mes invalido ou posterior ao corrente
      * e recusado com RC=8.
      ******************************************************************
       DEFINE-MES.
           IF PARM-TAM > 0
               MOVE PARM-TEXTO TO WRK-MES-FECHAR
           ELSE
               MOVE WRK-CD-DATA(1:6) TO WRK-MES-FECHAR
               IF WRK-MM-FECHAR = 1
                   SUBTRACT 1 FROM WRK-ANO-FECHAR
                   MOVE 12 TO WRK-MM-FECHAR
               ELSE
                   SUBTRACT 1 FROM WRK-MM-FECHAR
               END-IF
           END-IF
           IF WRK-MES-FECHAR IS NOT NUMERIC
               OR WRK-MM-FECHAR < 1 OR WRK-MM-FECHAR > 12
               MOVE 'ACD0176E' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'MES A FECHAR INVALIDO: ' DELIMITED BY SIZE
                   WRK-MES-FECHAR DELIMITED BY SIZE
                   ' (PARM AAAAMM).' DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-MES-FECHAR > WRK-CD-DATA(1:6)
                   MOVE 'ACD0176E' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'MES ' DELIMITED BY SIZE
                       WRK-MES-FECHAR DELIMITED BY SIZE
                       ' AINDA NAO COMECOU - FECHAMENTO RECUSADO.'
                       DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * GRAVA-FECHAMENTO - Acrescenta o mes ao controle de periodos
      * fechados, criando o arquivo no primeiro fechamento.
      ******************************************************************
       GRAVA-FECHAMENTO.
           OPEN EXTEND PERIODO-FECHADO-FILE
           IF WRK-FS-PERFECH = '05' OR WRK-FS-PERFECH = '35'
               OPEN OUTPUT PERIODO-FECHADO-FILE
           END-IF
           MOVE WRK-MES-FECHAR TO PF-MES
           MOVE WRK-CD-DATA    TO PF-DATA
           MOVE WRK-CD-HORA    TO PF-HORA
           MOVE WRK-USUARIO    TO PF-OPERADOR
           WRITE PERIODO-FECHADO-RECORD
           CLOSE PERIODO-FECHADO-FILE
           ADD 1 TO WRK-QTD-GRAVADOS

           MOVE 'ACD0175I' TO MP-ID
           MOVE SPACES TO MP-TEXTO
           STRING 'MES ' DELIMITED BY SIZE
               WRK-MES-FECHAR DELIMITED BY SIZE
               ' FECHADO - ESTOQUE E PAGAMENTOS CONGELADOS.'
               DELIMITED BY SIZE
               INTO MP-TEXTO
           PERFORM EMITE-MENSAGEM.

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
           MOVE 'PROG171'        TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO   TO RN-EVENTO
           MOVE WRK-CD-DATA      TO RN-DATA
           MOVE WRK-CD-HORA      TO RN-HORA
           MOVE 0                TO RN-LIDOS
           MOVE WRK-QTD-GRAVADOS TO RN-GRAVADOS
           MOVE 0                TO RN-REJEITADOS
           MOVE RETURN-CODE      TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG171.
