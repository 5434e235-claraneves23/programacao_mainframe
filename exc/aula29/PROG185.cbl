      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG185.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  ACURACIA DO INVENTARIO POR CLASSE ABC - LE O HISTORICO DE
      *  CONTAGENS POSTADAS PELO PROG100 (CONTHIST) E LISTA, MES A MES
      *  E POR CLASSE (A, B, C E SEM CLASSIFICACAO), AS CONTAGENS, AS
      *  QUE BATERAM COM O SALDO DO SISTEMA, A ACURACIA (EXATAS SOBRE
      *  CONTADAS) E O VALOR ABSOLUTO DAS DIFERENCAS AO CUSTO MEDIO,
      *  COM O TOTAL DE CADA CLASSE NO PERIODO - PARA ACOMPANHAR SE A
      *  CONTAGEM CICLICA DO PROG184 MANTEM O ESTOQUE CONFIAVEL.
      *  PARM: 'AAAAMM' - PRIMEIRO MES DO RELATORIO (EM BRANCO, TODO O
      *  HISTORICO).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAGEM-HIST-FILE ASSIGN TO "CONTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HIST.
           SELECT ACURACIA-REL-FILE ASSIGN TO "ACURREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAGEM-HIST-FILE.
           COPY CONTHIST.
       FD  ACURACIA-REL-FILE.
       01  ACURACIA-REL-LINHA PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-HIST       PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-ESTOURO       PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA     VALUE 'S'.
       77 WRK-MES-INICIAL   PIC X(06) VALUE SPACES.
       77 WRK-MES-BUSCA     PIC X(06) VALUE SPACES.
       77 WRK-P             PIC 9(03) VALUE 0.
       77 WRK-J             PIC 9(03) VALUE 0.
       77 WRK-C             PIC 9(01) VALUE 0.
       77 WRK-MAX-MESES     PIC 9(03) VALUE 120.
       77 WRK-QTD-MESES     PIC 9(03) VALUE 0.
       77 WRK-QTD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-QTD-CONTAGENS PIC 9(08) VALUE 0.
       77 WRK-QTD-FORA      PIC 9(08) VALUE 0.
       77 WRK-VALOR-ABS     PIC 9(09)V99 VALUE 0.
       77 WRK-ACURACIA      PIC 9(03)V99 VALUE 0.
       77 WRK-ROTULO        PIC X(06) VALUE SPACES.
       77 WRK-CONT-ED       PIC ZZZ,ZZ9.
       77 WRK-EXATAS-ED     PIC ZZZ,ZZ9.
       77 WRK-ACUR-ED       PIC ZZ9.99.
       77 WRK-VALOR-ED      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77 WRK-QTD-ED        PIC ZZZZZZZ9.
       COPY MSGPARM.
       01 TABELA-CLASSES.
          05 FILLER         PIC X(01) VALUE 'A'.
          05 FILLER         PIC X(01) VALUE 'B'.
          05 FILLER         PIC X(01) VALUE 'C'.
          05 FILLER         PIC X(01) VALUE '-'.
       01 TABELA-CLASSES-R REDEFINES TABELA-CLASSES.
          05 TC-CLASSE      PIC X(01) OCCURS 4 TIMES.
       01 TABELA-MESES.
          05 MS-ENTRY OCCURS 120 TIMES.
             10 MS-MES         PIC X(06).
             10 MS-CLASSE OCCURS 4 TIMES.
                15 MS-CONTAGENS PIC 9(06).
                15 MS-EXATAS    PIC 9(06).
                15 MS-VALOR     PIC 9(11)V99.
       01 TABELA-TOTAIS.
          05 TT-CLASSE OCCURS 4 TIMES.
             10 TT-CONTAGENS   PIC 9(08).
             10 TT-EXATAS      PIC 9(08).
             10 TT-VALOR       PIC 9(11)V99.
       01 WRK-LINHA-VALORES.
          05 LV-CONTAGENS   PIC 9(08).
          05 LV-EXATAS      PIC 9(08).
          05 LV-VALOR       PIC 9(11)V99.
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
               INITIALIZE TABELA-MESES
               INITIALIZE TABELA-TOTAIS
               OPEN INPUT CONTAGEM-HIST-FILE
               IF WRK-FS-HIST NOT = '35'
                   PERFORM ACUMULA-CONTAGENS
                   CLOSE CONTAGEM-HIST-FILE
               END-IF
               OPEN OUTPUT ACURACIA-REL-FILE
               PERFORM ESCREVE-CABECALHO
               PERFORM VARYING WRK-P FROM 1 BY 1
                   UNTIL WRK-P > WRK-QTD-MESES
                   PERFORM ESCREVE-MES
               END-PERFORM
               PERFORM ESCREVE-TOTAIS
               CLOSE ACURACIA-REL-FILE
               PERFORM MENSAGEM-FINAL
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * VALIDA-PARM - Primeiro mes do relatorio no formato AAAAMM; em
      * branco o relatorio cobre todo o historico.
      ******************************************************************
       VALIDA-PARM.
           IF PARM-TAM > 0
               MOVE PARM-TEXTO(1:PARM-TAM) TO WRK-MES-INICIAL
           END-IF
           IF WRK-MES-INICIAL NOT = SPACES
               IF WRK-MES-INICIAL IS NOT NUMERIC
                   OR WRK-MES-INICIAL(5:2) < '01'
                   OR WRK-MES-INICIAL(5:2) > '12'
                   MOVE 'ACD0195E' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'MES INICIAL INVALIDO: ' DELIMITED BY SIZE
                       WRK-MES-INICIAL DELIMITED BY SIZE
                       ' (PARM AAAAMM).' DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * ACUMULA-CONTAGENS - Soma cada contagem do historico no mes e
      * na classe: contagem exata e a que nao teve diferenca.
      ******************************************************************
       ACUMULA-CONTAGENS.
           MOVE 'N' TO WRK-FIM-ARQ
           PERFORM UNTIL FIM-ARQ
               READ CONTAGEM-HIST-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDOS
                       IF CH-DATA(1:6) NOT < WRK-MES-INICIAL
                           PERFORM ACUMULA-CONTAGEM
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULA-CONTAGEM.
           MOVE CH-DATA(1:6) TO WRK-MES-BUSCA
           PERFORM LOCALIZA-MES
           IF WRK-P > 0
               EVALUATE CH-CLASSE
                   WHEN 'A' MOVE 1 TO WRK-C
                   WHEN 'B' MOVE 2 TO WRK-C
                   WHEN 'C' MOVE 3 TO WRK-C
                   WHEN OTHER MOVE 4 TO WRK-C
               END-EVALUATE
               IF CH-VALOR-DIF < 0
                   COMPUTE WRK-VALOR-ABS = 0 - CH-VALOR-DIF
               ELSE
                   MOVE CH-VALOR-DIF TO WRK-VALOR-ABS
               END-IF
               ADD 1 TO WRK-QTD-CONTAGENS
               ADD 1 TO MS-CONTAGENS(WRK-P, WRK-C)
               ADD 1 TO TT-CONTAGENS(WRK-C)
               IF CH-DIFERENCA = 0
                   ADD 1 TO MS-EXATAS(WRK-P, WRK-C)
                   ADD 1 TO TT-EXATAS(WRK-C)
               END-IF
               ADD WRK-VALOR-ABS TO MS-VALOR(WRK-P, WRK-C)
               ADD WRK-VALOR-ABS TO TT-VALOR(WRK-C)
           ELSE
               ADD 1 TO WRK-QTD-FORA
           END-IF.

      ******************************************************************
      * LOCALIZA-MES - Posicao do mes na tabela, mantida em ordem
      * crescente: mes novo entra na posicao certa, deslocando os
      * seguintes. Tabela cheia devolve WRK-P = 0.
      ******************************************************************
       LOCALIZA-MES.
           PERFORM VARYING WRK-P FROM 1 BY 1
               UNTIL WRK-P > WRK-QTD-MESES
               OR MS-MES(WRK-P) NOT < WRK-MES-BUSCA
               CONTINUE
           END-PERFORM
           IF WRK-P > WRK-QTD-MESES
               OR MS-MES(WRK-P) NOT = WRK-MES-BUSCA
               IF WRK-QTD-MESES < WRK-MAX-MESES
                   PERFORM VARYING WRK-J FROM WRK-QTD-MESES BY -1
                       UNTIL WRK-J < WRK-P
                       MOVE MS-ENTRY(WRK-J) TO MS-ENTRY(WRK-J + 1)
                   END-PERFORM
                   ADD 1 TO WRK-QTD-MESES
                   INITIALIZE MS-ENTRY(WRK-P)
                   MOVE WRK-MES-BUSCA TO MS-MES(WRK-P)
               ELSE
                   MOVE 'S' TO WRK-ESTOURO
                   MOVE 0 TO WRK-P
               END-IF
           END-IF.

       ESCREVE-CABECALHO.
           MOVE SPACES TO ACURACIA-REL-LINHA
           STRING 'ACURACIA DO INVENTARIO POR CLASSE ABC - EMITIDO EM '
               DELIMITED BY SIZE
               WRK-CD-DATA DELIMITED BY SIZE
               INTO ACURACIA-REL-LINHA
           WRITE ACURACIA-REL-LINHA
           IF WRK-MES-INICIAL NOT = SPACES
               MOVE SPACES TO ACURACIA-REL-LINHA
               STRING 'A PARTIR DE ' DELIMITED BY SIZE
                   WRK-MES-INICIAL DELIMITED BY SIZE
                   INTO ACURACIA-REL-LINHA
               WRITE ACURACIA-REL-LINHA
           END-IF
           MOVE SPACES TO ACURACIA-REL-LINHA
           WRITE ACURACIA-REL-LINHA
           MOVE SPACES TO ACURACIA-REL-LINHA
           STRING 'MES    CL CONTAGENS  EXATAS  ACURACIA'
               DELIMITED BY SIZE
               '    VALOR DAS DIFERENCAS' DELIMITED BY SIZE
               INTO ACURACIA-REL-LINHA
           WRITE ACURACIA-REL-LINHA.

      ******************************************************************
      * ESCREVE-MES - Uma linha por classe contada no mes WRK-P.
      ******************************************************************
       ESCREVE-MES.
           MOVE MS-MES(WRK-P) TO WRK-ROTULO
           PERFORM VARYING WRK-C FROM 1 BY 1 UNTIL WRK-C > 4
               IF MS-CONTAGENS(WRK-P, WRK-C) > 0
                   MOVE MS-CONTAGENS(WRK-P, WRK-C) TO LV-CONTAGENS
                   MOVE MS-EXATAS(WRK-P, WRK-C)    TO LV-EXATAS
                   MOVE MS-VALOR(WRK-P, WRK-C)     TO LV-VALOR
                   PERFORM ESCREVE-LINHA
               END-IF
           END-PERFORM.

       ESCREVE-TOTAIS.
           MOVE SPACES TO ACURACIA-REL-LINHA
           WRITE ACURACIA-REL-LINHA
           MOVE 'TOTAL' TO WRK-ROTULO
           PERFORM VARYING WRK-C FROM 1 BY 1 UNTIL WRK-C > 4
               IF TT-CONTAGENS(WRK-C) > 0
                   MOVE TT-CONTAGENS(WRK-C) TO LV-CONTAGENS
                   MOVE TT-EXATAS(WRK-C)    TO LV-EXATAS
                   MOVE TT-VALOR(WRK-C)     TO LV-VALOR
                   PERFORM ESCREVE-LINHA
               END-IF
           END-PERFORM.

       ESCREVE-LINHA.
           COMPUTE WRK-ACURACIA ROUNDED =
               LV-EXATAS * 100 / LV-CONTAGENS
           MOVE LV-CONTAGENS TO WRK-CONT-ED
           MOVE LV-EXATAS    TO WRK-EXATAS-ED
           MOVE WRK-ACURACIA TO WRK-ACUR-ED
           MOVE LV-VALOR     TO WRK-VALOR-ED
           MOVE SPACES TO ACURACIA-REL-LINHA
           STRING WRK-ROTULO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TC-CLASSE(WRK-C) DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WRK-CONT-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-EXATAS-ED DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WRK-ACUR-ED DELIMITED BY SIZE
               '%       ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO ACURACIA-REL-LINHA
           WRITE ACURACIA-REL-LINHA.

      ******************************************************************
      * MENSAGEM-FINAL - Resultado da rodada para a operacao: RC=4 sem
      * contagem no periodo ou com meses alem da tabela.
      ******************************************************************
       MENSAGEM-FINAL.
           EVALUATE TRUE
               WHEN WRK-QTD-CONTAGENS = 0
                   MOVE 'ACD0194W' TO MP-ID
                   MOVE 'NENHUMA CONTAGEM DE INVENTARIO NO PERIODO.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               WHEN TABELA-ESTOURADA
                   MOVE WRK-QTD-FORA TO WRK-QTD-ED
                   MOVE 'ACD0194W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING WRK-QTD-ED DELIMITED BY SIZE
                       ' CONTAGEM(NS) FORA DO RELATORIO - MAIS DE 120 '
                       DELIMITED BY SIZE
                       'MESES.' DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE WRK-QTD-CONTAGENS TO WRK-QTD-ED
                   MOVE 'ACD0193I' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'ACURACIA POR CLASSE EMITIDA: '
                       DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       ' CONTAGEM(NS).' DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
           END-EVALUATE.

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
           MOVE 'PROG185'         TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO    TO RN-EVENTO
           MOVE WRK-CD-DATA       TO RN-DATA
           MOVE WRK-CD-HORA       TO RN-HORA
           MOVE WRK-QTD-LIDOS     TO RN-LIDOS
           MOVE WRK-QTD-CONTAGENS TO RN-GRAVADOS
           MOVE WRK-QTD-FORA      TO RN-REJEITADOS
           MOVE RETURN-CODE       TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG185.
