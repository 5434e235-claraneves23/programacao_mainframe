      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG177.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  APONTAMENTO DE HORAS DE MAO DE OBRA POR ORDEM DE SERVICO - O
      *  OPERADOR LANCA A ORDEM, A DATA, O HORARIO DE INICIO E DE FIM
      *  (HHMM) E A ATIVIDADE; O LANCAMENTO VAI PARA O APONTMO COM OS
      *  MINUTOS, O VALOR DA HORA DA ATIVIDADE VIGENTE E O CUSTO, QUE
      *  O CUSTEIO POR ORDEM (PROG63) SOMA AO CUSTO DE MATERIAL. A
      *  ORDEM PRECISA EXISTIR NO MESTRE; ORDEM FECHADA E HORARIO QUE
      *  SE SOBREPOE A OUTRO APONTAMENTO DO OPERADOR NO DIA SAO
      *  AVISADOS E ACEITOS, E SAEM APONTADOS NA FOLHA SEMANAL
      *  (PROG178) PARA A SUPERVISAO CORRIGIR. MANTEM TAMBEM A TABELA
      *  DE ATIVIDADES (TAXAMO) COM O VALOR DA HORA DE CADA UMA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDEM-SERVICO-FILE ASSIGN TO "ORDSERV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-NUMERO
               FILE STATUS IS WRK-FS-ORDEM.
           SELECT TAXA-ATIVIDADE-FILE ASSIGN TO "TAXAMO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CODIGO
               FILE STATUS IS WRK-FS-TAXA.
           SELECT APONTAMENTO-MO-FILE ASSIGN TO "APONTMO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APONT.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDEM-SERVICO-FILE.
           COPY ORDSERV.
       FD  TAXA-ATIVIDADE-FILE.
           COPY TAXAMO.
       FD  APONTAMENTO-MO-FILE.
           COPY APONTMO.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ORDEM      PIC X(02) VALUE SPACES.
       77 WRK-FS-TAXA       PIC X(02) VALUE SPACES.
       77 WRK-FS-APONT      PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC 9 VALUE 0.
       77 WRK-CONTINUAR     PIC X VALUE 'S'.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77 WRK-ORDEM         PIC X(08) VALUE SPACES.
       77 WRK-DATA          PIC X(08) VALUE SPACES.
       77 WRK-ATIVIDADE     PIC X(04) VALUE SPACES.
       77 WRK-DESCRICAO     PIC X(30) VALUE SPACES.
       77 WRK-HORA-ED       PIC X(04) VALUE SPACES.
       77 WRK-HORA-INICIO   PIC 9(04) VALUE 0.
       77 WRK-HORA-FIM      PIC 9(04) VALUE 0.
       77 WRK-HORA-NUM      PIC 9(04) VALUE 0.
       77 WRK-HORA-OK       PIC X(01) VALUE 'N'.
           88 HORA-VALIDA          VALUE 'S'.
       77 WRK-MIN-INICIO    PIC 9(04) VALUE 0.
       77 WRK-MIN-FIM       PIC 9(04) VALUE 0.
       77 WRK-MINUTOS       PIC 9(04) VALUE 0.
       77 WRK-VALOR-HORA    PIC 9(05)V99 VALUE 0.
       77 WRK-CUSTO         PIC 9(07)V99 VALUE 0.
       77 WRK-APONTA-OK     PIC X(01) VALUE 'S'.
           88 APONTAMENTO-VALIDO   VALUE 'S'.
       77 WRK-ORDEM-FECHADA PIC X(01) VALUE 'N'.
           88 APONTA-ORDEM-FECHADA VALUE 'S'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-QTD-SOBREPOE  PIC 9(03) VALUE 0.
       77 WRK-VALOR-ED      PIC X(10) VALUE SPACES.
       77 WRK-VALOR-SAI     PIC ZZ.ZZ9,99.
       77 WRK-CUSTO-SAI     PIC Z.ZZZ.ZZ9,99.
       77 WRK-MIN-SAI       PIC ZZZ9.
       COPY DATAPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           OPEN I-O TAXA-ATIVIDADE-FILE
           IF WRK-FS-TAXA = '35'
               CLOSE TAXA-ATIVIDADE-FILE
               OPEN OUTPUT TAXA-ATIVIDADE-FILE
               CLOSE TAXA-ATIVIDADE-FILE
               OPEN I-O TAXA-ATIVIDADE-FILE
           END-IF

           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

           CLOSE TAXA-ATIVIDADE-FILE
           STOP RUN.

       EXIBE-MENU.
           DISPLAY 'APONTAMENTO DE HORAS DE MAO DE OBRA'
           DISPLAY '1 - APONTAR HORAS EM ORDEM DE SERVICO'
           DISPLAY '2 - INCLUIR/ALTERAR ATIVIDADE E VALOR DA HORA'
           DISPLAY '3 - LISTAR ATIVIDADES'
           DISPLAY '4 - SAIR'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM APONTA-HORAS
               WHEN 2 PERFORM MANTEM-ATIVIDADE
               WHEN 3 PERFORM LISTA-ATIVIDADES
               WHEN 4 MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      ******************************************************************
      * APONTA-HORAS - Lanca um apontamento: operador (em branco, o
      * usuario da sessao), ordem, data (em branco, hoje), horario e
      * atividade. Qualquer campo recusado cancela o lancamento.
      ******************************************************************
       APONTA-HORAS.
           MOVE 'S' TO WRK-APONTA-OK
           MOVE 'N' TO WRK-ORDEM-FECHADA
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           DISPLAY 'OPERADOR (EM BRANCO = ' WRK-USUARIO '):'
           ACCEPT WRK-OPERADOR
           IF WRK-OPERADOR = SPACES
               MOVE WRK-USUARIO TO WRK-OPERADOR
           END-IF
           PERFORM SOLICITA-ORDEM
           IF APONTAMENTO-VALIDO
               PERFORM SOLICITA-DATA
           END-IF
           IF APONTAMENTO-VALIDO
               PERFORM SOLICITA-HORARIO
           END-IF
           IF APONTAMENTO-VALIDO
               PERFORM SOLICITA-ATIVIDADE
           END-IF
           IF APONTAMENTO-VALIDO
               PERFORM CONFERE-SOBREPOSICAO
               PERFORM GRAVA-APONTAMENTO
           ELSE
               DISPLAY 'APONTAMENTO NAO GRAVADO.'
           END-IF.

       SOLICITA-ORDEM.
           DISPLAY 'NUMERO DA ORDEM DE SERVICO:'
           ACCEPT WRK-ORDEM
           OPEN INPUT ORDEM-SERVICO-FILE
           IF WRK-FS-ORDEM = '35'
               DISPLAY 'MESTRE DE ORDENS NAO IMPLANTADO.'
               MOVE 'N' TO WRK-APONTA-OK
           ELSE
               MOVE WRK-ORDEM TO OS-NUMERO
               READ ORDEM-SERVICO-FILE
                   INVALID KEY
                       DISPLAY 'ORDEM NAO CADASTRADA.'
                       MOVE 'N' TO WRK-APONTA-OK
                   NOT INVALID KEY
                       IF OS-FECHADA
                           MOVE 'S' TO WRK-ORDEM-FECHADA
                           DISPLAY 'ATENCAO: ORDEM FECHADA - O '
                               'APONTAMENTO SAI NA FOLHA SEMANAL PARA '
                               'CONFERENCIA.'
                       END-IF
               END-READ
               CLOSE ORDEM-SERVICO-FILE
           END-IF.

      ******************************************************************
      * SOLICITA-DATA - Data do trabalho, conferida pelo subprograma
      * comum de datas; data futura e recusada.
      ******************************************************************
       SOLICITA-DATA.
           DISPLAY 'DATA DO TRABALHO AAAAMMDD (EM BRANCO = HOJE):'
           ACCEPT WRK-DATA
           IF WRK-DATA = SPACES
               MOVE WRK-CD-DATA TO WRK-DATA
           END-IF
           MOVE 1 TO DP-OPERACAO
           MOVE WRK-DATA TO DP-DATA-1
           CALL 'PROG104' USING DATA-PARAMETROS
           IF DP-VALIDA NOT = 'S'
               DISPLAY 'DATA INVALIDA.'
               MOVE 'N' TO WRK-APONTA-OK
           ELSE
               IF WRK-DATA > WRK-CD-DATA
                   DISPLAY 'DATA FUTURA NAO PODE SER APONTADA.'
                   MOVE 'N' TO WRK-APONTA-OK
               END-IF
           END-IF.

      ******************************************************************
      * SOLICITA-HORARIO - Inicio e fim em HHMM no mesmo dia; o fim
      * precisa ser posterior ao inicio.
      ******************************************************************
       SOLICITA-HORARIO.
           DISPLAY 'HORA DE INICIO (HHMM):'
           ACCEPT WRK-HORA-ED
           PERFORM CONFERE-HORA
           IF HORA-VALIDA
               MOVE WRK-HORA-NUM TO WRK-HORA-INICIO
               DISPLAY 'HORA DE FIM (HHMM):'
               ACCEPT WRK-HORA-ED
               PERFORM CONFERE-HORA
           END-IF
           IF HORA-VALIDA
               MOVE WRK-HORA-NUM TO WRK-HORA-FIM
               COMPUTE WRK-MIN-INICIO =
                   (WRK-HORA-INICIO / 100) * 60
                   + FUNCTION MOD(WRK-HORA-INICIO, 100)
               COMPUTE WRK-MIN-FIM =
                   (WRK-HORA-FIM / 100) * 60
                   + FUNCTION MOD(WRK-HORA-FIM, 100)
               IF WRK-MIN-FIM NOT > WRK-MIN-INICIO
                   DISPLAY 'HORA DE FIM DEVE SER POSTERIOR A DE '
                       'INICIO (TURNO QUE VIRA O DIA: DOIS '
                       'APONTAMENTOS).'
                   MOVE 'N' TO WRK-APONTA-OK
               ELSE
                   COMPUTE WRK-MINUTOS = WRK-MIN-FIM - WRK-MIN-INICIO
               END-IF
           ELSE
               DISPLAY 'HORARIO INVALIDO (HHMM, 0000 A 2359).'
               MOVE 'N' TO WRK-APONTA-OK
           END-IF.

       CONFERE-HORA.
           MOVE 'N' TO WRK-HORA-OK
           IF WRK-HORA-ED IS NUMERIC
               MOVE WRK-HORA-ED TO WRK-HORA-NUM
               IF WRK-HORA-NUM(1:2) < '24'
                   AND WRK-HORA-NUM(3:2) < '60'
                   MOVE 'S' TO WRK-HORA-OK
               END-IF
           END-IF.

       SOLICITA-ATIVIDADE.
           DISPLAY 'CODIGO DA ATIVIDADE:'
           ACCEPT WRK-ATIVIDADE
           MOVE FUNCTION UPPER-CASE(WRK-ATIVIDADE) TO WRK-ATIVIDADE
           MOVE WRK-ATIVIDADE TO TX-CODIGO
           READ TAXA-ATIVIDADE-FILE
               INVALID KEY
                   DISPLAY 'ATIVIDADE NAO CADASTRADA (OPCAO 2).'
                   MOVE 'N' TO WRK-APONTA-OK
               NOT INVALID KEY
                   IF TX-INATIVA
                       DISPLAY 'ATIVIDADE INATIVA.'
                       MOVE 'N' TO WRK-APONTA-OK
                   ELSE
                       MOVE TX-VALOR-HORA TO WRK-VALOR-HORA
                   END-IF
           END-READ.

      ******************************************************************
      * CONFERE-SOBREPOSICAO - Avisa quando o horario cruza outro
      * apontamento do mesmo operador no mesmo dia; o lancamento e
      * aceito e a folha semanal aponta o conflito.
      ******************************************************************
       CONFERE-SOBREPOSICAO.
           MOVE 0 TO WRK-QTD-SOBREPOE
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT APONTAMENTO-MO-FILE
           IF WRK-FS-APONT = '00'
               PERFORM UNTIL FIM-ARQ
                   READ APONTAMENTO-MO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                       NOT AT END
                           IF MO-OPERADOR = WRK-OPERADOR
                               AND MO-DATA = WRK-DATA
                               AND MO-HORA-INICIO < WRK-HORA-FIM
                               AND MO-HORA-FIM > WRK-HORA-INICIO
                               ADD 1 TO WRK-QTD-SOBREPOE
                               DISPLAY 'ATENCAO: SOBREPOE O '
                                   'APONTAMENTO ' MO-HORA-INICIO '-'
                                   MO-HORA-FIM ' NA ORDEM ' MO-ORDEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APONTAMENTO-MO-FILE
           END-IF.

       GRAVA-APONTAMENTO.
           COMPUTE WRK-CUSTO ROUNDED =
               WRK-MINUTOS * WRK-VALOR-HORA / 60
           OPEN EXTEND APONTAMENTO-MO-FILE
           IF WRK-FS-APONT = '05' OR WRK-FS-APONT = '35'
               OPEN OUTPUT APONTAMENTO-MO-FILE
           END-IF
           MOVE WRK-OPERADOR    TO MO-OPERADOR
           MOVE WRK-ORDEM       TO MO-ORDEM
           MOVE WRK-DATA        TO MO-DATA
           MOVE WRK-HORA-INICIO TO MO-HORA-INICIO
           MOVE WRK-HORA-FIM    TO MO-HORA-FIM
           MOVE WRK-ATIVIDADE   TO MO-ATIVIDADE
           MOVE WRK-MINUTOS     TO MO-MINUTOS
           MOVE WRK-VALOR-HORA  TO MO-VALOR-HORA
           MOVE WRK-CUSTO       TO MO-CUSTO
           MOVE WRK-CD-DATA     TO MO-DATA-REGISTRO
           MOVE WRK-CD-HORA     TO MO-HORA-REGISTRO
           MOVE WRK-USUARIO     TO MO-USUARIO
           WRITE APONTAMENTO-MO-RECORD
           CLOSE APONTAMENTO-MO-FILE
           MOVE WRK-MINUTOS TO WRK-MIN-SAI
           MOVE WRK-CUSTO   TO WRK-CUSTO-SAI
           DISPLAY 'APONTADOS ' WRK-MIN-SAI ' MINUTO(S) NA ORDEM '
               WRK-ORDEM ' - CUSTO ' WRK-CUSTO-SAI.

      ******************************************************************
      * MANTEM-ATIVIDADE - Inclui a atividade nova ou altera a
      * descricao, o valor da hora e a situacao de uma existente. O
      * valor novo vale para os apontamentos dali em diante.
      ******************************************************************
       MANTEM-ATIVIDADE.
           DISPLAY 'CODIGO DA ATIVIDADE:'
           ACCEPT WRK-ATIVIDADE
           MOVE FUNCTION UPPER-CASE(WRK-ATIVIDADE) TO WRK-ATIVIDADE
           IF WRK-ATIVIDADE = SPACES
               DISPLAY 'CODIGO NAO PODE SER EM BRANCO.'
           ELSE
               MOVE WRK-ATIVIDADE TO TX-CODIGO
               READ TAXA-ATIVIDADE-FILE
                   INVALID KEY
                       PERFORM INCLUI-ATIVIDADE
                   NOT INVALID KEY
                       PERFORM ALTERA-ATIVIDADE
               END-READ
           END-IF.

       INCLUI-ATIVIDADE.
           INITIALIZE TAXA-ATIVIDADE-RECORD
           MOVE WRK-ATIVIDADE TO TX-CODIGO
           DISPLAY 'DESCRICAO:'
           ACCEPT TX-DESCRICAO
           DISPLAY 'VALOR DA HORA:'
           PERFORM SOLICITA-VALOR-HORA
           IF WRK-VALOR-HORA > 0
               MOVE WRK-VALOR-HORA TO TX-VALOR-HORA
               MOVE 'A' TO TX-SITUACAO
               MOVE FUNCTION CURRENT-DATE(1:8) TO TX-DATA-ALTERACAO
               WRITE TAXA-ATIVIDADE-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO INCLUIR A ATIVIDADE.'
                   NOT INVALID KEY
                       DISPLAY 'ATIVIDADE INCLUIDA: ' TX-CODIGO
               END-WRITE
           ELSE
               DISPLAY 'VALOR DA HORA INVALIDO. INCLUSAO NEGADA.'
           END-IF.

       ALTERA-ATIVIDADE.
           MOVE TX-VALOR-HORA TO WRK-VALOR-SAI
           DISPLAY 'ATIVIDADE ' TX-CODIGO ' ' TX-DESCRICAO
           DISPLAY 'VALOR DA HORA ' WRK-VALOR-SAI '  SITUACAO '
               TX-SITUACAO ' (A=ATIVA I=INATIVA)'
           DISPLAY 'NOVA DESCRICAO (EM BRANCO = MANTEM):'
           ACCEPT WRK-DESCRICAO
           IF WRK-DESCRICAO NOT = SPACES
               MOVE WRK-DESCRICAO TO TX-DESCRICAO
           END-IF
           DISPLAY 'NOVO VALOR DA HORA (EM BRANCO = MANTEM):'
           PERFORM SOLICITA-VALOR-HORA
           IF WRK-VALOR-HORA > 0
               MOVE WRK-VALOR-HORA TO TX-VALOR-HORA
           END-IF
           DISPLAY 'SITUACAO (A/I, EM BRANCO = MANTEM):'
           ACCEPT WRK-HORA-ED
           MOVE FUNCTION UPPER-CASE(WRK-HORA-ED(1:1))
               TO WRK-HORA-ED(1:1)
           IF WRK-HORA-ED(1:1) = 'A' OR WRK-HORA-ED(1:1) = 'I'
               MOVE WRK-HORA-ED(1:1) TO TX-SITUACAO
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO TX-DATA-ALTERACAO
           REWRITE TAXA-ATIVIDADE-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO ALTERAR A ATIVIDADE.'
               NOT INVALID KEY
                   DISPLAY 'ATIVIDADE ALTERADA: ' TX-CODIGO
           END-REWRITE.

       SOLICITA-VALOR-HORA.
           MOVE 0 TO WRK-VALOR-HORA
           ACCEPT WRK-VALOR-ED
           IF WRK-VALOR-ED NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WRK-VALOR-ED) = 0
                   COMPUTE WRK-VALOR-HORA =
                       FUNCTION NUMVAL(WRK-VALOR-ED)
               END-IF
           END-IF.

       LISTA-ATIVIDADES.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO TX-CODIGO
           START TAXA-ATIVIDADE-FILE KEY IS NOT LESS THAN TX-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
                   DISPLAY 'NENHUMA ATIVIDADE CADASTRADA.'
           END-START
           PERFORM UNTIL FIM-ARQ
               READ TAXA-ATIVIDADE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
                   NOT AT END
                       MOVE TX-VALOR-HORA TO WRK-VALOR-SAI
                       DISPLAY TX-CODIGO ' ' TX-DESCRICAO ' '
                           WRK-VALOR-SAI ' ' TX-SITUACAO
               END-READ
           END-PERFORM.
       END PROGRAM PROG177.
