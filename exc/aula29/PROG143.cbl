      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG143.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  TEMPOS DA JANELA BATCH - O PROG36 DIZ SE CADA PROGRAMA RODOU E
      *  COM QUE RC, MAS NAO QUANTO TEMPO LEVOU. ESTE PROGRAMA CASA O
      *  EVENTO DE INICIO COM O DE FIM DE CADA PASSO DA CADEIA NOTURNA
      *  (NIGHTEOD) NO RUN-CONTROL, DA NOITE INFORMADA NO PARM
      *  (AAAAMMDD; SEM PARM, A NOITE DE ONTEM - A CADEIA QUE COMECA
      *  DEPOIS DO MEIO-DIA E VAI ATE O MEIO-DIA SEGUINTE), E GUARDA O
      *  TEMPO DE CADA PASSO E DA CADEIA INTEIRA NO HISTORICO JANHIST,
      *  QUE FICA SEMPRE COM AS ULTIMAS TRINTA NOITES. O RELATORIO
      *  MOSTRA CADA PASSO CONTRA A SUA PROPRIA MEDIA, COM REGISTROS
      *  LIDOS POR SEGUNDO (RN-LIDOS), DESTACA O PASSO ACIMA DA MEDIA
      *  ALEM DO PERCENTUAL DO JANPARM, LISTA A TENDENCIA DAS NOITES DO
      *  HISTORICO E PROJETA, PELA RETA DO HORARIO DE FIM DA CADEIA,
      *  EM QUE DATA O HORARIO LIMITE COMBINADO SERA ESTOURADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
           SELECT JANELA-HIST-FILE ASSIGN TO "JANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JH-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT JANELA-PARM-FILE ASSIGN TO "JANPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT JANELA-REL-FILE ASSIGN TO "JANREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  JANELA-HIST-FILE.
           COPY JANHIST.
       FD  JANELA-PARM-FILE.
           COPY JANPARM.
       FD  JANELA-REL-FILE.
           COPY JANREL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST       PIC X(02) VALUE SPACES.
       77 WRK-FS-PARM       PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-NA-NOITE      PIC X(01) VALUE 'N'.
           88 EVENTO-DA-NOITE      VALUE 'S'.
       77 WRK-NOITE         PIC X(08) VALUE SPACES.
       77 WRK-DIA-SEGUINTE  PIC X(08) VALUE SPACES.
       77 WRK-IDX           PIC 9(02) VALUE 0.
       77 WRK-QTD-PASSOS    PIC 9(02) VALUE 6.
       77 WRK-MAX-NOITES    PIC 9(02) VALUE 30.

      *  LIMITES DO JANPARM.
       77 WRK-HORA-LIMITE   PIC 9(06) VALUE 060000.
       77 WRK-PCT-DESVIO    PIC 9(03) VALUE 20.
       77 WRK-NOITES-AVISO  PIC 9(03) VALUE 7.

      *  CONVERSAO DE HORARIO EM SEGUNDOS A PARTIR DO MEIO-DIA DA
      *  NOITE (A CADEIA ATRAVESSA A MEIA-NOITE).
       77 WRK-OFS-DATA      PIC X(08) VALUE SPACES.
       77 WRK-OFS-HORA      PIC X(06) VALUE SPACES.
       77 WRK-OFS-NOITE     PIC X(08) VALUE SPACES.
       77 WRK-OFS-SEG       PIC S9(07) VALUE 0.
       77 WRK-OFS-LIMITE    PIC S9(07) VALUE 0.
       77 WRK-SEG-TRAB      PIC 9(07) VALUE 0.
       77 WRK-HH            PIC 9(02) VALUE 0.
       77 WRK-MM            PIC 9(02) VALUE 0.
       77 WRK-SS            PIC 9(02) VALUE 0.
       77 WRK-RESTO         PIC 9(05) VALUE 0.

      *  CADEIA DA NOITE.
       77 WRK-CAD-OFS-INI   PIC S9(07) VALUE 0.
       77 WRK-CAD-OFS-FIM   PIC S9(07) VALUE 0.
       77 WRK-CAD-IDX-INI   PIC 9(02) VALUE 0.
       77 WRK-CAD-IDX-FIM   PIC 9(02) VALUE 0.
       77 WRK-CAD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-CAD-SITUACAO  PIC X(01) VALUE 'C'.
       77 WRK-PASSOS-ALERTA PIC 9(02) VALUE 0.
       77 WRK-JANELA-ALERTA PIC X(01) VALUE 'N'.
           88 JANELA-EM-RISCO      VALUE 'S'.

      *  HISTORICO.
       77 WRK-QTD-NOITES    PIC 9(03) VALUE 0.
       77 WRK-EXCLUIR       PIC 9(03) VALUE 0.
       77 WRK-ORDEM-NOITE   PIC 9(03) VALUE 0.
       77 WRK-NOITE-ANT     PIC X(08) VALUE SPACES.
       77 WRK-TN            PIC 9(02) VALUE 0.
       77 WRK-REMOVIDOS     PIC 9(06) VALUE 0.

      *  MEDIA E DESVIO DO PASSO.
       77 WRK-MEDIA-SEG     PIC 9(07) VALUE 0.
       77 WRK-DESVIO        PIC S9(05) VALUE 0.
       77 WRK-REG-SEG       PIC 9(07) VALUE 0.
       77 WRK-REG-SEG-MEDIA PIC 9(07) VALUE 0.

      *  PROJECAO (RETA DOS MINIMOS QUADRADOS DO FIM DA CADEIA PELO
      *  NUMERO DO DIA).
       77 WRK-QTD-PONTOS    PIC 9(03) VALUE 0.
       77 WRK-X             PIC S9(05) VALUE 0.
       77 WRK-SOMA-X        PIC S9(09) VALUE 0.
       77 WRK-SOMA-Y        PIC S9(11) VALUE 0.
       77 WRK-SOMA-XY       PIC S9(15) VALUE 0.
       77 WRK-SOMA-XX       PIC S9(13) VALUE 0.
       77 WRK-DENOMINADOR   PIC S9(15) VALUE 0.
       77 WRK-INCLINACAO    PIC S9(07)V99 VALUE 0.
       77 WRK-ULT-OFS-FIM   PIC S9(07) VALUE 0.
       77 WRK-NOITES-ESTOURO PIC 9(05) VALUE 0.
       77 WRK-DATA-ESTOURO  PIC X(08) VALUE SPACES.
       77 WRK-PRIMEIRA-NOITE PIC X(08) VALUE SPACES.

      *  CAMPOS EDITADOS.
       77 WRK-ED-INICIO     PIC X(08) VALUE SPACES.
       77 WRK-ED-FIM        PIC X(08) VALUE SPACES.
       77 WRK-ED-DURACAO    PIC X(08) VALUE SPACES.
       77 WRK-ED-MEDIA      PIC X(08) VALUE SPACES.
       77 WRK-ED-LIMITE     PIC X(08) VALUE SPACES.
       77 WRK-LIDOS-ED      PIC ZZZZZZZ9.
       77 WRK-REG-SEG-ED    PIC ZZZZ9.
       77 WRK-DESVIO-ED     PIC +ZZZ9.
       77 WRK-PCT-ED        PIC ZZ9.
       77 WRK-QTD-ED        PIC ZZ9.
       77 WRK-NOITES-ED     PIC ZZZZ9.
       77 WRK-INCLIN-ED     PIC -ZZZZ9.
       COPY DATAPARM.
       COPY MSGPARM.

       01 WRK-HMS-ED.
          05 WRK-HMS-HH     PIC 9(02).
          05 FILLER         PIC X(01) VALUE ':'.
          05 WRK-HMS-MM     PIC 9(02).
          05 FILLER         PIC X(01) VALUE ':'.
          05 WRK-HMS-SS     PIC 9(02).

       01 WRK-HORA-TXT.
          05 WRK-HT-HH      PIC 9(02).
          05 WRK-HT-MM      PIC 9(02).
          05 WRK-HT-SS      PIC 9(02).
       01 WRK-HORA-TXT-X REDEFINES WRK-HORA-TXT PIC X(06).

       01 WRK-DATA-ED.
          05 WRK-DE-DIA     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-MES     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-ANO     PIC X(04).

      *  PASSOS DA CADEIA NIGHTEOD QUE REGISTRAM INICIO E FIM NO
      *  RUN-CONTROL, NA ORDEM DO JOB.
       01 TABELA-CADEIA.
          05 FILLER PIC X(08) VALUE 'PROG82  '.
          05 FILLER PIC X(08) VALUE 'PROG156 '.
          05 FILLER PIC X(08) VALUE 'PROG04  '.
          05 FILLER PIC X(08) VALUE 'PROG81  '.
          05 FILLER PIC X(08) VALUE 'PROG14  '.
          05 FILLER PIC X(08) VALUE 'PROG16  '.
       01 TABELA-CADEIA-RED REDEFINES TABELA-CADEIA.
          05 TC-ENTRY OCCURS 6 TIMES.
             10 TC-PROGRAMA  PIC X(08).

      *  APURACAO DA NOITE E MEDIAS DO HISTORICO POR PASSO.
       01 TABELA-PASSOS.
          05 TP-ENTRY OCCURS 6 TIMES.
             10 TP-RODOU       PIC X(01).
                88 TP-INICIADO       VALUE 'S'.
             10 TP-TERMINOU    PIC X(01).
                88 TP-TERMINADO      VALUE 'S'.
             10 TP-DATA-INI    PIC X(08).
             10 TP-HORA-INI    PIC X(06).
             10 TP-DATA-FIM    PIC X(08).
             10 TP-HORA-FIM    PIC X(06).
             10 TP-OFS-INI     PIC S9(07).
             10 TP-OFS-FIM     PIC S9(07).
             10 TP-SEGUNDOS    PIC 9(07).
             10 TP-LIDOS       PIC 9(08).
             10 TP-STATUS      PIC 9(02).
             10 TP-SOMA-SEG    PIC 9(09).
             10 TP-SOMA-LIDOS  PIC 9(11).
             10 TP-QTD-HIST    PIC 9(03).

      *  NOITES DO HISTORICO (TOTAIS DA CADEIA), EM ORDEM DE DATA.
       01 TABELA-NOITES.
          05 TN-ENTRY OCCURS 31 TIMES.
             10 TN-NOITE       PIC X(08).
             10 TN-HORA-FIM    PIC X(06).
             10 TN-OFS-FIM     PIC S9(07).
             10 TN-SEGUNDOS    PIC 9(07).
             10 TN-LIDOS       PIC 9(08).
             10 TN-SITUACAO    PIC X(01).

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(10).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA

           PERFORM DEFINE-NOITE
           IF RETURN-CODE < 8
               PERFORM CARREGA-PARAMETROS
               PERFORM APURA-NOITE
           END-IF
           IF RETURN-CODE < 8
               PERFORM ABRE-HISTORICO
           END-IF
           IF RETURN-CODE < 8
               PERFORM GRAVA-NOITE
               PERFORM ROLA-HISTORICO
               PERFORM CARREGA-HISTORICO
               CLOSE JANELA-HIST-FILE
               OPEN OUTPUT JANELA-REL-FILE
               PERFORM ESCREVE-CABECALHO
               PERFORM ESCREVE-PASSOS
               PERFORM ESCREVE-CADEIA
               PERFORM ESCREVE-TENDENCIA
               PERFORM ESCREVE-PROJECAO
               CLOSE JANELA-REL-FILE
               PERFORM SINALIZA-ALERTAS
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * DEFINE-NOITE - A noite e a data em que a cadeia comecou: a do
      * PARM (AAAAMMDD, para reprocessar) ou, sem PARM, a de ontem.
      * Os eventos da noite vao do meio-dia dessa data ao meio-dia
      * do dia seguinte.
      ******************************************************************
       DEFINE-NOITE.
           IF PARM-TAM > 0
               MOVE PARM-TEXTO(1:8) TO WRK-NOITE
               MOVE 1         TO DP-OPERACAO
               MOVE WRK-NOITE TO DP-DATA-1
               CALL 'PROG104' USING DATA-PARAMETROS
               IF DP-VALIDA NOT = 'S'
                   MOVE 'ACD0118E' TO MP-ID
                   MOVE 'NOITE INVALIDA. INFORME PARM=AAAAMMDD.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 3           TO DP-OPERACAO
               MOVE WRK-CD-DATA TO DP-DATA-1
               MOVE -1          TO DP-DIAS
               CALL 'PROG104' USING DATA-PARAMETROS
               MOVE DP-RESULTADO TO WRK-NOITE
           END-IF
           IF RETURN-CODE < 8
               MOVE 3         TO DP-OPERACAO
               MOVE WRK-NOITE TO DP-DATA-1
               MOVE 1         TO DP-DIAS
               CALL 'PROG104' USING DATA-PARAMETROS
               MOVE DP-RESULTADO TO WRK-DIA-SEGUINTE
           END-IF.

      ******************************************************************
      * CARREGA-PARAMETROS - Le o horario limite, o desvio aceito e a
      * antecedencia do aviso no JANPARM; sem o arquivo, ou com campo
      * invalido, fica o valor padrao.
      ******************************************************************
       CARREGA-PARAMETROS.
           OPEN INPUT JANELA-PARM-FILE
           IF WRK-FS-PARM = '00'
               READ JANELA-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JP-HORA-LIMITE IS NUMERIC
                           MOVE JP-HORA-LIMITE TO WRK-HORA-LIMITE
                       END-IF
                       IF JP-PCT-DESVIO IS NUMERIC
                           MOVE JP-PCT-DESVIO TO WRK-PCT-DESVIO
                       END-IF
                       IF JP-NOITES-AVISO IS NUMERIC
                           MOVE JP-NOITES-AVISO TO WRK-NOITES-AVISO
                       END-IF
               END-READ
               CLOSE JANELA-PARM-FILE
           END-IF
           MOVE WRK-HORA-LIMITE  TO WRK-HORA-TXT
           MOVE WRK-DIA-SEGUINTE TO WRK-OFS-DATA
           MOVE WRK-HORA-TXT-X   TO WRK-OFS-HORA
           MOVE WRK-NOITE        TO WRK-OFS-NOITE
           PERFORM CALCULA-OFFSET
           MOVE WRK-OFS-SEG TO WRK-OFS-LIMITE
           MOVE WRK-HORA-TXT-X TO WRK-OFS-HORA
           PERFORM FORMATA-HORA-TEXTO
           MOVE WRK-HMS-ED TO WRK-ED-LIMITE.

      ******************************************************************
      * APURA-NOITE - Le o RUN-CONTROL inteiro e, para cada passo da
      * cadeia, casa o inicio com o fim dentro da noite. Passo que
      * abendou e foi ressubmetido vale pela ultima rodada: um novo
      * inicio descarta o fim anterior.
      ******************************************************************
       APURA-NOITE.
           INITIALIZE TABELA-PASSOS
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PASSOS
               MOVE 'N' TO TP-RODOU(WRK-IDX)
               MOVE 'N' TO TP-TERMINOU(WRK-IDX)
           END-PERFORM
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT RUN-CONTROL-FILE
           IF WRK-FS-RUNCTL NOT = '00'
               MOVE 'ACD0119E' TO MP-ID
               MOVE 'RUNCTL INDISPONIVEL - TEMPOS NAO APURADOS.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL FIM-ARQ
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       PERFORM APURA-EVENTO
                   END-IF
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       APURA-EVENTO.
           MOVE 'N' TO WRK-NA-NOITE
           IF (RN-DATA = WRK-NOITE AND RN-HORA NOT < '120000')
               OR (RN-DATA = WRK-DIA-SEGUINTE AND RN-HORA < '120000')
               MOVE 'S' TO WRK-NA-NOITE
           END-IF
           IF EVENTO-DA-NOITE
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-PASSOS
                   OR TC-PROGRAMA(WRK-IDX) = RN-PROGRAMA
                   CONTINUE
               END-PERFORM
               IF WRK-IDX NOT > WRK-QTD-PASSOS
                   MOVE RN-DATA   TO WRK-OFS-DATA
                   MOVE RN-HORA   TO WRK-OFS-HORA
                   MOVE WRK-NOITE TO WRK-OFS-NOITE
                   PERFORM CALCULA-OFFSET
                   IF RN-INICIO
                       MOVE 'S'         TO TP-RODOU(WRK-IDX)
                       MOVE 'N'         TO TP-TERMINOU(WRK-IDX)
                       MOVE RN-DATA     TO TP-DATA-INI(WRK-IDX)
                       MOVE RN-HORA     TO TP-HORA-INI(WRK-IDX)
                       MOVE WRK-OFS-SEG TO TP-OFS-INI(WRK-IDX)
                   ELSE
                       IF TP-INICIADO(WRK-IDX)
                           MOVE 'S'       TO TP-TERMINOU(WRK-IDX)
                           MOVE RN-DATA   TO TP-DATA-FIM(WRK-IDX)
                           MOVE RN-HORA   TO TP-HORA-FIM(WRK-IDX)
                           MOVE WRK-OFS-SEG TO TP-OFS-FIM(WRK-IDX)
                           MOVE RN-LIDOS  TO TP-LIDOS(WRK-IDX)
                           MOVE RN-STATUS TO TP-STATUS(WRK-IDX)
                           COMPUTE TP-SEGUNDOS(WRK-IDX) =
                               TP-OFS-FIM(WRK-IDX)
                               - TP-OFS-INI(WRK-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * CALCULA-OFFSET - Segundos entre o meio-dia da noite
      * (WRK-OFS-NOITE) e a data/hora informada; a data e a da noite
      * ou a do dia seguinte.
      ******************************************************************
       CALCULA-OFFSET.
           MOVE WRK-OFS-HORA TO WRK-HORA-TXT-X
           IF WRK-HORA-TXT IS NUMERIC
               COMPUTE WRK-OFS-SEG = WRK-HT-HH * 3600
                   + WRK-HT-MM * 60 + WRK-HT-SS - 43200
           ELSE
               MOVE 0 TO WRK-OFS-SEG
           END-IF
           IF WRK-OFS-DATA NOT = WRK-OFS-NOITE
               ADD 86400 TO WRK-OFS-SEG
           END-IF.

      ******************************************************************
      * ABRE-HISTORICO - Abre o JANHIST para atualizacao, criando-o na
      * primeira rodada.
      ******************************************************************
       ABRE-HISTORICO.
           OPEN I-O JANELA-HIST-FILE
           IF WRK-FS-HIST = '35'
               CLOSE JANELA-HIST-FILE
               OPEN OUTPUT JANELA-HIST-FILE
               CLOSE JANELA-HIST-FILE
               OPEN I-O JANELA-HIST-FILE
           END-IF
           IF WRK-FS-HIST NOT = '00'
               MOVE 'ACD0119E' TO MP-ID
               MOVE 'JANHIST INDISPONIVEL - TEMPOS NAO GRAVADOS.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * GRAVA-NOITE - Substitui no historico os registros da noite
      * (reprocessar a mesma noite nao duplica) por um registro por
      * passo que rodou e um de totais da cadeia.
      ******************************************************************
       GRAVA-NOITE.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE WRK-NOITE  TO JH-NOITE
           MOVE LOW-VALUES TO JH-PROGRAMA
           START JANELA-HIST-FILE KEY IS NOT LESS THAN JH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ JANELA-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   IF JH-NOITE NOT = WRK-NOITE
                       MOVE 'S' TO WRK-FIM-ARQ
                   ELSE
                       DELETE JANELA-HIST-FILE
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0   TO WRK-CAD-IDX-INI
           MOVE 0   TO WRK-CAD-IDX-FIM
           MOVE 0   TO WRK-CAD-LIDOS
           MOVE 'C' TO WRK-CAD-SITUACAO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PASSOS
               IF TP-INICIADO(WRK-IDX)
                   PERFORM GRAVA-PASSO
               END-IF
           END-PERFORM
           IF WRK-CAD-IDX-INI > 0
               PERFORM GRAVA-CADEIA
           END-IF.

       GRAVA-PASSO.
           MOVE WRK-NOITE              TO JH-NOITE
           MOVE TC-PROGRAMA(WRK-IDX)   TO JH-PROGRAMA
           MOVE TP-DATA-INI(WRK-IDX)   TO JH-DATA-INICIO
           MOVE TP-HORA-INI(WRK-IDX)   TO JH-HORA-INICIO
           IF TP-TERMINADO(WRK-IDX)
               MOVE TP-DATA-FIM(WRK-IDX) TO JH-DATA-FIM
               MOVE TP-HORA-FIM(WRK-IDX) TO JH-HORA-FIM
               MOVE TP-SEGUNDOS(WRK-IDX) TO JH-SEGUNDOS
               MOVE TP-LIDOS(WRK-IDX)    TO JH-LIDOS
               MOVE TP-STATUS(WRK-IDX)   TO JH-STATUS
               MOVE 'C'                  TO JH-SITUACAO
               ADD TP-LIDOS(WRK-IDX) TO WRK-CAD-LIDOS
               IF WRK-CAD-IDX-FIM = 0
                   MOVE WRK-IDX TO WRK-CAD-IDX-FIM
               ELSE
                   IF TP-OFS-FIM(WRK-IDX) >
                       TP-OFS-FIM(WRK-CAD-IDX-FIM)
                       MOVE WRK-IDX TO WRK-CAD-IDX-FIM
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO JH-DATA-FIM
               MOVE SPACES TO JH-HORA-FIM
               MOVE 0      TO JH-SEGUNDOS
               MOVE 0      TO JH-LIDOS
               MOVE 0      TO JH-STATUS
               MOVE 'N'    TO JH-SITUACAO
               MOVE 'N'    TO WRK-CAD-SITUACAO
           END-IF
           IF WRK-CAD-IDX-INI = 0
               MOVE WRK-IDX TO WRK-CAD-IDX-INI
           ELSE
               IF TP-OFS-INI(WRK-IDX) < TP-OFS-INI(WRK-CAD-IDX-INI)
                   MOVE WRK-IDX TO WRK-CAD-IDX-INI
               END-IF
           END-IF
           WRITE JANELA-HIST-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       GRAVA-CADEIA.
           MOVE WRK-NOITE  TO JH-NOITE
           MOVE '*CADEIA*' TO JH-PROGRAMA
           MOVE TP-DATA-INI(WRK-CAD-IDX-INI) TO JH-DATA-INICIO
           MOVE TP-HORA-INI(WRK-CAD-IDX-INI) TO JH-HORA-INICIO
           MOVE TP-OFS-INI(WRK-CAD-IDX-INI)  TO WRK-CAD-OFS-INI
           IF WRK-CAD-IDX-FIM = 0
               MOVE 'N'    TO WRK-CAD-SITUACAO
               MOVE SPACES TO JH-DATA-FIM
               MOVE SPACES TO JH-HORA-FIM
               MOVE 0      TO JH-SEGUNDOS
               MOVE 0      TO WRK-CAD-OFS-FIM
           ELSE
               MOVE TP-DATA-FIM(WRK-CAD-IDX-FIM) TO JH-DATA-FIM
               MOVE TP-HORA-FIM(WRK-CAD-IDX-FIM) TO JH-HORA-FIM
               MOVE TP-OFS-FIM(WRK-CAD-IDX-FIM)  TO WRK-CAD-OFS-FIM
               COMPUTE JH-SEGUNDOS =
                   WRK-CAD-OFS-FIM - WRK-CAD-OFS-INI
           END-IF
           MOVE WRK-CAD-LIDOS    TO JH-LIDOS
           MOVE 0                TO JH-STATUS
           MOVE WRK-CAD-SITUACAO TO JH-SITUACAO
           WRITE JANELA-HIST-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

      ******************************************************************
      * ROLA-HISTORICO - Mantem no JANHIST so as ultimas trinta
      * noites: conta as noites distintas e apaga as mais antigas.
      ******************************************************************
       ROLA-HISTORICO.
           MOVE 0 TO WRK-QTD-NOITES
           MOVE SPACES TO WRK-NOITE-ANT
           PERFORM POSICIONA-HISTORICO
           PERFORM UNTIL FIM-ARQ
               READ JANELA-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   IF JH-NOITE NOT = WRK-NOITE-ANT
                       ADD 1 TO WRK-QTD-NOITES
                       MOVE JH-NOITE TO WRK-NOITE-ANT
                   END-IF
               END-IF
           END-PERFORM

           IF WRK-QTD-NOITES > WRK-MAX-NOITES
               COMPUTE WRK-EXCLUIR = WRK-QTD-NOITES - WRK-MAX-NOITES
               MOVE 0 TO WRK-ORDEM-NOITE
               MOVE SPACES TO WRK-NOITE-ANT
               PERFORM POSICIONA-HISTORICO
               PERFORM UNTIL FIM-ARQ
                   READ JANELA-HIST-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       IF JH-NOITE NOT = WRK-NOITE-ANT
                           ADD 1 TO WRK-ORDEM-NOITE
                           MOVE JH-NOITE TO WRK-NOITE-ANT
                       END-IF
                       IF WRK-ORDEM-NOITE > WRK-EXCLUIR
                           MOVE 'S' TO WRK-FIM-ARQ
                       ELSE
                           DELETE JANELA-HIST-FILE
                               INVALID KEY CONTINUE
                           END-DELETE
                           ADD 1 TO WRK-REMOVIDOS
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WRK-MAX-NOITES TO WRK-QTD-NOITES
           END-IF.

       POSICIONA-HISTORICO.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO JH-CHAVE
           START JANELA-HIST-FILE KEY IS NOT LESS THAN JH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START.

      ******************************************************************
      * CARREGA-HISTORICO - Soma, por passo, o tempo e os registros
      * das noites completas anteriores (a media de cada passo nao
      * inclui a propria noite) e monta a tabela de noites da cadeia.
      ******************************************************************
       CARREGA-HISTORICO.
           MOVE 0 TO WRK-TN
           PERFORM POSICIONA-HISTORICO
           PERFORM UNTIL FIM-ARQ
               READ JANELA-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   IF JH-PROGRAMA = '*CADEIA*'
                       PERFORM CARREGA-NOITE-CADEIA
                   ELSE
                       IF JH-NOITE NOT = WRK-NOITE AND JH-COMPLETO
                           PERFORM CARREGA-MEDIA-PASSO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CARREGA-NOITE-CADEIA.
           IF WRK-TN < 31
               ADD 1 TO WRK-TN
               MOVE JH-NOITE    TO TN-NOITE(WRK-TN)
               MOVE JH-HORA-FIM TO TN-HORA-FIM(WRK-TN)
               MOVE JH-SEGUNDOS TO TN-SEGUNDOS(WRK-TN)
               MOVE JH-LIDOS    TO TN-LIDOS(WRK-TN)
               MOVE JH-SITUACAO TO TN-SITUACAO(WRK-TN)
               MOVE JH-DATA-FIM TO WRK-OFS-DATA
               MOVE JH-HORA-FIM TO WRK-OFS-HORA
               MOVE JH-NOITE    TO WRK-OFS-NOITE
               PERFORM CALCULA-OFFSET
               MOVE WRK-OFS-SEG TO TN-OFS-FIM(WRK-TN)
           END-IF.

       CARREGA-MEDIA-PASSO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PASSOS
               OR TC-PROGRAMA(WRK-IDX) = JH-PROGRAMA
               CONTINUE
           END-PERFORM
           IF WRK-IDX NOT > WRK-QTD-PASSOS
               ADD JH-SEGUNDOS TO TP-SOMA-SEG(WRK-IDX)
               ADD JH-LIDOS    TO TP-SOMA-LIDOS(WRK-IDX)
               ADD 1           TO TP-QTD-HIST(WRK-IDX)
           END-IF.

       ESCREVE-CABECALHO.
           MOVE WRK-NOITE(7:2) TO WRK-DE-DIA
           MOVE WRK-NOITE(5:2) TO WRK-DE-MES
           MOVE WRK-NOITE(1:4) TO WRK-DE-ANO
           MOVE SPACES TO JANELA-REL-LINHA
           STRING 'JANELA BATCH - CADEIA NIGHTEOD - NOITE DE '
               DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               INTO JANELA-REL-LINHA
           WRITE JANELA-REL-LINHA
           MOVE WRK-PCT-DESVIO TO WRK-PCT-ED
           MOVE WRK-QTD-NOITES TO WRK-QTD-ED
           MOVE SPACES TO JANELA-REL-LINHA
           STRING 'LIMITE ' DELIMITED BY SIZE
               WRK-ED-LIMITE DELIMITED BY SIZE
               '  DESVIO ACEITO ' DELIMITED BY SIZE
               WRK-PCT-ED DELIMITED BY SIZE
               '%  HISTORICO: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               ' NOITE(S)' DELIMITED BY SIZE
               INTO JANELA-REL-LINHA
           WRITE JANELA-REL-LINHA
           MOVE SPACES TO JANELA-REL-LINHA
           WRITE JANELA-REL-LINHA
           MOVE SPACES TO JANELA-REL-LINHA
           STRING 'PASSO    INICIO   FIM      DURACAO     LIDOS '
               DELIMITED BY SIZE
               'REG/S MEDIA    DESVIO' DELIMITED BY SIZE
               INTO JANELA-REL-LINHA
           WRITE JANELA-REL-LINHA
           MOVE '----------------------------------------'
               TO JANELA-REL-LINHA
           WRITE JANELA-REL-LINHA.

      ******************************************************************
      * ESCREVE-PASSOS - Uma linha por passo da cadeia: horario,
      * duracao, registros lidos por segundo e desvio sobre a propria
      * media das noites anteriores, destacando o que passou do
      * desvio aceito ou nao terminou.
      ******************************************************************
       ESCREVE-PASSOS.
           MOVE 0 TO WRK-PASSOS-ALERTA
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PASSOS
               EVALUATE TRUE
                   WHEN NOT TP-INICIADO(WRK-IDX)
                       MOVE SPACES TO JANELA-REL-LINHA
                       STRING TC-PROGRAMA(WRK-IDX) DELIMITED BY SIZE
                           ' NAO RODOU NA NOITE.' DELIMITED BY SIZE
                           INTO JANELA-REL-LINHA
                       WRITE JANELA-REL-LINHA
                   WHEN NOT TP-TERMINADO(WRK-IDX)
                       ADD 1 TO WRK-PASSOS-ALERTA
                       MOVE TP-HORA-INI(WRK-IDX) TO WRK-OFS-HORA
                       PERFORM FORMATA-HORA-TEXTO
                       MOVE SPACES TO JANELA-REL-LINHA
                       STRING TC-PROGRAMA(WRK-IDX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WRK-HMS-ED DELIMITED BY SIZE
                           ' *ALERTA* COMECOU E NAO TERMINOU '
                           DELIMITED BY SIZE
                           '(POSSIVEL ABEND).' DELIMITED BY SIZE
                           INTO JANELA-REL-LINHA
                       WRITE JANELA-REL-LINHA
                   WHEN OTHER
                       PERFORM ESCREVE-LINHA-PASSO
               END-EVALUATE
           END-PERFORM.

       ESCREVE-LINHA-PASSO.
           MOVE TP-HORA-INI(WRK-IDX) TO WRK-OFS-HORA
           PERFORM FORMATA-HORA-TEXTO
           MOVE WRK-HMS-ED TO WRK-ED-INICIO
           MOVE TP-HORA-FIM(WRK-IDX) TO WRK-OFS-HORA
           PERFORM FORMATA-HORA-TEXTO
           MOVE WRK-HMS-ED TO WRK-ED-FIM
           MOVE TP-SEGUNDOS(WRK-IDX) TO WRK-SEG-TRAB
           PERFORM FORMATA-DURACAO
           MOVE WRK-HMS-ED TO WRK-ED-DURACAO
           MOVE TP-LIDOS(WRK-IDX) TO WRK-LIDOS-ED
           MOVE 0 TO WRK-REG-SEG
           IF TP-SEGUNDOS(WRK-IDX) > 0
               COMPUTE WRK-REG-SEG =
                   TP-LIDOS(WRK-IDX) / TP-SEGUNDOS(WRK-IDX)
           ELSE
               MOVE TP-LIDOS(WRK-IDX) TO WRK-REG-SEG
           END-IF
           MOVE WRK-REG-SEG TO WRK-REG-SEG-ED

           IF TP-QTD-HIST(WRK-IDX) = 0
               MOVE SPACES TO JANELA-REL-LINHA
               STRING TC-PROGRAMA(WRK-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-ED-INICIO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-ED-FIM DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-ED-DURACAO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-LIDOS-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-REG-SEG-ED DELIMITED BY SIZE
                   ' SEM HISTORICO' DELIMITED BY SIZE
                   INTO JANELA-REL-LINHA
               WRITE JANELA-REL-LINHA
           ELSE
               COMPUTE WRK-MEDIA-SEG ROUNDED =
                   TP-SOMA-SEG(WRK-IDX) / TP-QTD-HIST(WRK-IDX)
               MOVE WRK-MEDIA-SEG TO WRK-SEG-TRAB
               PERFORM FORMATA-DURACAO
               MOVE WRK-HMS-ED TO WRK-ED-MEDIA
               MOVE 0 TO WRK-DESVIO
               IF WRK-MEDIA-SEG > 0
                   COMPUTE WRK-DESVIO ROUNDED =
                       (TP-SEGUNDOS(WRK-IDX) - WRK-MEDIA-SEG) * 100
                       / WRK-MEDIA-SEG
                       ON SIZE ERROR MOVE 9999 TO WRK-DESVIO
                   END-COMPUTE
               END-IF
               MOVE WRK-DESVIO TO WRK-DESVIO-ED
               MOVE SPACES TO JANELA-REL-LINHA
               STRING TC-PROGRAMA(WRK-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-ED-INICIO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-ED-FIM DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-ED-DURACAO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-LIDOS-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-REG-SEG-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-ED-MEDIA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-DESVIO-ED DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
                   INTO JANELA-REL-LINHA
               WRITE JANELA-REL-LINHA
               PERFORM ESCREVE-VAZAO-PASSO
               IF WRK-DESVIO > WRK-PCT-DESVIO
                   ADD 1 TO WRK-PASSOS-ALERTA
                   MOVE SPACES TO JANELA-REL-LINHA
                   STRING '         *ALERTA* DURACAO ACIMA DA MEDIA '
                       DELIMITED BY SIZE
                       'ALEM DO DESVIO ACEITO.' DELIMITED BY SIZE
                       INTO JANELA-REL-LINHA
                   WRITE JANELA-REL-LINHA
               END-IF
           END-IF.

      ******************************************************************
      * ESCREVE-VAZAO-PASSO - Registros lidos por segundo da noite
      * contra a media das noites anteriores: tempo que cresce com a
      * vazao estavel e volume; tempo que cresce com a vazao caindo e
      * o passo ficando mais lento.
      ******************************************************************
       ESCREVE-VAZAO-PASSO.
           MOVE 0 TO WRK-REG-SEG-MEDIA
           IF TP-SOMA-SEG(WRK-IDX) > 0
               COMPUTE WRK-REG-SEG-MEDIA =
                   TP-SOMA-LIDOS(WRK-IDX) / TP-SOMA-SEG(WRK-IDX)
                   ON SIZE ERROR MOVE 9999999 TO WRK-REG-SEG-MEDIA
               END-COMPUTE
           END-IF
           MOVE WRK-REG-SEG-MEDIA TO WRK-REG-SEG-ED
           MOVE SPACES TO JANELA-REL-LINHA
           IF WRK-REG-SEG < WRK-REG-SEG-MEDIA
               STRING '         REG/S MEDIO ' DELIMITED BY SIZE
                   WRK-REG-SEG-ED DELIMITED BY SIZE
                   ' - VAZAO EM QUEDA' DELIMITED BY SIZE
                   INTO JANELA-REL-LINHA
           ELSE
               STRING '         REG/S MEDIO ' DELIMITED BY SIZE
                   WRK-REG-SEG-ED DELIMITED BY SIZE
                   INTO JANELA-REL-LINHA
           END-IF
           WRITE JANELA-REL-LINHA.

      ******************************************************************
      * ESCREVE-CADEIA - Totais da cadeia na noite: do primeiro inicio
      * ao ultimo fim, contra o horario limite.
      ******************************************************************
       ESCREVE-CADEIA.
           MOVE '----------------------------------------'
               TO JANELA-REL-LINHA
           WRITE JANELA-REL-LINHA
           IF WRK-CAD-IDX-INI = 0
               MOVE 'CADEIA: NENHUM PASSO RODOU NA NOITE.'
                   TO JANELA-REL-LINHA
               WRITE JANELA-REL-LINHA
           ELSE
               IF WRK-CAD-IDX-FIM = 0
                   MOVE 'CADEIA: NENHUM PASSO TERMINOU NA NOITE.'
                       TO JANELA-REL-LINHA
                   WRITE JANELA-REL-LINHA
               ELSE
                   PERFORM ESCREVE-TOTAL-CADEIA
               END-IF
           END-IF.

       ESCREVE-TOTAL-CADEIA.
           MOVE TP-HORA-INI(WRK-CAD-IDX-INI) TO WRK-OFS-HORA
           PERFORM FORMATA-HORA-TEXTO
           MOVE WRK-HMS-ED TO WRK-ED-INICIO
           MOVE TP-HORA-FIM(WRK-CAD-IDX-FIM) TO WRK-OFS-HORA
           PERFORM FORMATA-HORA-TEXTO
           MOVE WRK-HMS-ED TO WRK-ED-FIM
           COMPUTE WRK-SEG-TRAB = WRK-CAD-OFS-FIM - WRK-CAD-OFS-INI
           PERFORM FORMATA-DURACAO
           MOVE WRK-HMS-ED TO WRK-ED-DURACAO
           MOVE 0 TO WRK-REG-SEG
           IF WRK-SEG-TRAB > 0
               COMPUTE WRK-REG-SEG = WRK-CAD-LIDOS / WRK-SEG-TRAB
           END-IF
           MOVE WRK-REG-SEG TO WRK-REG-SEG-ED
           MOVE SPACES TO JANELA-REL-LINHA
           STRING 'CADEIA: INICIO ' DELIMITED BY SIZE
               WRK-ED-INICIO DELIMITED BY SIZE
               '  FIM ' DELIMITED BY SIZE
               WRK-ED-FIM DELIMITED BY SIZE
               '  DURACAO ' DELIMITED BY SIZE
               WRK-ED-DURACAO DELIMITED BY SIZE
               '  REG/S ' DELIMITED BY SIZE
               WRK-REG-SEG-ED DELIMITED BY SIZE
               INTO JANELA-REL-LINHA
           WRITE JANELA-REL-LINHA
           IF WRK-CAD-SITUACAO = 'N'
               MOVE '*ALERTA* CADEIA INCOMPLETA - HA PASSO SEM FIM.'
                   TO JANELA-REL-LINHA
               WRITE JANELA-REL-LINHA
           END-IF
           IF WRK-CAD-OFS-FIM > WRK-OFS-LIMITE
               MOVE 'S' TO WRK-JANELA-ALERTA
               MOVE SPACES TO JANELA-REL-LINHA
               STRING '*ALERTA* CADEIA TERMINOU DEPOIS DO LIMITE DE '
                   DELIMITED BY SIZE
                   WRK-ED-LIMITE DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   INTO JANELA-REL-LINHA
               WRITE JANELA-REL-LINHA
           END-IF.

      ******************************************************************
      * ESCREVE-TENDENCIA - As noites do historico, da mais antiga
      * para a mais recente: fim, duracao, registros e vazao da cadeia.
      ******************************************************************
       ESCREVE-TENDENCIA.
           MOVE SPACES TO JANELA-REL-LINHA
           WRITE JANELA-REL-LINHA
           MOVE WRK-TN TO WRK-QTD-ED
           MOVE SPACES TO JANELA-REL-LINHA
           STRING 'TENDENCIA DA CADEIA - ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               ' NOITE(S)' DELIMITED BY SIZE
               INTO JANELA-REL-LINHA
           WRITE JANELA-REL-LINHA
           MOVE 'NOITE      FIM      DURACAO     LIDOS REG/S'
               TO JANELA-REL-LINHA
           WRITE JANELA-REL-LINHA
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TN
               PERFORM ESCREVE-NOITE
           END-PERFORM.

       ESCREVE-NOITE.
           MOVE TN-NOITE(WRK-IDX)(7:2) TO WRK-DE-DIA
           MOVE TN-NOITE(WRK-IDX)(5:2) TO WRK-DE-MES
           MOVE TN-NOITE(WRK-IDX)(1:4) TO WRK-DE-ANO
           MOVE SPACES TO JANELA-REL-LINHA
           IF TN-SITUACAO(WRK-IDX) NOT = 'C'
               STRING WRK-DATA-ED DELIMITED BY SIZE
                   ' INCOMPLETA - FORA DA PROJECAO' DELIMITED BY SIZE
                   INTO JANELA-REL-LINHA
           ELSE
               MOVE TN-HORA-FIM(WRK-IDX) TO WRK-OFS-HORA
               PERFORM FORMATA-HORA-TEXTO
               MOVE WRK-HMS-ED TO WRK-ED-FIM
               MOVE TN-SEGUNDOS(WRK-IDX) TO WRK-SEG-TRAB
               PERFORM FORMATA-DURACAO
               MOVE WRK-HMS-ED TO WRK-ED-DURACAO
               MOVE TN-LIDOS(WRK-IDX) TO WRK-LIDOS-ED
               MOVE 0 TO WRK-REG-SEG
               IF TN-SEGUNDOS(WRK-IDX) > 0
                   COMPUTE WRK-REG-SEG =
                       TN-LIDOS(WRK-IDX) / TN-SEGUNDOS(WRK-IDX)
               END-IF
               MOVE WRK-REG-SEG TO WRK-REG-SEG-ED
               STRING WRK-DATA-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-ED-FIM DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-ED-DURACAO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-LIDOS-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-REG-SEG-ED DELIMITED BY SIZE
                   INTO JANELA-REL-LINHA
           END-IF
           WRITE JANELA-REL-LINHA.

      ******************************************************************
      * ESCREVE-PROJECAO - Ajusta uma reta (minimos quadrados) ao
      * horario de fim da cadeia nas noites completas, pelo numero do
      * dia desde a primeira noite, e projeta em quantos dias o fim
      * alcanca o horario limite no ritmo atual de crescimento.
      ******************************************************************
       ESCREVE-PROJECAO.
           MOVE SPACES TO JANELA-REL-LINHA
           WRITE JANELA-REL-LINHA
           MOVE 0 TO WRK-QTD-PONTOS
           MOVE 0 TO WRK-SOMA-X
           MOVE 0 TO WRK-SOMA-Y
           MOVE 0 TO WRK-SOMA-XY
           MOVE 0 TO WRK-SOMA-XX
           MOVE SPACES TO WRK-PRIMEIRA-NOITE
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TN
               IF TN-SITUACAO(WRK-IDX) = 'C'
                   PERFORM SOMA-PONTO
               END-IF
           END-PERFORM

           IF WRK-QTD-PONTOS < 3
               MOVE SPACES TO JANELA-REL-LINHA
               STRING 'PROJECAO: HISTORICO INSUFICIENTE '
                   DELIMITED BY SIZE
                   '(MINIMO DE 3 NOITES).' DELIMITED BY SIZE
                   INTO JANELA-REL-LINHA
               WRITE JANELA-REL-LINHA
           ELSE
               COMPUTE WRK-DENOMINADOR =
                   WRK-QTD-PONTOS * WRK-SOMA-XX
                   - WRK-SOMA-X * WRK-SOMA-X
               MOVE 0 TO WRK-INCLINACAO
               IF WRK-DENOMINADOR NOT = 0
                   COMPUTE WRK-INCLINACAO ROUNDED =
                       (WRK-QTD-PONTOS * WRK-SOMA-XY
                        - WRK-SOMA-X * WRK-SOMA-Y) / WRK-DENOMINADOR
                       ON SIZE ERROR MOVE 0 TO WRK-INCLINACAO
                   END-COMPUTE
               END-IF
               PERFORM PROJETA-ESTOURO
           END-IF.

       SOMA-PONTO.
           IF WRK-PRIMEIRA-NOITE = SPACES
               MOVE TN-NOITE(WRK-IDX) TO WRK-PRIMEIRA-NOITE
           END-IF
           MOVE 4                  TO DP-OPERACAO
           MOVE TN-NOITE(WRK-IDX)  TO DP-DATA-1
           MOVE WRK-PRIMEIRA-NOITE TO DP-DATA-2
           CALL 'PROG104' USING DATA-PARAMETROS
           MOVE DP-DIAS TO WRK-X
           ADD 1 TO WRK-QTD-PONTOS
           ADD WRK-X TO WRK-SOMA-X
           ADD TN-OFS-FIM(WRK-IDX) TO WRK-SOMA-Y
           COMPUTE WRK-SOMA-XY =
               WRK-SOMA-XY + WRK-X * TN-OFS-FIM(WRK-IDX)
           COMPUTE WRK-SOMA-XX = WRK-SOMA-XX + WRK-X * WRK-X
           MOVE TN-OFS-FIM(WRK-IDX) TO WRK-ULT-OFS-FIM.

       PROJETA-ESTOURO.
           MOVE WRK-INCLINACAO TO WRK-INCLIN-ED
           MOVE SPACES TO JANELA-REL-LINHA
           STRING 'PROJECAO: FIM DA CADEIA VARIA ' DELIMITED BY SIZE
               WRK-INCLIN-ED DELIMITED BY SIZE
               ' SEGUNDO(S) POR DIA.' DELIMITED BY SIZE
               INTO JANELA-REL-LINHA
           WRITE JANELA-REL-LINHA
           EVALUATE TRUE
               WHEN WRK-ULT-OFS-FIM > WRK-OFS-LIMITE
                   MOVE 'S' TO WRK-JANELA-ALERTA
                   MOVE SPACES TO JANELA-REL-LINHA
                   STRING '*ALERTA* A ULTIMA NOITE COMPLETA JA PASSOU '
                       DELIMITED BY SIZE
                       'DO LIMITE DE ' DELIMITED BY SIZE
                       WRK-ED-LIMITE DELIMITED BY SIZE
                       '.' DELIMITED BY SIZE
                       INTO JANELA-REL-LINHA
                   WRITE JANELA-REL-LINHA
               WHEN WRK-INCLINACAO NOT > 0
                   MOVE SPACES TO JANELA-REL-LINHA
                   STRING 'SEM TENDENCIA DE CRESCIMENTO - LIMITE NAO '
                       DELIMITED BY SIZE
                       'AMEACADO.' DELIMITED BY SIZE
                       INTO JANELA-REL-LINHA
                   WRITE JANELA-REL-LINHA
               WHEN OTHER
                   COMPUTE WRK-NOITES-ESTOURO ROUNDED =
                       (WRK-OFS-LIMITE - WRK-ULT-OFS-FIM)
                       / WRK-INCLINACAO
                       ON SIZE ERROR MOVE 99999 TO WRK-NOITES-ESTOURO
                   END-COMPUTE
                   PERFORM ESCREVE-DATA-ESTOURO
           END-EVALUATE.

       ESCREVE-DATA-ESTOURO.
           MOVE 3                  TO DP-OPERACAO
           MOVE WRK-NOITE          TO DP-DATA-1
           MOVE WRK-NOITES-ESTOURO TO DP-DIAS
           CALL 'PROG104' USING DATA-PARAMETROS
           MOVE DP-RESULTADO TO WRK-DATA-ESTOURO
           MOVE WRK-DATA-ESTOURO(7:2) TO WRK-DE-DIA
           MOVE WRK-DATA-ESTOURO(5:2) TO WRK-DE-MES
           MOVE WRK-DATA-ESTOURO(1:4) TO WRK-DE-ANO
           MOVE WRK-NOITES-ESTOURO TO WRK-NOITES-ED
           MOVE SPACES TO JANELA-REL-LINHA
           STRING 'NESSE RITMO O LIMITE DE ' DELIMITED BY SIZE
               WRK-ED-LIMITE DELIMITED BY SIZE
               ' ESTOURA EM ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WRK-NOITES-ED DELIMITED BY SIZE
               ' DIA(S)).' DELIMITED BY SIZE
               INTO JANELA-REL-LINHA
           WRITE JANELA-REL-LINHA
           IF WRK-NOITES-ESTOURO NOT > WRK-NOITES-AVISO
               MOVE 'S' TO WRK-JANELA-ALERTA
               MOVE SPACES TO JANELA-REL-LINHA
               STRING '*ALERTA* ESTOURO PROJETADO DENTRO DO PRAZO '
                   DELIMITED BY SIZE
                   'DE AVISO.' DELIMITED BY SIZE
                   INTO JANELA-REL-LINHA
               WRITE JANELA-REL-LINHA
           END-IF.

      ******************************************************************
      * FORMATA-HORA-TEXTO - HHMMSS (WRK-OFS-HORA) para hh:mm:ss.
      ******************************************************************
       FORMATA-HORA-TEXTO.
           MOVE WRK-OFS-HORA TO WRK-HORA-TXT-X
           IF WRK-HORA-TXT IS NUMERIC
               MOVE WRK-HT-HH TO WRK-HMS-HH
               MOVE WRK-HT-MM TO WRK-HMS-MM
               MOVE WRK-HT-SS TO WRK-HMS-SS
           ELSE
               MOVE 0 TO WRK-HMS-HH
               MOVE 0 TO WRK-HMS-MM
               MOVE 0 TO WRK-HMS-SS
           END-IF.

      ******************************************************************
      * FORMATA-DURACAO - Segundos (WRK-SEG-TRAB) para hh:mm:ss.
      ******************************************************************
       FORMATA-DURACAO.
           DIVIDE WRK-SEG-TRAB BY 3600 GIVING WRK-HH
               REMAINDER WRK-RESTO
           DIVIDE WRK-RESTO BY 60 GIVING WRK-MM
               REMAINDER WRK-SS
           MOVE WRK-HH TO WRK-HMS-HH
           MOVE WRK-MM TO WRK-HMS-MM
           MOVE WRK-SS TO WRK-HMS-SS.

      ******************************************************************
      * SINALIZA-ALERTAS - Passo acima da media ou sem fim e janela
      * estourada ou em risco terminam a rodada com RC=4.
      ******************************************************************
       SINALIZA-ALERTAS.
           IF WRK-PASSOS-ALERTA > 0
               MOVE WRK-PASSOS-ALERTA TO WRK-QTD-ED
               MOVE 'ACD0120W' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'PASSOS DA CADEIA ACIMA DA MEDIA OU SEM FIM: '
                   DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 4 TO RETURN-CODE
           END-IF
           IF JANELA-EM-RISCO
               MOVE 'ACD0121W' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'JANELA BATCH ESTOURADA OU EM RISCO - LIMITE '
                   DELIMITED BY SIZE
                   WRK-ED-LIMITE DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 4 TO RETURN-CODE
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
           MOVE 'PROG143'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-QTD-PASSOS      TO RN-LIDOS
           MOVE WRK-TN              TO RN-GRAVADOS
           MOVE WRK-REMOVIDOS       TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG143.
