      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG153.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  SEPARACAO E DISTRIBUICAO DE RELATORIOS POR DESTINATARIO -
      *  ACABA O OPERADOR CORTANDO O PAPEL E LEVANDO OS PEDACOS A
      *  CADA SETOR. PARA O RELATORIO INFORMADO NO PARM, LOCALIZA NO
      *  REPOSITORIO (REPCAT) A GERACAO REGISTRADA NA DATA, LE A
      *  GERACAO ALOCADA EM REPENT E, PELA REGRA DE QUEBRA DO
      *  RELATORIO (DISTREGR), SEPARA AS LINHAS POR CHAVE DE QUEBRA
      *  (INSTRUTOR, DEPARTAMENTO, FAIXA). CADA CHAVE VIRA UM PACOTE
      *  PARA O DESTINATARIO DO MESTRE DE DISTRIBUICAO (DISTMST):
      *  IMPRESSO (DISTIMP, COM A TARJA DE ENTREGA) OU POR E-MAIL
      *  (DISTMAIL, CAIXA DE SAIDA DO CORREIO). O CABECALHO DO
      *  RELATORIO SAI EM CADA PACOTE E AS LINHAS SEM CHAVE VAO PARA
      *  O DESTINATARIO GERAL (CHAVE '*'). CADA PACOTE E REGISTRADO
      *  NO DISTLOG COMO ENTREGUE OU PENDENTE, E O DISTREL LISTA OS
      *  PACOTES E AS CHAVES SEM DESTINATARIO DEFINIDO.
      *  PARM: 'RELATORI' OU 'RELATORI,AAAAMMDD' (DATA DA GERACAO NO
      *  REPCAT; EM BRANCO, HOJE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-REL-FILE ASSIGN TO "REPCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CHAVE
               FILE STATUS IS WRK-FS-CAT.
           SELECT DISTRIBUICAO-FILE ASSIGN TO "DISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CHAVE
               FILE STATUS IS WRK-FS-DIST.
           SELECT REPRINT-ENT-FILE ASSIGN TO "REPENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENT.
           SELECT DIST-IMP-FILE ASSIGN TO "DISTIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IMP.
           SELECT DIST-MAIL-FILE ASSIGN TO "DISTMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MAIL.
           SELECT DIST-LOG-FILE ASSIGN TO "DISTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
           SELECT DIST-REL-FILE ASSIGN TO "DISTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-REL-FILE.
           COPY REPCAT.
       FD  DISTRIBUICAO-FILE.
           COPY DISTMST.
       FD  REPRINT-ENT-FILE.
       01  REPRINT-ENT-LINHA  PIC X(132).
       FD  DIST-IMP-FILE.
       01  DIST-IMP-LINHA     PIC X(132).
       FD  DIST-MAIL-FILE.
       01  DIST-MAIL-LINHA    PIC X(132).
       FD  DIST-LOG-FILE.
           COPY DISTLOG.
       FD  DIST-REL-FILE.
           COPY DISTREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-DIST       PIC X(02) VALUE SPACES.
       77 WRK-FS-ENT        PIC X(02) VALUE SPACES.
       77 WRK-FS-IMP        PIC X(02) VALUE SPACES.
       77 WRK-FS-MAIL       PIC X(02) VALUE SPACES.
       77 WRK-FS-LOG        PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-TEM-GERACAO   PIC X(01) VALUE 'N'.
           88 TEM-GERACAO          VALUE 'S'.
       77 WRK-TEM-MESTRE    PIC X(01) VALUE 'N'.
           88 TEM-MESTRE           VALUE 'S'.
       77 WRK-TABELA-CHEIA  PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA         VALUE 'S'.
       77 WRK-RELATORIO     PIC X(08) VALUE SPACES.
       77 WRK-DATA-GERACAO  PIC X(08) VALUE SPACES.
       77 WRK-GER-DATA      PIC X(08) VALUE SPACES.
       77 WRK-GER-HORA      PIC X(06) VALUE SPACES.

      *  ESTADO DA CLASSIFICACAO DAS LINHAS PELA REGRA DE QUEBRA.
       77 WRK-BLOCO-ATIVO   PIC X(01) VALUE 'N'.
           88 BLOCO-ATIVO          VALUE 'S'.
       77 WRK-JA-HOUVE-CHAVE PIC X(01) VALUE 'N'.
           88 JA-HOUVE-CHAVE       VALUE 'S'.
       77 WRK-CHAVE-BLOCO   PIC X(30) VALUE SPACES.
       77 WRK-CHAVE-LINHA   PIC X(30) VALUE SPACES.
       77 WRK-TIPO-LINHA    PIC X(01) VALUE SPACES.
           88 LINHA-CABECALHO      VALUE 'C'.
           88 LINHA-COM-CHAVE      VALUE 'K'.
           88 LINHA-GERAL          VALUE 'G'.

      *  PACOTE CORRENTE.
       77 WRK-SITUACAO      PIC X(01) VALUE SPACES.
           88 PACOTE-ENTREGUE      VALUE 'E'.
           88 PACOTE-PENDENTE      VALUE 'P'.
       77 WRK-SAIDA         PIC X(01) VALUE SPACES.
           88 SAIDA-EMAIL          VALUE 'M'.
       77 WRK-CANAL         PIC X(01) VALUE SPACES.
       77 WRK-DESTINATARIO  PIC X(30) VALUE SPACES.
       77 WRK-ENDERECO      PIC X(40) VALUE SPACES.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77 WRK-CANAL-TXT     PIC X(10) VALUE SPACES.
       77 WRK-SITUACAO-TXT  PIC X(08) VALUE SPACES.
       77 WRK-CHAVE-TXT     PIC X(30) VALUE SPACES.
       01 WRK-SAIDA-LINHA   PIC X(132) VALUE SPACES.

      *  CONTADORES E INDICES.
       77 WRK-RIDX          PIC 9(02) VALUE 0.
       77 WRK-KIDX          PIC 9(03) VALUE 0.
       77 WRK-CIDX          PIC 9(01) VALUE 0.
       77 WRK-QTD-CHAVES    PIC 9(03) VALUE 0.
       77 WRK-QTD-CAB       PIC 9(01) VALUE 0.
       77 WRK-QTD-LIDAS     PIC 9(08) VALUE 0.
       77 WRK-QTD-LINHAS-PAC PIC 9(06) VALUE 0.
       77 WRK-QTD-PACOTES   PIC 9(08) VALUE 0.
       77 WRK-QTD-ENTREGUES PIC 9(08) VALUE 0.
       77 WRK-QTD-PENDENTES PIC 9(08) VALUE 0.
       77 WRK-QTD-SEM-DEST  PIC 9(08) VALUE 0.
       77 WRK-QTD-ED        PIC ZZZZZZZ9.
       77 WRK-LINHAS-ED     PIC ZZZZZ9.

      *  CHAVES DE QUEBRA ENCONTRADAS NA GERACAO, NA ORDEM EM QUE
      *  APARECEM; TK-SEM-DEST MARCA AS SEM DESTINATARIO NO MESTRE.
       01 TABELA-CHAVES.
          05 TK-ENTRY OCCURS 200 TIMES.
             10 TK-CHAVE          PIC X(30).
             10 TK-LINHAS         PIC 9(06).
             10 TK-SEM-DEST       PIC X(01).

      *  LINHAS DE CABECALHO DO RELATORIO (ANTES DA PRIMEIRA QUEBRA),
      *  REPETIDAS NO INICIO DE CADA PACOTE.
       01 TABELA-CABECALHO.
          05 TC-LINHA OCCURS 5 TIMES PIC X(132).

           COPY DISTREGR.

       01 WRK-DATA-ED.
          05 WRK-DE-DIA     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-MES     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-ANO     PIC X(04).
       77 WRK-DATA-TRAB     PIC X(08) VALUE SPACES.

           COPY DATAPARM.
           COPY MSGPARM.

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       01 WRK-HOJE          PIC X(08) VALUE SPACES.
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(17).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO WRK-HOJE

           PERFORM VALIDA-PARM
           IF RETURN-CODE < 8
               PERFORM LOCALIZA-GERACAO
           END-IF
           IF RETURN-CODE < 8 AND TEM-GERACAO
               PERFORM LEVANTA-CHAVES
           END-IF
           IF RETURN-CODE < 8 AND TEM-GERACAO
               PERFORM ABRE-SAIDAS
               PERFORM EMITE-CABECALHO
               PERFORM MONTA-PACOTE
                   VARYING WRK-KIDX FROM 1 BY 1
                   UNTIL WRK-KIDX > WRK-QTD-CHAVES
               PERFORM EMITE-SEM-DESTINATARIO
               PERFORM EMITE-RESUMO
               PERFORM FECHA-SAIDAS
               IF WRK-QTD-SEM-DEST > 0
                   MOVE WRK-QTD-SEM-DEST TO WRK-QTD-ED
                   MOVE 'ACD0143W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'CHAVES SEM DESTINATARIO NO '
                       DELIMITED BY SIZE
                       WRK-RELATORIO DELIMITED BY SIZE
                       ': ' DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF TABELA-CHEIA
                   MOVE 'ACD0145W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'TABELA DE CHAVES CHEIA - LINHAS DO '
                       DELIMITED BY SIZE
                       WRK-RELATORIO DELIMITED BY SIZE
                       ' FORA DOS PACOTES.' DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * VALIDA-PARM - Relatorio com regra de quebra em DISTREGR e data
      * da geracao opcional (em branco, hoje).
      ******************************************************************
       VALIDA-PARM.
           MOVE SPACES   TO WRK-RELATORIO
           MOVE WRK-HOJE TO WRK-DATA-GERACAO
           IF PARM-TAM > 0
               MOVE PARM-TEXTO(1:8) TO WRK-RELATORIO
           END-IF
           IF PARM-TAM = 17 AND PARM-TEXTO(9:1) = ','
               MOVE PARM-TEXTO(10:8) TO WRK-DATA-GERACAO
           END-IF
           PERFORM VARYING WRK-RIDX FROM 1 BY 1
               UNTIL WRK-RIDX > DR-QTD-REGRAS
               OR DR-RELATORIO(WRK-RIDX) = WRK-RELATORIO
               CONTINUE
           END-PERFORM
           MOVE 1                TO DP-OPERACAO
           MOVE WRK-DATA-GERACAO TO DP-DATA-1
           CALL 'PROG104' USING DATA-PARAMETROS
           IF WRK-RIDX > DR-QTD-REGRAS
               OR (PARM-TAM > 8 AND PARM-TAM NOT = 17)
               OR DP-VALIDA NOT = 'S'
               MOVE 'ACD0141E' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'PARM INVALIDO OU RELATORIO SEM REGRA DE '
                   DELIMITED BY SIZE
                   'QUEBRA: ' DELIMITED BY SIZE
                   WRK-RELATORIO DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * LOCALIZA-GERACAO - Ultima geracao do relatorio registrada no
      * REPCAT na data; sem registro, nada a distribuir (a geracao em
      * REPENT seria a de outro dia).
      ******************************************************************
       LOCALIZA-GERACAO.
           MOVE 'N' TO WRK-TEM-GERACAO
           OPEN INPUT CATALOGO-REL-FILE
           IF WRK-FS-CAT = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE WRK-RELATORIO    TO RP-RELATORIO
               MOVE WRK-DATA-GERACAO TO RP-DATA
               MOVE LOW-VALUES       TO RP-HORA
               START CATALOGO-REL-FILE
                   KEY IS NOT LESS THAN RP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ CATALOGO-REL-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       IF RP-RELATORIO NOT = WRK-RELATORIO
                           OR RP-DATA NOT = WRK-DATA-GERACAO
                           MOVE 'S' TO WRK-FIM-ARQ
                       ELSE
                           MOVE 'S'     TO WRK-TEM-GERACAO
                           MOVE RP-DATA TO WRK-GER-DATA
                           MOVE RP-HORA TO WRK-GER-HORA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CATALOGO-REL-FILE
           END-IF
           IF NOT TEM-GERACAO
               MOVE WRK-DATA-GERACAO TO WRK-DATA-TRAB
               PERFORM EDITA-DATA
               MOVE 'ACD0142W' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'SEM GERACAO DO ' DELIMITED BY SIZE
                   WRK-RELATORIO DELIMITED BY SIZE
                   ' NO REPCAT EM ' DELIMITED BY SIZE
                   WRK-DATA-ED DELIMITED BY SIZE
                   '. NADA DISTRIBUIDO.' DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * LEVANTA-CHAVES - Primeira leitura da geracao: guarda o
      * cabecalho e as chaves de quebra com o numero de linhas.
      ******************************************************************
       LEVANTA-CHAVES.
           MOVE 0 TO WRK-QTD-CHAVES
           MOVE 0 TO WRK-QTD-CAB
           OPEN INPUT REPRINT-ENT-FILE
           IF WRK-FS-ENT NOT = '00'
               MOVE 'ACD0144E' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'GERACAO DO ' DELIMITED BY SIZE
                   WRK-RELATORIO DELIMITED BY SIZE
                   ' NAO ALOCADA EM REPENT. FILE STATUS '
                   DELIMITED BY SIZE
                   WRK-FS-ENT DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM INICIA-CLASSIFICACAO
               PERFORM UNTIL FIM-ARQ
                   READ REPRINT-ENT-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-QTD-LIDAS
                       PERFORM CLASSIFICA-LINHA
                       IF LINHA-CABECALHO
                           IF WRK-QTD-CAB < 5
                               ADD 1 TO WRK-QTD-CAB
                               MOVE REPRINT-ENT-LINHA
                                   TO TC-LINHA(WRK-QTD-CAB)
                           END-IF
                       ELSE
                           PERFORM REGISTRA-CHAVE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE REPRINT-ENT-FILE
           END-IF.

       REGISTRA-CHAVE.
           PERFORM VARYING WRK-KIDX FROM 1 BY 1
               UNTIL WRK-KIDX > WRK-QTD-CHAVES
               OR TK-CHAVE(WRK-KIDX) = WRK-CHAVE-LINHA
               CONTINUE
           END-PERFORM
           IF WRK-KIDX > WRK-QTD-CHAVES
               IF WRK-QTD-CHAVES >= 200
                   MOVE 'S' TO WRK-TABELA-CHEIA
                   MOVE 0 TO WRK-KIDX
               ELSE
                   ADD 1 TO WRK-QTD-CHAVES
                   MOVE WRK-QTD-CHAVES  TO WRK-KIDX
                   MOVE WRK-CHAVE-LINHA TO TK-CHAVE(WRK-KIDX)
                   MOVE 0               TO TK-LINHAS(WRK-KIDX)
                   MOVE 'N'             TO TK-SEM-DEST(WRK-KIDX)
               END-IF
           END-IF
           IF WRK-KIDX > 0
               ADD 1 TO TK-LINHAS(WRK-KIDX)
           END-IF.

       INICIA-CLASSIFICACAO.
           MOVE 'N'    TO WRK-FIM-ARQ
           MOVE 'N'    TO WRK-BLOCO-ATIVO
           MOVE 'N'    TO WRK-JA-HOUVE-CHAVE
           MOVE SPACES TO WRK-CHAVE-BLOCO.

      ******************************************************************
      * CLASSIFICA-LINHA - Pela regra do relatorio, diz se a linha
      * lida e cabecalho (antes da primeira quebra), pertence a uma
      * chave de quebra ou e linha geral (chave '*').
      ******************************************************************
       CLASSIFICA-LINHA.
           MOVE SPACES TO WRK-CHAVE-LINHA
           IF REPRINT-ENT-LINHA(DR-POS-MARCA(WRK-RIDX):
               DR-TAM-MARCA(WRK-RIDX)) =
               DR-MARCADOR(WRK-RIDX)(1:DR-TAM-MARCA(WRK-RIDX))
               MOVE 'K' TO WRK-TIPO-LINHA
               MOVE REPRINT-ENT-LINHA(DR-POS-CHAVE(WRK-RIDX):
                   DR-TAM-CHAVE(WRK-RIDX)) TO WRK-CHAVE-LINHA
               MOVE 'S' TO WRK-JA-HOUVE-CHAVE
               IF NOT DR-MODO-LINHA(WRK-RIDX)
                   MOVE 'S'             TO WRK-BLOCO-ATIVO
                   MOVE WRK-CHAVE-LINHA TO WRK-CHAVE-BLOCO
               END-IF
           ELSE
               MOVE 'G' TO WRK-TIPO-LINHA
               IF BLOCO-ATIVO
                   PERFORM CONTINUA-BLOCO
               END-IF
               IF LINHA-GERAL
                   IF JA-HOUVE-CHAVE
                       MOVE '*' TO WRK-CHAVE-LINHA
                   ELSE
                       MOVE 'C' TO WRK-TIPO-LINHA
                   END-IF
               END-IF
           END-IF.

       CONTINUA-BLOCO.
           EVALUATE TRUE
               WHEN DR-MODO-BLOCO(WRK-RIDX)
                   MOVE 'K'             TO WRK-TIPO-LINHA
                   MOVE WRK-CHAVE-BLOCO TO WRK-CHAVE-LINHA
                   IF REPRINT-ENT-LINHA = SPACES
                       MOVE 'N' TO WRK-BLOCO-ATIVO
                   END-IF
               WHEN DR-MODO-RECUO(WRK-RIDX)
                   IF REPRINT-ENT-LINHA(1:2) = SPACES
                       AND REPRINT-ENT-LINHA NOT = SPACES
                       MOVE 'K'             TO WRK-TIPO-LINHA
                       MOVE WRK-CHAVE-BLOCO TO WRK-CHAVE-LINHA
                   ELSE
                       MOVE 'N' TO WRK-BLOCO-ATIVO
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WRK-BLOCO-ATIVO
           END-EVALUATE.

      ******************************************************************
      * MONTA-PACOTE - Resolve o destinatario da chave WRK-KIDX,
      * grava o pacote no canal (ou como pendente), o log e a linha
      * do DISTREL.
      ******************************************************************
       MONTA-PACOTE.
           PERFORM RESOLVE-DESTINATARIO
           PERFORM ESCREVE-PACOTE
           ADD 1 TO WRK-QTD-PACOTES
           IF PACOTE-ENTREGUE
               ADD 1 TO WRK-QTD-ENTREGUES
               MOVE 'ENTREGUE' TO WRK-SITUACAO-TXT
           ELSE
               ADD 1 TO WRK-QTD-PENDENTES
               MOVE 'PENDENTE' TO WRK-SITUACAO-TXT
           END-IF

           MOVE WRK-HOJE            TO DL-DATA
           MOVE WRK-CD-HORA         TO DL-HORA
           MOVE WRK-RELATORIO       TO DL-RELATORIO
           MOVE WRK-GER-DATA        TO DL-GERACAO-DATA
           MOVE WRK-GER-HORA        TO DL-GERACAO-HORA
           MOVE TK-CHAVE(WRK-KIDX)  TO DL-CHAVE-QUEBRA
           MOVE WRK-DESTINATARIO    TO DL-DESTINATARIO
           MOVE WRK-CANAL           TO DL-CANAL
           MOVE WRK-QTD-LINHAS-PAC  TO DL-LINHAS
           MOVE WRK-SITUACAO        TO DL-SITUACAO
           WRITE DISTRIBUICAO-LOG-RECORD

           PERFORM EDITA-CHAVE
           MOVE WRK-QTD-LINHAS-PAC TO WRK-LINHAS-ED
           MOVE SPACES TO DIST-REL-LINHA
           STRING '  ' DELIMITED BY SIZE
               WRK-CHAVE-TXT(1:24) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DESTINATARIO(1:24) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-CANAL-TXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-LINHAS-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-SITUACAO-TXT DELIMITED BY SIZE
               INTO DIST-REL-LINHA
           WRITE DIST-REL-LINHA
           IF PACOTE-PENDENTE
               MOVE SPACES TO DIST-REL-LINHA
               STRING '      MOTIVO: ' DELIMITED BY SIZE
                   WRK-MOTIVO DELIMITED BY SIZE
                   INTO DIST-REL-LINHA
               WRITE DIST-REL-LINHA
           END-IF.

       RESOLVE-DESTINATARIO.
           MOVE 'P'    TO WRK-SITUACAO
           MOVE SPACES TO WRK-CANAL
           MOVE SPACES TO WRK-DESTINATARIO
           MOVE SPACES TO WRK-ENDERECO
           MOVE 'SEM DESTINATARIO DEFINIDO' TO WRK-MOTIVO
           MOVE 'N' TO WRK-FIM-ARQ
           IF TEM-MESTRE
               MOVE WRK-RELATORIO      TO DS-RELATORIO
               MOVE TK-CHAVE(WRK-KIDX) TO DS-CHAVE-QUEBRA
               READ DISTRIBUICAO-FILE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
                   NOT INVALID KEY
                       MOVE DS-CANAL        TO WRK-CANAL
                       MOVE DS-DESTINATARIO TO WRK-DESTINATARIO
                       MOVE DS-ENDERECO     TO WRK-ENDERECO
                       EVALUATE TRUE
                           WHEN NOT DS-DEST-ATIVO
                               MOVE 'DESTINATARIO INATIVO'
                                   TO WRK-MOTIVO
                           WHEN DS-CANAL-EMAIL AND DS-ENDERECO = SPACES
                               MOVE 'E-MAIL SEM ENDERECO'
                                   TO WRK-MOTIVO
                           WHEN OTHER
                               MOVE 'E'    TO WRK-SITUACAO
                               MOVE SPACES TO WRK-MOTIVO
                       END-EVALUATE
               END-READ
           ELSE
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF
           IF FIM-ARQ
               MOVE 'S' TO TK-SEM-DEST(WRK-KIDX)
               ADD 1 TO WRK-QTD-SEM-DEST
           END-IF
           EVALUATE TRUE
               WHEN WRK-CANAL = 'E'
                   MOVE 'E-MAIL'   TO WRK-CANAL-TXT
               WHEN WRK-CANAL = 'I'
                   MOVE 'IMPRESSO' TO WRK-CANAL-TXT
               WHEN OTHER
                   MOVE '-'        TO WRK-CANAL-TXT
           END-EVALUATE.

      ******************************************************************
      * ESCREVE-PACOTE - Tarja de entrega (ou de pendencia), o
      * cabecalho do relatorio e as linhas da chave, relidas da
      * geracao. Pacote pendente sai na impressao para o operador.
      ******************************************************************
       ESCREVE-PACOTE.
           MOVE 0 TO WRK-QTD-LINHAS-PAC
           MOVE 'I' TO WRK-SAIDA
           IF PACOTE-ENTREGUE AND WRK-CANAL = 'E'
               MOVE 'M' TO WRK-SAIDA
           END-IF
           PERFORM EDITA-CHAVE
           MOVE WRK-GER-DATA TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           MOVE SPACES TO WRK-SAIDA-LINHA
           EVALUATE TRUE
               WHEN SAIDA-EMAIL
                   STRING 'PARA: ' DELIMITED BY SIZE
                       WRK-ENDERECO DELIMITED BY SIZE
                       ' ASSUNTO: ' DELIMITED BY SIZE
                       WRK-RELATORIO DELIMITED BY SIZE
                       ' DE ' DELIMITED BY SIZE
                       WRK-DATA-ED DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       WRK-CHAVE-TXT DELIMITED BY SIZE
                       INTO WRK-SAIDA-LINHA
               WHEN PACOTE-ENTREGUE
                   STRING '*** ENTREGAR A: ' DELIMITED BY SIZE
                       WRK-DESTINATARIO DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       WRK-ENDERECO DELIMITED BY SIZE
                       ' ***' DELIMITED BY SIZE
                       INTO WRK-SAIDA-LINHA
               WHEN OTHER
                   STRING '*** PACOTE PENDENTE - ' DELIMITED BY SIZE
                       WRK-MOTIVO DELIMITED BY SIZE
                       ' - ENCAMINHAR PELO OPERADOR ***'
                       DELIMITED BY SIZE
                       INTO WRK-SAIDA-LINHA
           END-EVALUATE
           PERFORM GRAVA-SAIDA
           MOVE SPACES TO WRK-SAIDA-LINHA
           STRING '*** RELATORIO ' DELIMITED BY SIZE
               WRK-RELATORIO DELIMITED BY SIZE
               ' DE ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-GER-HORA DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               DR-TIPO-CHAVE(WRK-RIDX) DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WRK-CHAVE-TXT DELIMITED BY SIZE
               ' ***' DELIMITED BY SIZE
               INTO WRK-SAIDA-LINHA
           PERFORM GRAVA-SAIDA
           PERFORM VARYING WRK-CIDX FROM 1 BY 1
               UNTIL WRK-CIDX > WRK-QTD-CAB
               MOVE TC-LINHA(WRK-CIDX) TO WRK-SAIDA-LINHA
               PERFORM GRAVA-SAIDA
           END-PERFORM

           OPEN INPUT REPRINT-ENT-FILE
           PERFORM INICIA-CLASSIFICACAO
           PERFORM UNTIL FIM-ARQ
               READ REPRINT-ENT-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   PERFORM CLASSIFICA-LINHA
                   IF NOT LINHA-CABECALHO
                       AND WRK-CHAVE-LINHA = TK-CHAVE(WRK-KIDX)
                       MOVE REPRINT-ENT-LINHA TO WRK-SAIDA-LINHA
                       PERFORM GRAVA-SAIDA
                       ADD 1 TO WRK-QTD-LINHAS-PAC
                   END-IF
               END-IF
           END-PERFORM
           CLOSE REPRINT-ENT-FILE
           MOVE '*** FIM DO PACOTE ***' TO WRK-SAIDA-LINHA
           PERFORM GRAVA-SAIDA.

       GRAVA-SAIDA.
           IF SAIDA-EMAIL
               WRITE DIST-MAIL-LINHA FROM WRK-SAIDA-LINHA
           ELSE
               WRITE DIST-IMP-LINHA FROM WRK-SAIDA-LINHA
           END-IF.

       EDITA-CHAVE.
           EVALUATE TRUE
               WHEN TK-CHAVE(WRK-KIDX) = SPACES
                   MOVE '(EM BRANCO)' TO WRK-CHAVE-TXT
               WHEN TK-CHAVE(WRK-KIDX) = '*'
                   MOVE '* (GERAL)'   TO WRK-CHAVE-TXT
               WHEN OTHER
                   MOVE TK-CHAVE(WRK-KIDX) TO WRK-CHAVE-TXT
           END-EVALUATE.

      ******************************************************************
      * ABRE-SAIDAS - Impressao, caixa de saida de e-mail, log e
      * relatorio acumulam os relatorios distribuidos na noite.
      ******************************************************************
       ABRE-SAIDAS.
           MOVE 'N' TO WRK-TEM-MESTRE
           OPEN INPUT DISTRIBUICAO-FILE
           IF WRK-FS-DIST = '00'
               MOVE 'S' TO WRK-TEM-MESTRE
           END-IF
           OPEN EXTEND DIST-IMP-FILE
           IF WRK-FS-IMP = '05' OR WRK-FS-IMP = '35'
               OPEN OUTPUT DIST-IMP-FILE
           END-IF
           OPEN EXTEND DIST-MAIL-FILE
           IF WRK-FS-MAIL = '05' OR WRK-FS-MAIL = '35'
               OPEN OUTPUT DIST-MAIL-FILE
           END-IF
           OPEN EXTEND DIST-LOG-FILE
           IF WRK-FS-LOG = '05' OR WRK-FS-LOG = '35'
               OPEN OUTPUT DIST-LOG-FILE
           END-IF
           OPEN EXTEND DIST-REL-FILE
           IF WRK-FS-REL = '05' OR WRK-FS-REL = '35'
               OPEN OUTPUT DIST-REL-FILE
           END-IF.

       FECHA-SAIDAS.
           IF TEM-MESTRE
               CLOSE DISTRIBUICAO-FILE
           END-IF
           CLOSE DIST-IMP-FILE
           CLOSE DIST-MAIL-FILE
           CLOSE DIST-LOG-FILE
           CLOSE DIST-REL-FILE.

       EMITE-CABECALHO.
           MOVE WRK-GER-DATA TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           MOVE SPACES TO DIST-REL-LINHA
           WRITE DIST-REL-LINHA
           MOVE SPACES TO DIST-REL-LINHA
           STRING 'DISTRIBUICAO DO RELATORIO ' DELIMITED BY SIZE
               WRK-RELATORIO DELIMITED BY SIZE
               ' - GERACAO DE ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-GER-HORA DELIMITED BY SIZE
               INTO DIST-REL-LINHA
           WRITE DIST-REL-LINHA
           MOVE SPACES TO DIST-REL-LINHA
           STRING '  QUEBRA POR ' DELIMITED BY SIZE
               DR-TIPO-CHAVE(WRK-RIDX) DELIMITED BY SIZE
               INTO DIST-REL-LINHA
           WRITE DIST-REL-LINHA
           MOVE SPACES TO DIST-REL-LINHA
           STRING '  CHAVE                    DESTINATARIO             '
               DELIMITED BY SIZE
               'CANAL      LINHAS SITUACAO' DELIMITED BY SIZE
               INTO DIST-REL-LINHA
           WRITE DIST-REL-LINHA.

      ******************************************************************
      * EMITE-SEM-DESTINATARIO - Chaves de quebra da geracao sem
      * destinatario no mestre de distribuicao, para cadastro no
      * PROG154.
      ******************************************************************
       EMITE-SEM-DESTINATARIO.
           MOVE SPACES TO DIST-REL-LINHA
           WRITE DIST-REL-LINHA
           MOVE SPACES TO DIST-REL-LINHA
           STRING '  CHAVES SEM DESTINATARIO DEFINIDO:'
               DELIMITED BY SIZE
               INTO DIST-REL-LINHA
           WRITE DIST-REL-LINHA
           IF WRK-QTD-SEM-DEST = 0
               MOVE '    NENHUMA' TO DIST-REL-LINHA
               WRITE DIST-REL-LINHA
           END-IF
           PERFORM VARYING WRK-KIDX FROM 1 BY 1
               UNTIL WRK-KIDX > WRK-QTD-CHAVES
               IF TK-SEM-DEST(WRK-KIDX) = 'S'
                   PERFORM EDITA-CHAVE
                   MOVE TK-LINHAS(WRK-KIDX) TO WRK-LINHAS-ED
                   MOVE SPACES TO DIST-REL-LINHA
                   STRING '    ' DELIMITED BY SIZE
                       WRK-CHAVE-TXT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-LINHAS-ED DELIMITED BY SIZE
                       ' LINHA(S)' DELIMITED BY SIZE
                       INTO DIST-REL-LINHA
                   WRITE DIST-REL-LINHA
               END-IF
           END-PERFORM.

       EMITE-RESUMO.
           MOVE SPACES TO DIST-REL-LINHA
           WRITE DIST-REL-LINHA
           MOVE WRK-QTD-PACOTES TO WRK-QTD-ED
           MOVE SPACES TO DIST-REL-LINHA
           STRING '  PACOTES SEPARADOS.......: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO DIST-REL-LINHA
           WRITE DIST-REL-LINHA
           MOVE WRK-QTD-ENTREGUES TO WRK-QTD-ED
           MOVE SPACES TO DIST-REL-LINHA
           STRING '  ENTREGUES AOS CANAIS....: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO DIST-REL-LINHA
           WRITE DIST-REL-LINHA
           MOVE WRK-QTD-PENDENTES TO WRK-QTD-ED
           MOVE SPACES TO DIST-REL-LINHA
           STRING '  PENDENTES...............: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO DIST-REL-LINHA
           WRITE DIST-REL-LINHA.

       EDITA-DATA.
           MOVE WRK-DATA-TRAB(7:2) TO WRK-DE-DIA
           MOVE WRK-DATA-TRAB(5:2) TO WRK-DE-MES
           MOVE WRK-DATA-TRAB(1:4) TO WRK-DE-ANO.

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
           MOVE 'PROG153'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-QTD-LIDAS       TO RN-LIDOS
           MOVE WRK-QTD-ENTREGUES   TO RN-GRAVADOS
           MOVE WRK-QTD-PENDENTES   TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG153.
