      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG151.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  VIGENCIA DOS PARAMETROS - TRATA AS VERSOES GRAVADAS PELO
      *  PROG150 NO HISTORICO DE PARAMETROS (PARMHIST).
      *  PARM 'A' (OU EM BRANCO): APLICA AS VERSOES PROGRAMADAS CUJA
      *  VIGENCIA CHEGOU - REGRAVA O ARQUIVO VIVO COM A ULTIMA VERSAO
      *  EM VIGOR HOJE E MARCA AS VERSOES COMO APLICADAS. RODA ANTES
      *  DO PROCESSAMENTO NOTURNO, QUE LE OS ARQUIVOS VIVOS.
      *  PARM 'R' OU 'R,AAAAMMDD': EMITE O PARMREL COM OS VALORES DE
      *  CADA ARQUIVO DE PARAMETRO EM VIGOR NA DATA (EM BRANCO, HOJE)
      *  E O HISTORICO DAS ALTERACOES, CAMPO A CAMPO, ANTES E DEPOIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-HISTORICO-FILE ASSIGN TO "PARMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT PARM-REL-FILE ASSIGN TO "PARMREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-HISTORICO-FILE.
           COPY PARMHIST.
       FD  PARM-REL-FILE.
           COPY PARMREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-HIST       PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-TEM-HIST      PIC X(01) VALUE 'N'.
           88 TEM-HISTORICO        VALUE 'S'.
       77 WRK-MODO          PIC X(01) VALUE 'A'.
           88 MODO-APLICA          VALUE 'A'.
           88 MODO-RELATORIO       VALUE 'R'.
       77 WRK-DATA-REF      PIC X(08) VALUE SPACES.
       77 WRK-ORIGEM        PIC X(40) VALUE SPACES.
       77 WRK-IMAGEM        PIC X(40) VALUE SPACES.
       77 WRK-CANDIDATO     PIC X(08) VALUE SPACES.
       77 WRK-ANTES-TXT     PIC X(14) VALUE SPACES.
       77 WRK-SITUACAO-TXT  PIC X(10) VALUE SPACES.

      *  CONTADORES E INDICES.
       77 WRK-AIDX          PIC 9(02) VALUE 0.
       77 WRK-CIDX          PIC 9(02) VALUE 0.
       77 WRK-QTD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-QTD-APLICADAS PIC 9(08) VALUE 0.
       77 WRK-QTD-FALHAS    PIC 9(08) VALUE 0.
       77 WRK-QTD-ALTERACOES PIC 9(08) VALUE 0.
       77 WRK-QTD-ED        PIC ZZZZZZZ9.

       77 WRK-BRUTO         PIC 9(09) VALUE 0.
       77 WRK-VALOR-DEC     PIC 9(07)V9(04) VALUE 0.
       77 WRK-VALOR-TXT     PIC X(14) VALUE SPACES.
       77 WRK-ED-0          PIC ZZZZZZ9.
       77 WRK-ED-1          PIC ZZZZZZ9.9.
       77 WRK-ED-2          PIC ZZZZZZ9.99.
       77 WRK-ED-4          PIC ZZZZZZ9.9999.

      *  SITUACAO DE CADA ARQUIVO DE PARAMETRO NA APLICACAO: IMAGEM
      *  EM VIGOR HOJE, SE HA VERSAO PROGRAMADA A APLICAR E SE O
      *  ARQUIVO VIVO FOI REGRAVADO. MESMA ORDEM DA TABELA PARMDEF.
       01 TABELA-VIGENTES.
          05 TV-ENTRY OCCURS 12 TIMES.
             10 TV-IMAGEM         PIC X(40).
             10 TV-VIGENCIA       PIC X(08).
             10 TV-PENDENTE       PIC X(01).
             10 TV-GRAVADO        PIC X(01).

       01 WRK-DATA-ED.
          05 WRK-DE-DIA     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-MES     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-ANO     PIC X(04).
       01 WRK-DATA-ED2      PIC X(10) VALUE SPACES.
       77 WRK-DATA-TRAB     PIC X(08) VALUE SPACES.

           COPY PARMDEF.
           COPY PARMACC.
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
          05 PARM-TEXTO  PIC X(10).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO WRK-HOJE

           PERFORM VALIDA-PARM
           IF RETURN-CODE < 8
               IF MODO-APLICA
                   PERFORM APLICA-PROGRAMADAS
               ELSE
                   PERFORM EMITE-RELATORIO
               END-IF
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * VALIDA-PARM - Modo 'A' (padrao) ou 'R' com a data de
      * referencia opcional (em branco, hoje).
      ******************************************************************
       VALIDA-PARM.
           MOVE 'A'      TO WRK-MODO
           MOVE WRK-HOJE TO WRK-DATA-REF
           IF PARM-TAM > 0 AND PARM-TEXTO NOT = SPACES
               MOVE PARM-TEXTO(1:1) TO WRK-MODO
               IF PARM-TAM = 10 AND PARM-TEXTO(2:1) = ','
                   MOVE PARM-TEXTO(3:8) TO WRK-DATA-REF
               END-IF
           END-IF
           MOVE 1            TO DP-OPERACAO
           MOVE WRK-DATA-REF TO DP-DATA-1
           CALL 'PROG104' USING DATA-PARAMETROS
           IF (NOT MODO-APLICA AND NOT MODO-RELATORIO)
               OR (PARM-TAM > 1 AND PARM-TAM NOT = 10)
               OR (PARM-TAM = 10 AND NOT MODO-RELATORIO)
               OR DP-VALIDA NOT = 'S'
               MOVE 'ACD0138E' TO MP-ID
               MOVE 'PARM INVALIDO. USE A OU R,AAAAMMDD.' TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * ABRE-HISTORICO - Historico ainda nao criado nao e erro: nenhuma
      * versao foi gravada e os arquivos vivos valem como estao.
      ******************************************************************
       ABRE-HISTORICO.
           MOVE 'N' TO WRK-TEM-HIST
           IF MODO-APLICA
               OPEN I-O PARAMETRO-HISTORICO-FILE
           ELSE
               OPEN INPUT PARAMETRO-HISTORICO-FILE
           END-IF
           EVALUATE WRK-FS-HIST
               WHEN '00'
                   MOVE 'S' TO WRK-TEM-HIST
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'ACD0137E' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'HISTORICO DE PARAMETROS INDISPONIVEL. '
                       DELIMITED BY SIZE
                       'FILE STATUS ' DELIMITED BY SIZE
                       WRK-FS-HIST DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * APLICA-PROGRAMADAS - Primeira passada: acha, por arquivo, a
      * ultima versao em vigor hoje e se ha programada a aplicar;
      * regrava esses arquivos; segunda passada: marca como aplicadas
      * so as versoes dos arquivos regravados com sucesso, para que
      * uma falha seja refeita na rodada seguinte.
      ******************************************************************
       APLICA-PROGRAMADAS.
           PERFORM ABRE-HISTORICO
           IF TEM-HISTORICO
               PERFORM VARYING WRK-AIDX FROM 1 BY 1
                   UNTIL WRK-AIDX > PA-QTD-ARQUIVOS
                   MOVE SPACES TO TV-IMAGEM(WRK-AIDX)
                   MOVE SPACES TO TV-VIGENCIA(WRK-AIDX)
                   MOVE 'N'    TO TV-PENDENTE(WRK-AIDX)
                   MOVE 'N'    TO TV-GRAVADO(WRK-AIDX)
               END-PERFORM
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ PARAMETRO-HISTORICO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM LOCALIZA-ARQUIVO
                       IF WRK-AIDX > 0
                           AND PH-DATA-VIGENCIA <= WRK-HOJE
                           MOVE PH-DEPOIS TO TV-IMAGEM(WRK-AIDX)
                           MOVE PH-DATA-VIGENCIA
                               TO TV-VIGENCIA(WRK-AIDX)
                           IF PH-PROGRAMADA
                               MOVE 'S' TO TV-PENDENTE(WRK-AIDX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING WRK-AIDX FROM 1 BY 1
                   UNTIL WRK-AIDX > PA-QTD-ARQUIVOS
                   IF TV-PENDENTE(WRK-AIDX) = 'S'
                       PERFORM REGRAVA-ARQUIVO
                   END-IF
               END-PERFORM
               IF WRK-QTD-APLICADAS > 0
                   PERFORM MARCA-APLICADAS
               END-IF
               CLOSE PARAMETRO-HISTORICO-FILE
           END-IF.

       LOCALIZA-ARQUIVO.
           PERFORM VARYING WRK-AIDX FROM 1 BY 1
               UNTIL WRK-AIDX > PA-QTD-ARQUIVOS
               OR PA-NOME-ARQ(WRK-AIDX) = PH-ARQUIVO
               CONTINUE
           END-PERFORM
           IF WRK-AIDX > PA-QTD-ARQUIVOS
               MOVE 0 TO WRK-AIDX
           END-IF.

       REGRAVA-ARQUIVO.
           MOVE 'G'                   TO PX-OPERACAO
           MOVE PA-NOME-ARQ(WRK-AIDX) TO PX-ARQUIVO
           MOVE TV-IMAGEM(WRK-AIDX)   TO PX-IMAGEM
           CALL 'PROG152' USING PARAMETRO-ACESSO
           MOVE TV-VIGENCIA(WRK-AIDX) TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           IF PX-STATUS = '0'
               MOVE 'S' TO TV-GRAVADO(WRK-AIDX)
               ADD 1 TO WRK-QTD-APLICADAS
               MOVE 'ACD0140I' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'PARAMETRO APLICADO: ' DELIMITED BY SIZE
                   PA-NOME-ARQ(WRK-AIDX) DELIMITED BY SIZE
                   ' VIGENCIA ' DELIMITED BY SIZE
                   WRK-DATA-ED DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
           ELSE
               ADD 1 TO WRK-QTD-FALHAS
               MOVE 'ACD0139E' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'FALHA AO REGRAVAR O ARQUIVO ' DELIMITED BY SIZE
                   PA-NOME-ARQ(WRK-AIDX) DELIMITED BY SIZE
                   '. VERSAO MANTIDA PROGRAMADA.' DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           END-IF.

       MARCA-APLICADAS.
           MOVE LOW-VALUES TO PH-CHAVE
           START PARAMETRO-HISTORICO-FILE
               KEY IS NOT LESS THAN PH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ PARAMETRO-HISTORICO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ AND PH-PROGRAMADA
                   AND PH-DATA-VIGENCIA <= WRK-HOJE
                   PERFORM LOCALIZA-ARQUIVO
                   IF WRK-AIDX > 0
                       IF TV-GRAVADO(WRK-AIDX) = 'S'
                           MOVE 'A'      TO PH-SITUACAO
                           MOVE WRK-HOJE TO PH-DATA-APLICACAO
                           REWRITE PARAMETRO-HISTORICO-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * EMITE-RELATORIO - Valores em vigor na data de referencia, por
      * arquivo, e o historico das alteracoes.
      ******************************************************************
       EMITE-RELATORIO.
           PERFORM ABRE-HISTORICO
           IF RETURN-CODE < 8
               OPEN OUTPUT PARM-REL-FILE
               MOVE SPACES TO PARM-REL-LINHA
               MOVE WRK-DATA-REF TO WRK-DATA-TRAB
               PERFORM EDITA-DATA
               STRING 'PARAMETROS EM VIGOR EM ' DELIMITED BY SIZE
                   WRK-DATA-ED DELIMITED BY SIZE
                   INTO PARM-REL-LINHA
               WRITE PARM-REL-LINHA
               MOVE SPACES TO PARM-REL-LINHA
               MOVE WRK-HOJE TO WRK-DATA-TRAB
               PERFORM EDITA-DATA
               STRING 'EMITIDO EM ' DELIMITED BY SIZE
                   WRK-DATA-ED DELIMITED BY SIZE
                   INTO PARM-REL-LINHA
               WRITE PARM-REL-LINHA
               PERFORM VARYING WRK-AIDX FROM 1 BY 1
                   UNTIL WRK-AIDX > PA-QTD-ARQUIVOS
                   PERFORM EMITE-VIGENTE
               END-PERFORM
               IF TEM-HISTORICO
                   PERFORM EMITE-HISTORICO
                   CLOSE PARAMETRO-HISTORICO-FILE
               END-IF
               MOVE SPACES TO PARM-REL-LINHA
               WRITE PARM-REL-LINHA
               MOVE SPACES TO PARM-REL-LINHA
               MOVE WRK-QTD-ALTERACOES TO WRK-QTD-ED
               STRING 'ALTERACOES REGISTRADAS NO HISTORICO: '
                   DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO PARM-REL-LINHA
               WRITE PARM-REL-LINHA
               CLOSE PARM-REL-FILE
           END-IF.

      ******************************************************************
      * EMITE-VIGENTE - Imagem em vigor na data para o arquivo
      * WRK-AIDX: a ultima versao com vigencia ate a data; antes da
      * primeira versao, o ANTES dela; sem historico, o arquivo vivo.
      ******************************************************************
       EMITE-VIGENTE.
           MOVE SPACES TO WRK-IMAGEM
           MOVE SPACES TO WRK-ORIGEM
           IF TEM-HISTORICO
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES            TO PH-CHAVE
               MOVE PA-NOME-ARQ(WRK-AIDX) TO PH-ARQUIVO
               START PARAMETRO-HISTORICO-FILE
                   KEY IS NOT LESS THAN PH-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ PARAMETRO-HISTORICO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       IF PH-ARQUIVO NOT = PA-NOME-ARQ(WRK-AIDX)
                           MOVE 'S' TO WRK-FIM-ARQ
                       ELSE
                           PERFORM AVALIA-VERSAO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WRK-ORIGEM = SPACES
               MOVE 'L'                   TO PX-OPERACAO
               MOVE PA-NOME-ARQ(WRK-AIDX) TO PX-ARQUIVO
               CALL 'PROG152' USING PARAMETRO-ACESSO
               MOVE PX-IMAGEM TO WRK-IMAGEM
               MOVE 'SEM HISTORICO - ARQUIVO ATUAL' TO WRK-ORIGEM
           END-IF

           MOVE SPACES TO PARM-REL-LINHA
           WRITE PARM-REL-LINHA
           MOVE SPACES TO PARM-REL-LINHA
           STRING PA-NOME-ARQ(WRK-AIDX) DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               PA-DESCRICAO(WRK-AIDX) DELIMITED BY SIZE
               INTO PARM-REL-LINHA
           WRITE PARM-REL-LINHA
           MOVE SPACES TO PARM-REL-LINHA
           STRING '  ORIGEM: ' DELIMITED BY SIZE
               WRK-ORIGEM DELIMITED BY SIZE
               INTO PARM-REL-LINHA
           WRITE PARM-REL-LINHA
           PERFORM VARYING WRK-CIDX FROM 1 BY 1
               UNTIL WRK-CIDX > PD-QTD-CAMPOS
               IF PD-ARQUIVO(WRK-CIDX) = PA-NOME-ARQ(WRK-AIDX)
                   MOVE WRK-IMAGEM(PD-POS(WRK-CIDX):PD-TAM(WRK-CIDX))
                       TO WRK-CANDIDATO
                   PERFORM FORMATA-VALOR
                   MOVE SPACES TO PARM-REL-LINHA
                   STRING '    ' DELIMITED BY SIZE
                       PD-CAMPO(WRK-CIDX) DELIMITED BY SIZE
                       WRK-VALOR-TXT DELIMITED BY SIZE
                       INTO PARM-REL-LINHA
                   WRITE PARM-REL-LINHA
               END-IF
           END-PERFORM.

       AVALIA-VERSAO.
           EVALUATE TRUE
               WHEN PH-DATA-VIGENCIA <= WRK-DATA-REF
                   MOVE PH-DEPOIS TO WRK-IMAGEM
                   MOVE PH-DATA-VIGENCIA TO WRK-DATA-TRAB
                   PERFORM EDITA-DATA
                   MOVE SPACES TO WRK-ORIGEM
                   STRING 'VERSAO COM VIGENCIA EM ' DELIMITED BY SIZE
                       WRK-DATA-ED DELIMITED BY SIZE
                       INTO WRK-ORIGEM
               WHEN WRK-ORIGEM = SPACES
                   MOVE PH-ANTES TO WRK-IMAGEM
                   MOVE 'ANTERIOR A PRIMEIRA VERSAO CONTROLADA'
                       TO WRK-ORIGEM
                   MOVE 'S' TO WRK-FIM-ARQ
               WHEN OTHER
                   MOVE 'S' TO WRK-FIM-ARQ
           END-EVALUATE.

      ******************************************************************
      * EMITE-HISTORICO - Todas as versoes, na ordem do arquivo, com
      * os campos alterados (antes e depois).
      ******************************************************************
       EMITE-HISTORICO.
           MOVE SPACES TO PARM-REL-LINHA
           WRITE PARM-REL-LINHA
           MOVE 'HISTORICO DE ALTERACOES' TO PARM-REL-LINHA
           WRITE PARM-REL-LINHA
           MOVE SPACES TO PARM-REL-LINHA
           STRING 'ARQUIVO   VIGENCIA    ALTERADO EM        '
               DELIMITED BY SIZE
               'USUARIO  SITUACAO' DELIMITED BY SIZE
               INTO PARM-REL-LINHA
           WRITE PARM-REL-LINHA
           MOVE LOW-VALUES TO PH-CHAVE
           MOVE 'N' TO WRK-FIM-ARQ
           START PARAMETRO-HISTORICO-FILE
               KEY IS NOT LESS THAN PH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ PARAMETRO-HISTORICO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   ADD 1 TO WRK-QTD-LIDOS
                   ADD 1 TO WRK-QTD-ALTERACOES
                   PERFORM EMITE-VERSAO
               END-IF
           END-PERFORM.

       EMITE-VERSAO.
           MOVE PH-DATA-VIGENCIA TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           MOVE WRK-DATA-ED TO WRK-DATA-ED2
           MOVE PH-DATA-ALTERACAO TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           IF PH-APLICADA
               MOVE 'APLICADA'   TO WRK-SITUACAO-TXT
           ELSE
               MOVE 'PROGRAMADA' TO WRK-SITUACAO-TXT
           END-IF
           MOVE SPACES TO PARM-REL-LINHA
           STRING PH-ARQUIVO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-DATA-ED2 DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PH-HORA-ALTERACAO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               PH-USUARIO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-SITUACAO-TXT DELIMITED BY SIZE
               INTO PARM-REL-LINHA
           WRITE PARM-REL-LINHA
           PERFORM VARYING WRK-CIDX FROM 1 BY 1
               UNTIL WRK-CIDX > PD-QTD-CAMPOS
               IF PD-ARQUIVO(WRK-CIDX) = PH-ARQUIVO
                   AND PH-ANTES(PD-POS(WRK-CIDX):PD-TAM(WRK-CIDX))
                   NOT = PH-DEPOIS(PD-POS(WRK-CIDX):PD-TAM(WRK-CIDX))
                   MOVE PH-ANTES(PD-POS(WRK-CIDX):PD-TAM(WRK-CIDX))
                       TO WRK-CANDIDATO
                   PERFORM FORMATA-VALOR
                   MOVE WRK-VALOR-TXT TO WRK-ANTES-TXT
                   MOVE PH-DEPOIS(PD-POS(WRK-CIDX):PD-TAM(WRK-CIDX))
                       TO WRK-CANDIDATO
                   PERFORM FORMATA-VALOR
                   MOVE SPACES TO PARM-REL-LINHA
                   STRING '    ' DELIMITED BY SIZE
                       PD-CAMPO(WRK-CIDX) DELIMITED BY SIZE
                       WRK-ANTES-TXT DELIMITED BY SIZE
                       ' -> ' DELIMITED BY SIZE
                       WRK-VALOR-TXT DELIMITED BY SIZE
                       INTO PARM-REL-LINHA
                   WRITE PARM-REL-LINHA
               END-IF
           END-PERFORM.

      ******************************************************************
      * FORMATA-VALOR - Valor de WRK-CANDIDATO para exibicao, com as
      * casas decimais do campo WRK-CIDX.
      ******************************************************************
       FORMATA-VALOR.
           MOVE SPACES TO WRK-VALOR-TXT
           EVALUATE TRUE
               WHEN WRK-CANDIDATO(1:PD-TAM(WRK-CIDX)) = SPACES
                   MOVE '(SEM VALOR)' TO WRK-VALOR-TXT
               WHEN PD-NUMERICO(WRK-CIDX)
                   IF WRK-CANDIDATO(1:PD-TAM(WRK-CIDX)) IS NUMERIC
                       MOVE WRK-CANDIDATO(1:PD-TAM(WRK-CIDX))
                           TO WRK-BRUTO
                       PERFORM FORMATA-NUMERO
                   ELSE
                       MOVE '(INVALIDO)' TO WRK-VALOR-TXT
                   END-IF
               WHEN OTHER
                   MOVE WRK-CANDIDATO(1:PD-TAM(WRK-CIDX))
                       TO WRK-VALOR-TXT
           END-EVALUATE.

       FORMATA-NUMERO.
           COMPUTE WRK-VALOR-DEC = WRK-BRUTO / 10 ** PD-DEC(WRK-CIDX)
           EVALUATE PD-DEC(WRK-CIDX)
               WHEN 0
                   MOVE WRK-VALOR-DEC TO WRK-ED-0
                   MOVE WRK-ED-0 TO WRK-VALOR-TXT
               WHEN 1
                   MOVE WRK-VALOR-DEC TO WRK-ED-1
                   MOVE WRK-ED-1 TO WRK-VALOR-TXT
               WHEN 2
                   MOVE WRK-VALOR-DEC TO WRK-ED-2
                   MOVE WRK-ED-2 TO WRK-VALOR-TXT
               WHEN OTHER
                   MOVE WRK-VALOR-DEC TO WRK-ED-4
                   MOVE WRK-ED-4 TO WRK-VALOR-TXT
           END-EVALUATE.

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
           MOVE 'PROG151'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-QTD-LIDOS       TO RN-LIDOS
           MOVE WRK-QTD-APLICADAS   TO RN-GRAVADOS
           MOVE WRK-QTD-FALHAS      TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG151.
