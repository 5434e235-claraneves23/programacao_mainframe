      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG116.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  RODADA MENSAL DE ENCARGOS DE ATRASO - VARRE O MESTRE DE
      *  FATURAS E, PARA CADA MENSALIDADE VENCIDA, COBRA MULTA FIXA
      *  (UMA UNICA VEZ, SOBRE O VALOR EM ATRASO) E JUROS DE MORA
      *  DIARIOS (SOBRE O SALDO EM ABERTO ATE HOJE E SOBRE CADA
      *  PAGAMENTO FEITO EM ATRASO ATE A DATA DO PAGAMENTO), COM AS
      *  TAXAS DO PARAMETRO DE COBRANCA (FATPARM). CADA ENCARGO E
      *  LANCADO COMO FATURA PROPRIA DO TIPO ENCARGO, AMARRADA A
      *  ORIGINAL, QUE FICA INTACTA - SO RECEBE A DATA ATE A QUAL OS
      *  ENCARGOS JA FORAM APURADOS, PARA A RODADA SEGUINTE NAO
      *  COBRAR O MESMO PERIODO DUAS VEZES. MENSALIDADE QUITADA TEM OS
      *  ENCARGOS ENCERRADOS NA PRIMEIRA RODADA APOS A QUITACAO. O
      *  ENCARGO E FATURA EM ABERTO COMO AS DEMAIS: SEGUE NA REMESSA
      *  DO PROG73 E E BAIXADO PELO RETORNO DO PROG74.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-MASTER-FILE ASSIGN TO "FATURMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUMERO
               FILE STATUS IS WRK-FS-FAT.
           SELECT PAGAMENTO-FILE ASSIGN TO "PAGTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGTO.
           SELECT FATURA-PARM-FILE ASSIGN TO "FATPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATPARM.
           SELECT RECIBO-CONTROLE-FILE ASSIGN TO "RECNUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WRK-FS-RECNUM.
           SELECT ENC-REL-FILE ASSIGN TO "ENCREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENCREL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-MASTER-FILE.
           COPY FATURMR.
       FD  PAGAMENTO-FILE.
           COPY PAGTO.
       FD  FATURA-PARM-FILE.
           COPY FATPARM.
       FD  RECIBO-CONTROLE-FILE.
           COPY RECNUM.
       FD  ENC-REL-FILE.
           COPY ENCREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-FAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-PAGTO      PIC X(02) VALUE SPACES.
       77 WRK-FS-FATPARM    PIC X(02) VALUE SPACES.
       77 WRK-FS-RECNUM     PIC X(02) VALUE SPACES.
       77 WRK-FS-ENCREL     PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-FAT       PIC X(01) VALUE 'N'.
           88 FIM-FAT              VALUE 'S'.
       77 WRK-FIM-PAGTO     PIC X(01) VALUE 'N'.
           88 FIM-PAGTO            VALUE 'S'.
       77 WRK-PARM-OK       PIC X(01) VALUE 'N'.
           88 PARM-ENCARGO-OK      VALUE 'S'.
       77 WRK-GRAVOU        PIC X(01) VALUE 'N'.
           88 ENCARGO-GRAVADO      VALUE 'S'.
       77 WRK-MULTA-PCT     PIC 9(02)V99 VALUE 0.
       77 WRK-JUROS-PCT     PIC 9(01)V9(04) VALUE 0.
       77 WRK-PRAZO         PIC 9(03) VALUE 30.
       77 WRK-INICIO-ENC    PIC X(08) VALUE SPACES.
       77 WRK-DATA-VENC-ENC PIC X(08) VALUE SPACES.
       77 WRK-DATA-BASE     PIC X(08) VALUE SPACES.
       77 WRK-ULTIMA-FATURA PIC 9(08) VALUE 0.
       77 WRK-FATURA-ORIGEM PIC 9(08) VALUE 0.
       77 WRK-UNIDADE-ORIGEM PIC X(04) VALUE SPACES.
       77 WRK-ALUNO-ID      PIC X(14) VALUE SPACES.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-PRIMEIRA-APUR PIC X(01) VALUE 'N'.
           88 PRIMEIRA-APURACAO    VALUE 'S'.
       77 WRK-DIAS-ATRASO   PIC 9(05) VALUE 0.
       77 WRK-BASE-MULTA    PIC 9(07)V99 VALUE 0.
       77 WRK-VALOR-MULTA   PIC 9(07)V99 VALUE 0.
       77 WRK-VALOR-JUROS   PIC 9(07)V99 VALUE 0.
       77 WRK-VALOR-ENCARGO PIC 9(07)V99 VALUE 0.
       77 WRK-NUMERO-ENC    PIC 9(08) VALUE 0.
       77 WRK-TOTAL-LIDAS   PIC 9(05) VALUE 0.
       77 WRK-TOTAL-ENCARGOS PIC 9(05) VALUE 0.
       77 WRK-TOTAL-ENCERR  PIC 9(05) VALUE 0.
       77 WRK-TOTAL-VALOR   PIC 9(09)V99 VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZ9.
       77 WRK-DIAS-ED       PIC ZZZZ9.
       77 WRK-JUROS-ED      PIC 9.9999.
       77 WRK-VALOR-SAI     PIC Z,ZZZ,ZZ9.99.
       77 WRK-MULTA-SAI     PIC Z,ZZZ,ZZ9.99.
       77 WRK-JUROS-SAI     PIC Z,ZZZ,ZZ9.99.
       77 WRK-TOTAL-SAI     PIC ZZZ,ZZZ,ZZ9.99.
       COPY MSGPARM.
       COPY DATAPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           PERFORM CARREGA-PARM-ENCARGO

           IF NOT PARM-ENCARGO-OK
               MOVE 'ACD0074W' TO MP-ID
               MOVE 'TAXAS DE ENCARGO AUSENTES - NADA COBRADO.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN I-O FATURA-MASTER-FILE
               IF WRK-FS-FAT = '35'
                   MOVE 'ACD0061E' TO MP-ID
                   MOVE 'MESTRE DE FATURAS VAZIO OU INEXISTENTE.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CALCULA-VENCIMENTO
                   OPEN OUTPUT ENC-REL-FILE
                   PERFORM ESCREVE-CABECALHO
                   PERFORM APURA-ENCARGOS
                   PERFORM ESCREVE-RESUMO
                   CLOSE ENC-REL-FILE
                   CLOSE FATURA-MASTER-FILE
               END-IF
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * CARREGA-PARM-ENCARGO - Le do FATPARM as taxas de multa e de
      * juros diarios, o prazo de vencimento do encargo (trinta dias
      * quando ausente) e a data de implantacao da cobranca. Sem as
      * duas taxas a rodada nao cobra nada.
      ******************************************************************
       CARREGA-PARM-ENCARGO.
           MOVE 'N' TO WRK-PARM-OK
           OPEN INPUT FATURA-PARM-FILE
           IF WRK-FS-FATPARM = '00'
               READ FATURA-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FP-MULTA-PCT IS NUMERIC
                           AND FP-JUROS-DIA-PCT IS NUMERIC
                           MOVE FP-MULTA-PCT     TO WRK-MULTA-PCT
                           MOVE FP-JUROS-DIA-PCT TO WRK-JUROS-PCT
                           MOVE 'S' TO WRK-PARM-OK
                       END-IF
                       IF FP-PRAZO-ENCARGO IS NUMERIC
                           AND FP-PRAZO-ENCARGO > 0
                           MOVE FP-PRAZO-ENCARGO TO WRK-PRAZO
                       END-IF
                       IF FP-INICIO-ENCARGO IS NUMERIC
                           MOVE FP-INICIO-ENCARGO TO WRK-INICIO-ENC
                       END-IF
               END-READ
               CLOSE FATURA-PARM-FILE
           END-IF.

      ******************************************************************
      * CALCULA-VENCIMENTO - Vencimento dos encargos lancados na
      * rodada: hoje somado do prazo do parametro, pelo subprograma
      * comum de datas.
      ******************************************************************
       CALCULA-VENCIMENTO.
           MOVE 3           TO DP-OPERACAO
           MOVE WRK-CD-DATA TO DP-DATA-1
           MOVE WRK-PRAZO   TO DP-DIAS
           CALL 'PROG104' USING DATA-PARAMETROS
           IF DP-VALIDA = 'S'
               MOVE DP-RESULTADO TO WRK-DATA-VENC-ENC
           ELSE
               MOVE WRK-CD-DATA TO WRK-DATA-VENC-ENC
           END-IF.

      ******************************************************************
      * APURA-ENCARGOS - Varre o mestre de faturas pela chave. Cada
      * mensalidade nao cancelada e com encargos ainda nao
      * encerrados e apurada; como o lancamento do encargo grava um
      * registro novo no mesmo arquivo, a varredura e reposicionada
      * logo apos a ultima fatura lida.
      ******************************************************************
       APURA-ENCARGOS.
           MOVE 'N' TO WRK-FIM-FAT
           MOVE 0 TO FA-NUMERO
           START FATURA-MASTER-FILE KEY IS NOT LESS THAN FA-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-FAT
           END-START
           PERFORM UNTIL FIM-FAT
               READ FATURA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-FAT
               END-READ
               IF NOT FIM-FAT
                   ADD 1 TO WRK-TOTAL-LIDAS
                   MOVE FA-NUMERO TO WRK-ULTIMA-FATURA
                   MOVE 'N' TO WRK-GRAVOU
                   IF FA-MENSALIDADE
                       AND (FA-ABERTA OR FA-PAGA)
                       AND NOT FA-ENCARGOS-ENCERRADOS
                       PERFORM APURA-FATURA
                   END-IF
                   IF ENCARGO-GRAVADO
                       MOVE WRK-ULTIMA-FATURA TO FA-NUMERO
                       START FATURA-MASTER-FILE
                           KEY IS GREATER THAN FA-NUMERO
                           INVALID KEY
                               MOVE 'S' TO WRK-FIM-FAT
                       END-START
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * APURA-FATURA - Apura os encargos da mensalidade corrente desde
      * a data-base (ultima apuracao, ou o vencimento, nunca antes da
      * implantacao da cobranca): juros sobre o saldo ainda em aberto
      * ate hoje e sobre cada pagamento feito depois da data-base ate
      * a data do pagamento; na primeira apuracao, multa sobre todo o
      * valor pago ou devido em atraso. A fatura original so recebe a
      * nova data-base - e, se quitada, o encerramento dos encargos -
      * antes do lancamento do encargo.
      ******************************************************************
       APURA-FATURA.
           MOVE FA-NUMERO   TO WRK-FATURA-ORIGEM
           MOVE FA-UNIDADE  TO WRK-UNIDADE-ORIGEM
           MOVE FA-ALUNO-ID TO WRK-ALUNO-ID
           MOVE FA-SEMESTRE TO WRK-SEMESTRE
           MOVE 0 TO WRK-BASE-MULTA
           MOVE 0 TO WRK-VALOR-MULTA
           MOVE 0 TO WRK-VALOR-JUROS
           MOVE 0 TO WRK-DIAS-ATRASO

           IF FA-DATA-ENCARGO = SPACES
               MOVE 'S' TO WRK-PRIMEIRA-APUR
               MOVE FA-DATA-VENC TO WRK-DATA-BASE
           ELSE
               MOVE 'N' TO WRK-PRIMEIRA-APUR
               MOVE FA-DATA-ENCARGO TO WRK-DATA-BASE
           END-IF
           IF WRK-INICIO-ENC NOT = SPACES
               AND WRK-INICIO-ENC > WRK-DATA-BASE
               MOVE WRK-INICIO-ENC TO WRK-DATA-BASE
           END-IF

           IF FA-ABERTA AND FA-SALDO > 0
               AND WRK-DATA-BASE < WRK-CD-DATA
               MOVE 4             TO DP-OPERACAO
               MOVE WRK-CD-DATA   TO DP-DATA-1
               MOVE WRK-DATA-BASE TO DP-DATA-2
               CALL 'PROG104' USING DATA-PARAMETROS
               IF DP-VALIDA = 'S' AND DP-DIAS > 0
                   MOVE DP-DIAS TO WRK-DIAS-ATRASO
                   ADD FA-SALDO TO WRK-BASE-MULTA
                   COMPUTE WRK-VALOR-JUROS ROUNDED =
                       FA-SALDO * WRK-JUROS-PCT / 100 * DP-DIAS
               END-IF
           END-IF

           IF FA-ABERTA AND WRK-DIAS-ATRASO = 0
               CONTINUE
           ELSE
               PERFORM SOMA-PAGAMENTOS-ATRASO
           END-IF

           IF PRIMEIRA-APURACAO AND WRK-BASE-MULTA > 0
               COMPUTE WRK-VALOR-MULTA ROUNDED =
                   WRK-BASE-MULTA * WRK-MULTA-PCT / 100
           END-IF
           COMPUTE WRK-VALOR-ENCARGO =
               WRK-VALOR-MULTA + WRK-VALOR-JUROS

           IF FA-PAGA
               MOVE 'S' TO FA-ENCARGO-FIM
               MOVE WRK-CD-DATA TO FA-DATA-ENCARGO
               REWRITE FATURA-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-TOTAL-ENCERR
               END-REWRITE
           ELSE
               IF WRK-DIAS-ATRASO > 0
                   MOVE WRK-CD-DATA TO FA-DATA-ENCARGO
                   REWRITE FATURA-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF

           IF WRK-VALOR-ENCARGO > 0
               PERFORM LANCA-ENCARGO
           END-IF.

      ******************************************************************
      * SOMA-PAGAMENTOS-ATRASO - Percorre o arquivo de pagamentos
      * atras dos recebimentos da fatura corrente feitos depois da
      * data-base: cada um entra na base da multa e rende juros pelos
      * dias entre a data-base e a data do pagamento.
      ******************************************************************
       SOMA-PAGAMENTOS-ATRASO.
           MOVE 'N' TO WRK-FIM-PAGTO
           OPEN INPUT PAGAMENTO-FILE
           IF WRK-FS-PAGTO = '35'
               MOVE 'S' TO WRK-FIM-PAGTO
           END-IF
           PERFORM UNTIL FIM-PAGTO
               READ PAGAMENTO-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-PAGTO
               END-READ
               IF NOT FIM-PAGTO
                   IF PG-FATURA = WRK-FATURA-ORIGEM
                       AND PG-DATA > WRK-DATA-BASE
                       MOVE 4             TO DP-OPERACAO
                       MOVE PG-DATA       TO DP-DATA-1
                       MOVE WRK-DATA-BASE TO DP-DATA-2
                       CALL 'PROG104' USING DATA-PARAMETROS
                       IF DP-VALIDA = 'S' AND DP-DIAS > 0
                           ADD PG-VALOR TO WRK-BASE-MULTA
                           COMPUTE WRK-VALOR-JUROS ROUNDED =
                               WRK-VALOR-JUROS +
                               PG-VALOR * WRK-JUROS-PCT / 100 * DP-DIAS
                           IF DP-DIAS > WRK-DIAS-ATRASO
                               MOVE DP-DIAS TO WRK-DIAS-ATRASO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-FS-PAGTO NOT = '35'
               CLOSE PAGAMENTO-FILE
           END-IF.

      ******************************************************************
      * LANCA-ENCARGO - Aloca o numero no contador controlado das
      * faturas e grava o encargo como fatura aberta do tipo encargo,
      * do mesmo aluno e semestre, amarrada a fatura original, com
      * vencimento no prazo do parametro.
      ******************************************************************
       LANCA-ENCARGO.
           PERFORM ALOCA-NUMERO-ENCARGO

           MOVE WRK-NUMERO-ENC    TO FA-NUMERO
           MOVE WRK-ALUNO-ID      TO FA-ALUNO-ID
           MOVE WRK-SEMESTRE      TO FA-SEMESTRE
           MOVE WRK-VALOR-ENCARGO TO FA-VALOR
           MOVE WRK-VALOR-ENCARGO TO FA-SALDO
           MOVE WRK-CD-DATA       TO FA-DATA-EMISSAO
           MOVE WRK-DATA-VENC-ENC TO FA-DATA-VENC
           MOVE 'A'               TO FA-STATUS
           MOVE 'E'               TO FA-TIPO
           MOVE WRK-FATURA-ORIGEM TO FA-ORIGEM
           MOVE SPACES            TO FA-DATA-ENCARGO
           MOVE SPACES            TO FA-ENCARGO-FIM
           MOVE 0                 TO FA-ACORDO
           MOVE 0                 TO FA-PARCELA
           MOVE SPACES            TO FA-DATA-STATUS
           MOVE WRK-UNIDADE-ORIGEM TO FA-UNIDADE
           MOVE SPACES             TO FA-DOCUMENTO
           WRITE FATURA-RECORD
               INVALID KEY
                   MOVE 'ACD0075E' TO MP-ID
                   MOVE 'NUMERO DE ENCARGO JA EXISTE NO MESTRE.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-ENCARGOS
                   ADD WRK-VALOR-ENCARGO TO WRK-TOTAL-VALOR
                   PERFORM IMPRIME-ENCARGO
           END-WRITE
           MOVE 'S' TO WRK-GRAVOU.

      ******************************************************************
      * ALOCA-NUMERO-ENCARGO - Aloca o proximo numero da chave
      * 'FATURA' no contador controlado (ler, incrementar, regravar),
      * a mesma sequencia das mensalidades do PROG70.
      ******************************************************************
       ALOCA-NUMERO-ENCARGO.
           OPEN I-O RECIBO-CONTROLE-FILE
           IF WRK-FS-RECNUM = '35'
               CLOSE RECIBO-CONTROLE-FILE
               OPEN OUTPUT RECIBO-CONTROLE-FILE
               CLOSE RECIBO-CONTROLE-FILE
               OPEN I-O RECIBO-CONTROLE-FILE
           END-IF

           MOVE 'FATURA' TO RB-CHAVE
           READ RECIBO-CONTROLE-FILE
               INVALID KEY
                   MOVE 1 TO WRK-NUMERO-ENC
                   MOVE 'FATURA' TO RB-CHAVE
                   MOVE 2 TO RB-PROXIMO
                   WRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RB-PROXIMO TO WRK-NUMERO-ENC
                   ADD 1 TO RB-PROXIMO
                   REWRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RECIBO-CONTROLE-FILE.

      ******************************************************************
      * IMPRIME-ENCARGO - Duas linhas por encargo lancado: a fatura
      * de origem com o aluno e os dias de atraso apurados, e o
      * encargo com a multa, os juros e o total.
      ******************************************************************
       IMPRIME-ENCARGO.
           MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED
           MOVE SPACES TO ENC-REL-LINHA
           STRING 'FATURA ' DELIMITED BY SIZE
               WRK-FATURA-ORIGEM DELIMITED BY SIZE
               ' ALUNO ' DELIMITED BY SIZE
               WRK-ALUNO-ID DELIMITED BY SIZE
               ' SEMESTRE ' DELIMITED BY SIZE
               WRK-SEMESTRE DELIMITED BY SIZE
               ' ATRASO ' DELIMITED BY SIZE
               WRK-DIAS-ED DELIMITED BY SIZE
               ' DIAS' DELIMITED BY SIZE
               INTO ENC-REL-LINHA
           WRITE ENC-REL-LINHA

           MOVE WRK-VALOR-MULTA   TO WRK-MULTA-SAI
           MOVE WRK-VALOR-JUROS   TO WRK-JUROS-SAI
           MOVE WRK-VALOR-ENCARGO TO WRK-VALOR-SAI
           MOVE SPACES TO ENC-REL-LINHA
           STRING '  ENCARGO ' DELIMITED BY SIZE
               WRK-NUMERO-ENC DELIMITED BY SIZE
               ' MULTA ' DELIMITED BY SIZE
               WRK-MULTA-SAI DELIMITED BY SIZE
               ' JUROS ' DELIMITED BY SIZE
               WRK-JUROS-SAI DELIMITED BY SIZE
               ' TOTAL ' DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               INTO ENC-REL-LINHA
           WRITE ENC-REL-LINHA.

       ESCREVE-CABECALHO.
           MOVE WRK-MULTA-PCT TO WRK-MULTA-SAI
           MOVE SPACES TO ENC-REL-LINHA
           STRING 'RODADA DE ENCARGOS DE ATRASO - ' DELIMITED BY SIZE
               WRK-CD-DATA DELIMITED BY SIZE
               ' MULTA % ' DELIMITED BY SIZE
               WRK-MULTA-SAI DELIMITED BY SIZE
               INTO ENC-REL-LINHA
           WRITE ENC-REL-LINHA

           MOVE WRK-JUROS-PCT TO WRK-JUROS-ED
           MOVE SPACES TO ENC-REL-LINHA
           STRING 'JUROS % AO DIA ' DELIMITED BY SIZE
               WRK-JUROS-ED DELIMITED BY SIZE
               ' VENCIMENTO DOS ENCARGOS ' DELIMITED BY SIZE
               WRK-DATA-VENC-ENC DELIMITED BY SIZE
               INTO ENC-REL-LINHA
           WRITE ENC-REL-LINHA

           MOVE '----------------------------------------'
               TO ENC-REL-LINHA
           WRITE ENC-REL-LINHA.

       ESCREVE-RESUMO.
           MOVE '----------------------------------------'
               TO ENC-REL-LINHA
           WRITE ENC-REL-LINHA

           MOVE WRK-TOTAL-LIDAS TO WRK-TOTAL-ED
           MOVE SPACES TO ENC-REL-LINHA
           STRING 'TOTAL DE FATURAS LIDAS........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO ENC-REL-LINHA
           WRITE ENC-REL-LINHA

           MOVE WRK-TOTAL-ENCARGOS TO WRK-TOTAL-ED
           MOVE SPACES TO ENC-REL-LINHA
           STRING 'TOTAL DE ENCARGOS LANCADOS....: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO ENC-REL-LINHA
           WRITE ENC-REL-LINHA

           MOVE WRK-TOTAL-ENCERR TO WRK-TOTAL-ED
           MOVE SPACES TO ENC-REL-LINHA
           STRING 'FATURAS COM ENCARGO ENCERRADO.: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO ENC-REL-LINHA
           WRITE ENC-REL-LINHA

           MOVE WRK-TOTAL-VALOR TO WRK-TOTAL-SAI
           MOVE SPACES TO ENC-REL-LINHA
           STRING 'VALOR TOTAL DOS ENCARGOS......: ' DELIMITED BY SIZE
               WRK-TOTAL-SAI DELIMITED BY SIZE
               INTO ENC-REL-LINHA
           WRITE ENC-REL-LINHA.

      ******************************************************************
      * EMITE-MENSAGEM - Emite a condicao de operacao corrente pela
      * rotina comum de mensagens (identificador estavel + texto de
      * catalogo), para interceptacao pela automacao do console.
      ******************************************************************
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
           MOVE 'PROG116'          TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO     TO RN-EVENTO
           MOVE WRK-CD-DATA        TO RN-DATA
           MOVE WRK-CD-HORA        TO RN-HORA
           MOVE WRK-TOTAL-LIDAS    TO RN-LIDOS
           MOVE WRK-TOTAL-ENCARGOS TO RN-GRAVADOS
           MOVE 0                  TO RN-REJEITADOS
           MOVE RETURN-CODE        TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG116.
