      *  SOBRE O SALDO (QUITANDO A FATURA QUANDO O SALDO ZERA) E
      *  REGISTRA CADA RECEBIMENTO NO ARQUIVO DE PAGAMENTOS COM
      *  OPERADOR E CARIMBO DE DATA/HORA.
      *  RECEBIMENTO POSTADO EM MES JA FECHADO (PROG170) TEM A DATA
      *  DE POSTAGEM EMPURRADA PARA O PRIMEIRO DIA DO PERIODO ABERTO.
      *  O RECEBIMENTO EXIGE SESSAO DE CAIXA ABERTA PELO OPERADOR NO
      *  PROG174 (CAIXASES): CADA PAGAMENTO LEVA A FORMA RECEBIDA
      *  (DINHEIRO, CARTAO OU CHEQUE) E A DATA DO CAIXA, PARA A
      *  CONFERENCIA DO FECHAMENTO. CAIXA DE DIA ANTERIOR AINDA
      *  ABERTO BLOQUEIA O OPERADOR ATE SER FECHADO.
      *  A QUITACAO DE FATURA DE TAXA DE DOCUMENTO (PROG183) LIBERA NA
      *  HORA O DOCUMENTO RETIDO NO REGISTRO DE EMISSOES (EMISREG),
      *  PARA A ENTREGA NO BALCAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGAMENTO-FILE ASSIGN TO "PAGTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGTO.
           SELECT CAIXA-SESSAO-FILE ASSIGN TO "CAIXASES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CHAVE
               FILE STATUS IS WRK-FS-CAIXA.
           SELECT EMISSAO-REGISTRO-FILE ASSIGN TO "EMISREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-CODIGO
               FILE STATUS IS WRK-FS-EMIS.
       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-MASTER-FILE.
           COPY FATURMR.
       FD  PAGAMENTO-FILE.
           COPY PAGTO.
       FD  CAIXA-SESSAO-FILE.
           COPY CAIXASES.
       FD  EMISSAO-REGISTRO-FILE.
           COPY EMISREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-FAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-PAGTO      PIC X(02) VALUE SPACES.
       77 WRK-FS-CAIXA      PIC X(02) VALUE SPACES.
       77 WRK-FS-EMIS       PIC X(02) VALUE SPACES.
       77 WRK-FIM-CAIXA     PIC X(01) VALUE 'N'.
           88 FIM-CAIXA            VALUE 'S'.
       77 WRK-SITUACAO-CAIXA PIC X(01) VALUE 'N'.
           88 CAIXA-LIBERADO       VALUE 'A'.
           88 CAIXA-PENDENTE       VALUE 'P'.
           88 CAIXA-FECHADO        VALUE 'F'.
       77 WRK-DATA-CAIXA    PIC X(08) VALUE SPACES.
       77 WRK-FORMA         PIC X(01) VALUE SPACES.
       77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-NUMERO-ED     PIC X(08) VALUE SPACES.
           88 FATURA-ACHADA        VALUE 'S'.
       77 WRK-VALOR-SAI     PIC Z,ZZZ,ZZ9.99.
       77 WRK-SALDO-SAI     PIC Z,ZZZ,ZZ9.99.
       COPY PERPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'ENTRADA DE PAGAMENTOS DE MENSALIDADE'
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           PERFORM CONFERE-CAIXA
           EVALUATE TRUE
               WHEN CAIXA-PENDENTE
                   DISPLAY 'CAIXA DE ' WRK-DATA-CAIXA ' AINDA ABERTO. '
                       'FECHE-O NO PROG174 ANTES DE RECEBER.'
               WHEN CAIXA-FECHADO
                   DISPLAY 'CAIXA DE HOJE JA FECHADO. RECEBIMENTO '
                       'NEGADO.'
               WHEN NOT CAIXA-LIBERADO
                   DISPLAY 'NENHUM CAIXA ABERTO HOJE PARA ' WRK-USUARIO
                       '. ABRA O CAIXA NO PROG174.'
               WHEN OTHER
                   OPEN I-O FATURA-MASTER-FILE
                   IF WRK-FS-FAT = '35'
                       DISPLAY 'MESTRE DE FATURAS VAZIO OU '
                           'INEXISTENTE. RODE O FATURAMENTO (PROG70) '
                           'ANTES.'
                   ELSE
                       PERFORM RECEBE-PAGAMENTO
                           UNTIL WRK-CONTINUA NOT = 'S' AND
                           WRK-CONTINUA NOT = 's'
                       CLOSE FATURA-MASTER-FILE
                   END-IF
           END-EVALUATE
           STOP RUN.

      ******************************************************************
      * CONFERE-CAIXA - Situacao das sessoes de caixa do operador:
      * sessao de dia anterior ainda aberta bloqueia (pendente); sem
      * ela, so recebe com a sessao de hoje aberta.
      ******************************************************************
       CONFERE-CAIXA.
           MOVE 'N' TO WRK-SITUACAO-CAIXA
           MOVE SPACES TO WRK-DATA-CAIXA
           OPEN INPUT CAIXA-SESSAO-FILE
           IF WRK-FS-CAIXA = '00'
               MOVE WRK-USUARIO TO CX-OPERADOR
               MOVE LOW-VALUES  TO CX-DATA
               MOVE 'N' TO WRK-FIM-CAIXA
               START CAIXA-SESSAO-FILE KEY IS NOT LESS THAN CX-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CAIXA
               END-START
               PERFORM UNTIL FIM-CAIXA OR CAIXA-PENDENTE
                   READ CAIXA-SESSAO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-CAIXA
                       NOT AT END
                           IF CX-OPERADOR NOT = WRK-USUARIO
                               MOVE 'S' TO WRK-FIM-CAIXA
                           ELSE
                               PERFORM AVALIA-SESSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAIXA-SESSAO-FILE
           END-IF.

       AVALIA-SESSAO.
           EVALUATE TRUE
               WHEN CX-ABERTA AND CX-DATA < WRK-CD-DATA
                   MOVE 'P' TO WRK-SITUACAO-CAIXA
                   MOVE CX-DATA TO WRK-DATA-CAIXA
               WHEN CX-DATA = WRK-CD-DATA AND CX-ABERTA
                   MOVE 'A' TO WRK-SITUACAO-CAIXA
                   MOVE CX-DATA TO WRK-DATA-CAIXA
               WHEN CX-DATA = WRK-CD-DATA
                   MOVE 'F' TO WRK-SITUACAO-CAIXA
           END-EVALUATE.

      ******************************************************************
      * RECEBE-PAGAMENTO - Localiza a fatura pelo numero, mostra o
      * saldo em aberto, aceita o valor recebido e aplica a baixa.
       RECEBE-PAGAMENTO.
           PERFORM LOCALIZA-FATURA
           IF FATURA-ACHADA
               EVALUATE TRUE
                   WHEN FA-CANCELADA
                       DISPLAY 'FATURA CANCELADA. RECEBIMENTO NEGADO.'
                   WHEN FA-RENEGOCIADA
                       DISPLAY 'FATURA RENEGOCIADA NO ACORDO '
                           FA-ACORDO '. RECEBA PELAS PARCELAS.'
                   WHEN FA-PAGA
                       DISPLAY 'FATURA JA QUITADA. RECEBIMENTO '
                           'NEGADO.'
                   WHEN OTHER
                       PERFORM APLICA-PAGAMENTO
               END-EVALUATE
           END-IF

           DISPLAY 'DESEJA RECEBER OUTRA FATURA? (S/N)'
                   DISPLAY 'SEMESTRE : ' FA-SEMESTRE
                   DISPLAY 'VENCTO   : ' FA-DATA-VENC
                   DISPLAY 'SALDO    : ' WRK-SALDO-SAI
                   IF FA-TAXA-DOCUMENTO
                       DISPLAY 'TAXA DO DOCUMENTO ' FA-DOCUMENTO
                   END-IF
           END-READ.

      ******************************************************************
               END-IF
           END-PERFORM
           COMPUTE WRK-VALOR-PAGO = FUNCTION NUMVAL(WRK-VALOR-ED)
           MOVE SPACES TO WRK-FORMA
           PERFORM UNTIL WRK-FORMA = 'D' OR WRK-FORMA = 'C'
                   OR WRK-FORMA = 'Q'
               DISPLAY 'FORMA (D DINHEIRO, C CARTAO, Q CHEQUE):'
               ACCEPT WRK-FORMA
               MOVE FUNCTION UPPER-CASE(WRK-FORMA) TO WRK-FORMA
           END-PERFORM

           IF WRK-VALOR-PAGO = 0
               DISPLAY 'VALOR ZERADO. NADA APLICADO.'
                           MOVE FA-SALDO TO WRK-SALDO-SAI
                           DISPLAY 'PAGAMENTO APLICADO. SALDO '
                               'RESTANTE: ' WRK-SALDO-SAI
                           IF FA-PAGA AND FA-TAXA-DOCUMENTO
                               PERFORM LIBERA-DOCUMENTO
                           END-IF
                   END-REWRITE
               END-IF
           END-IF.

      ******************************************************************
      * GRAVA-PAGAMENTO - Registra o recebimento aplicado no arquivo
      * de pagamentos, com origem manual, operador, carimbo de
      * data/hora, forma recebida e data da sessao de caixa.
      ******************************************************************
       GRAVA-PAGAMENTO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN EXTEND PAGAMENTO-FILE
           IF WRK-FS-PAGTO = '05' OR WRK-FS-PAGTO = '35'
           MOVE WRK-CD-HORA    TO PG-HORA
           MOVE WRK-USUARIO    TO PG-OPERADOR
           MOVE 'M'            TO PG-ORIGEM
           MOVE WRK-CD-DATA    TO PG-DATA-POSTAGEM
           MOVE WRK-FORMA      TO PG-FORMA
           MOVE WRK-DATA-CAIXA TO PG-DATA-CAIXA
      * mes ja fechado: o lancamento vai para o periodo aberto
           MOVE PG-DATA-POSTAGEM TO PFP-DATA
           CALL 'PROG170' USING PERIODO-PARAMETROS
           IF PFP-PERIODO-FECHADO
               MOVE PFP-DATA-ABERTA TO PG-DATA-POSTAGEM
               DISPLAY 'MES ' PFP-MES-FECHADO ' FECHADO - PAGAMENTO '
                   'LANCADO EM ' PG-DATA-POSTAGEM '.'
           END-IF
           WRITE PAGAMENTO-RECORD
           CLOSE PAGAMENTO-FILE.

      ******************************************************************
      * LIBERA-DOCUMENTO - Taxa de documento quitada: libera o
      * documento retido no registro de emissoes, com a data da
      * liberacao, e avisa o operador para a entrega.
      ******************************************************************
       LIBERA-DOCUMENTO.
           OPEN I-O EMISSAO-REGISTRO-FILE
           IF WRK-FS-EMIS = '35'
               DISPLAY 'REGISTRO DE EMISSOES INEXISTENTE. DOCUMENTO '
                   FA-DOCUMENTO ' NAO LIBERADO.'
           ELSE
               MOVE FA-DOCUMENTO TO ER-CODIGO
               READ EMISSAO-REGISTRO-FILE
                   INVALID KEY
                       DISPLAY 'DOCUMENTO ' FA-DOCUMENTO ' NAO CONSTA '
                           'NO REGISTRO DE EMISSOES.'
                   NOT INVALID KEY
                       IF ER-RETIDO
                           MOVE 'L'         TO ER-SITUACAO
                           MOVE WRK-CD-DATA TO ER-DATA-LIBERACAO
                           REWRITE EMISSAO-REGISTRO-RECORD
                               INVALID KEY
                                   DISPLAY 'FALHA AO LIBERAR O '
                                       'DOCUMENTO ' FA-DOCUMENTO '.'
                               NOT INVALID KEY
                                   DISPLAY 'DOCUMENTO ' FA-DOCUMENTO
                                       ' LIBERADO PARA ENTREGA.'
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE EMISSAO-REGISTRO-FILE
           END-IF.
       END PROGRAM PROG71.
