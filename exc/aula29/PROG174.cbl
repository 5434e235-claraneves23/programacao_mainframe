      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG174.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  SESSAO DE CAIXA DO BALCAO - O OPERADOR ABRE O CAIXA DO DIA
      *  COM O FUNDO DE TROCO, RECEBE AS MENSALIDADES NO PROG71 (QUE
      *  SO ACEITA RECEBIMENTO COM A SESSAO ABERTA) E, AO FIM DO DIA,
      *  FECHA O CAIXA INFORMANDO O CONTADO NA GAVETA POR FORMA:
      *  DINHEIRO (COM O FUNDO DE TROCO), COMPROVANTES DE CARTAO E
      *  CHEQUES. O FECHAMENTO SOMA OS PAGAMENTOS PG-MANUAL DA SESSAO
      *  (OPERADOR E DATA DO CAIXA NO PAGTO), APURA A DIFERENCA POR
      *  FORMA E SO E GRAVADO COM A APROVACAO DE UM SUPERVISOR
      *  (CREDENCIAL DE COORDENADOR NO USRPROF, DIFERENTE DO
      *  OPERADOR), QUE SAI NO COMPROVANTE DE FECHAMENTO (CAIXAREL)
      *  JUNTO COM A DIFERENCA. CAIXA DE DIA ANTERIOR DEIXADO ABERTO
      *  IMPEDE O OPERADOR DE ABRIR O DE HOJE E DE RECEBER NO PROG71
      *  ATE SER FECHADO AQUI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAIXA-SESSAO-FILE ASSIGN TO "CAIXASES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CHAVE
               FILE STATUS IS WRK-FS-CAIXA.
           SELECT PAGAMENTO-FILE ASSIGN TO "PAGTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGTO.
           SELECT USUARIO-PERFIL-FILE ASSIGN TO "USRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-USUARIO
               FILE STATUS IS WRK-FS-PERFIL.
           SELECT CAIXA-REL-FILE ASSIGN TO "CAIXAREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CAIXA-SESSAO-FILE.
           COPY CAIXASES.
       FD  PAGAMENTO-FILE.
           COPY PAGTO.
       FD  USUARIO-PERFIL-FILE.
           COPY USRPROF.
       FD  CAIXA-REL-FILE.
       01  CAIXA-REL-LINHA    PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CAIXA      PIC X(02) VALUE SPACES.
       77 WRK-FS-PAGTO      PIC X(02) VALUE SPACES.
       77 WRK-FS-PERFIL     PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC 9 VALUE 0.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
           88 SESSAO-ACHADA        VALUE 'S'.
       77 WRK-LIBERADO      PIC X(01) VALUE 'N'.
           88 FECHAMENTO-APROVADO  VALUE 'S'.
       77 WRK-LIB-USUARIO   PIC X(08) VALUE SPACES.
       77 WRK-LIB-SENHA     PIC X(08) VALUE SPACES.
       77 WRK-DATA-SESSAO   PIC X(08) VALUE SPACES.
       77 WRK-VALOR-ED      PIC X(12) VALUE SPACES.
       77 WRK-VALOR         PIC 9(07)V99 VALUE 0.
       77 WRK-QTD-PAGTOS    PIC 9(05) VALUE 0.
       77 WRK-LANC-DINHEIRO PIC 9(07)V99 VALUE 0.
       77 WRK-LANC-CARTAO   PIC 9(07)V99 VALUE 0.
       77 WRK-LANC-CHEQUE   PIC 9(07)V99 VALUE 0.
       77 WRK-CONT-DINHEIRO PIC 9(07)V99 VALUE 0.
       77 WRK-CONT-CARTAO   PIC 9(07)V99 VALUE 0.
       77 WRK-CONT-CHEQUE   PIC 9(07)V99 VALUE 0.
       77 WRK-ESPERADO      PIC 9(08)V99 VALUE 0.
       77 WRK-DIF-DINHEIRO  PIC S9(07)V99 VALUE 0.
       77 WRK-DIF-CARTAO    PIC S9(07)V99 VALUE 0.
       77 WRK-DIF-CHEQUE    PIC S9(07)V99 VALUE 0.
       77 WRK-DIF-TOTAL     PIC S9(07)V99 VALUE 0.
       77 WRK-TOT-ESPERADO  PIC 9(08)V99 VALUE 0.
       77 WRK-TOT-CONTADO   PIC 9(08)V99 VALUE 0.
       77 WRK-FORMA-NOME    PIC X(10) VALUE SPACES.
       77 WRK-LINHA-ESP     PIC 9(08)V99 VALUE 0.
       77 WRK-LINHA-CONT    PIC 9(08)V99 VALUE 0.
       77 WRK-LINHA-DIF     PIC S9(07)V99 VALUE 0.
       77 WRK-VALOR-SAI     PIC ZZ,ZZZ,ZZ9.99.
       77 WRK-CONT-SAI      PIC ZZ,ZZZ,ZZ9.99.
       77 WRK-DIF-SAI       PIC -Z,ZZZ,ZZ9.99.
       77 WRK-QTD-SAI       PIC ZZZZ9.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'SESSAO DE CAIXA DO BALCAO'
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           OPEN I-O CAIXA-SESSAO-FILE
           IF WRK-FS-CAIXA = '35'
               OPEN OUTPUT CAIXA-SESSAO-FILE
               CLOSE CAIXA-SESSAO-FILE
               OPEN I-O CAIXA-SESSAO-FILE
           END-IF
           PERFORM UNTIL WRK-OPCAO = 4
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
               DISPLAY ' '
               DISPLAY 'OPERADOR: ' WRK-USUARIO '  DATA: ' WRK-CD-DATA
               DISPLAY '1 - ABRIR CAIXA'
               DISPLAY '2 - SITUACAO DO CAIXA'
               DISPLAY '3 - FECHAR CAIXA'
               DISPLAY '4 - SAIR'
               ACCEPT WRK-OPCAO
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM ABRE-CAIXA
                   WHEN 2
                       PERFORM MOSTRA-SITUACAO
                   WHEN 3
                       PERFORM FECHA-CAIXA
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM
           CLOSE CAIXA-SESSAO-FILE
           STOP RUN.

      ******************************************************************
      * LOCALIZA-SESSAO-ABERTA - Primeira sessao ainda aberta do
      * operador, de qualquer data; deixa o registro na area do FD.
      ******************************************************************
       LOCALIZA-SESSAO-ABERTA.
           MOVE 'N' TO WRK-ACHOU
           MOVE WRK-USUARIO TO CX-OPERADOR
           MOVE LOW-VALUES  TO CX-DATA
           MOVE 'N' TO WRK-FIM-ARQ
           START CAIXA-SESSAO-FILE KEY IS NOT LESS THAN CX-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ OR SESSAO-ACHADA
               READ CAIXA-SESSAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
                   NOT AT END
                       IF CX-OPERADOR NOT = WRK-USUARIO
                           MOVE 'S' TO WRK-FIM-ARQ
                       ELSE
                           IF CX-ABERTA
                               MOVE 'S' TO WRK-ACHOU
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * ABRE-CAIXA - Abre a sessao de hoje com o fundo de troco.
      * Recusa se houver sessao aberta (a de hoje ou, bloqueando o
      * operador, a de dia anterior) ou se a de hoje ja foi fechada.
      ******************************************************************
       ABRE-CAIXA.
           PERFORM LOCALIZA-SESSAO-ABERTA
           IF SESSAO-ACHADA
               IF CX-DATA < WRK-CD-DATA
                   DISPLAY 'CAIXA DE ' CX-DATA ' AINDA ABERTO. FECHE-'
                       'O ANTES DE ABRIR O DE HOJE.'
               ELSE
                   DISPLAY 'CAIXA DE HOJE JA ABERTO.'
               END-IF
           ELSE
               MOVE WRK-USUARIO TO CX-OPERADOR
               MOVE WRK-CD-DATA TO CX-DATA
               READ CAIXA-SESSAO-FILE
                   INVALID KEY
                       PERFORM GRAVA-ABERTURA
                   NOT INVALID KEY
                       DISPLAY 'CAIXA DE HOJE JA FECHADO. NOVA '
                           'ABERTURA NEGADA.'
               END-READ
           END-IF.

       GRAVA-ABERTURA.
           DISPLAY 'FUNDO DE TROCO (EX: 200.00):'
           PERFORM ACEITA-VALOR
           INITIALIZE CAIXA-SESSAO-RECORD
           MOVE WRK-USUARIO TO CX-OPERADOR
           MOVE WRK-CD-DATA TO CX-DATA
           MOVE 'A'         TO CX-STATUS
           MOVE WRK-CD-HORA TO CX-HORA-ABERTURA
           MOVE WRK-VALOR   TO CX-FUNDO-TROCO
           WRITE CAIXA-SESSAO-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO ABRIR O CAIXA.'
               NOT INVALID KEY
                   MOVE WRK-VALOR TO WRK-VALOR-SAI
                   DISPLAY 'CAIXA ABERTO COM FUNDO DE TROCO DE '
                       WRK-VALOR-SAI '.'
           END-WRITE.

       ACEITA-VALOR.
           MOVE SPACES TO WRK-VALOR-ED
           PERFORM UNTIL FUNCTION TEST-NUMVAL(WRK-VALOR-ED) = 0
               ACCEPT WRK-VALOR-ED
               IF FUNCTION TEST-NUMVAL(WRK-VALOR-ED) NOT = 0
                   DISPLAY 'VALOR INVALIDO. DIGITE SOMENTE NUMEROS.'
               END-IF
           END-PERFORM
           COMPUTE WRK-VALOR = FUNCTION NUMVAL(WRK-VALOR-ED).

      ******************************************************************
      * MOSTRA-SITUACAO - Fundo de troco e recebido ate agora, por
      * forma, na sessao aberta do operador.
      ******************************************************************
       MOSTRA-SITUACAO.
           PERFORM LOCALIZA-SESSAO-ABERTA
           IF NOT SESSAO-ACHADA
               DISPLAY 'NENHUM CAIXA ABERTO PARA ' WRK-USUARIO '.'
           ELSE
               PERFORM TOTALIZA-SESSAO
               DISPLAY 'CAIXA DE ' CX-DATA ' ABERTO AS '
                   CX-HORA-ABERTURA
               MOVE CX-FUNDO-TROCO TO WRK-VALOR-SAI
               DISPLAY 'FUNDO DE TROCO : ' WRK-VALOR-SAI
               MOVE WRK-LANC-DINHEIRO TO WRK-VALOR-SAI
               DISPLAY 'DINHEIRO       : ' WRK-VALOR-SAI
               MOVE WRK-LANC-CARTAO TO WRK-VALOR-SAI
               DISPLAY 'CARTAO         : ' WRK-VALOR-SAI
               MOVE WRK-LANC-CHEQUE TO WRK-VALOR-SAI
               DISPLAY 'CHEQUE         : ' WRK-VALOR-SAI
               MOVE WRK-QTD-PAGTOS TO WRK-QTD-SAI
               DISPLAY 'PAGAMENTOS     : ' WRK-QTD-SAI
           END-IF.

      ******************************************************************
      * TOTALIZA-SESSAO - Soma por forma os pagamentos do balcao
      * lancados pelo operador na data da sessao.
      ******************************************************************
       TOTALIZA-SESSAO.
           MOVE CX-DATA TO WRK-DATA-SESSAO
           MOVE 0 TO WRK-QTD-PAGTOS
           MOVE 0 TO WRK-LANC-DINHEIRO
           MOVE 0 TO WRK-LANC-CARTAO
           MOVE 0 TO WRK-LANC-CHEQUE
           OPEN INPUT PAGAMENTO-FILE
           IF WRK-FS-PAGTO = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ PAGAMENTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                       NOT AT END
                           IF PG-MANUAL
                               AND PG-OPERADOR = WRK-USUARIO
                               AND PG-DATA-CAIXA = WRK-DATA-SESSAO
                               PERFORM SOMA-PAGAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGAMENTO-FILE
           END-IF.

       SOMA-PAGAMENTO.
           ADD 1 TO WRK-QTD-PAGTOS
           EVALUATE TRUE
               WHEN PG-CARTAO
                   ADD PG-VALOR TO WRK-LANC-CARTAO
               WHEN PG-CHEQUE
                   ADD PG-VALOR TO WRK-LANC-CHEQUE
               WHEN OTHER
                   ADD PG-VALOR TO WRK-LANC-DINHEIRO
           END-EVALUATE.

      ******************************************************************
      * FECHA-CAIXA - Aceita o contado por forma, confronta com o
      * fundo de troco e os pagamentos da sessao, mostra a diferenca
      * e, com a aprovacao do supervisor, fecha a sessao e emite o
      * comprovante. Sem aprovacao o caixa segue aberto.
      ******************************************************************
       FECHA-CAIXA.
           PERFORM LOCALIZA-SESSAO-ABERTA
           IF NOT SESSAO-ACHADA
               DISPLAY 'NENHUM CAIXA ABERTO PARA ' WRK-USUARIO '.'
           ELSE
               DISPLAY 'FECHAMENTO DO CAIXA DE ' CX-DATA
               PERFORM TOTALIZA-SESSAO
               DISPLAY 'DINHEIRO NA GAVETA, COM O FUNDO DE TROCO:'
               PERFORM ACEITA-VALOR
               MOVE WRK-VALOR TO WRK-CONT-DINHEIRO
               DISPLAY 'TOTAL DOS COMPROVANTES DE CARTAO:'
               PERFORM ACEITA-VALOR
               MOVE WRK-VALOR TO WRK-CONT-CARTAO
               DISPLAY 'TOTAL DOS CHEQUES:'
               PERFORM ACEITA-VALOR
               MOVE WRK-VALOR TO WRK-CONT-CHEQUE
               PERFORM APURA-DIFERENCA
               PERFORM MOSTRA-CONFERENCIA
               DISPLAY 'CONFIRMA O FECHAMENTO? (S/N)'
               MOVE SPACES TO WRK-CONFIRMA
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   PERFORM CONFERE-SUPERVISOR
                   IF FECHAMENTO-APROVADO
                       PERFORM GRAVA-FECHAMENTO
                   ELSE
                       DISPLAY 'CAIXA SEGUE ABERTO.'
                   END-IF
               ELSE
                   DISPLAY 'CAIXA SEGUE ABERTO.'
               END-IF
           END-IF.

       APURA-DIFERENCA.
           COMPUTE WRK-ESPERADO = CX-FUNDO-TROCO + WRK-LANC-DINHEIRO
           COMPUTE WRK-DIF-DINHEIRO = WRK-CONT-DINHEIRO - WRK-ESPERADO
           COMPUTE WRK-DIF-CARTAO = WRK-CONT-CARTAO - WRK-LANC-CARTAO
           COMPUTE WRK-DIF-CHEQUE = WRK-CONT-CHEQUE - WRK-LANC-CHEQUE
           COMPUTE WRK-DIF-TOTAL = WRK-DIF-DINHEIRO + WRK-DIF-CARTAO
               + WRK-DIF-CHEQUE
           COMPUTE WRK-TOT-ESPERADO = WRK-ESPERADO + WRK-LANC-CARTAO
               + WRK-LANC-CHEQUE
           COMPUTE WRK-TOT-CONTADO = WRK-CONT-DINHEIRO
               + WRK-CONT-CARTAO + WRK-CONT-CHEQUE.

       MOSTRA-CONFERENCIA.
           DISPLAY 'FORMA            ESPERADO        CONTADO'
               '      DIFERENCA'
           MOVE WRK-ESPERADO TO WRK-VALOR-SAI
           MOVE WRK-CONT-DINHEIRO TO WRK-CONT-SAI
           MOVE WRK-DIF-DINHEIRO TO WRK-DIF-SAI
           DISPLAY 'DINHEIRO   ' WRK-VALOR-SAI '  ' WRK-CONT-SAI
               '  ' WRK-DIF-SAI
           MOVE WRK-LANC-CARTAO TO WRK-VALOR-SAI
           MOVE WRK-CONT-CARTAO TO WRK-CONT-SAI
           MOVE WRK-DIF-CARTAO TO WRK-DIF-SAI
           DISPLAY 'CARTAO     ' WRK-VALOR-SAI '  ' WRK-CONT-SAI
               '  ' WRK-DIF-SAI
           MOVE WRK-LANC-CHEQUE TO WRK-VALOR-SAI
           MOVE WRK-CONT-CHEQUE TO WRK-CONT-SAI
           MOVE WRK-DIF-CHEQUE TO WRK-DIF-SAI
           DISPLAY 'CHEQUE     ' WRK-VALOR-SAI '  ' WRK-CONT-SAI
               '  ' WRK-DIF-SAI
           MOVE WRK-DIF-TOTAL TO WRK-DIF-SAI
           IF WRK-DIF-TOTAL = 0
               DISPLAY 'CAIXA CONFERE.'
           ELSE
               DISPLAY 'DIFERENCA TOTAL: ' WRK-DIF-SAI
           END-IF.

      ******************************************************************
      * CONFERE-SUPERVISOR - Exige a credencial de um coordenador
      * ativo, diferente do operador do caixa, para aprovar o
      * fechamento.
      ******************************************************************
       CONFERE-SUPERVISOR.
           MOVE 'N' TO WRK-LIBERADO
           DISPLAY 'USUARIO DO SUPERVISOR (BRANCO CANCELA):'
           MOVE SPACES TO WRK-LIB-USUARIO
           ACCEPT WRK-LIB-USUARIO
           IF WRK-LIB-USUARIO = WRK-USUARIO
               DISPLAY 'O OPERADOR NAO APROVA O PROPRIO CAIXA.'
           ELSE
               IF WRK-LIB-USUARIO NOT = SPACES
                   DISPLAY 'SENHA:'
                   ACCEPT WRK-LIB-SENHA
                   OPEN INPUT USUARIO-PERFIL-FILE
                   IF WRK-FS-PERFIL = '35'
                       DISPLAY 'ARQUIVO DE PERFIS NAO IMPLANTADO. '
                           'APROVACAO NEGADA.'
                   ELSE
                       MOVE WRK-LIB-USUARIO TO UP-USUARIO
                       READ USUARIO-PERFIL-FILE
                           INVALID KEY
                               DISPLAY 'USUARIO NAO ENCONTRADO.'
                           NOT INVALID KEY
                               IF UP-SENHA = WRK-LIB-SENHA
                                   AND UP-USUARIO-ATIVO
                                   AND UP-NIVEL-COORDENADOR
                                   MOVE 'S' TO WRK-LIBERADO
                                   DISPLAY 'FECHAMENTO APROVADO POR '
                                       UP-USUARIO
                               ELSE
                                   DISPLAY 'CREDENCIAL SEM NIVEL DE '
                                       'SUPERVISOR. APROVACAO NEGADA.'
                               END-IF
                       END-READ
                       CLOSE USUARIO-PERFIL-FILE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * GRAVA-FECHAMENTO - Regrava a sessao fechada com o lancado, o
      * contado, a diferenca e o supervisor, e emite o comprovante.
      ******************************************************************
       GRAVA-FECHAMENTO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE 'F'               TO CX-STATUS
           MOVE WRK-CD-DATA       TO CX-DATA-FECHAMENTO
           MOVE WRK-CD-HORA       TO CX-HORA-FECHAMENTO
           MOVE WRK-QTD-PAGTOS    TO CX-QTD-PAGTOS
           MOVE WRK-LANC-DINHEIRO TO CX-LANCADO-DINHEIRO
           MOVE WRK-LANC-CARTAO   TO CX-LANCADO-CARTAO
           MOVE WRK-LANC-CHEQUE   TO CX-LANCADO-CHEQUE
           MOVE WRK-CONT-DINHEIRO TO CX-CONTADO-DINHEIRO
           MOVE WRK-CONT-CARTAO   TO CX-CONTADO-CARTAO
           MOVE WRK-CONT-CHEQUE   TO CX-CONTADO-CHEQUE
           MOVE WRK-DIF-TOTAL     TO CX-DIFERENCA
           MOVE WRK-LIB-USUARIO   TO CX-SUPERVISOR
           REWRITE CAIXA-SESSAO-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR O FECHAMENTO. CAIXA '
                       'SEGUE ABERTO.'
               NOT INVALID KEY
                   PERFORM EMITE-COMPROVANTE
                   DISPLAY 'CAIXA FECHADO. COMPROVANTE EMITIDO NO '
                       'CAIXAREL.'
           END-REWRITE.

      ******************************************************************
      * EMITE-COMPROVANTE - Comprovante de fechamento acrescentado ao
      * CAIXAREL: sessao, conferencia por forma, diferenca e
      * supervisor que aprovou.
      ******************************************************************
       EMITE-COMPROVANTE.
           OPEN EXTEND CAIXA-REL-FILE
           IF WRK-FS-REL = '05' OR WRK-FS-REL = '35'
               OPEN OUTPUT CAIXA-REL-FILE
           END-IF
           MOVE ALL '-' TO CAIXA-REL-LINHA
           WRITE CAIXA-REL-LINHA
           MOVE 'COMPROVANTE DE FECHAMENTO DE CAIXA' TO CAIXA-REL-LINHA
           WRITE CAIXA-REL-LINHA
           MOVE SPACES TO CAIXA-REL-LINHA
           STRING 'OPERADOR: ' DELIMITED BY SIZE
               CX-OPERADOR DELIMITED BY SIZE
               '  CAIXA DE ' DELIMITED BY SIZE
               CX-DATA DELIMITED BY SIZE
               '  ABERTO AS ' DELIMITED BY SIZE
               CX-HORA-ABERTURA DELIMITED BY SIZE
               INTO CAIXA-REL-LINHA
           WRITE CAIXA-REL-LINHA
           MOVE SPACES TO CAIXA-REL-LINHA
           MOVE CX-QTD-PAGTOS TO WRK-QTD-SAI
           STRING 'FECHADO EM ' DELIMITED BY SIZE
               CX-DATA-FECHAMENTO DELIMITED BY SIZE
               ' AS ' DELIMITED BY SIZE
               CX-HORA-FECHAMENTO DELIMITED BY SIZE
               '  PAGAMENTOS: ' DELIMITED BY SIZE
               WRK-QTD-SAI DELIMITED BY SIZE
               INTO CAIXA-REL-LINHA
           WRITE CAIXA-REL-LINHA
           MOVE SPACES TO CAIXA-REL-LINHA
           MOVE CX-FUNDO-TROCO TO WRK-VALOR-SAI
           STRING 'FUNDO DE TROCO: ' DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               INTO CAIXA-REL-LINHA
           WRITE CAIXA-REL-LINHA
           MOVE SPACES TO CAIXA-REL-LINHA
           WRITE CAIXA-REL-LINHA
           MOVE SPACES TO CAIXA-REL-LINHA
           STRING 'FORMA            ESPERADO        CONTADO'
               DELIMITED BY SIZE
               '      DIFERENCA' DELIMITED BY SIZE
               INTO CAIXA-REL-LINHA
           WRITE CAIXA-REL-LINHA

           MOVE 'DINHEIRO'        TO WRK-FORMA-NOME
           MOVE WRK-ESPERADO      TO WRK-LINHA-ESP
           MOVE WRK-CONT-DINHEIRO TO WRK-LINHA-CONT
           MOVE WRK-DIF-DINHEIRO  TO WRK-LINHA-DIF
           PERFORM ESCREVE-LINHA-FORMA
           MOVE 'CARTAO'          TO WRK-FORMA-NOME
           MOVE WRK-LANC-CARTAO   TO WRK-LINHA-ESP
           MOVE WRK-CONT-CARTAO   TO WRK-LINHA-CONT
           MOVE WRK-DIF-CARTAO    TO WRK-LINHA-DIF
           PERFORM ESCREVE-LINHA-FORMA
           MOVE 'CHEQUE'          TO WRK-FORMA-NOME
           MOVE WRK-LANC-CHEQUE   TO WRK-LINHA-ESP
           MOVE WRK-CONT-CHEQUE   TO WRK-LINHA-CONT
           MOVE WRK-DIF-CHEQUE    TO WRK-LINHA-DIF
           PERFORM ESCREVE-LINHA-FORMA
           MOVE 'TOTAL'           TO WRK-FORMA-NOME
           MOVE WRK-TOT-ESPERADO  TO WRK-LINHA-ESP
           MOVE WRK-TOT-CONTADO   TO WRK-LINHA-CONT
           MOVE WRK-DIF-TOTAL     TO WRK-LINHA-DIF
           PERFORM ESCREVE-LINHA-FORMA

           MOVE SPACES TO CAIXA-REL-LINHA
           WRITE CAIXA-REL-LINHA
           MOVE SPACES TO CAIXA-REL-LINHA
           MOVE WRK-DIF-TOTAL TO WRK-DIF-SAI
           EVALUATE TRUE
               WHEN WRK-DIF-TOTAL = 0
                   MOVE 'SITUACAO: CAIXA CONFERE' TO CAIXA-REL-LINHA
               WHEN WRK-DIF-TOTAL > 0
                   STRING 'SITUACAO: SOBRA DE ' DELIMITED BY SIZE
                       WRK-DIF-SAI DELIMITED BY SIZE
                       INTO CAIXA-REL-LINHA
               WHEN OTHER
                   STRING 'SITUACAO: FALTA DE ' DELIMITED BY SIZE
                       WRK-DIF-SAI DELIMITED BY SIZE
                       INTO CAIXA-REL-LINHA
           END-EVALUATE
           WRITE CAIXA-REL-LINHA
           MOVE SPACES TO CAIXA-REL-LINHA
           STRING 'APROVADO PELO SUPERVISOR: ' DELIMITED BY SIZE
               CX-SUPERVISOR DELIMITED BY SIZE
               INTO CAIXA-REL-LINHA
           WRITE CAIXA-REL-LINHA
           MOVE SPACES TO CAIXA-REL-LINHA
           WRITE CAIXA-REL-LINHA
           MOVE SPACES TO CAIXA-REL-LINHA
           STRING 'ASSINATURAS: OPERADOR ______________'
               DELIMITED BY SIZE
               '  SUPERVISOR ______________' DELIMITED BY SIZE
               INTO CAIXA-REL-LINHA
           WRITE CAIXA-REL-LINHA
           CLOSE CAIXA-REL-FILE.

       ESCREVE-LINHA-FORMA.
           MOVE SPACES TO CAIXA-REL-LINHA
           MOVE WRK-LINHA-ESP  TO WRK-VALOR-SAI
           MOVE WRK-LINHA-CONT TO WRK-CONT-SAI
           MOVE WRK-LINHA-DIF  TO WRK-DIF-SAI
           STRING WRK-FORMA-NOME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-CONT-SAI DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-DIF-SAI DELIMITED BY SIZE
               INTO CAIXA-REL-LINHA
           WRITE CAIXA-REL-LINHA.
       END PROGRAM PROG174.
