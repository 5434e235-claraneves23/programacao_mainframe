      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG175.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  DECLARACAO ANUAL DE PAGAMENTOS PARA O IMPOSTO DE RENDA - NO
      *  LUGAR DA DECLARACAO DATILOGRAFADA PELA SECRETARIA A PARTIR
      *  DO PROG72, TOTALIZA POR MATRICULA OS PAGAMENTOS DO PAGTO
      *  CUJA DATA DE PAGAMENTO CAI NO ANO-BASE, ABATE O QUE FOI PAGO
      *  EM FATURA DEPOIS CANCELADA E OS REEMBOLSOS PAGOS NO ANO
      *  (NOTAS DE CREDITO DO PROG113) E EMITE NO DECLREL UMA
      *  DECLARACAO NUMERADA POR ALUNO (CONTADOR RECNUM, CHAVE
      *  'DECLARA'), EM NOME DO RESPONSAVEL FINANCEIRO DO
      *  ALUNO-DEMOGRAFICO (SEM ELE, O PROPRIO ALUNO). CADA
      *  DECLARACAO ENTRA NO REGISTRO DECLANU E NO REGISTRO DE
      *  CORRESPONDENCIA (CORRREG, TIPO D). O RELATORIO DE CONTROLE
      *  (DCTLREL) AMARRA OS TOTAIS DAS DECLARACOES AS POSTAGENS DO
      *  ANO: EMITIDAS NA RODADA, JA EMITIDAS EM RODADA ANTERIOR E
      *  EXCECOES (ALUNO SEM CADASTRO, TABELA ESGOTADA), COM A
      *  DIFERENCA, QUE DEVE SER ZERO.
      *  PARM: 'AAAA' - ANO-BASE (EM BRANCO, O ANO ANTERIOR AO DA
      *  RODADA); 'AAAA,MATRICULA' - ATENDIMENTO AVULSO DE UM ALUNO:
      *  REIMPRIME A DECLARACAO JA EMITIDA (NOVA VIA, MESMO NUMERO) OU,
      *  SE AINDA NAO HOUVER, EMITE A DELE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGAMENTO-FILE ASSIGN TO "PAGTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGTO.
           SELECT FATURA-MASTER-FILE ASSIGN TO "FATURMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUMERO
               FILE STATUS IS WRK-FS-FAT.
           SELECT NOTA-CREDITO-FILE ASSIGN TO "NCREDITO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-NUMERO
               FILE STATUS IS WRK-FS-NCRED.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT ALUNO-DEMOGRAFICO-FILE ASSIGN TO "ALUNODEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-ALUNO-ID
               ALTERNATE RECORD KEY IS DG-CPF WITH DUPLICATES
               FILE STATUS IS WRK-FS-DEMO.
           SELECT DECLARACAO-ANUAL-FILE ASSIGN TO "DECLANU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-CHAVE
               FILE STATUS IS WRK-FS-DECL.
           SELECT RECIBO-CONTROLE-FILE ASSIGN TO "RECNUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WRK-FS-RECNUM.
           SELECT CORRESPONDENCIA-FILE ASSIGN TO "CORRREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUMERO
               FILE STATUS IS WRK-FS-CORR.
           SELECT DECL-REL-FILE ASSIGN TO "DECLREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT CONTROLE-REL-FILE ASSIGN TO "DCTLREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGAMENTO-FILE.
           COPY PAGTO.
       FD  FATURA-MASTER-FILE.
           COPY FATURMR.
       FD  NOTA-CREDITO-FILE.
           COPY NOTACRED.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  ALUNO-DEMOGRAFICO-FILE.
           COPY ALUNODEM.
       FD  DECLARACAO-ANUAL-FILE.
           COPY DECLANU.
       FD  RECIBO-CONTROLE-FILE.
           COPY RECNUM.
       FD  CORRESPONDENCIA-FILE.
           COPY CORRREG.
       FD  DECL-REL-FILE.
       01  DECL-REL-LINHA     PIC X(80).
       FD  CONTROLE-REL-FILE.
       01  CONTROLE-REL-LINHA PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PAGTO      PIC X(02) VALUE SPACES.
       77 WRK-FS-FAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-NCRED      PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-DEMO       PIC X(02) VALUE SPACES.
       77 WRK-FS-DECL       PIC X(02) VALUE SPACES.
       77 WRK-FS-RECNUM     PIC X(02) VALUE SPACES.
       77 WRK-FS-CORR       PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-CTL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
           88 ENTRADA-ACHADA       VALUE 'S'.
       77 WRK-INCLUI        PIC X(01) VALUE 'S'.
           88 INCLUI-ENTRADA       VALUE 'S'.
       77 WRK-ANO           PIC X(04) VALUE SPACES.
       77 WRK-ANO-NUM       PIC 9(04) VALUE 0.
       77 WRK-ALUNO-FILTRO  PIC X(14) VALUE SPACES.
       77 WRK-ID-BUSCA      PIC X(14) VALUE SPACES.
       77 WRK-DATA-REF      PIC X(08) VALUE SPACES.
       77 WRK-VIA           PIC X(12) VALUE SPACES.
       77 WRK-NUM-DECL      PIC 9(08) VALUE 0.
       77 WRK-NUM-CARTA     PIC 9(08) VALUE 0.
       77 WRK-QTD-ALUNOS    PIC 9(04) VALUE 0.
       77 WRK-MAX-ALUNOS    PIC 9(04) VALUE 3000.
       77 WRK-IDX           PIC 9(04) VALUE 0.
       77 WRK-J             PIC 9(04) VALUE 0.
       77 WRK-DEDUCOES      PIC 9(09)V99 VALUE 0.
       77 WRK-QTD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-QTD-POSTAGENS PIC 9(08) VALUE 0.
       77 WRK-TOT-POSTAGENS PIC 9(11)V99 VALUE 0.
       77 WRK-QTD-EMITIDAS  PIC 9(08) VALUE 0.
       77 WRK-TOT-EMITIDAS  PIC 9(11)V99 VALUE 0.
       77 WRK-PAG-EMITIDAS  PIC 9(08) VALUE 0.
       77 WRK-QTD-ANTERIOR  PIC 9(08) VALUE 0.
       77 WRK-TOT-ANTERIOR  PIC 9(11)V99 VALUE 0.
       77 WRK-PAG-ANTERIOR  PIC 9(08) VALUE 0.
       77 WRK-QTD-SEM-CAD   PIC 9(08) VALUE 0.
       77 WRK-TOT-SEM-CAD   PIC 9(11)V99 VALUE 0.
       77 WRK-PAG-SEM-CAD   PIC 9(08) VALUE 0.
       77 WRK-PAG-EXCEDE    PIC 9(08) VALUE 0.
       77 WRK-TOT-EXCEDE    PIC 9(11)V99 VALUE 0.
       77 WRK-QTD-DIVERGE   PIC 9(08) VALUE 0.
       77 WRK-TOT-CONFERIDO PIC 9(11)V99 VALUE 0.
       77 WRK-DIFERENCA     PIC S9(11)V99 VALUE 0.
       77 WRK-TOT-CANCEL    PIC 9(11)V99 VALUE 0.
       77 WRK-TOT-REEMB     PIC 9(11)V99 VALUE 0.
       77 WRK-TOT-LIQUIDO   PIC 9(11)V99 VALUE 0.
       77 WRK-REEMB-SEM-DECL PIC 9(11)V99 VALUE 0.
       77 WRK-VALOR-SAI     PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-TOTAL-SAI     PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WRK-DIF-SAI       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       77 WRK-QTD-ED        PIC ZZZZZZZ9.
       77 WRK-QTD-PAG-ED    PIC ZZZ9.
       COPY MSGPARM.
       01 TABELA-ALUNOS.
          05 TA-ENTRY OCCURS 3000 TIMES.
             10 TA-ALUNO-ID    PIC X(14).
             10 TA-QTD-PAGTOS  PIC 9(04).
             10 TA-PAGO        PIC 9(09)V99.
             10 TA-CANCELADO   PIC 9(09)V99.
             10 TA-REEMBOLSO   PIC 9(09)V99.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(19).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA

           PERFORM VALIDA-PARM
           IF RETURN-CODE < 8
               OPEN OUTPUT DECL-REL-FILE
               IF WRK-ALUNO-FILTRO = SPACES
                   PERFORM RODADA-ANUAL
               ELSE
                   PERFORM ATENDE-ALUNO
               END-IF
               CLOSE DECL-REL-FILE
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * VALIDA-PARM - Ano-base do PARM (em branco, o ano anterior ao
      * da rodada) e a matricula do atendimento avulso, se houver.
      * Ano invalido ou nao encerrado e recusado com RC=8.
      ******************************************************************
       VALIDA-PARM.
           IF PARM-TAM > 0
               UNSTRING PARM-TEXTO(1:PARM-TAM) DELIMITED BY ','
                   INTO WRK-ANO WRK-ALUNO-FILTRO
               END-UNSTRING
           END-IF
           IF WRK-ANO = SPACES
               MOVE WRK-CD-DATA(1:4) TO WRK-ANO-NUM
               SUBTRACT 1 FROM WRK-ANO-NUM
               MOVE WRK-ANO-NUM TO WRK-ANO
           END-IF
           IF WRK-ANO IS NOT NUMERIC
               OR WRK-ANO NOT < WRK-CD-DATA(1:4)
               MOVE 'ACD0183E' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'ANO-BASE INVALIDO OU NAO ENCERRADO: '
                   DELIMITED BY SIZE
                   WRK-ANO DELIMITED BY SIZE
                   ' (PARM AAAA).' DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * RODADA-ANUAL - Totaliza os pagamentos e reembolsos do ano por
      * aluno, emite a declaracao de quem ainda nao tem e fecha o
      * relatorio de controle contra as postagens do ano.
      ******************************************************************
       RODADA-ANUAL.
           PERFORM ACUMULA-PAGAMENTOS
           IF RETURN-CODE < 8
               PERFORM ACUMULA-REEMBOLSOS
               OPEN OUTPUT CONTROLE-REL-FILE
               MOVE SPACES TO CONTROLE-REL-LINHA
               STRING 'DECLARACAO ANUAL DE PAGAMENTOS - CONTROLE - '
                   DELIMITED BY SIZE
                   'ANO-BASE ' DELIMITED BY SIZE
                   WRK-ANO DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WRK-CD-DATA DELIMITED BY SIZE
                   INTO CONTROLE-REL-LINHA
               WRITE CONTROLE-REL-LINHA
               MOVE SPACES TO CONTROLE-REL-LINHA
               WRITE CONTROLE-REL-LINHA

               PERFORM ABRE-CADASTROS
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ALUNOS
                   PERFORM EMITE-ALUNO
               END-PERFORM
               PERFORM FECHA-CADASTROS

               PERFORM ESCREVE-CONTROLE
               CLOSE CONTROLE-REL-FILE
               PERFORM MENSAGEM-FINAL
           END-IF.

      ******************************************************************
      * ATENDE-ALUNO - Atendimento avulso: a declaracao ja emitida do
      * aluno no ano sai de novo (nova via, mesmo numero); sem ela,
      * totaliza so os pagamentos do aluno e emite a declaracao.
      ******************************************************************
       ATENDE-ALUNO.
           PERFORM ABRE-CADASTROS
           MOVE WRK-ANO          TO DA-ANO
           MOVE WRK-ALUNO-FILTRO TO DA-ALUNO-ID
           READ DECLARACAO-ANUAL-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ
           IF ENTRADA-ACHADA
               PERFORM REIMPRIME-DECLARACAO
           ELSE
               PERFORM FECHA-CADASTROS
               PERFORM ACUMULA-PAGAMENTOS
               IF RETURN-CODE < 8
                   PERFORM ACUMULA-REEMBOLSOS
               END-IF
               PERFORM ABRE-CADASTROS
               IF RETURN-CODE < 8
                   IF WRK-QTD-ALUNOS = 0
                       MOVE 'ACD0182W' TO MP-ID
                       MOVE SPACES TO MP-TEXTO
                       STRING 'NENHUM PAGAMENTO DE ' DELIMITED BY SIZE
                           WRK-ALUNO-FILTRO DELIMITED BY SIZE
                           ' NO ANO ' DELIMITED BY SIZE
                           WRK-ANO DELIMITED BY SIZE
                           '.' DELIMITED BY SIZE
                           INTO MP-TEXTO
                       PERFORM EMITE-MENSAGEM
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 1 TO WRK-IDX
                       PERFORM EMITE-ALUNO
                       PERFORM MENSAGEM-FINAL
                   END-IF
               END-IF
           END-IF
           PERFORM FECHA-CADASTROS.

       REIMPRIME-DECLARACAO.
           ADD 1 TO DA-QTD-VIAS
           MOVE WRK-CD-DATA TO DA-DATA-ULT-VIA
           REWRITE DECLARACAO-ANUAL-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           MOVE SPACES TO WRK-VIA
           STRING DA-QTD-VIAS(3:1) DELIMITED BY SIZE
               'A VIA' DELIMITED BY SIZE
               INTO WRK-VIA
           IF DA-QTD-VIAS > 9
               MOVE SPACES TO WRK-VIA
               STRING DA-QTD-VIAS(2:2) DELIMITED BY SIZE
                   'A VIA' DELIMITED BY SIZE
                   INTO WRK-VIA
           END-IF
      * a via repete o responsavel declarado; do cadastro so o endereco
           MOVE DA-ALUNO-ID TO DG-ALUNO-ID
           READ ALUNO-DEMOGRAFICO-FILE
               INVALID KEY
                   INITIALIZE ALUNO-DEMOGRAFICO-RECORD
           END-READ
           PERFORM IMPRIME-DECLARACAO
           PERFORM REGISTRA-CORRESPONDENCIA
           MOVE 'ACD0181I' TO MP-ID
           MOVE SPACES TO MP-TEXTO
           STRING 'DECLARACAO ' DELIMITED BY SIZE
               DA-NUMERO DELIMITED BY SIZE
               ' REIMPRESSA (' DELIMITED BY SIZE
               WRK-VIA DELIMITED BY SPACE
               ').' DELIMITED BY SIZE
               INTO MP-TEXTO
           PERFORM EMITE-MENSAGEM.

      ******************************************************************
      * ACUMULA-PAGAMENTOS - Pagamentos com data de pagamento no
      * ano-base, por matricula (tabela em ordem de matricula); o
      * pago em fatura hoje cancelada fica separado para o abatimento.
      ******************************************************************
       ACUMULA-PAGAMENTOS.
           OPEN INPUT PAGAMENTO-FILE
           IF WRK-FS-PAGTO NOT = '00'
               MOVE 'ACD0183E' TO MP-ID
               MOVE 'ARQUIVO DE PAGAMENTOS (PAGTO) INDISPONIVEL.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT FATURA-MASTER-FILE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ PAGAMENTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WRK-QTD-LIDOS
                           IF PG-DATA(1:4) = WRK-ANO
                               PERFORM SOMA-PAGAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FATURA-MASTER-FILE
               CLOSE PAGAMENTO-FILE
           END-IF.

       SOMA-PAGAMENTO.
           ADD 1 TO WRK-QTD-POSTAGENS
           ADD PG-VALOR TO WRK-TOT-POSTAGENS
           IF WRK-ALUNO-FILTRO = SPACES
               OR PG-ALUNO-ID = WRK-ALUNO-FILTRO
               MOVE PG-ALUNO-ID TO WRK-ID-BUSCA
               MOVE 'S' TO WRK-INCLUI
               PERFORM LOCALIZA-ENTRADA
               IF ENTRADA-ACHADA
                   ADD 1 TO TA-QTD-PAGTOS(WRK-IDX)
                   ADD PG-VALOR TO TA-PAGO(WRK-IDX)
                   IF WRK-FS-FAT = '00'
                       MOVE PG-FATURA TO FA-NUMERO
                       READ FATURA-MASTER-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF FA-CANCELADA
                                   ADD PG-VALOR TO
                                       TA-CANCELADO(WRK-IDX)
                               END-IF
                       END-READ
                   END-IF
               ELSE
                   ADD 1 TO WRK-PAG-EXCEDE
                   ADD PG-VALOR TO WRK-TOT-EXCEDE
               END-IF
           END-IF.

      ******************************************************************
      * ACUMULA-REEMBOLSOS - Reembolsos de nota de credito pagos no
      * ano-base (data da baixa; notas antigas, data de emissao),
      * abatidos do aluno que tem pagamento no ano.
      ******************************************************************
       ACUMULA-REEMBOLSOS.
           OPEN INPUT NOTA-CREDITO-FILE
           IF WRK-FS-NCRED = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ NOTA-CREDITO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                       NOT AT END
                           IF NC-REEMB-PAGO
                               PERFORM SOMA-REEMBOLSO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTA-CREDITO-FILE
           END-IF.

       SOMA-REEMBOLSO.
           IF NC-DATA-REEMBOLSO = SPACES
               MOVE NC-DATA-EMISSAO TO WRK-DATA-REF
           ELSE
               MOVE NC-DATA-REEMBOLSO TO WRK-DATA-REF
           END-IF
           IF WRK-DATA-REF(1:4) = WRK-ANO
               AND (WRK-ALUNO-FILTRO = SPACES
                   OR NC-ALUNO-ID = WRK-ALUNO-FILTRO)
               MOVE NC-ALUNO-ID TO WRK-ID-BUSCA
               MOVE 'N' TO WRK-INCLUI
               PERFORM LOCALIZA-ENTRADA
               IF ENTRADA-ACHADA
                   ADD NC-VALOR-REEMBOLSO TO TA-REEMBOLSO(WRK-IDX)
               ELSE
                   ADD NC-VALOR-REEMBOLSO TO WRK-REEMB-SEM-DECL
               END-IF
           END-IF.

      ******************************************************************
      * LOCALIZA-ENTRADA - Posicao da matricula na tabela, mantida em
      * ordem de matricula; com inclusao, abre a entrada no lugar
      * certo enquanto houver espaco.
      ******************************************************************
       LOCALIZA-ENTRADA.
           MOVE 'N' TO WRK-ACHOU
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-ALUNOS
               OR TA-ALUNO-ID(WRK-IDX) NOT < WRK-ID-BUSCA
               CONTINUE
           END-PERFORM
           IF WRK-IDX NOT > WRK-QTD-ALUNOS
               AND TA-ALUNO-ID(WRK-IDX) = WRK-ID-BUSCA
               MOVE 'S' TO WRK-ACHOU
           ELSE
               IF INCLUI-ENTRADA AND WRK-QTD-ALUNOS < WRK-MAX-ALUNOS
                   PERFORM VARYING WRK-J FROM WRK-QTD-ALUNOS BY -1
                       UNTIL WRK-J < WRK-IDX
                       MOVE TA-ENTRY(WRK-J) TO TA-ENTRY(WRK-J + 1)
                   END-PERFORM
                   ADD 1 TO WRK-QTD-ALUNOS
                   MOVE WRK-ID-BUSCA TO TA-ALUNO-ID(WRK-IDX)
                   MOVE 0 TO TA-QTD-PAGTOS(WRK-IDX)
                   MOVE 0 TO TA-PAGO(WRK-IDX)
                   MOVE 0 TO TA-CANCELADO(WRK-IDX)
                   MOVE 0 TO TA-REEMBOLSO(WRK-IDX)
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-IF.

       ABRE-CADASTROS.
           OPEN INPUT ALUNO-MASTER-FILE
           OPEN INPUT ALUNO-DEMOGRAFICO-FILE
           OPEN I-O DECLARACAO-ANUAL-FILE
           IF WRK-FS-DECL = '35'
               OPEN OUTPUT DECLARACAO-ANUAL-FILE
               CLOSE DECLARACAO-ANUAL-FILE
               OPEN I-O DECLARACAO-ANUAL-FILE
           END-IF.

       FECHA-CADASTROS.
           CLOSE ALUNO-MASTER-FILE
           CLOSE ALUNO-DEMOGRAFICO-FILE
           CLOSE DECLARACAO-ANUAL-FILE.

      ******************************************************************
      * EMITE-ALUNO - Declaracao da entrada corrente da tabela. Quem
      * ja tem declaracao no ano nao e renumerado (so confere se os
      * valores continuam os mesmos); aluno sem cadastro vai para as
      * excecoes do controle.
      ******************************************************************
       EMITE-ALUNO.
           MOVE WRK-ANO              TO DA-ANO
           MOVE TA-ALUNO-ID(WRK-IDX) TO DA-ALUNO-ID
           READ DECLARACAO-ANUAL-FILE
               INVALID KEY
                   MOVE TA-ALUNO-ID(WRK-IDX) TO ALUNO-ID
                   READ ALUNO-MASTER-FILE
                       INVALID KEY
                           PERFORM REGISTRA-SEM-CADASTRO
                       NOT INVALID KEY
                           PERFORM GRAVA-DECLARACAO
                   END-READ
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-ANTERIOR
                   ADD TA-PAGO(WRK-IDX) TO WRK-TOT-ANTERIOR
                   ADD TA-QTD-PAGTOS(WRK-IDX) TO WRK-PAG-ANTERIOR
                   IF DA-VALOR-PAGO NOT = TA-PAGO(WRK-IDX)
                       PERFORM REGISTRA-DIVERGENCIA
                   END-IF
           END-READ.

       REGISTRA-SEM-CADASTRO.
           ADD 1 TO WRK-QTD-SEM-CAD
           ADD TA-PAGO(WRK-IDX) TO WRK-TOT-SEM-CAD
           ADD TA-QTD-PAGTOS(WRK-IDX) TO WRK-PAG-SEM-CAD
           IF WRK-ALUNO-FILTRO = SPACES
               MOVE TA-PAGO(WRK-IDX) TO WRK-VALOR-SAI
               MOVE SPACES TO CONTROLE-REL-LINHA
               STRING 'SEM CADASTRO - NAO EMITIDA: ' DELIMITED BY SIZE
                   TA-ALUNO-ID(WRK-IDX) DELIMITED BY SIZE
                   ' PAGO ' DELIMITED BY SIZE
                   WRK-VALOR-SAI DELIMITED BY SIZE
                   INTO CONTROLE-REL-LINHA
               WRITE CONTROLE-REL-LINHA
           ELSE
               MOVE 'ACD0182W' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'ALUNO ' DELIMITED BY SIZE
                   TA-ALUNO-ID(WRK-IDX) DELIMITED BY SIZE
                   ' SEM CADASTRO - DECLARACAO NAO EMITIDA.'
                   DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 4 TO RETURN-CODE
           END-IF.

       REGISTRA-DIVERGENCIA.
           ADD 1 TO WRK-QTD-DIVERGE
           MOVE DA-VALOR-PAGO TO WRK-VALOR-SAI
           MOVE SPACES TO CONTROLE-REL-LINHA
           STRING 'DECLARACAO ' DELIMITED BY SIZE
               DA-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DA-ALUNO-ID DELIMITED BY SIZE
               ' DECLAROU ' DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               INTO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA
           MOVE TA-PAGO(WRK-IDX) TO WRK-VALOR-SAI
           MOVE SPACES TO CONTROLE-REL-LINHA
           STRING '  POSTAGENS ATUAIS ' DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               ' - REVER E REIMPRIMIR SE PRECISO.' DELIMITED BY SIZE
               INTO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA.

      ******************************************************************
      * GRAVA-DECLARACAO - Numera a declaracao, grava o registro
      * DECLANU, imprime e registra a correspondencia.
      ******************************************************************
       GRAVA-DECLARACAO.
           PERFORM ALOCA-NUMERO-DECLARACAO
           MOVE WRK-ANO                TO DA-ANO
           MOVE TA-ALUNO-ID(WRK-IDX)   TO DA-ALUNO-ID
           MOVE WRK-NUM-DECL           TO DA-NUMERO
           MOVE ALUNO-NOME             TO DA-ALUNO-NOME
           MOVE TA-QTD-PAGTOS(WRK-IDX) TO DA-QTD-PAGTOS
           MOVE TA-PAGO(WRK-IDX)       TO DA-VALOR-PAGO
           MOVE TA-CANCELADO(WRK-IDX)  TO DA-VALOR-CANCELADO
           MOVE TA-REEMBOLSO(WRK-IDX)  TO DA-VALOR-REEMBOLSO
           COMPUTE WRK-DEDUCOES = TA-CANCELADO(WRK-IDX)
               + TA-REEMBOLSO(WRK-IDX)
      * reembolso de pagamento de ano anterior nao deixa negativo
           IF WRK-DEDUCOES > TA-PAGO(WRK-IDX)
               MOVE 0 TO DA-VALOR-LIQUIDO
           ELSE
               COMPUTE DA-VALOR-LIQUIDO = TA-PAGO(WRK-IDX)
                   - WRK-DEDUCOES
           END-IF
           PERFORM BUSCA-RESPONSAVEL
           MOVE WRK-CD-DATA TO DA-DATA-EMISSAO
           MOVE 1           TO DA-QTD-VIAS
           MOVE WRK-CD-DATA TO DA-DATA-ULT-VIA
           WRITE DECLARACAO-ANUAL-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           MOVE SPACES TO WRK-VIA
           PERFORM IMPRIME-DECLARACAO
           PERFORM REGISTRA-CORRESPONDENCIA
           ADD 1 TO WRK-QTD-EMITIDAS
           ADD TA-PAGO(WRK-IDX) TO WRK-TOT-EMITIDAS
           ADD TA-QTD-PAGTOS(WRK-IDX) TO WRK-PAG-EMITIDAS
           ADD DA-VALOR-CANCELADO TO WRK-TOT-CANCEL
           ADD DA-VALOR-REEMBOLSO TO WRK-TOT-REEMB
           ADD DA-VALOR-LIQUIDO TO WRK-TOT-LIQUIDO.

      ******************************************************************
      * BUSCA-RESPONSAVEL - Responsavel financeiro e CPF declarados:
      * os do ALUNO-DEMOGRAFICO; sem responsavel, o proprio aluno.
      ******************************************************************
       BUSCA-RESPONSAVEL.
           MOVE DA-ALUNO-ID TO DG-ALUNO-ID
           READ ALUNO-DEMOGRAFICO-FILE
               INVALID KEY
                   INITIALIZE ALUNO-DEMOGRAFICO-RECORD
           END-READ
           IF DG-RESPONSAVEL = SPACES
               MOVE DA-ALUNO-NOME TO DA-RESPONSAVEL
               MOVE DG-CPF        TO DA-RESP-CPF
           ELSE
               MOVE DG-RESPONSAVEL TO DA-RESPONSAVEL
               MOVE DG-RESP-CPF    TO DA-RESP-CPF
           END-IF.

      ******************************************************************
      * IMPRIME-DECLARACAO - Uma declaracao no DECLREL, dos valores do
      * registro DECLANU (original ou nova via).
      ******************************************************************
       IMPRIME-DECLARACAO.
           MOVE ALL '-' TO DECL-REL-LINHA
           WRITE DECL-REL-LINHA
           MOVE SPACES TO DECL-REL-LINHA
           STRING 'DECLARACAO ANUAL DE PAGAMENTOS NR ' DELIMITED BY SIZE
               DA-NUMERO DELIMITED BY SIZE
               ' - ANO-BASE ' DELIMITED BY SIZE
               DA-ANO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-VIA DELIMITED BY SIZE
               INTO DECL-REL-LINHA
           WRITE DECL-REL-LINHA
           MOVE SPACES TO DECL-REL-LINHA
           STRING 'EMITIDA EM ' DELIMITED BY SIZE
               DA-DATA-EMISSAO DELIMITED BY SIZE
               INTO DECL-REL-LINHA
           WRITE DECL-REL-LINHA
           MOVE SPACES TO DECL-REL-LINHA
           WRITE DECL-REL-LINHA
           MOVE SPACES TO DECL-REL-LINHA
           STRING 'RESPONSAVEL FINANCEIRO: ' DELIMITED BY SIZE
               DA-RESPONSAVEL DELIMITED BY SIZE
               ' CPF ' DELIMITED BY SIZE
               DA-RESP-CPF DELIMITED BY SIZE
               INTO DECL-REL-LINHA
           WRITE DECL-REL-LINHA
           IF DG-ENDERECO NOT = SPACES
               MOVE SPACES TO DECL-REL-LINHA
               STRING 'ENDERECO: ' DELIMITED BY SIZE
                   DG-ENDERECO DELIMITED BY SIZE
                   INTO DECL-REL-LINHA
               WRITE DECL-REL-LINHA
               MOVE SPACES TO DECL-REL-LINHA
               STRING '          ' DELIMITED BY SIZE
                   DG-CIDADE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DG-UF DELIMITED BY SIZE
                   ' CEP ' DELIMITED BY SIZE
                   DG-CEP DELIMITED BY SIZE
                   INTO DECL-REL-LINHA
               WRITE DECL-REL-LINHA
           END-IF
           MOVE SPACES TO DECL-REL-LINHA
           STRING 'ALUNO: ' DELIMITED BY SIZE
               DA-ALUNO-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DA-ALUNO-NOME DELIMITED BY SIZE
               INTO DECL-REL-LINHA
           WRITE DECL-REL-LINHA
           MOVE SPACES TO DECL-REL-LINHA
           WRITE DECL-REL-LINHA
           MOVE 'DECLARAMOS, PARA FINS DE IMPOSTO DE RENDA, QUE FORAM '
               TO DECL-REL-LINHA
           WRITE DECL-REL-LINHA
           MOVE SPACES TO DECL-REL-LINHA
           STRING 'PAGOS A ESTA INSTITUICAO NO ANO-BASE ' DELIMITED BY
               SIZE
               DA-ANO DELIMITED BY SIZE
               ', A TITULO DE DESPESAS COM' DELIMITED BY SIZE
               INTO DECL-REL-LINHA
           WRITE DECL-REL-LINHA
           MOVE 'EDUCACAO DO ALUNO ACIMA, OS VALORES ABAIXO:'
               TO DECL-REL-LINHA
           WRITE DECL-REL-LINHA
           MOVE SPACES TO DECL-REL-LINHA
           WRITE DECL-REL-LINHA
           MOVE DA-QTD-PAGTOS TO WRK-QTD-PAG-ED
           MOVE DA-VALOR-PAGO TO WRK-VALOR-SAI
           MOVE SPACES TO DECL-REL-LINHA
           STRING '  PAGAMENTOS RECEBIDOS (' DELIMITED BY SIZE
               WRK-QTD-PAG-ED DELIMITED BY SIZE
               ')          : ' DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               INTO DECL-REL-LINHA
           WRITE DECL-REL-LINHA
           MOVE DA-VALOR-CANCELADO TO WRK-VALOR-SAI
           MOVE SPACES TO DECL-REL-LINHA
           STRING '  (-) PAGO EM FATURA CANCELADA     : '
               DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               INTO DECL-REL-LINHA
           WRITE DECL-REL-LINHA
           MOVE DA-VALOR-REEMBOLSO TO WRK-VALOR-SAI
           MOVE SPACES TO DECL-REL-LINHA
           STRING '  (-) REEMBOLSOS PAGOS NO ANO      : '
               DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               INTO DECL-REL-LINHA
           WRITE DECL-REL-LINHA
           MOVE DA-VALOR-LIQUIDO TO WRK-VALOR-SAI
           MOVE SPACES TO DECL-REL-LINHA
           STRING '  TOTAL LIQUIDO PAGO NO ANO        : '
               DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               INTO DECL-REL-LINHA
           WRITE DECL-REL-LINHA
           MOVE SPACES TO DECL-REL-LINHA
           WRITE DECL-REL-LINHA
           MOVE 'SECRETARIA: ______________________________'
               TO DECL-REL-LINHA
           WRITE DECL-REL-LINHA.

      ******************************************************************
      * ALOCA-NUMERO-DECLARACAO - Proximo numero de declaracao no
      * contador controlado (chave 'DECLARA' do RECNUM), criando o
      * contador na primeira emissao.
      ******************************************************************
       ALOCA-NUMERO-DECLARACAO.
           OPEN I-O RECIBO-CONTROLE-FILE
           IF WRK-FS-RECNUM = '35'
               CLOSE RECIBO-CONTROLE-FILE
               OPEN OUTPUT RECIBO-CONTROLE-FILE
               CLOSE RECIBO-CONTROLE-FILE
               OPEN I-O RECIBO-CONTROLE-FILE
           END-IF
           MOVE 'DECLARA' TO RB-CHAVE
           READ RECIBO-CONTROLE-FILE
               INVALID KEY
                   MOVE 1 TO WRK-NUM-DECL
                   MOVE 'DECLARA' TO RB-CHAVE
                   MOVE 2 TO RB-PROXIMO
                   WRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RB-PROXIMO TO WRK-NUM-DECL
                   ADD 1 TO RB-PROXIMO
                   REWRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RECIBO-CONTROLE-FILE.

      ******************************************************************
      * REGISTRA-CORRESPONDENCIA - Registra a declaracao impressa no
      * registro de expedicao (CORRREG, tipo D), com numero do
      * contador 'CARTA' e o responsavel como destinatario.
      ******************************************************************
       REGISTRA-CORRESPONDENCIA.
           OPEN I-O RECIBO-CONTROLE-FILE
           IF WRK-FS-RECNUM = '35'
               CLOSE RECIBO-CONTROLE-FILE
               OPEN OUTPUT RECIBO-CONTROLE-FILE
               CLOSE RECIBO-CONTROLE-FILE
               OPEN I-O RECIBO-CONTROLE-FILE
           END-IF
           MOVE 'CARTA' TO RB-CHAVE
           READ RECIBO-CONTROLE-FILE
               INVALID KEY
                   MOVE 1 TO WRK-NUM-CARTA
                   MOVE 'CARTA' TO RB-CHAVE
                   MOVE 2 TO RB-PROXIMO
                   WRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RB-PROXIMO TO WRK-NUM-CARTA
                   ADD 1 TO RB-PROXIMO
                   REWRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RECIBO-CONTROLE-FILE

           OPEN I-O CORRESPONDENCIA-FILE
           IF WRK-FS-CORR = '35'
               CLOSE CORRESPONDENCIA-FILE
               OPEN OUTPUT CORRESPONDENCIA-FILE
               CLOSE CORRESPONDENCIA-FILE
               OPEN I-O CORRESPONDENCIA-FILE
           END-IF
           MOVE WRK-NUM-CARTA  TO CR-NUMERO
           MOVE 'D'            TO CR-TIPO
           MOVE DA-ALUNO-ID    TO CR-ALUNO-ID
           MOVE DA-RESPONSAVEL TO CR-DESTINATARIO
           MOVE WRK-CD-DATA    TO CR-DATA
           MOVE 'I'            TO CR-STATUS
           MOVE WRK-CD-DATA    TO CR-DATA-STATUS
           WRITE CORRESPONDENCIA-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE CORRESPONDENCIA-FILE.

      ******************************************************************
      * ESCREVE-CONTROLE - Amarra as declaracoes as postagens do ano:
      * emitidas, ja emitidas e excecoes devem somar o postado.
      ******************************************************************
       ESCREVE-CONTROLE.
           MOVE SPACES TO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA
           MOVE WRK-QTD-POSTAGENS TO WRK-QTD-ED
           MOVE WRK-TOT-POSTAGENS TO WRK-TOTAL-SAI
           MOVE SPACES TO CONTROLE-REL-LINHA
           STRING 'PAGAMENTOS POSTADOS NO ANO      ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-TOTAL-SAI DELIMITED BY SIZE
               INTO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA
           MOVE SPACES TO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA

           MOVE WRK-PAG-EMITIDAS TO WRK-QTD-ED
           MOVE WRK-TOT-EMITIDAS TO WRK-TOTAL-SAI
           MOVE SPACES TO CONTROLE-REL-LINHA
           STRING 'EM DECLARACOES DESTA RODADA     ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-TOTAL-SAI DELIMITED BY SIZE
               INTO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA
           MOVE WRK-PAG-ANTERIOR TO WRK-QTD-ED
           MOVE WRK-TOT-ANTERIOR TO WRK-TOTAL-SAI
           MOVE SPACES TO CONTROLE-REL-LINHA
           STRING 'EM DECLARACOES JA EMITIDAS      ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-TOTAL-SAI DELIMITED BY SIZE
               INTO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA
           MOVE WRK-PAG-SEM-CAD TO WRK-QTD-ED
           MOVE WRK-TOT-SEM-CAD TO WRK-TOTAL-SAI
           MOVE SPACES TO CONTROLE-REL-LINHA
           STRING 'DE ALUNOS SEM CADASTRO          ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-TOTAL-SAI DELIMITED BY SIZE
               INTO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA
           MOVE WRK-PAG-EXCEDE TO WRK-QTD-ED
           MOVE WRK-TOT-EXCEDE TO WRK-TOTAL-SAI
           MOVE SPACES TO CONTROLE-REL-LINHA
           STRING 'ALEM DA CAPACIDADE DA TABELA    ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-TOTAL-SAI DELIMITED BY SIZE
               INTO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA

           COMPUTE WRK-TOT-CONFERIDO = WRK-TOT-EMITIDAS
               + WRK-TOT-ANTERIOR + WRK-TOT-SEM-CAD + WRK-TOT-EXCEDE
           COMPUTE WRK-DIFERENCA = WRK-TOT-POSTAGENS
               - WRK-TOT-CONFERIDO
           MOVE WRK-TOT-CONFERIDO TO WRK-TOTAL-SAI
           MOVE SPACES TO CONTROLE-REL-LINHA
           STRING 'TOTAL CONFERIDO                           '
               DELIMITED BY SIZE
               WRK-TOTAL-SAI DELIMITED BY SIZE
               INTO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA
           MOVE WRK-DIFERENCA TO WRK-DIF-SAI
           MOVE SPACES TO CONTROLE-REL-LINHA
           IF WRK-DIFERENCA = 0
               STRING 'DIFERENCA CONTRA AS POSTAGENS           '
                   DELIMITED BY SIZE
                   WRK-DIF-SAI DELIMITED BY SIZE
                   '  CONFERE' DELIMITED BY SIZE
                   INTO CONTROLE-REL-LINHA
           ELSE
               STRING 'DIFERENCA CONTRA AS POSTAGENS           '
                   DELIMITED BY SIZE
                   WRK-DIF-SAI DELIMITED BY SIZE
                   '  NAO CONFERE' DELIMITED BY SIZE
                   INTO CONTROLE-REL-LINHA
           END-IF
           WRITE CONTROLE-REL-LINHA
           MOVE SPACES TO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA

           MOVE WRK-QTD-EMITIDAS TO WRK-QTD-ED
           MOVE SPACES TO CONTROLE-REL-LINHA
           STRING 'DECLARACOES EMITIDAS NA RODADA  ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA
           MOVE WRK-QTD-ANTERIOR TO WRK-QTD-ED
           MOVE SPACES TO CONTROLE-REL-LINHA
           STRING 'DECLARACOES JA EMITIDAS ANTES   ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA
           MOVE WRK-QTD-DIVERGE TO WRK-QTD-ED
           MOVE SPACES TO CONTROLE-REL-LINHA
           STRING 'JA EMITIDAS QUE DIVERGEM        ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA
           MOVE WRK-TOT-CANCEL TO WRK-TOTAL-SAI
           MOVE SPACES TO CONTROLE-REL-LINHA
           STRING '(-) PAGO EM FATURA CANCELADA              '
               DELIMITED BY SIZE
               WRK-TOTAL-SAI DELIMITED BY SIZE
               INTO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA
           MOVE WRK-TOT-REEMB TO WRK-TOTAL-SAI
           MOVE SPACES TO CONTROLE-REL-LINHA
           STRING '(-) REEMBOLSOS PAGOS NO ANO               '
               DELIMITED BY SIZE
               WRK-TOTAL-SAI DELIMITED BY SIZE
               INTO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA
           MOVE WRK-TOT-LIQUIDO TO WRK-TOTAL-SAI
           MOVE SPACES TO CONTROLE-REL-LINHA
           STRING 'LIQUIDO DECLARADO NA RODADA               '
               DELIMITED BY SIZE
               WRK-TOTAL-SAI DELIMITED BY SIZE
               INTO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA
           MOVE WRK-REEMB-SEM-DECL TO WRK-TOTAL-SAI
           MOVE SPACES TO CONTROLE-REL-LINHA
           STRING 'REEMBOLSOS SEM PAGAMENTO NO ANO           '
               DELIMITED BY SIZE
               WRK-TOTAL-SAI DELIMITED BY SIZE
               INTO CONTROLE-REL-LINHA
           WRITE CONTROLE-REL-LINHA.

      ******************************************************************
      * MENSAGEM-FINAL - Resultado da rodada para a operacao: RC=4 se
      * o controle nao confere ou ha excecoes a tratar.
      ******************************************************************
       MENSAGEM-FINAL.
           IF WRK-DIFERENCA NOT = 0 OR WRK-QTD-SEM-CAD > 0
               OR WRK-PAG-EXCEDE > 0 OR WRK-QTD-DIVERGE > 0
               MOVE 'ACD0182W' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'DECLARACOES ' DELIMITED BY SIZE
                   WRK-ANO DELIMITED BY SIZE
                   ' COM EXCECOES - VER O RELATORIO DE CONTROLE.'
                   DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WRK-QTD-EMITIDAS TO WRK-QTD-ED
               MOVE 'ACD0181I' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'DECLARACOES ' DELIMITED BY SIZE
                   WRK-ANO DELIMITED BY SIZE
                   ' EMITIDAS: ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
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
           MOVE 'PROG175'        TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO   TO RN-EVENTO
           MOVE WRK-CD-DATA      TO RN-DATA
           MOVE WRK-CD-HORA      TO RN-HORA
           MOVE WRK-QTD-LIDOS    TO RN-LIDOS
           MOVE WRK-QTD-EMITIDAS TO RN-GRAVADOS
           MOVE WRK-QTD-SEM-CAD  TO RN-REJEITADOS
           MOVE RETURN-CODE      TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG175.
