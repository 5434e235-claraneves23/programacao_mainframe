      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG157.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  RENTABILIDADE DAS TURMAS DO SEMESTRE - PARA CADA TU-CODIGO
      *  DO SEMESTRE (PARM='AAAA-S'; SEM PARM, O SEMESTRE CORRENTE DO
      *  CALENDARIO ACADEMICO) APURA O FATURADO PELO PROG70 AOS ALUNOS
      *  DA TURMA (MENSALIDADES NAO CANCELADAS, JA COM O DESCONTO DE
      *  BOLSA), O EFETIVAMENTE RECEBIDO (PAGTO), O CUSTO DOCENTE DAS
      *  AULAS PREVISTAS NO CALAULA PELA HORA-AULA DO INSTRUTOR E O
      *  MATERIAL DE LABORATORIO BAIXADO CONTRA AS ORDENS DE SERVICO
      *  DA TURMA (OS-TURMA) OU ENTREGUE EM KIT AOS ALUNOS DA TURMA
      *  (MOVIMENTO DE KIT, COM A TURMA NO PROPRIO MOVIMENTO, LIQUIDO
      *  DAS DEVOLUCOES), PELO CUSTO UNITARIO DO ESTOQUE. A FATURA
      *  E POR ALUNO E SEMESTRE: O VALOR (E CADA PAGAMENTO DELA) E
      *  RATEADO ENTRE AS TURMAS DO ALUNO NO SEMESTRE NA PROPORCAO DA
      *  TABELA DE MENSALIDADES, A MESMA QUE O PROG70 USOU PARA
      *  COMPOR A FATURA. CADA TURMA SAI COM A MARGEM (FATURADO MENOS
      *  CUSTOS) E A OCUPACAO (MATRICULADOS SOBRE TU-CAPACIDADE), COM
      *  SUBTOTAIS POR MATERIA E POR INSTRUTOR. O RENTREL E REGISTRADO
      *  NO REPOSITORIO DE RELATORIOS (PROG95).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CODIGO
               FILE STATUS IS WRK-FS-TURMA.
           SELECT MATRICULA-TURMA-FILE ASSIGN TO "MATRTUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WRK-FS-MATR.
           SELECT MENSALIDADE-FILE ASSIGN TO "MENSTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-CHAVE
               FILE STATUS IS WRK-FS-MENS.
           SELECT FATURA-MASTER-FILE ASSIGN TO "FATURMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUMERO
               FILE STATUS IS WRK-FS-FAT.
           SELECT PAGAMENTO-FILE ASSIGN TO "PAGTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGTO.
           SELECT INSTRUTOR-FILE ASSIGN TO "INSTRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CODIGO
               FILE STATUS IS WRK-FS-INSTR.
           SELECT CALENDARIO-AULA-FILE ASSIGN TO "CALAULA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHAVE
               FILE STATUS IS WRK-FS-AULA.
           SELECT CALENDARIO-FILE ASSIGN TO "CALACAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-SEMESTRE
               FILE STATUS IS WRK-FS-CAL.
           SELECT ORDEM-SERVICO-FILE ASSIGN TO "ORDSERV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-NUMERO
               FILE STATUS IS WRK-FS-ORDEM.
           SELECT MOVIMENTO-ESTOQUE-FILE ASSIGN TO "MOVESTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTO.
           SELECT ESTOQUE-MATERIAL-FILE ASSIGN TO "ESTOQMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODIGO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT RENTABILIDADE-REL-FILE ASSIGN TO "RENTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-MASTER-FILE.
           COPY TURMAMR.
       FD  MATRICULA-TURMA-FILE.
           COPY MATRTUR.
       FD  MENSALIDADE-FILE.
           COPY MENSTAB.
       FD  FATURA-MASTER-FILE.
           COPY FATURMR.
       FD  PAGAMENTO-FILE.
           COPY PAGTO.
       FD  INSTRUTOR-FILE.
           COPY INSTRMR.
       FD  CALENDARIO-AULA-FILE.
           COPY CALAULA.
       FD  CALENDARIO-FILE.
           COPY CALACAD.
       FD  ORDEM-SERVICO-FILE.
           COPY ORDSERV.
       FD  MOVIMENTO-ESTOQUE-FILE.
           COPY MOVESTQ.
       FD  ESTOQUE-MATERIAL-FILE.
           COPY ESTOQMR.
       FD  RENTABILIDADE-REL-FILE.
           COPY RENTREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-MATR       PIC X(02) VALUE SPACES.
       77 WRK-FS-MENS       PIC X(02) VALUE SPACES.
       77 WRK-FS-FAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-PAGTO      PIC X(02) VALUE SPACES.
       77 WRK-FS-INSTR      PIC X(02) VALUE SPACES.
       77 WRK-FS-AULA       PIC X(02) VALUE SPACES.
       77 WRK-FS-CAL        PIC X(02) VALUE SPACES.
       77 WRK-FS-ORDEM      PIC X(02) VALUE SPACES.
       77 WRK-FS-MOVTO      PIC X(02) VALUE SPACES.
       77 WRK-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-FIM-CAL       PIC X(01) VALUE 'N'.
           88 FIM-CAL              VALUE 'S'.
       77 WRK-FIM-MATR      PIC X(01) VALUE 'N'.
           88 FIM-MATR             VALUE 'S'.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-ARQUIVO       PIC X(08) VALUE SPACES.
       77 WRK-QTD-TURMAS    PIC 9(03) VALUE 0.
       77 WRK-QTD-INSTR     PIC 9(03) VALUE 0.
       77 WRK-TIDX          PIC 9(03) VALUE 0.
       77 WRK-IIDX          PIC 9(03) VALUE 0.
       77 WRK-POS           PIC 9(03) VALUE 0.
       77 WRK-J             PIC 9(03) VALUE 0.
       77 WRK-QTD-RATEIO    PIC 9(02) VALUE 0.
       77 WRK-RIDX          PIC 9(02) VALUE 0.
       77 WRK-RAT-ALUNO     PIC X(14) VALUE SPACES.
       77 WRK-RAT-DESTINO   PIC X(01) VALUE 'F'.
           88 RATEIA-FATURADO      VALUE 'F'.
           88 RATEIA-RECEBIDO      VALUE 'R'.
       77 WRK-RAT-VALOR     PIC 9(07)V99 VALUE 0.
       77 WRK-RAT-SOMA      PIC 9(07)V99 VALUE 0.
       77 WRK-RAT-RESTO     PIC 9(07)V99 VALUE 0.
       77 WRK-RAT-PARTE     PIC 9(07)V99 VALUE 0.
       77 WRK-SEM-TURMA-FAT PIC 9(09)V99 VALUE 0.
       77 WRK-SEM-TURMA-REC PIC 9(09)V99 VALUE 0.
       77 WRK-HH            PIC 9(02) VALUE 0.
       77 WRK-MM            PIC 9(02) VALUE 0.
       77 WRK-MIN-INICIO    PIC 9(04) VALUE 0.
       77 WRK-MIN-FIM       PIC 9(04) VALUE 0.
       77 WRK-MIN-TURMA     PIC 9(07) VALUE 0.
       77 WRK-CUSTO-MOV     PIC 9(09)V99 VALUE 0.
       77 WRK-MARGEM        PIC S9(09)V99 VALUE 0.
       77 WRK-PERC          PIC 9(03) VALUE 0.
       77 WRK-OCUP-TXT      PIC X(05) VALUE SPACES.
       77 WRK-QTD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-QTD-LINHAS    PIC 9(06) VALUE 0.
       77 WRK-QTD-ED        PIC ZZZ9.
       77 WRK-ALUNOS-ED     PIC ZZZZZ9.
       77 WRK-PERC-ED       PIC ZZ9.
       77 WRK-HORAS-ED      PIC Z,ZZZ,ZZ9.99.
       77 WRK-VALOR-ED      PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-VALOR-ED-2    PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-MARGEM-ED     PIC -ZZZ,ZZZ,ZZ9.99.

      *  TURMAS DO SEMESTRE, MANTIDAS EM ORDEM DE MATERIA (E DE
      *  CODIGO DENTRO DA MATERIA) PARA A QUEBRA DO RELATORIO.
       01 TABELA-TURMAS.
          05 TT-ENTRY OCCURS 300 TIMES.
             10 TT-CODIGO      PIC X(06).
             10 TT-MATERIA     PIC X(15).
             10 TT-INSTR       PIC X(06).
             10 TT-INSTR-NOME  PIC X(30).
             10 TT-CAPACIDADE  PIC 9(03).
             10 TT-PRECO       PIC 9(05)V99.
             10 TT-VALOR-HORA  PIC 9(05)V99.
             10 TT-SEM-VALOR   PIC X(01).
             10 TT-ALUNOS      PIC 9(04).
             10 TT-AULAS       PIC 9(04).
             10 TT-HORAS       PIC 9(05)V99.
             10 TT-FATURADO    PIC 9(09)V99.
             10 TT-RECEBIDO    PIC 9(09)V99.
             10 TT-DOCENTE     PIC 9(09)V99.
             10 TT-MATERIAL    PIC 9(09)V99.

      *  TURMAS DO ALUNO CORRENTE QUE RECEBEM PARTE DO RATEIO.
       01 TABELA-RATEIO.
          05 RT-TIDX OCCURS 20 TIMES PIC 9(03).

      *  VALORES DE UMA LINHA DE TOTAL (TURMA, SUBTOTAL OU TOTAL
      *  GERAL); OS ACUMULADORES ABAIXO TEM O MESMO LAYOUT.
       01 IMPRESSAO-VALORES.
          05 IV-TURMAS         PIC 9(04).
          05 IV-ALUNOS         PIC 9(06).
          05 IV-CAPACIDADE     PIC 9(06).
          05 IV-ALUNOS-CAP     PIC 9(06).
          05 IV-HORAS          PIC 9(07)V99.
          05 IV-FATURADO       PIC 9(09)V99.
          05 IV-RECEBIDO       PIC 9(09)V99.
          05 IV-DOCENTE        PIC 9(09)V99.
          05 IV-MATERIAL       PIC 9(09)V99.
       01 ACUMULADOR-VALORES.
          05 AV-TURMAS         PIC 9(04).
          05 AV-ALUNOS         PIC 9(06).
          05 AV-CAPACIDADE     PIC 9(06).
          05 AV-ALUNOS-CAP     PIC 9(06).
          05 AV-HORAS          PIC 9(07)V99.
          05 AV-FATURADO       PIC 9(09)V99.
          05 AV-RECEBIDO       PIC 9(09)V99.
          05 AV-DOCENTE        PIC 9(09)V99.
          05 AV-MATERIAL       PIC 9(09)V99.
       01 SUBTOTAL-MATERIA     PIC X(75).
       01 TOTAL-GERAL          PIC X(75).
       01 WRK-MATERIA-ATUAL    PIC X(15) VALUE SPACES.

      *  SUBTOTAIS POR INSTRUTOR (CODIGO DO MESTRE; TURMA ANTIGA SEM
      *  CODIGO AGRUPA PELO NOME), EM ORDEM DE CODIGO E NOME.
       01 TABELA-INSTRUTORES.
          05 TI-ENTRY OCCURS 100 TIMES.
             10 TI-CODIGO      PIC X(06).
             10 TI-NOME        PIC X(30).
             10 TI-VALORES     PIC X(75).

           COPY MSGPARM.
           COPY REPPARM.

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       01 WRK-HOJE          PIC X(08) VALUE SPACES.
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(06).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO WRK-HOJE
           IF PARM-TAM > 0
               MOVE PARM-TEXTO TO WRK-SEMESTRE
           ELSE
               PERFORM DETERMINA-SEMESTRE
           END-IF

           OPEN INPUT TURMA-MASTER-FILE
           OPEN INPUT MATRICULA-TURMA-FILE
           OPEN INPUT MENSALIDADE-FILE
           OPEN INPUT FATURA-MASTER-FILE
           IF WRK-FS-TURMA NOT = '00' OR WRK-FS-MATR NOT = '00'
               OR WRK-FS-MENS NOT = '00' OR WRK-FS-FAT NOT = '00'
               MOVE 'ACD0151E' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'TURMAMST/MATRTUR/MENSTAB/FATURMST '
                   DELIMITED BY SIZE
                   'INDISPONIVEIS. FILE STATUS ' DELIMITED BY SIZE
                   WRK-FS-TURMA DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-FS-MATR DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-FS-MENS DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-FS-FAT DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CARREGA-TURMAS
               PERFORM CONTA-MATRICULADOS
               PERFORM APURA-FATURADO
               PERFORM APURA-RECEBIDO
               PERFORM APURA-CUSTO-DOCENTE
               PERFORM APURA-MATERIAL
               OPEN OUTPUT RENTABILIDADE-REL-FILE
               PERFORM EMITE-RELATORIO
               CLOSE RENTABILIDADE-REL-FILE
               MOVE 'RENTREL'        TO RPP-RELATORIO
               MOVE 'PROD.RENTREL'   TO RPP-GERACAO
               MOVE WRK-QTD-LINHAS   TO RPP-LINHAS
               CALL 'PROG95' USING REPOSITORIO-PARAMETROS
               MOVE WRK-QTD-TURMAS TO WRK-QTD-ED
               MOVE 'ACD0154I' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'RENTABILIDADE DO SEMESTRE ' DELIMITED BY SIZE
                   WRK-SEMESTRE DELIMITED BY SIZE
                   ': TURMAS NO RELATORIO ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
           END-IF
           IF WRK-FS-TURMA = '00'
               CLOSE TURMA-MASTER-FILE
           END-IF
           IF WRK-FS-MATR = '00'
               CLOSE MATRICULA-TURMA-FILE
           END-IF
           IF WRK-FS-MENS = '00'
               CLOSE MENSALIDADE-FILE
           END-IF
           IF WRK-FS-FAT = '00'
               CLOSE FATURA-MASTER-FILE
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * DETERMINA-SEMESTRE - Semestre do calendario academico cujas
      * datas abrangem hoje (como na rodada de faturamento do PROG70);
      * sem calendario implantado, AAAA-S do mes corrente.
      ******************************************************************
       DETERMINA-SEMESTRE.
           MOVE SPACES TO WRK-SEMESTRE
           MOVE 'N' TO WRK-FIM-CAL
           OPEN INPUT CALENDARIO-FILE
           IF WRK-FS-CAL NOT = '00'
               CONTINUE
           ELSE
               MOVE SPACES TO CA-SEMESTRE
               START CALENDARIO-FILE KEY IS NOT LESS THAN CA-SEMESTRE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CAL
               END-START
               PERFORM UNTIL FIM-CAL
                   READ CALENDARIO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-CAL
                   END-READ
                   IF NOT FIM-CAL
                       IF WRK-HOJE >= CA-DATA-INICIO
                           AND WRK-HOJE <= CA-DATA-FIM
                           MOVE CA-SEMESTRE TO WRK-SEMESTRE
                           MOVE 'S' TO WRK-FIM-CAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF

           IF WRK-SEMESTRE = SPACES
               IF WRK-HOJE(5:2) <= '06'
                   STRING WRK-HOJE(1:4) DELIMITED BY SIZE
                       '-1' DELIMITED BY SIZE
                       INTO WRK-SEMESTRE
               ELSE
                   STRING WRK-HOJE(1:4) DELIMITED BY SIZE
                       '-2' DELIMITED BY SIZE
                       INTO WRK-SEMESTRE
               END-IF
           END-IF.

      ******************************************************************
      * CARREGA-TURMAS - Carrega as turmas do semestre, cada uma com o
      * valor da materia na tabela de mensalidades (peso do rateio) e
      * a hora-aula do instrutor, inserida na posicao da sua materia.
      ******************************************************************
       CARREGA-TURMAS.
           INITIALIZE TABELA-TURMAS
           OPEN INPUT INSTRUTOR-FILE
           IF WRK-FS-INSTR NOT = '00'
               MOVE 'INSTRMST' TO WRK-ARQUIVO
               PERFORM AVISA-ARQUIVO-AUSENTE
           END-IF
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO TU-CODIGO
           START TURMA-MASTER-FILE KEY IS NOT LESS THAN TU-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ TURMA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ AND TU-SEMESTRE = WRK-SEMESTRE
                   IF WRK-QTD-TURMAS < 300
                       PERFORM INSERE-TURMA
                   ELSE
                       MOVE 'ACD0153W' TO MP-ID
                       MOVE SPACES TO MP-TEXTO
                       STRING 'MAIS DE 300 TURMAS NO SEMESTRE - TURMA '
                           DELIMITED BY SIZE
                           TU-CODIGO DELIMITED BY SIZE
                           ' FORA DO RELATORIO.' DELIMITED BY SIZE
                           INTO MP-TEXTO
                       PERFORM EMITE-MENSAGEM
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-FS-INSTR = '00'
               CLOSE INSTRUTOR-FILE
           END-IF.

       INSERE-TURMA.
           MOVE 1 TO WRK-POS
           PERFORM UNTIL WRK-POS > WRK-QTD-TURMAS
               OR TT-MATERIA(WRK-POS) > TU-MATERIA
               ADD 1 TO WRK-POS
           END-PERFORM
           PERFORM VARYING WRK-J FROM WRK-QTD-TURMAS BY -1
               UNTIL WRK-J < WRK-POS
               MOVE TT-ENTRY(WRK-J) TO TT-ENTRY(WRK-J + 1)
           END-PERFORM
           ADD 1 TO WRK-QTD-TURMAS
           INITIALIZE TT-ENTRY(WRK-POS)
           MOVE TU-CODIGO     TO TT-CODIGO(WRK-POS)
           MOVE TU-MATERIA    TO TT-MATERIA(WRK-POS)
           MOVE TU-INSTR-COD  TO TT-INSTR(WRK-POS)
           MOVE TU-INSTRUTOR  TO TT-INSTR-NOME(WRK-POS)
           IF TU-CAPACIDADE IS NUMERIC
               MOVE TU-CAPACIDADE TO TT-CAPACIDADE(WRK-POS)
           END-IF

           MOVE WRK-SEMESTRE TO MS-SEMESTRE
           MOVE TU-MATERIA   TO MS-MATERIA
           READ MENSALIDADE-FILE
               INVALID KEY
                   MOVE 0 TO TT-PRECO(WRK-POS)
               NOT INVALID KEY
                   MOVE MS-VALOR TO TT-PRECO(WRK-POS)
           END-READ

           MOVE 'S' TO TT-SEM-VALOR(WRK-POS)
           IF WRK-FS-INSTR = '00' AND TU-INSTR-COD NOT = SPACES
               MOVE TU-INSTR-COD TO IN-CODIGO
               READ INSTRUTOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IN-NOME TO TT-INSTR-NOME(WRK-POS)
                       IF IN-VALOR-HORA IS NUMERIC
                           AND IN-VALOR-HORA > 0
                           MOVE IN-VALOR-HORA TO
                               TT-VALOR-HORA(WRK-POS)
                           MOVE 'N' TO TT-SEM-VALOR(WRK-POS)
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * LOCALIZA-TURMA - Posicao em WRK-TIDX da turma TU-CODIGO na
      * tabela do semestre; zero quando a turma nao e do semestre.
      ******************************************************************
       LOCALIZA-TURMA.
           PERFORM VARYING WRK-TIDX FROM 1 BY 1
               UNTIL WRK-TIDX > WRK-QTD-TURMAS
               OR TT-CODIGO(WRK-TIDX) = TU-CODIGO
               CONTINUE
           END-PERFORM
           IF WRK-TIDX > WRK-QTD-TURMAS
               MOVE 0 TO WRK-TIDX
           END-IF.

      ******************************************************************
      * CONTA-MATRICULADOS - Uma passada no MATRICULA-TURMA contando
      * os alunos de cada turma do semestre.
      ******************************************************************
       CONTA-MATRICULADOS.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO MT-CHAVE
           START MATRICULA-TURMA-FILE KEY IS NOT LESS THAN MT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ MATRICULA-TURMA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   MOVE MT-TURMA TO TU-CODIGO
                   PERFORM LOCALIZA-TURMA
                   IF WRK-TIDX > 0
                       ADD 1 TO TT-ALUNOS(WRK-TIDX)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * APURA-FATURADO - Mensalidades do semestre no mestre de faturas
      * (as canceladas ficam fora; o valor ja vem liquido da bolsa),
      * cada uma rateada entre as turmas do aluno.
      ******************************************************************
       APURA-FATURADO.
           MOVE 'F' TO WRK-RAT-DESTINO
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE 0 TO FA-NUMERO
           START FATURA-MASTER-FILE KEY IS NOT LESS THAN FA-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ FATURA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   ADD 1 TO WRK-QTD-LIDOS
                   IF FA-SEMESTRE = WRK-SEMESTRE
                       AND FA-MENSALIDADE
                       AND NOT FA-CANCELADA
                       MOVE FA-ALUNO-ID TO WRK-RAT-ALUNO
                       MOVE FA-VALOR    TO WRK-RAT-VALOR
                       PERFORM RATEIA-VALOR
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * APURA-RECEBIDO - Cada pagamento do PAGTO aplicado sobre uma
      * mensalidade do semestre nao cancelada e rateado pelas mesmas
      * turmas da fatura.
      ******************************************************************
       APURA-RECEBIDO.
           OPEN INPUT PAGAMENTO-FILE
           IF WRK-FS-PAGTO NOT = '00'
               MOVE 'PAGTO' TO WRK-ARQUIVO
               PERFORM AVISA-ARQUIVO-AUSENTE
           ELSE
               MOVE 'R' TO WRK-RAT-DESTINO
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ PAGAMENTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-QTD-LIDOS
                       MOVE PG-FATURA TO FA-NUMERO
                       READ FATURA-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF FA-SEMESTRE = WRK-SEMESTRE
                                   AND FA-MENSALIDADE
                                   AND NOT FA-CANCELADA
                                   MOVE FA-ALUNO-ID TO WRK-RAT-ALUNO
                                   MOVE PG-VALOR    TO WRK-RAT-VALOR
                                   PERFORM RATEIA-VALOR
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE PAGAMENTO-FILE
           END-IF.

      ******************************************************************
      * RATEIA-VALOR - Reparte WRK-RAT-VALOR entre as turmas do semestre
      * em que WRK-RAT-ALUNO esta matriculado, na proporcao do valor
      * de cada materia na tabela de mensalidades; a ultima turma leva
      * a sobra do arredondamento. Sem turma precificada no semestre,
      * o valor fica no total sem turma.
      ******************************************************************
       RATEIA-VALOR.
           MOVE 0   TO WRK-QTD-RATEIO
           MOVE 0   TO WRK-RAT-SOMA
           MOVE 'N' TO WRK-FIM-MATR
           MOVE WRK-RAT-ALUNO TO MT-ALUNO-ID
           MOVE LOW-VALUES    TO MT-TURMA
           START MATRICULA-TURMA-FILE KEY IS NOT LESS THAN MT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MATR
           END-START
           PERFORM UNTIL FIM-MATR
               READ MATRICULA-TURMA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-MATR
               END-READ
               IF NOT FIM-MATR
                   IF MT-ALUNO-ID NOT = WRK-RAT-ALUNO
                       MOVE 'S' TO WRK-FIM-MATR
                   ELSE
                       MOVE MT-TURMA TO TU-CODIGO
                       PERFORM LOCALIZA-TURMA
                       IF WRK-TIDX > 0 AND WRK-QTD-RATEIO < 20
                           AND TT-PRECO(WRK-TIDX) > 0
                           ADD 1 TO WRK-QTD-RATEIO
                           MOVE WRK-TIDX TO RT-TIDX(WRK-QTD-RATEIO)
                           ADD TT-PRECO(WRK-TIDX) TO WRK-RAT-SOMA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WRK-QTD-RATEIO = 0
               IF RATEIA-FATURADO
                   ADD WRK-RAT-VALOR TO WRK-SEM-TURMA-FAT
               ELSE
                   ADD WRK-RAT-VALOR TO WRK-SEM-TURMA-REC
               END-IF
           ELSE
               MOVE WRK-RAT-VALOR TO WRK-RAT-RESTO
               PERFORM VARYING WRK-RIDX FROM 1 BY 1
                   UNTIL WRK-RIDX > WRK-QTD-RATEIO
                   MOVE RT-TIDX(WRK-RIDX) TO WRK-TIDX
                   IF WRK-RIDX = WRK-QTD-RATEIO
                       MOVE WRK-RAT-RESTO TO WRK-RAT-PARTE
                   ELSE
                       COMPUTE WRK-RAT-PARTE ROUNDED =
                           WRK-RAT-VALOR * TT-PRECO(WRK-TIDX)
                           / WRK-RAT-SOMA
                       SUBTRACT WRK-RAT-PARTE FROM WRK-RAT-RESTO
                   END-IF
                   IF RATEIA-FATURADO
                       ADD WRK-RAT-PARTE TO TT-FATURADO(WRK-TIDX)
                   ELSE
                       ADD WRK-RAT-PARTE TO TT-RECEBIDO(WRK-TIDX)
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * APURA-CUSTO-DOCENTE - Horas das aulas previstas da turma no
      * calendario de aulas (duracao de cada aula em HHMM de inicio e
      * fim) vezes a hora-aula do instrutor no mestre.
      ******************************************************************
       APURA-CUSTO-DOCENTE.
           OPEN INPUT CALENDARIO-AULA-FILE
           IF WRK-FS-AULA NOT = '00'
               MOVE 'CALAULA' TO WRK-ARQUIVO
               PERFORM AVISA-ARQUIVO-AUSENTE
           ELSE
               PERFORM APURA-HORAS-TURMA
                   VARYING WRK-TIDX FROM 1 BY 1
                   UNTIL WRK-TIDX > WRK-QTD-TURMAS
               CLOSE CALENDARIO-AULA-FILE
           END-IF.

       APURA-HORAS-TURMA.
           MOVE 0   TO WRK-MIN-TURMA
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE TT-CODIGO(WRK-TIDX) TO CL-TURMA
           MOVE LOW-VALUES          TO CL-DATA
           START CALENDARIO-AULA-FILE KEY IS NOT LESS THAN CL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ CALENDARIO-AULA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   IF CL-TURMA NOT = TT-CODIGO(WRK-TIDX)
                       MOVE 'S' TO WRK-FIM-ARQ
                   ELSE
                       ADD 1 TO TT-AULAS(WRK-TIDX)
                       IF CL-HORA-INICIO IS NUMERIC
                           AND CL-HORA-FIM IS NUMERIC
                           AND CL-HORA-FIM > CL-HORA-INICIO
                           DIVIDE CL-HORA-INICIO BY 100 GIVING WRK-HH
                               REMAINDER WRK-MM
                           COMPUTE WRK-MIN-INICIO = WRK-HH * 60 + WRK-MM
                           DIVIDE CL-HORA-FIM BY 100 GIVING WRK-HH
                               REMAINDER WRK-MM
                           COMPUTE WRK-MIN-FIM = WRK-HH * 60 + WRK-MM
                           COMPUTE WRK-MIN-TURMA = WRK-MIN-TURMA
                               + WRK-MIN-FIM - WRK-MIN-INICIO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE TT-HORAS(WRK-TIDX) ROUNDED = WRK-MIN-TURMA / 60
           COMPUTE TT-DOCENTE(WRK-TIDX) ROUNDED =
               TT-HORAS(WRK-TIDX) * TT-VALOR-HORA(WRK-TIDX).

      ******************************************************************
      * APURA-MATERIAL - Consumos (e liberacoes de reserva) do
      * MOVESTQ baixados contra ordem de servico de turma do semestre,
      * mais os kits de laboratorio entregues (e abatidas as
      * devolucoes) com a turma no movimento, valorizados pelo custo
      * unitario do material no estoque.
      ******************************************************************
       APURA-MATERIAL.
           OPEN INPUT MOVIMENTO-ESTOQUE-FILE
           OPEN INPUT ORDEM-SERVICO-FILE
           OPEN INPUT ESTOQUE-MATERIAL-FILE
           EVALUATE TRUE
               WHEN WRK-FS-MOVTO NOT = '00'
                   MOVE 'MOVESTQ' TO WRK-ARQUIVO
                   PERFORM AVISA-ARQUIVO-AUSENTE
               WHEN WRK-FS-ORDEM NOT = '00'
                   MOVE 'ORDSERV' TO WRK-ARQUIVO
                   PERFORM AVISA-ARQUIVO-AUSENTE
               WHEN WRK-FS-ESTOQUE NOT = '00'
                   MOVE 'ESTOQMAT' TO WRK-ARQUIVO
                   PERFORM AVISA-ARQUIVO-AUSENTE
               WHEN OTHER
                   PERFORM LE-MOVIMENTOS
           END-EVALUATE
           IF WRK-FS-MOVTO = '00'
               CLOSE MOVIMENTO-ESTOQUE-FILE
           END-IF
           IF WRK-FS-ORDEM = '00'
               CLOSE ORDEM-SERVICO-FILE
           END-IF
           IF WRK-FS-ESTOQUE = '00'
               CLOSE ESTOQUE-MATERIAL-FILE
           END-IF.

       LE-MOVIMENTOS.
           MOVE 'N' TO WRK-FIM-ARQ
           PERFORM UNTIL FIM-ARQ
               READ MOVIMENTO-ESTOQUE-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   ADD 1 TO WRK-QTD-LIDOS
                   IF (MV-CONSUMO OR MV-LIBERACAO)
                       AND MV-ORDEM NOT = SPACES
                       AND MV-QUANTIDADE < 0
                       PERFORM CUSTEIA-MOVIMENTO
                   END-IF
                   IF MV-KIT AND MV-ORDEM NOT = SPACES
                       MOVE MV-ORDEM TO OS-TURMA
                       PERFORM CUSTEIA-TURMA
                   END-IF
               END-IF
           END-PERFORM.

       CUSTEIA-MOVIMENTO.
           MOVE MV-ORDEM TO OS-NUMERO
           READ ORDEM-SERVICO-FILE
               INVALID KEY
                   MOVE SPACES TO OS-TURMA
           END-READ
           PERFORM CUSTEIA-TURMA.

       CUSTEIA-TURMA.
           IF OS-TURMA NOT = SPACES
               MOVE OS-TURMA TO TU-CODIGO
               PERFORM LOCALIZA-TURMA
               IF WRK-TIDX > 0
                   MOVE MV-CODIGO TO EM-CODIGO
                   READ ESTOQUE-MATERIAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WRK-CUSTO-MOV ROUNDED =
                               (0 - MV-QUANTIDADE) * EM-CUSTO-UNIT
                           ADD WRK-CUSTO-MOV TO TT-MATERIAL(WRK-TIDX)
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * EMITE-RELATORIO - Turmas na ordem de materia com o subtotal a
      * cada quebra, os subtotais por instrutor e o total geral.
      ******************************************************************
       EMITE-RELATORIO.
           INITIALIZE ACUMULADOR-VALORES
           MOVE ACUMULADOR-VALORES TO SUBTOTAL-MATERIA
           MOVE ACUMULADOR-VALORES TO TOTAL-GERAL
           MOVE 0 TO WRK-QTD-INSTR
           MOVE SPACES TO WRK-MATERIA-ATUAL

           MOVE SPACES TO RENTABILIDADE-REL-LINHA
           STRING 'RENTABILIDADE DAS TURMAS - SEMESTRE '
               DELIMITED BY SIZE
               WRK-SEMESTRE DELIMITED BY SIZE
               ' - EMITIDO EM ' DELIMITED BY SIZE
               WRK-HOJE(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-HOJE(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-HOJE(1:4) DELIMITED BY SIZE
               INTO RENTABILIDADE-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO RENTABILIDADE-REL-LINHA
           STRING 'FATURADO E RECEBIDO RATEADOS DAS MENSALIDADES; '
               DELIMITED BY SIZE
               'MARGEM = FATURADO - CUSTOS' DELIMITED BY SIZE
               INTO RENTABILIDADE-REL-LINHA
           PERFORM GRAVA-LINHA

           IF WRK-QTD-TURMAS = 0
               MOVE SPACES TO RENTABILIDADE-REL-LINHA
               PERFORM GRAVA-LINHA
               MOVE 'NENHUMA TURMA CADASTRADA NO SEMESTRE.'
                   TO RENTABILIDADE-REL-LINHA
               PERFORM GRAVA-LINHA
           END-IF
           PERFORM EMITE-TURMA
               VARYING WRK-TIDX FROM 1 BY 1
               UNTIL WRK-TIDX > WRK-QTD-TURMAS
           IF WRK-QTD-TURMAS > 0
               PERFORM EMITE-SUBTOTAL-MATERIA
           END-IF

           MOVE SPACES TO RENTABILIDADE-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE 'SUBTOTAIS POR INSTRUTOR' TO RENTABILIDADE-REL-LINHA
           PERFORM GRAVA-LINHA
           PERFORM EMITE-INSTRUTOR
               VARYING WRK-IIDX FROM 1 BY 1
               UNTIL WRK-IIDX > WRK-QTD-INSTR

           MOVE SPACES TO RENTABILIDADE-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE TOTAL-GERAL TO IMPRESSAO-VALORES
           PERFORM CALCULA-OCUPACAO
           MOVE IV-TURMAS TO WRK-QTD-ED
           MOVE IV-ALUNOS TO WRK-ALUNOS-ED
           MOVE SPACES TO RENTABILIDADE-REL-LINHA
           STRING 'TOTAL GERAL  TURMAS ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               ' ALUNOS ' DELIMITED BY SIZE
               WRK-ALUNOS-ED DELIMITED BY SIZE
               ' OCUP ' DELIMITED BY SIZE
               WRK-OCUP-TXT DELIMITED BY SIZE
               INTO RENTABILIDADE-REL-LINHA
           PERFORM GRAVA-LINHA
           PERFORM EMITE-VALORES
           MOVE WRK-SEM-TURMA-FAT TO WRK-VALOR-ED
           MOVE SPACES TO RENTABILIDADE-REL-LINHA
           STRING '    FATURADO SEM TURMA NO SEMESTRE '
               DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO RENTABILIDADE-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE WRK-SEM-TURMA-REC TO WRK-VALOR-ED
           MOVE SPACES TO RENTABILIDADE-REL-LINHA
           STRING '    RECEBIDO SEM TURMA NO SEMESTRE '
               DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO RENTABILIDADE-REL-LINHA
           PERFORM GRAVA-LINHA.

      ******************************************************************
      * EMITE-TURMA - Linha da turma (com a quebra de materia antes,
      * quando muda) e acumulacao nos subtotais e no total geral.
      ******************************************************************
       EMITE-TURMA.
           IF TT-MATERIA(WRK-TIDX) NOT = WRK-MATERIA-ATUAL
               IF WRK-TIDX > 1
                   PERFORM EMITE-SUBTOTAL-MATERIA
               END-IF
               MOVE TT-MATERIA(WRK-TIDX) TO WRK-MATERIA-ATUAL
               MOVE SPACES TO RENTABILIDADE-REL-LINHA
               PERFORM GRAVA-LINHA
               MOVE SPACES TO RENTABILIDADE-REL-LINHA
               STRING 'MATERIA ' DELIMITED BY SIZE
                   WRK-MATERIA-ATUAL DELIMITED BY SIZE
                   INTO RENTABILIDADE-REL-LINHA
               PERFORM GRAVA-LINHA
           END-IF

           INITIALIZE IMPRESSAO-VALORES
           MOVE 1                       TO IV-TURMAS
           MOVE TT-ALUNOS(WRK-TIDX)     TO IV-ALUNOS
           IF TT-CAPACIDADE(WRK-TIDX) > 0
               MOVE TT-CAPACIDADE(WRK-TIDX) TO IV-CAPACIDADE
               MOVE TT-ALUNOS(WRK-TIDX)     TO IV-ALUNOS-CAP
           END-IF
           MOVE TT-HORAS(WRK-TIDX)      TO IV-HORAS
           MOVE TT-FATURADO(WRK-TIDX)   TO IV-FATURADO
           MOVE TT-RECEBIDO(WRK-TIDX)   TO IV-RECEBIDO
           MOVE TT-DOCENTE(WRK-TIDX)    TO IV-DOCENTE
           MOVE TT-MATERIAL(WRK-TIDX)   TO IV-MATERIAL

           PERFORM CALCULA-OCUPACAO
           MOVE TT-ALUNOS(WRK-TIDX)     TO WRK-QTD-ED
           MOVE TT-CAPACIDADE(WRK-TIDX) TO WRK-PERC-ED
           MOVE SPACES TO RENTABILIDADE-REL-LINHA
           STRING '  TURMA ' DELIMITED BY SIZE
               TT-CODIGO(WRK-TIDX) DELIMITED BY SIZE
               ' INSTR ' DELIMITED BY SIZE
               TT-INSTR(WRK-TIDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TT-INSTR-NOME(WRK-TIDX)(1:20) DELIMITED BY SIZE
               ' ALUNOS ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-PERC-ED DELIMITED BY SIZE
               ' OCUP ' DELIMITED BY SIZE
               WRK-OCUP-TXT DELIMITED BY SIZE
               INTO RENTABILIDADE-REL-LINHA
           PERFORM GRAVA-LINHA
           PERFORM EMITE-VALORES
           IF TT-AULAS(WRK-TIDX) = 0
               MOVE SPACES TO RENTABILIDADE-REL-LINHA
               STRING '    * SEM AULAS PREVISTAS NO CALAULA - '
                   DELIMITED BY SIZE
                   'CUSTO DOCENTE ZERADO' DELIMITED BY SIZE
                   INTO RENTABILIDADE-REL-LINHA
               PERFORM GRAVA-LINHA
           ELSE
               IF TT-SEM-VALOR(WRK-TIDX) = 'S'
                   MOVE SPACES TO RENTABILIDADE-REL-LINHA
                   STRING '    * INSTRUTOR SEM HORA-AULA NO MESTRE - '
                       DELIMITED BY SIZE
                       'CUSTO DOCENTE ZERADO' DELIMITED BY SIZE
                       INTO RENTABILIDADE-REL-LINHA
                   PERFORM GRAVA-LINHA
               END-IF
           END-IF

           MOVE SUBTOTAL-MATERIA TO ACUMULADOR-VALORES
           PERFORM SOMA-VALORES
           MOVE ACUMULADOR-VALORES TO SUBTOTAL-MATERIA
           MOVE TOTAL-GERAL TO ACUMULADOR-VALORES
           PERFORM SOMA-VALORES
           MOVE ACUMULADOR-VALORES TO TOTAL-GERAL
           PERFORM LOCALIZA-INSTRUTOR
           IF WRK-IIDX > 0
               MOVE TI-VALORES(WRK-IIDX) TO ACUMULADOR-VALORES
               PERFORM SOMA-VALORES
               MOVE ACUMULADOR-VALORES TO TI-VALORES(WRK-IIDX)
           END-IF.

       EMITE-SUBTOTAL-MATERIA.
           MOVE SUBTOTAL-MATERIA TO IMPRESSAO-VALORES
           PERFORM CALCULA-OCUPACAO
           MOVE IV-TURMAS TO WRK-QTD-ED
           MOVE IV-ALUNOS TO WRK-ALUNOS-ED
           MOVE SPACES TO RENTABILIDADE-REL-LINHA
           STRING '  SUBTOTAL ' DELIMITED BY SIZE
               WRK-MATERIA-ATUAL DELIMITED BY SIZE
               ' TURMAS ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               ' ALUNOS ' DELIMITED BY SIZE
               WRK-ALUNOS-ED DELIMITED BY SIZE
               ' OCUP ' DELIMITED BY SIZE
               WRK-OCUP-TXT DELIMITED BY SIZE
               INTO RENTABILIDADE-REL-LINHA
           PERFORM GRAVA-LINHA
           PERFORM EMITE-VALORES
           INITIALIZE ACUMULADOR-VALORES
           MOVE ACUMULADOR-VALORES TO SUBTOTAL-MATERIA.

       EMITE-INSTRUTOR.
           MOVE TI-VALORES(WRK-IIDX) TO IMPRESSAO-VALORES
           PERFORM CALCULA-OCUPACAO
           MOVE IV-TURMAS TO WRK-QTD-ED
           MOVE IV-ALUNOS TO WRK-ALUNOS-ED
           MOVE SPACES TO RENTABILIDADE-REL-LINHA
           STRING '  ' DELIMITED BY SIZE
               TI-CODIGO(WRK-IIDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TI-NOME(WRK-IIDX)(1:20) DELIMITED BY SIZE
               ' TURMAS ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               ' ALUNOS ' DELIMITED BY SIZE
               WRK-ALUNOS-ED DELIMITED BY SIZE
               ' OCUP ' DELIMITED BY SIZE
               WRK-OCUP-TXT DELIMITED BY SIZE
               INTO RENTABILIDADE-REL-LINHA
           PERFORM GRAVA-LINHA
           PERFORM EMITE-VALORES.

      ******************************************************************
      * LOCALIZA-INSTRUTOR - Posicao em WRK-IIDX do instrutor da turma
      * WRK-TIDX na tabela de subtotais, incluido na ordem de codigo
      * e nome quando ainda nao esta; zero se a tabela esta cheia.
      ******************************************************************
       LOCALIZA-INSTRUTOR.
           MOVE 1 TO WRK-POS
           PERFORM UNTIL WRK-POS > WRK-QTD-INSTR
               OR TI-CODIGO(WRK-POS) > TT-INSTR(WRK-TIDX)
               OR (TI-CODIGO(WRK-POS) = TT-INSTR(WRK-TIDX)
                   AND TI-NOME(WRK-POS) NOT < TT-INSTR-NOME(WRK-TIDX))
               ADD 1 TO WRK-POS
           END-PERFORM
           MOVE WRK-POS TO WRK-IIDX
           IF WRK-POS > WRK-QTD-INSTR
               OR TI-CODIGO(WRK-POS) NOT = TT-INSTR(WRK-TIDX)
               OR TI-NOME(WRK-POS) NOT = TT-INSTR-NOME(WRK-TIDX)
               IF WRK-QTD-INSTR < 100
                   PERFORM VARYING WRK-J FROM WRK-QTD-INSTR BY -1
                       UNTIL WRK-J < WRK-POS
                       MOVE TI-ENTRY(WRK-J) TO TI-ENTRY(WRK-J + 1)
                   END-PERFORM
                   ADD 1 TO WRK-QTD-INSTR
                   MOVE TT-INSTR(WRK-TIDX)      TO TI-CODIGO(WRK-POS)
                   MOVE TT-INSTR-NOME(WRK-TIDX) TO TI-NOME(WRK-POS)
                   INITIALIZE ACUMULADOR-VALORES
                   MOVE ACUMULADOR-VALORES TO TI-VALORES(WRK-POS)
               ELSE
                   MOVE 0 TO WRK-IIDX
               END-IF
           END-IF.

       SOMA-VALORES.
           ADD IV-TURMAS     TO AV-TURMAS
           ADD IV-ALUNOS     TO AV-ALUNOS
           ADD IV-CAPACIDADE TO AV-CAPACIDADE
           ADD IV-ALUNOS-CAP TO AV-ALUNOS-CAP
           ADD IV-HORAS      TO AV-HORAS
           ADD IV-FATURADO   TO AV-FATURADO
           ADD IV-RECEBIDO   TO AV-RECEBIDO
           ADD IV-DOCENTE    TO AV-DOCENTE
           ADD IV-MATERIAL   TO AV-MATERIAL.

      ******************************************************************
      * CALCULA-OCUPACAO - Matriculados sobre a capacidade, so das
      * turmas com capacidade informada (zerada vale sem limite).
      ******************************************************************
       CALCULA-OCUPACAO.
           IF IV-CAPACIDADE = 0
               MOVE 'S/LIM' TO WRK-OCUP-TXT
           ELSE
               COMPUTE WRK-PERC ROUNDED =
                   IV-ALUNOS-CAP * 100 / IV-CAPACIDADE
               MOVE WRK-PERC TO WRK-PERC-ED
               MOVE SPACES TO WRK-OCUP-TXT
               STRING WRK-PERC-ED DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
                   INTO WRK-OCUP-TXT
           END-IF.

       EMITE-VALORES.
           MOVE IV-FATURADO TO WRK-VALOR-ED
           MOVE IV-RECEBIDO TO WRK-VALOR-ED-2
           MOVE IV-HORAS    TO WRK-HORAS-ED
           MOVE SPACES TO RENTABILIDADE-REL-LINHA
           STRING '    FATURADO ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               ' RECEBIDO ' DELIMITED BY SIZE
               WRK-VALOR-ED-2 DELIMITED BY SIZE
               ' HORAS ' DELIMITED BY SIZE
               WRK-HORAS-ED DELIMITED BY SIZE
               INTO RENTABILIDADE-REL-LINHA
           PERFORM GRAVA-LINHA
           COMPUTE WRK-MARGEM = IV-FATURADO - IV-DOCENTE - IV-MATERIAL
           MOVE IV-DOCENTE  TO WRK-VALOR-ED
           MOVE IV-MATERIAL TO WRK-VALOR-ED-2
           MOVE WRK-MARGEM  TO WRK-MARGEM-ED
           MOVE SPACES TO RENTABILIDADE-REL-LINHA
           STRING '    DOCENTE  ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               ' MATERIAL ' DELIMITED BY SIZE
               WRK-VALOR-ED-2 DELIMITED BY SIZE
               ' MARGEM ' DELIMITED BY SIZE
               WRK-MARGEM-ED DELIMITED BY SIZE
               INTO RENTABILIDADE-REL-LINHA
           PERFORM GRAVA-LINHA.

       GRAVA-LINHA.
           WRITE RENTABILIDADE-REL-LINHA
           ADD 1 TO WRK-QTD-LINHAS.

      ******************************************************************
      * AVISA-ARQUIVO-AUSENTE - Arquivo de apoio indisponivel: a coluna
      * que ele alimenta sai zerada e a rodada termina com RC 4.
      ******************************************************************
       AVISA-ARQUIVO-AUSENTE.
           MOVE 'ACD0152W' TO MP-ID
           MOVE SPACES TO MP-TEXTO
           STRING 'ARQUIVO ' DELIMITED BY SIZE
               WRK-ARQUIVO DELIMITED BY SPACE
               ' INDISPONIVEL - COLUNA ZERADA NO RENTREL.'
               DELIMITED BY SIZE
               INTO MP-TEXTO
           PERFORM EMITE-MENSAGEM
           IF RETURN-CODE < 4
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
           MOVE 'PROG157'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-QTD-LIDOS       TO RN-LIDOS
           MOVE WRK-QTD-TURMAS      TO RN-GRAVADOS
           MOVE 0                   TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG157.
