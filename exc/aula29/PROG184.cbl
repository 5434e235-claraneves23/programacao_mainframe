      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG184.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  CLASSIFICACAO ABC DOS MATERIAIS E CALENDARIO DE CONTAGEM
      *  CICLICA - RODADA TRIMESTRAL. SOMA O CONSUMO DE CADA MATERIAL
      *  DO ESTOQUE-MATERIAL NOS DOZE MESES ANTERIORES A DATA DE
      *  REFERENCIA (MOVIMENTOS DE CONSUMO, DE LIBERACAO DE RESERVA E
      *  DE KIT DO MOVIMENTO-ESTOQUE, LIQUIDOS DAS DEVOLUCOES),
      *  VALORIZA AO CUSTO MEDIO EM-CUSTO-UNIT E CLASSIFICA PELO VALOR
      *  ACUMULADO EM ORDEM DECRESCENTE: A ATE 80%, B ATE 95%, C O
      *  RESTO (CLASSABC). EM SEGUIDA REFAZ OS ITENS PENDENTES DO
      *  CALENDARIO DE CONTAGEM CICLICA (CICLOCNT) DA DATA DE
      *  REFERENCIA ATE O FIM DO TRIMESTRE: ITENS A UMA VEZ POR MES,
      *  B UMA VEZ NO TRIMESTRE E UM QUARTO DOS C (OS DE CONTAGEM
      *  MAIS ANTIGA, OU NUNCA CONTADOS), ESPALHADOS POR IGUAL NOS
      *  DIAS UTEIS DO CALENDARIO DE OPERACAO (OPSCAL, FORA SABADOS E
      *  DOMINGOS). O PROG100 IMPRIME A FOLHA DE CONTAGEM SO COM OS
      *  ITENS DO DIA, NO LUGAR DO INVENTARIO GERAL.
      *  PARM: 'AAAAMMDD' - DATA DE REFERENCIA (EM BRANCO, A DATA DA
      *  RODADA).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-FILE ASSIGN TO "ESTOQMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODIGO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT MOVIMENTO-FILE ASSIGN TO "MOVESTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTO.
           SELECT OPERACAO-CAL-FILE ASSIGN TO "OPSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-DATA
               FILE STATUS IS WRK-FS-OPS.
           SELECT CLASSE-ABC-FILE ASSIGN TO "CLASSABC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CODIGO
               FILE STATUS IS WRK-FS-CLASSE.
           SELECT CICLO-CONTAGEM-FILE ASSIGN TO "CICLOCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CHAVE
               FILE STATUS IS WRK-FS-CICLO.
           SELECT CLASSE-REL-FILE ASSIGN TO "CLASREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-FILE.
           COPY ESTOQMR.
       FD  MOVIMENTO-FILE.
           COPY MOVESTQ.
       FD  OPERACAO-CAL-FILE.
           COPY OPSCAL.
       FD  CLASSE-ABC-FILE.
           COPY CLASSABC.
       FD  CICLO-CONTAGEM-FILE.
           COPY CICLOCNT.
       FD  CLASSE-REL-FILE.
       01  CLASSE-REL-LINHA   PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77 WRK-FS-MOVTO      PIC X(02) VALUE SPACES.
       77 WRK-FS-OPS        PIC X(02) VALUE SPACES.
       77 WRK-FS-CLASSE     PIC X(02) VALUE SPACES.
       77 WRK-FS-CICLO      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-ESTOURO       PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA     VALUE 'S'.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
           88 MATERIAL-ACHADO      VALUE 'S'.
       77 WRK-DIA-FECHADO   PIC X(01) VALUE 'N'.
           88 DIA-NAO-OPERACIONAL  VALUE 'S'.
       77 WRK-DATA-REF      PIC X(08) VALUE SPACES.
       77 WRK-INICIO-CONSUMO PIC X(08) VALUE SPACES.
       77 WRK-LIMITE-C      PIC X(08) VALUE SPACES.
       77 WRK-FIM-TRIMESTRE PIC X(08) VALUE SPACES.
       77 WRK-DATA-NUM      PIC 9(08) VALUE 0.
       77 WRK-REF-INT       PIC 9(07) VALUE 0.
       77 WRK-FIM-INT       PIC 9(07) VALUE 0.
       77 WRK-DIA-INT       PIC 9(07) VALUE 0.
       77 WRK-DIA-SEMANA    PIC 9(01) VALUE 0.
       77 WRK-TRIMESTRE     PIC 9(01) VALUE 0.
       77 WRK-MES-INI       PIC 9(02) VALUE 0.
       77 WRK-MES-TRIM      PIC 9(01) VALUE 0.
       77 WRK-COD-BUSCA     PIC X(06) VALUE SPACES.
       77 WRK-I             PIC 9(04) VALUE 0.
       77 WRK-J             PIC 9(04) VALUE 0.
       77 WRK-K             PIC 9(04) VALUE 0.
       77 WRK-P             PIC 9(04) VALUE 0.
       77 WRK-M             PIC 9(01) VALUE 0.
       77 WRK-IDX           PIC 9(04) VALUE 0.
       77 WRK-INI           PIC 9(04) VALUE 0.
       77 WRK-FIM           PIC 9(04) VALUE 0.
       77 WRK-MEIO          PIC 9(04) VALUE 0.
       77 WRK-MAX-MAT       PIC 9(04) VALUE 2000.
       77 WRK-MAX-DIAS      PIC 9(03) VALUE 100.
       77 WRK-LIMITE-A      PIC 9(03) VALUE 80.
       77 WRK-LIMITE-B      PIC 9(03) VALUE 95.
       77 WRK-QTD-MAT       PIC 9(04) VALUE 0.
       77 WRK-QTD-FORA      PIC 9(08) VALUE 0.
       77 WRK-QTD-DIAS      PIC 9(03) VALUE 0.
       77 WRK-QTD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-QTD-CONSUMOS  PIC 9(08) VALUE 0.
       77 WRK-QTD-A         PIC 9(04) VALUE 0.
       77 WRK-QTD-B         PIC 9(04) VALUE 0.
       77 WRK-QTD-C         PIC 9(04) VALUE 0.
       77 WRK-QTD-MUDOU     PIC 9(04) VALUE 0.
       77 WRK-COTA-C        PIC 9(04) VALUE 0.
       77 WRK-QTD-C-SEL     PIC 9(04) VALUE 0.
       77 WRK-QTD-BC        PIC 9(04) VALUE 0.
       77 WRK-PROG-A        PIC 9(06) VALUE 0.
       77 WRK-PROG-B        PIC 9(06) VALUE 0.
       77 WRK-PROG-C        PIC 9(06) VALUE 0.
       77 WRK-QTD-PROG      PIC 9(08) VALUE 0.
       77 WRK-QTD-REFEITOS  PIC 9(08) VALUE 0.
       77 WRK-VALOR-TOTAL   PIC 9(11)V99 VALUE 0.
       77 WRK-VALOR-ACUM    PIC 9(11)V99 VALUE 0.
       77 WRK-VALOR-A       PIC 9(11)V99 VALUE 0.
       77 WRK-VALOR-B       PIC 9(11)V99 VALUE 0.
       77 WRK-VALOR-C       PIC 9(11)V99 VALUE 0.
       77 WRK-PCT-ANTES     PIC 9(03)V99 VALUE 0.
       77 WRK-PCT-CLASSE    PIC 9(03)V99 VALUE 0.
       77 WRK-QTD-ED        PIC ZZZZZZZ9.
       77 WRK-CONSUMO-ED    PIC ZZZZ,ZZ9.99.
       77 WRK-VALOR-ED      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77 WRK-PCT-ED        PIC ZZ9.99.
       77 WRK-MARCA         PIC X(01) VALUE SPACES.
       COPY DATAPARM.
       COPY MSGPARM.
       01 WRK-DATA-AUX.
          05 WRK-AUX-ANO    PIC 9(04).
          05 WRK-AUX-MES    PIC 9(02).
          05 WRK-AUX-DIA    PIC 9(02).
       01 WRK-DATA-AUX-N REDEFINES WRK-DATA-AUX PIC 9(08).
       01 TABELA-MATERIAIS.
          05 MT-ENTRY OCCURS 2000 TIMES.
             10 MT-CODIGO      PIC X(06).
             10 MT-DESCRICAO   PIC X(20).
             10 MT-CUSTO       PIC 9(06)V99.
             10 MT-QTD         PIC S9(08)V99.
             10 MT-VALOR       PIC 9(09)V99.
             10 MT-PCT         PIC 9(03)V99.
             10 MT-CLASSE      PIC X(01).
             10 MT-ANTERIOR    PIC X(01).
             10 MT-ULT-CONTAGEM PIC X(08).
             10 MT-SELECAO     PIC X(01).
       01 TABELA-RANKING.
          05 RK-MAT            PIC 9(04) OCCURS 2000 TIMES.
       01 TABELA-DIAS.
          05 DU-ENTRY OCCURS 100 TIMES.
             10 DU-DATA        PIC X(08).
             10 DU-MES         PIC 9(01).
             10 DU-QTD         PIC 9(04).
       01 TABELA-MESES.
          05 DM-ENTRY OCCURS 3 TIMES.
             10 DM-PRIMEIRO    PIC 9(03).
             10 DM-DIAS        PIC 9(03).
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
               OPEN INPUT ESTOQUE-FILE
               IF WRK-FS-ESTOQUE = '35'
                   MOVE 'ACD0192E' TO MP-ID
                   MOVE 'MESTRE DE ESTOQUE (ESTOQMST) INDISPONIVEL.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE < 8
               PERFORM CARREGA-MATERIAIS
               CLOSE ESTOQUE-FILE
               PERFORM APURA-CONSUMO
               PERFORM CLASSIFICA-MATERIAIS
               PERFORM GRAVA-CLASSES
               PERFORM MONTA-DIAS-UTEIS
               PERFORM GERA-CALENDARIO
               OPEN OUTPUT CLASSE-REL-FILE
               PERFORM ESCREVE-CLASSIFICACAO
               PERFORM ESCREVE-RESUMO
               CLOSE CLASSE-REL-FILE
               PERFORM MENSAGEM-FINAL
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * VALIDA-PARM - Data de referencia: a do PARM ou, em branco, a
      * da rodada. Dela saem a janela de consumo (os 365 dias
      * anteriores), o limite de contagem dos itens C (270 dias) e o
      * fim do trimestre civil que a contem.
      ******************************************************************
       VALIDA-PARM.
           IF PARM-TAM > 0
               MOVE PARM-TEXTO(1:PARM-TAM) TO WRK-DATA-REF
           END-IF
           IF WRK-DATA-REF = SPACES
               MOVE WRK-CD-DATA TO WRK-DATA-REF
           ELSE
               MOVE 1 TO DP-OPERACAO
               MOVE WRK-DATA-REF TO DP-DATA-1
               CALL 'PROG104' USING DATA-PARAMETROS
               IF DP-VALIDA NOT = 'S'
                   MOVE 'ACD0192E' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'DATA DE REFERENCIA INVALIDA: '
                       DELIMITED BY SIZE
                       WRK-DATA-REF DELIMITED BY SIZE
                       ' (PARM AAAAMMDD).' DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE < 8
               COMPUTE WRK-REF-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WRK-DATA-REF))
               COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WRK-REF-INT - 365)
               MOVE WRK-DATA-NUM TO WRK-INICIO-CONSUMO
               COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WRK-REF-INT - 270)
               MOVE WRK-DATA-NUM TO WRK-LIMITE-C
               MOVE WRK-DATA-REF TO WRK-DATA-AUX
               COMPUTE WRK-TRIMESTRE = (WRK-AUX-MES + 2) / 3
               COMPUTE WRK-MES-INI = WRK-TRIMESTRE * 3 - 2
               IF WRK-TRIMESTRE = 4
                   ADD 1 TO WRK-AUX-ANO
                   MOVE 1 TO WRK-AUX-MES
               ELSE
                   COMPUTE WRK-AUX-MES = WRK-TRIMESTRE * 3 + 1
               END-IF
               MOVE 1 TO WRK-AUX-DIA
               COMPUTE WRK-FIM-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX-N) - 1
               COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WRK-FIM-INT)
               MOVE WRK-DATA-NUM TO WRK-FIM-TRIMESTRE
           END-IF.

      ******************************************************************
      * CARREGA-MATERIAIS - Le o mestre de estoque na ordem do codigo
      * para a tabela de materiais, com a classe e a ultima contagem
      * gravadas na classificacao anterior (CLASSABC).
      ******************************************************************
       CARREGA-MATERIAIS.
           OPEN INPUT CLASSE-ABC-FILE
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO EM-CODIGO
           START ESTOQUE-FILE KEY IS NOT LESS THAN EM-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ ESTOQUE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
                   NOT AT END
                       IF WRK-QTD-MAT < WRK-MAX-MAT
                           PERFORM GUARDA-MATERIAL
                       ELSE
                           MOVE 'S' TO WRK-ESTOURO
                           ADD 1 TO WRK-QTD-FORA
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-FS-CLASSE NOT = '35'
               CLOSE CLASSE-ABC-FILE
           END-IF.

       GUARDA-MATERIAL.
           ADD 1 TO WRK-QTD-MAT
           MOVE EM-CODIGO     TO MT-CODIGO(WRK-QTD-MAT)
           MOVE EM-DESCRICAO  TO MT-DESCRICAO(WRK-QTD-MAT)
           MOVE EM-CUSTO-UNIT TO MT-CUSTO(WRK-QTD-MAT)
           MOVE 0             TO MT-QTD(WRK-QTD-MAT)
           MOVE 0             TO MT-VALOR(WRK-QTD-MAT)
           MOVE 0             TO MT-PCT(WRK-QTD-MAT)
           MOVE SPACES        TO MT-CLASSE(WRK-QTD-MAT)
           MOVE SPACES        TO MT-ANTERIOR(WRK-QTD-MAT)
           MOVE SPACES        TO MT-ULT-CONTAGEM(WRK-QTD-MAT)
           MOVE 'N'           TO MT-SELECAO(WRK-QTD-MAT)
           IF WRK-FS-CLASSE NOT = '35'
               MOVE EM-CODIGO TO AB-CODIGO
               READ CLASSE-ABC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AB-CLASSE TO MT-ANTERIOR(WRK-QTD-MAT)
                       MOVE AB-DATA-CONTAGEM
                           TO MT-ULT-CONTAGEM(WRK-QTD-MAT)
               END-READ
           END-IF.

      ******************************************************************
      * APURA-CONSUMO - Soma os movimentos de consumo, de liberacao de
      * reserva pendente (PROG67) e de kit da janela de doze meses na
      * quantidade de cada material. A quantidade do movimento e
      * assinada (o consumo debita): o sinal invertido da o consumo, e
      * a devolucao o desconta.
      ******************************************************************
       APURA-CONSUMO.
           OPEN INPUT MOVIMENTO-FILE
           IF WRK-FS-MOVTO NOT = '35'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ MOVIMENTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WRK-QTD-LIDOS
                           PERFORM SOMA-CONSUMO
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTO-FILE
           END-IF.

       SOMA-CONSUMO.
           IF (MV-CONSUMO OR MV-LIBERACAO OR MV-KIT)
               AND MV-DATA NOT < WRK-INICIO-CONSUMO
               AND MV-DATA < WRK-DATA-REF
               MOVE MV-CODIGO TO WRK-COD-BUSCA
               PERFORM BUSCA-MATERIAL
               IF MATERIAL-ACHADO
                   ADD 1 TO WRK-QTD-CONSUMOS
                   SUBTRACT MV-QUANTIDADE FROM MT-QTD(WRK-P)
               END-IF
           END-IF.

      ******************************************************************
      * BUSCA-MATERIAL - Pesquisa binaria do codigo na tabela de
      * materiais (carregada na ordem da chave do mestre).
      ******************************************************************
       BUSCA-MATERIAL.
           MOVE 'N' TO WRK-ACHOU
           MOVE 1 TO WRK-INI
           MOVE WRK-QTD-MAT TO WRK-FIM
           PERFORM UNTIL WRK-INI > WRK-FIM OR MATERIAL-ACHADO
               COMPUTE WRK-MEIO = (WRK-INI + WRK-FIM) / 2
               EVALUATE TRUE
                   WHEN MT-CODIGO(WRK-MEIO) = WRK-COD-BUSCA
                       MOVE 'S' TO WRK-ACHOU
                       MOVE WRK-MEIO TO WRK-P
                   WHEN MT-CODIGO(WRK-MEIO) < WRK-COD-BUSCA
                       COMPUTE WRK-INI = WRK-MEIO + 1
                   WHEN OTHER
                       COMPUTE WRK-FIM = WRK-MEIO - 1
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      * CLASSIFICA-MATERIAIS - Valoriza o consumo ao custo medio,
      * ordena os materiais pelo valor decrescente e atribui a classe
      * pelo percentual acumulado antes do item: abaixo de 80% e A,
      * abaixo de 95% e B, o resto e C - e C tambem todo material sem
      * consumo na janela.
      ******************************************************************
       CLASSIFICA-MATERIAIS.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QTD-MAT
               IF MT-QTD(WRK-I) < 0
                   MOVE 0 TO MT-QTD(WRK-I)
               END-IF
               COMPUTE MT-VALOR(WRK-I) ROUNDED =
                   MT-QTD(WRK-I) * MT-CUSTO(WRK-I)
               ADD MT-VALOR(WRK-I) TO WRK-VALOR-TOTAL
               PERFORM INSERE-RANKING
           END-PERFORM
           MOVE 0 TO WRK-VALOR-ACUM
           PERFORM VARYING WRK-P FROM 1 BY 1 UNTIL WRK-P > WRK-QTD-MAT
               MOVE RK-MAT(WRK-P) TO WRK-I
               PERFORM ATRIBUI-CLASSE
           END-PERFORM.

       INSERE-RANKING.
           MOVE WRK-I TO RK-MAT(WRK-I)
           PERFORM VARYING WRK-P FROM 1 BY 1
               UNTIL WRK-P >= WRK-I
               OR MT-VALOR(RK-MAT(WRK-P)) < MT-VALOR(WRK-I)
               CONTINUE
           END-PERFORM
           PERFORM VARYING WRK-J FROM WRK-I BY -1
               UNTIL WRK-J <= WRK-P
               MOVE RK-MAT(WRK-J - 1) TO RK-MAT(WRK-J)
           END-PERFORM
           MOVE WRK-I TO RK-MAT(WRK-P).

       ATRIBUI-CLASSE.
           MOVE 0 TO WRK-PCT-ANTES
           IF WRK-VALOR-TOTAL > 0
               COMPUTE WRK-PCT-ANTES =
                   WRK-VALOR-ACUM * 100 / WRK-VALOR-TOTAL
           END-IF
           EVALUATE TRUE
               WHEN MT-VALOR(WRK-I) = 0
                   MOVE 'C' TO MT-CLASSE(WRK-I)
               WHEN WRK-PCT-ANTES < WRK-LIMITE-A
                   MOVE 'A' TO MT-CLASSE(WRK-I)
               WHEN WRK-PCT-ANTES < WRK-LIMITE-B
                   MOVE 'B' TO MT-CLASSE(WRK-I)
               WHEN OTHER
                   MOVE 'C' TO MT-CLASSE(WRK-I)
           END-EVALUATE
           ADD MT-VALOR(WRK-I) TO WRK-VALOR-ACUM
           IF WRK-VALOR-TOTAL > 0
               COMPUTE MT-PCT(WRK-I) ROUNDED =
                   WRK-VALOR-ACUM * 100 / WRK-VALOR-TOTAL
           END-IF
           EVALUATE MT-CLASSE(WRK-I)
               WHEN 'A'
                   ADD 1 TO WRK-QTD-A
                   ADD MT-VALOR(WRK-I) TO WRK-VALOR-A
               WHEN 'B'
                   ADD 1 TO WRK-QTD-B
                   ADD MT-VALOR(WRK-I) TO WRK-VALOR-B
               WHEN OTHER
                   ADD 1 TO WRK-QTD-C
                   ADD MT-VALOR(WRK-I) TO WRK-VALOR-C
           END-EVALUATE
           IF MT-ANTERIOR(WRK-I) NOT = SPACES
               AND MT-ANTERIOR(WRK-I) NOT = MT-CLASSE(WRK-I)
               ADD 1 TO WRK-QTD-MUDOU
           END-IF.

      ******************************************************************
      * GRAVA-CLASSES - Grava a classificacao do trimestre: o
      * registro existente guarda a classe antiga em
      * AB-CLASSE-ANTERIOR e mantem a data da ultima contagem.
      ******************************************************************
       GRAVA-CLASSES.
           OPEN I-O CLASSE-ABC-FILE
           IF WRK-FS-CLASSE = '35'
               CLOSE CLASSE-ABC-FILE
               OPEN OUTPUT CLASSE-ABC-FILE
               CLOSE CLASSE-ABC-FILE
               OPEN I-O CLASSE-ABC-FILE
           END-IF
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QTD-MAT
               PERFORM GRAVA-CLASSE
           END-PERFORM
           CLOSE CLASSE-ABC-FILE.

       GRAVA-CLASSE.
           MOVE MT-CODIGO(WRK-I) TO AB-CODIGO
           READ CLASSE-ABC-FILE
               INVALID KEY
                   MOVE SPACES TO AB-CLASSE-ANTERIOR
                   MOVE SPACES TO AB-DATA-CONTAGEM
                   PERFORM MOVE-CLASSE
                   WRITE CLASSE-ABC-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE AB-CLASSE TO AB-CLASSE-ANTERIOR
                   PERFORM MOVE-CLASSE
                   REWRITE CLASSE-ABC-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.

       MOVE-CLASSE.
           MOVE MT-CLASSE(WRK-I) TO AB-CLASSE
           MOVE MT-QTD(WRK-I)    TO AB-QTD-CONSUMO
           MOVE MT-VALOR(WRK-I)  TO AB-VALOR-ANUAL
           MOVE MT-PCT(WRK-I)    TO AB-PCT-ACUMULADO
           MOVE WRK-DATA-REF     TO AB-DATA-CLASSE.

      ******************************************************************
      * MONTA-DIAS-UTEIS - Dias uteis da data de referencia ao fim do
      * trimestre: fora sabado, domingo e os dias do calendario de
      * operacao (feriado, recesso, manutencao). Cada dia leva o mes
      * do trimestre (1 a 3) para o espalhamento mensal dos itens A.
      ******************************************************************
       MONTA-DIAS-UTEIS.
           INITIALIZE TABELA-MESES
           OPEN INPUT OPERACAO-CAL-FILE
           PERFORM VARYING WRK-DIA-INT FROM WRK-REF-INT BY 1
               UNTIL WRK-DIA-INT > WRK-FIM-INT
               PERFORM AVALIA-DIA
           END-PERFORM
           IF WRK-FS-OPS NOT = '35'
               CLOSE OPERACAO-CAL-FILE
           END-IF.

       AVALIA-DIA.
           COMPUTE WRK-DATA-AUX-N =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-INT)
           MOVE 'N' TO WRK-DIA-FECHADO
           COMPUTE WRK-DIA-SEMANA = FUNCTION REM(WRK-DIA-INT, 7)
           IF WRK-DIA-SEMANA = 6 OR WRK-DIA-SEMANA = 0
               MOVE 'S' TO WRK-DIA-FECHADO
           END-IF
           IF NOT DIA-NAO-OPERACIONAL AND WRK-FS-OPS NOT = '35'
               MOVE WRK-DATA-AUX TO OC-DATA
               READ OPERACAO-CAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-DIA-FECHADO
               END-READ
           END-IF
           IF NOT DIA-NAO-OPERACIONAL
               AND WRK-QTD-DIAS < WRK-MAX-DIAS
               ADD 1 TO WRK-QTD-DIAS
               COMPUTE WRK-MES-TRIM = WRK-AUX-MES - WRK-MES-INI + 1
               MOVE WRK-DATA-AUX TO DU-DATA(WRK-QTD-DIAS)
               MOVE WRK-MES-TRIM TO DU-MES(WRK-QTD-DIAS)
               MOVE 0            TO DU-QTD(WRK-QTD-DIAS)
               IF DM-DIAS(WRK-MES-TRIM) = 0
                   MOVE WRK-QTD-DIAS TO DM-PRIMEIRO(WRK-MES-TRIM)
               END-IF
               ADD 1 TO DM-DIAS(WRK-MES-TRIM)
           END-IF.

      ******************************************************************
      * GERA-CALENDARIO - Apaga os itens ainda pendentes a partir da
      * data de referencia e programa de novo: cada item A uma vez em
      * cada mes restante do trimestre, e os B com a cota de C do
      * trimestre uma vez, em intervalos iguais de dias uteis (o
      * k-esimo de N itens cai no dia 1 + k * D / N dos D dias).
      ******************************************************************
       GERA-CALENDARIO.
           OPEN I-O CICLO-CONTAGEM-FILE
           IF WRK-FS-CICLO = '35'
               CLOSE CICLO-CONTAGEM-FILE
               OPEN OUTPUT CICLO-CONTAGEM-FILE
               CLOSE CICLO-CONTAGEM-FILE
               OPEN I-O CICLO-CONTAGEM-FILE
           END-IF
           PERFORM LIMPA-PENDENTES
           IF WRK-QTD-DIAS > 0
               IF WRK-QTD-A > 0
                   PERFORM VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 3
                       IF DM-DIAS(WRK-M) > 0
                           PERFORM PROGRAMA-MES-A
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM SELECIONA-C
               COMPUTE WRK-QTD-BC = WRK-QTD-B + WRK-QTD-C-SEL
               IF WRK-QTD-BC > 0
                   PERFORM PROGRAMA-TRIMESTRE
               END-IF
           END-IF
           CLOSE CICLO-CONTAGEM-FILE.

       LIMPA-PENDENTES.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE WRK-DATA-REF TO CC-DATA
           MOVE LOW-VALUES TO CC-CODIGO
           START CICLO-CONTAGEM-FILE KEY IS NOT LESS THAN CC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ CICLO-CONTAGEM-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
                   NOT AT END
                       IF CC-PENDENTE
                           DELETE CICLO-CONTAGEM-FILE
                               INVALID KEY CONTINUE
                           END-DELETE
                           ADD 1 TO WRK-QTD-REFEITOS
                       END-IF
               END-READ
           END-PERFORM.

       PROGRAMA-MES-A.
           MOVE 0 TO WRK-K
           PERFORM VARYING WRK-P FROM 1 BY 1 UNTIL WRK-P > WRK-QTD-MAT
               MOVE RK-MAT(WRK-P) TO WRK-I
               IF MT-CLASSE(WRK-I) = 'A'
                   COMPUTE WRK-IDX = DM-PRIMEIRO(WRK-M)
                       + (WRK-K * DM-DIAS(WRK-M)) / WRK-QTD-A
                   PERFORM GRAVA-ITEM
                   ADD 1 TO WRK-K
               END-IF
           END-PERFORM.

      ******************************************************************
      * SELECIONA-C - Cota do trimestre: um quarto dos itens C
      * (arredondado para cima), entre os nunca contados ou com a
      * ultima contagem ha mais de 270 dias, na ordem do codigo.
      ******************************************************************
       SELECIONA-C.
           COMPUTE WRK-COTA-C = (WRK-QTD-C + 3) / 4
           MOVE 0 TO WRK-QTD-C-SEL
           PERFORM VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QTD-MAT OR WRK-QTD-C-SEL >= WRK-COTA-C
               IF MT-CLASSE(WRK-I) = 'C'
                   AND (MT-ULT-CONTAGEM(WRK-I) = SPACES
                   OR MT-ULT-CONTAGEM(WRK-I) < WRK-LIMITE-C)
                   MOVE 'S' TO MT-SELECAO(WRK-I)
                   ADD 1 TO WRK-QTD-C-SEL
               END-IF
           END-PERFORM.

       PROGRAMA-TRIMESTRE.
           MOVE 0 TO WRK-K
           PERFORM VARYING WRK-P FROM 1 BY 1 UNTIL WRK-P > WRK-QTD-MAT
               MOVE RK-MAT(WRK-P) TO WRK-I
               IF MT-CLASSE(WRK-I) = 'B'
                   PERFORM PROGRAMA-ITEM-TRIMESTRE
               END-IF
           END-PERFORM
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QTD-MAT
               IF MT-SELECAO(WRK-I) = 'S'
                   PERFORM PROGRAMA-ITEM-TRIMESTRE
               END-IF
           END-PERFORM.

       PROGRAMA-ITEM-TRIMESTRE.
           COMPUTE WRK-IDX = 1 + (WRK-K * WRK-QTD-DIAS) / WRK-QTD-BC
           PERFORM GRAVA-ITEM
           ADD 1 TO WRK-K.

      ******************************************************************
      * GRAVA-ITEM - Programa o material WRK-I no dia util WRK-IDX.
      * Item ja no calendario do dia (contado hoje) fica como esta.
      ******************************************************************
       GRAVA-ITEM.
           MOVE DU-DATA(WRK-IDX)  TO CC-DATA
           MOVE MT-CODIGO(WRK-I)  TO CC-CODIGO
           MOVE MT-CLASSE(WRK-I)  TO CC-CLASSE
           MOVE 'P'               TO CC-SITUACAO
           MOVE SPACES            TO CC-DATA-CONTAGEM
           WRITE CICLO-CONTAGEM-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-PROG
                   ADD 1 TO DU-QTD(WRK-IDX)
                   EVALUATE MT-CLASSE(WRK-I)
                       WHEN 'A' ADD 1 TO WRK-PROG-A
                       WHEN 'B' ADD 1 TO WRK-PROG-B
                       WHEN OTHER ADD 1 TO WRK-PROG-C
                   END-EVALUATE
           END-WRITE.

      ******************************************************************
      * ESCREVE-CLASSIFICACAO - Lista os materiais na ordem do valor
      * de consumo, com a classe, o percentual acumulado e a classe
      * anterior ('*' quando o material mudou de classe).
      ******************************************************************
       ESCREVE-CLASSIFICACAO.
           MOVE SPACES TO CLASSE-REL-LINHA
           STRING 'CLASSIFICACAO ABC DE MATERIAIS - REFERENCIA '
               DELIMITED BY SIZE
               WRK-DATA-REF DELIMITED BY SIZE
               INTO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA
           MOVE SPACES TO CLASSE-REL-LINHA
           STRING 'CONSUMO DE ' DELIMITED BY SIZE
               WRK-INICIO-CONSUMO DELIMITED BY SIZE
               ' ATE A VESPERA DA REFERENCIA, AO CUSTO MEDIO'
               DELIMITED BY SIZE
               INTO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA
           MOVE SPACES TO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA
           MOVE SPACES TO CLASSE-REL-LINHA
           STRING 'CL MATERIAL DESCRICAO                CONSUMO'
               DELIMITED BY SIZE
               '       VALOR ANUAL  %ACUM ANT' DELIMITED BY SIZE
               INTO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA
           PERFORM VARYING WRK-P FROM 1 BY 1 UNTIL WRK-P > WRK-QTD-MAT
               MOVE RK-MAT(WRK-P) TO WRK-I
               PERFORM ESCREVE-LINHA-MATERIAL
           END-PERFORM.

       ESCREVE-LINHA-MATERIAL.
           MOVE MT-QTD(WRK-I)   TO WRK-CONSUMO-ED
           MOVE MT-VALOR(WRK-I) TO WRK-VALOR-ED
           MOVE MT-PCT(WRK-I)   TO WRK-PCT-ED
           MOVE SPACES TO WRK-MARCA
           IF MT-ANTERIOR(WRK-I) NOT = SPACES
               AND MT-ANTERIOR(WRK-I) NOT = MT-CLASSE(WRK-I)
               MOVE '*' TO WRK-MARCA
           END-IF
           MOVE SPACES TO CLASSE-REL-LINHA
           STRING MT-CLASSE(WRK-I) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               MT-CODIGO(WRK-I) DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               MT-DESCRICAO(WRK-I) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-CONSUMO-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-PCT-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               MT-ANTERIOR(WRK-I) DELIMITED BY SIZE
               WRK-MARCA DELIMITED BY SIZE
               INTO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA.

      ******************************************************************
      * ESCREVE-RESUMO - Totais por classe e o calendario de contagem
      * ciclica gerado, com a quantidade de itens de cada dia util.
      ******************************************************************
       ESCREVE-RESUMO.
           MOVE SPACES TO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA
           MOVE 'A' TO WRK-MARCA
           MOVE WRK-QTD-A TO WRK-QTD-ED
           MOVE WRK-VALOR-A TO WRK-VALOR-ED
           MOVE WRK-VALOR-A TO WRK-VALOR-ACUM
           PERFORM ESCREVE-LINHA-CLASSE
           MOVE 'B' TO WRK-MARCA
           MOVE WRK-QTD-B TO WRK-QTD-ED
           MOVE WRK-VALOR-B TO WRK-VALOR-ED
           MOVE WRK-VALOR-B TO WRK-VALOR-ACUM
           PERFORM ESCREVE-LINHA-CLASSE
           MOVE 'C' TO WRK-MARCA
           MOVE WRK-QTD-C TO WRK-QTD-ED
           MOVE WRK-VALOR-C TO WRK-VALOR-ED
           MOVE WRK-VALOR-C TO WRK-VALOR-ACUM
           PERFORM ESCREVE-LINHA-CLASSE
           MOVE WRK-QTD-MUDOU TO WRK-QTD-ED
           MOVE SPACES TO CLASSE-REL-LINHA
           STRING 'MATERIAIS QUE MUDARAM DE CLASSE ..... '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA
           IF TABELA-ESTOURADA
               MOVE WRK-QTD-FORA TO WRK-QTD-ED
               MOVE SPACES TO CLASSE-REL-LINHA
               STRING 'MATERIAIS FORA DA CLASSIFICACAO ..... '
                   DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO CLASSE-REL-LINHA
               WRITE CLASSE-REL-LINHA
           END-IF

           MOVE SPACES TO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA
           MOVE SPACES TO CLASSE-REL-LINHA
           STRING 'CALENDARIO DE CONTAGEM CICLICA DE ' DELIMITED BY SIZE
               WRK-DATA-REF DELIMITED BY SIZE
               ' A ' DELIMITED BY SIZE
               WRK-FIM-TRIMESTRE DELIMITED BY SIZE
               INTO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA
           MOVE WRK-QTD-DIAS TO WRK-QTD-ED
           MOVE SPACES TO CLASSE-REL-LINHA
           STRING 'DIAS UTEIS .......................... '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA
           MOVE WRK-QTD-REFEITOS TO WRK-QTD-ED
           MOVE SPACES TO CLASSE-REL-LINHA
           STRING 'PENDENTES ANTERIORES REPROGRAMADOS .. '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA
           MOVE WRK-PROG-A TO WRK-QTD-ED
           MOVE SPACES TO CLASSE-REL-LINHA
           STRING 'CONTAGENS A (MENSAIS) ............... '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA
           MOVE WRK-PROG-B TO WRK-QTD-ED
           MOVE SPACES TO CLASSE-REL-LINHA
           STRING 'CONTAGENS B (TRIMESTRAIS) ........... '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA
           MOVE WRK-PROG-C TO WRK-QTD-ED
           MOVE SPACES TO CLASSE-REL-LINHA
           STRING 'CONTAGENS C (COTA ANUAL / 4) ........ '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA
           MOVE SPACES TO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA
           MOVE SPACES TO CLASSE-REL-LINHA
           MOVE 'DIA UTIL   ITENS' TO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-DIAS
               MOVE DU-QTD(WRK-IDX) TO WRK-QTD-ED
               MOVE SPACES TO CLASSE-REL-LINHA
               STRING DU-DATA(WRK-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO CLASSE-REL-LINHA
               WRITE CLASSE-REL-LINHA
           END-PERFORM.

       ESCREVE-LINHA-CLASSE.
           MOVE 0 TO WRK-PCT-CLASSE
           IF WRK-VALOR-TOTAL > 0
               COMPUTE WRK-PCT-CLASSE ROUNDED =
                   WRK-VALOR-ACUM * 100 / WRK-VALOR-TOTAL
           END-IF
           MOVE WRK-PCT-CLASSE TO WRK-PCT-ED
           MOVE SPACES TO CLASSE-REL-LINHA
           STRING 'CLASSE ' DELIMITED BY SIZE
               WRK-MARCA DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               ' ITENS  VALOR ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-PCT-ED DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO CLASSE-REL-LINHA
           WRITE CLASSE-REL-LINHA.

      ******************************************************************
      * MENSAGEM-FINAL - Resultado da rodada para a operacao: RC=4 se
      * sobrou material fora da tabela ou nao houve dia util ate o
      * fim do trimestre para programar as contagens.
      ******************************************************************
       MENSAGEM-FINAL.
           EVALUATE TRUE
               WHEN TABELA-ESTOURADA
                   MOVE WRK-QTD-FORA TO WRK-QTD-ED
                   MOVE 'ACD0191W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING WRK-QTD-ED DELIMITED BY SIZE
                       ' MATERIAL(IS) ALEM DE 2000 FORA DA '
                       DELIMITED BY SIZE
                       'CLASSIFICACAO.' DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-QTD-DIAS = 0
                   MOVE 'ACD0191W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'SEM DIA UTIL ATE ' DELIMITED BY SIZE
                       WRK-FIM-TRIMESTRE DELIMITED BY SIZE
                       ' - CALENDARIO DE CONTAGEM NAO GERADO.'
                       DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE WRK-QTD-PROG TO WRK-QTD-ED
                   MOVE 'ACD0190I' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'CLASSIFICACAO ABC GRAVADA; '
                       DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       ' CONTAGEM(NS) PROGRAMADA(S) ATE '
                       DELIMITED BY SIZE
                       WRK-FIM-TRIMESTRE DELIMITED BY SIZE
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
           MOVE 'PROG184'        TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO   TO RN-EVENTO
           MOVE WRK-CD-DATA      TO RN-DATA
           MOVE WRK-CD-HORA      TO RN-HORA
           MOVE WRK-QTD-LIDOS    TO RN-LIDOS
           MOVE WRK-QTD-PROG     TO RN-GRAVADOS
           MOVE WRK-QTD-FORA     TO RN-REJEITADOS
           MOVE RETURN-CODE      TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG184.
