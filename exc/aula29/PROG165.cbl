      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG165.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  SIMULACAO DE FAIXAS DE APROVACAO - ANTES DE A COORDENACAO
      *  MUDAR GP-REPROVADO-MAX, GP-RECUPERACAO-MAX OU GP-FREQ-MINIMA,
      *  RECLASSIFICA EM MEMORIA UMA GERACAO DO SITREL (A INFORMADA NO
      *  JCL) OU UM SEMESTRE DO MESTRE DE SITUACAO (SITMST) DUAS
      *  VEZES: COM AS FAIXAS OFICIAIS DO GRADEPRM (ANTES) E COM AS
      *  FAIXAS PROPOSTAS DO GRADESIM (DEPOIS), PELA MESMA REGRA DO
      *  PROG04 (NOTA CONTRA OS TETOS E PISO DE FREQUENCIA PELO
      *  FREQSUM, COM AS AULAS PREVISTAS DO CALAULA PELO PROG129 E
      *  A AUSENCIA JUSTIFICADA DE TIPO QUE ABONA CONTANDO COMO
      *  PRESENCA, PELO JUSTIPO).
      *  COMO AS DUAS CLASSIFICACOES USAM OS MESMOS DADOS, TODA
      *  DIFERENCA VEM SO DA MUDANCA DE FAIXA. O RELATORIO TRAZ AS
      *  DUAS FAIXAS, A LISTA DOS ALUNOS CUJO RESULTADO MUDARIA E A
      *  MATRIZ DE SITUACOES ANTES X DEPOIS NO TOTAL, POR MATERIA E
      *  POR TURMA. NADA E GRAVADO ALEM DO RELATORIO: SITREL, SITMST
      *  E GRADEPRM SO SAO LIDOS. PARM: ORIGEM (S = SITREL, PADRAO;
      *  M = SITMST) E SEMESTRE (AAAA-S), OBRIGATORIO NO SITMST E
      *  OPCIONAL NO SITREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIT-REL-FILE ASSIGN TO "SITREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SITREL.
           SELECT SITUACAO-MASTER-FILE ASSIGN TO "SITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CHAVE
               FILE STATUS IS WRK-FS-SITMST.
           SELECT GRADE-PARM-FILE ASSIGN TO "GRADEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GRADEPRM.
           SELECT GRADE-SIM-FILE ASSIGN TO "GRADESIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GRADESIM.
           SELECT MATRICULA-TURMA-FILE ASSIGN TO "MATRTUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WRK-FS-MATR.
           SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CODIGO
               FILE STATUS IS WRK-FS-TURMA.
           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FREQ.
           SELECT FREQUENCIA-RESUMO-FILE ASSIGN TO "FREQSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CHAVE
               FILE STATUS IS WRK-FS-SUM.
           SELECT JUSTIFICATIVA-TIPO-FILE ASSIGN TO "JUSTIPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JT-CODIGO
               FILE STATUS IS WRK-FS-JTP.
           SELECT SIM-REL-FILE ASSIGN TO "SIMREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  SIT-REL-FILE.
       01  SIT-REL-ENTRADA    PIC X(91).
       FD  SITUACAO-MASTER-FILE.
           COPY SITMR.
       FD  GRADE-PARM-FILE.
           COPY GRDPARM.
       FD  GRADE-SIM-FILE.
           COPY GRDSIM.
       FD  MATRICULA-TURMA-FILE.
           COPY MATRTUR.
       FD  TURMA-MASTER-FILE.
           COPY TURMAMR.
       FD  FREQUENCIA-FILE.
           COPY FREQMR.
       FD  FREQUENCIA-RESUMO-FILE.
           COPY FREQSUM.
       FD  JUSTIFICATIVA-TIPO-FILE.
           COPY JUSTIPO.
       FD  SIM-REL-FILE.
           COPY SIMREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       COPY SITREL.
       77 WRK-FS-SITREL     PIC X(02) VALUE SPACES.
       77 WRK-FS-SITMST     PIC X(02) VALUE SPACES.
       77 WRK-FS-GRADEPRM   PIC X(02) VALUE SPACES.
       77 WRK-FS-GRADESIM   PIC X(02) VALUE SPACES.
       77 WRK-FS-MATR       PIC X(02) VALUE SPACES.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-FREQ       PIC X(02) VALUE SPACES.
       77 WRK-FS-SUM        PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-ORIGEM        PIC X(01) VALUE 'S'.
           88 ORIGEM-SITREL        VALUE 'S'.
           88 ORIGEM-MESTRE        VALUE 'M'.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-SIT-POSICIONADO PIC X(01) VALUE 'N'.
       77 WRK-FIM-SIT       PIC X(01) VALUE 'N'.
           88 FIM-SIT              VALUE 'S'.
       77 WRK-SIT-ACEITA    PIC X(01) VALUE 'N'.
           88 SIT-ACEITA           VALUE 'S'.
       77 WRK-FIM-MATR      PIC X(01) VALUE 'N'.
           88 FIM-MATR             VALUE 'S'.
       77 WRK-FIM-FREQ      PIC X(01) VALUE 'N'.
           88 FIM-FREQ             VALUE 'S'.
       77 WRK-OFI-REPROVADO   PIC 9(02) VALUE 4.
       77 WRK-OFI-RECUPERACAO PIC 9(02) VALUE 6.
       77 WRK-OFI-FREQUENCIA  PIC 9(03) VALUE 75.
       77 WRK-PRO-REPROVADO   PIC 9(02) VALUE 0.
       77 WRK-PRO-RECUPERACAO PIC 9(02) VALUE 0.
       77 WRK-PRO-FREQUENCIA  PIC 9(03) VALUE 0.
       77 WRK-LIM-REPROVADO   PIC 9(02) VALUE 0.
       77 WRK-LIM-RECUPERACAO PIC 9(02) VALUE 0.
       77 WRK-LIM-FREQUENCIA  PIC 9(03) VALUE 0.
       77 WRK-NOTA          PIC 9(02)V99 VALUE 0.
       77 WRK-NOTA-ED       PIC Z9.99.
       77 WRK-SITUACAO      PIC X(20) VALUE SPACES.
       77 WRK-FREQ-TOTAL    PIC 9(05) VALUE 0.
       77 WRK-FREQ-PRES     PIC 9(05) VALUE 0.
       77 WRK-FREQ-PERC     PIC 9(03) VALUE 0.
       77 WRK-FREQ-OK       PIC X(01) VALUE 'N'.
           88 FREQUENCIA-APURADA   VALUE 'S'.
       77 WRK-RESUMO-OK     PIC X(01) VALUE 'N'.
           88 RESUMO-ACHADO        VALUE 'S'.
       77 WRK-SIT-IDX       PIC 9(01) VALUE 0.
       77 WRK-ANTES         PIC 9(01) VALUE 0.
       77 WRK-DEPOIS        PIC 9(01) VALUE 0.
       77 WRK-TURMA-ACHADA  PIC X(06) VALUE SPACES.
       77 WRK-MATIDX        PIC 9(02) VALUE 0.
       77 WRK-QTD-MATERIAS  PIC 9(02) VALUE 0.
       77 WRK-TURMAIDX      PIC 9(03) VALUE 0.
       77 WRK-QTD-TURMAS    PIC 9(03) VALUE 0.
       77 WRK-QTD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-QTD-CLASSIF   PIC 9(06) VALUE 0.
       77 WRK-QTD-ALTERADOS PIC 9(06) VALUE 0.
       77 WRK-QTD-DIVERGE   PIC 9(06) VALUE 0.
       77 WRK-SEM-TURMA     PIC 9(06) VALUE 0.
       77 WRK-ALT-MATRIZ    PIC 9(06) VALUE 0.
       77 WRK-TOT-LINHA     PIC 9(06) VALUE 0.
       77 WRK-QTD-ED        PIC ZZZZZ9.
       77 WRK-CLASSIF-ED    PIC ZZZZZ9.
       77 WRK-LIM-ED        PIC ZZ9.
       77 WRK-PRO-ED        PIC ZZ9.
       77 WRK-FS-JTP        PIC X(02) VALUE SPACES.
       77 WRK-FIM-JTP       PIC X(01) VALUE 'N'.
           88 FIM-JTP              VALUE 'S'.
       77 WRK-QTD-TIPOS     PIC 9(02) VALUE 0.
       77 WRK-TIPO-IDX      PIC 9(02) VALUE 0.
       77 WRK-ABONA         PIC X(01) VALUE 'N'.
           88 TIPO-ABONA-FALTA     VALUE 'S'.
       01 TABELA-TIPOS-JUSTIFICATIVA.
          05 TP-ENTRY OCCURS 30 TIMES.
             10 TP-CODIGO       PIC X(02).
             10 TP-ABONA        PIC X(01).
       COPY MSGPARM.
       COPY REPPARM.
       COPY AULAPARM.

      * situacoes da matriz: nome por extenso (como gravado no SITREL)
      * e nome curto para a lista de alunos
       01 TABELA-SITUACOES.
          05 FILLER PIC X(31) VALUE
             'APROVADO            APROVADO   '.
          05 FILLER PIC X(31) VALUE
             'EM RECUPERACAO      RECUPERACAO'.
          05 FILLER PIC X(31) VALUE
             'REPROVADO           REPROVADO  '.
          05 FILLER PIC X(31) VALUE
             'REPROVADO POR FALTA REPR.FALTA '.
          05 FILLER PIC X(31) VALUE
             'OUTRAS SITUACOES    OUTRAS     '.
       01 TABELA-SITUACOES-R REDEFINES TABELA-SITUACOES.
          05 SIT-ENTRY OCCURS 5 TIMES.
             10 SIT-NOME        PIC X(20).
             10 SIT-CURTO       PIC X(11).

      * matriz antes (linha) x depois (coluna) do total geral, de cada
      * materia e de cada turma, e a area de impressao comum
       01 TABELA-GERAL.
          05 TG-MATRIZ.
             10 TG-ANTES OCCURS 5 TIMES.
                15 TG-QTD OCCURS 5 TIMES PIC 9(05).
       01 TABELA-MATERIAS.
          05 TM-ENTRY OCCURS 50 TIMES.
             10 TM-MATERIA       PIC X(15).
             10 TM-MATRIZ.
                15 TM-ANTES OCCURS 5 TIMES.
                   20 TM-QTD OCCURS 5 TIMES PIC 9(05).
       01 TABELA-TURMAS.
          05 TT-ENTRY OCCURS 100 TIMES.
             10 TT-CODIGO        PIC X(06).
             10 TT-MATERIA       PIC X(15).
             10 TT-INSTR-COD     PIC X(06).
             10 TT-MATRIZ.
                15 TT-ANTES OCCURS 5 TIMES.
                   20 TT-QTD OCCURS 5 TIMES PIC 9(05).
       01 MATRIZ-IMPRESSAO.
          05 MI-ANTES OCCURS 5 TIMES.
             10 MI-QTD OCCURS 5 TIMES PIC 9(05).
       01 TABELA-COLUNAS.
          05 TC-TOTAL OCCURS 6 TIMES PIC 9(06).
       01 LINHA-MATRIZ.
          05 LM-ROTULO          PIC X(22).
          05 LM-COLUNA OCCURS 6 TIMES.
             10 FILLER          PIC X(02).
             10 LM-QTD          PIC ZZZZ9.

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       01 WRK-HOJE          PIC X(08) VALUE SPACES.
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(07).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO WRK-HOJE

           PERFORM LE-PARM
           IF RETURN-CODE < 8
               PERFORM CARREGA-PARAMETROS
               PERFORM CARREGA-PROPOSTA
           END-IF
           IF RETURN-CODE < 8
               PERFORM ABRE-ORIGEM
           END-IF
           IF RETURN-CODE < 8
               OPEN INPUT MATRICULA-TURMA-FILE
               OPEN INPUT TURMA-MASTER-FILE
               OPEN INPUT FREQUENCIA-RESUMO-FILE
               INITIALIZE TABELA-GERAL
               OPEN OUTPUT SIM-REL-FILE
               PERFORM ESCREVE-CABECALHO

               PERFORM LE-PROXIMA-SITUACAO
               PERFORM UNTIL FIM-SIT
                   PERFORM SIMULA-CLASSIFICACAO
                   PERFORM LE-PROXIMA-SITUACAO
               END-PERFORM

               PERFORM ESCREVE-MATRIZES
               CLOSE SIM-REL-FILE
               PERFORM FECHA-ARQUIVOS

               MOVE 'SIMREL'      TO RPP-RELATORIO
               MOVE 'PROD.SIMREL' TO RPP-GERACAO
               MOVE WRK-QTD-ALTERADOS TO RPP-LINHAS
               CALL 'PROG95' USING REPOSITORIO-PARAMETROS

               MOVE WRK-QTD-CLASSIF   TO WRK-CLASSIF-ED
               MOVE WRK-QTD-ALTERADOS TO WRK-QTD-ED
               MOVE 'ACD0169I' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'SIMULACAO DE FAIXAS: CLASSIFICACOES '
                   DELIMITED BY SIZE
                   WRK-CLASSIF-ED DELIMITED BY SIZE
                   ' ALTERADAS ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * LE-PARM - Origem (S = SITREL, M = SITMST) e semestre. Sem
      * PARM, vale o SITREL inteiro da geracao informada no JCL; o
      * mestre de situacao e cumulativo e exige o semestre.
      ******************************************************************
       LE-PARM.
           IF PARM-TAM > 0
               MOVE PARM-TEXTO(1:1) TO WRK-ORIGEM
               IF PARM-TAM > 1
                   MOVE PARM-TEXTO(2:6) TO WRK-SEMESTRE
               END-IF
           END-IF
           IF NOT ORIGEM-SITREL AND NOT ORIGEM-MESTRE
               MOVE 'ACD0167E' TO MP-ID
               MOVE 'ORIGEM DA SIMULACAO INVALIDA (PARM S OU M).'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           END-IF
           IF ORIGEM-MESTRE AND WRK-SEMESTRE = SPACES
               MOVE 'ACD0167E' TO MP-ID
               MOVE 'SIMULACAO SOBRE O SITMST EXIGE O SEMESTRE NO PARM.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * CARREGA-PARAMETROS - Faixas oficiais do GRADEPRM, lidas como
      * no PROG04 (sem o arquivo, valem os padroes 4, 6 e 75%).
      ******************************************************************
       CARREGA-PARAMETROS.
           OPEN INPUT GRADE-PARM-FILE
           IF WRK-FS-GRADEPRM = '00'
               READ GRADE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GP-REPROVADO-MAX   TO WRK-OFI-REPROVADO
                       MOVE GP-RECUPERACAO-MAX
                           TO WRK-OFI-RECUPERACAO
                       IF GP-FREQ-MINIMA IS NUMERIC
                           MOVE GP-FREQ-MINIMA TO WRK-OFI-FREQUENCIA
                       END-IF
               END-READ
               CLOSE GRADE-PARM-FILE
           END-IF
           PERFORM CARREGA-TIPOS-JUSTIFICATIVA.

      ******************************************************************
      * CARREGA-TIPOS-JUSTIFICATIVA - Como no PROG04: de cada tipo de
      * justificativa de falta, se a ausencia conta como presenca.
      ******************************************************************
       CARREGA-TIPOS-JUSTIFICATIVA.
           MOVE 0 TO WRK-QTD-TIPOS
           OPEN INPUT JUSTIFICATIVA-TIPO-FILE
           IF WRK-FS-JTP = '00'
               MOVE 'N' TO WRK-FIM-JTP
               MOVE LOW-VALUES TO JT-CODIGO
               START JUSTIFICATIVA-TIPO-FILE
                   KEY IS NOT LESS THAN JT-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-JTP
               END-START
               PERFORM UNTIL FIM-JTP
                   READ JUSTIFICATIVA-TIPO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-JTP
                   END-READ
                   IF NOT FIM-JTP AND WRK-QTD-TIPOS < 30
                       ADD 1 TO WRK-QTD-TIPOS
                       MOVE JT-CODIGO TO TP-CODIGO(WRK-QTD-TIPOS)
                       MOVE JT-CONTA-PRESENCA
                           TO TP-ABONA(WRK-QTD-TIPOS)
                   END-IF
               END-PERFORM
               CLOSE JUSTIFICATIVA-TIPO-FILE
           END-IF.

       BUSCA-TIPO-JUSTIFICATIVA.
           MOVE 'N' TO WRK-ABONA
           PERFORM VARYING WRK-TIPO-IDX FROM 1 BY 1
               UNTIL WRK-TIPO-IDX > WRK-QTD-TIPOS
               IF TP-CODIGO(WRK-TIPO-IDX) = FQ-JUSTIFICATIVA
                   MOVE TP-ABONA(WRK-TIPO-IDX) TO WRK-ABONA
               END-IF
           END-PERFORM.

      ******************************************************************
      * CARREGA-PROPOSTA - Faixas propostas do GRADESIM; campo em
      * branco mantem o valor oficial. A proposta tem de respeitar as
      * faixas admitidas pela manutencao de parametros (PARMDEF):
      * reprovado abaixo de recuperacao, recuperacao ate 9 e
      * frequencia ate 100%.
      ******************************************************************
       CARREGA-PROPOSTA.
           MOVE WRK-OFI-REPROVADO   TO WRK-PRO-REPROVADO
           MOVE WRK-OFI-RECUPERACAO TO WRK-PRO-RECUPERACAO
           MOVE WRK-OFI-FREQUENCIA  TO WRK-PRO-FREQUENCIA
           OPEN INPUT GRADE-SIM-FILE
           IF WRK-FS-GRADESIM NOT = '00'
               MOVE 'ACD0168E' TO MP-ID
               MOVE 'PROPOSTA DE FAIXAS (GRADESIM) INDISPONIVEL.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               READ GRADE-SIM-FILE
                   AT END
                       MOVE 'ACD0168E' TO MP-ID
                       MOVE 'PROPOSTA DE FAIXAS (GRADESIM) VAZIA.'
                           TO MP-TEXTO
                       PERFORM EMITE-MENSAGEM
                       MOVE 8 TO RETURN-CODE
                   NOT AT END
                       IF GS-REPROVADO-MAX IS NUMERIC
                           MOVE GS-REPROVADO-MAX TO WRK-PRO-REPROVADO
                       END-IF
                       IF GS-RECUPERACAO-MAX IS NUMERIC
                           MOVE GS-RECUPERACAO-MAX
                               TO WRK-PRO-RECUPERACAO
                       END-IF
                       IF GS-FREQ-MINIMA IS NUMERIC
                           MOVE GS-FREQ-MINIMA TO WRK-PRO-FREQUENCIA
                       END-IF
               END-READ
               CLOSE GRADE-SIM-FILE
               IF RETURN-CODE < 8
                   IF WRK-PRO-REPROVADO NOT < WRK-PRO-RECUPERACAO
                       OR WRK-PRO-RECUPERACAO > 9
                       OR WRK-PRO-FREQUENCIA > 100
                       MOVE 'ACD0168E' TO MP-ID
                       MOVE 'PROPOSTA DE FAIXAS FORA DA FAIXA ADMITIDA.'
                           TO MP-TEXTO
                       PERFORM EMITE-MENSAGEM
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * ABRE-ORIGEM - Abre a geracao do SITREL ou o mestre de
      * situacao, conforme a origem.
      ******************************************************************
       ABRE-ORIGEM.
           IF ORIGEM-SITREL
               OPEN INPUT SIT-REL-FILE
               IF WRK-FS-SITREL NOT = '00'
                   MOVE 'ACD0167E' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'SITREL INDISPONIVEL PARA A SIMULACAO. FS '
                       DELIMITED BY SIZE
                       WRK-FS-SITREL DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               OPEN INPUT SITUACAO-MASTER-FILE
               IF WRK-FS-SITMST NOT = '00'
                   MOVE 'ACD0167E' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'SITMST INDISPONIVEL PARA A SIMULACAO. FS '
                       DELIMITED BY SIZE
                       WRK-FS-SITMST DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       FECHA-ARQUIVOS.
           IF ORIGEM-SITREL
               CLOSE SIT-REL-FILE
           ELSE
               CLOSE SITUACAO-MASTER-FILE
           END-IF
           IF WRK-FS-MATR = '00'
               CLOSE MATRICULA-TURMA-FILE
           END-IF
           IF WRK-FS-TURMA = '00'
               CLOSE TURMA-MASTER-FILE
           END-IF
           IF WRK-FS-SUM = '00'
               CLOSE FREQUENCIA-RESUMO-FILE
           END-IF.

      ******************************************************************
      * ESCREVE-CABECALHO - Origem, semestre, as duas faixas lado a
      * lado e o cabecalho da lista de alunos com resultado alterado.
      ******************************************************************
       ESCREVE-CABECALHO.
           MOVE SPACES TO SIM-REL-LINHA
           STRING 'SIMULACAO DE FAIXAS DE APROVACAO - '
               DELIMITED BY SIZE
               WRK-HOJE(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-HOJE(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-HOJE(1:4) DELIMITED BY SIZE
               INTO SIM-REL-LINHA
           WRITE SIM-REL-LINHA
           IF ORIGEM-SITREL
               MOVE 'ORIGEM  : SITREL (GERACAO INFORMADA NO JCL)'
                   TO SIM-REL-LINHA
           ELSE
               MOVE 'ORIGEM  : MESTRE DE SITUACAO (SITMST)'
                   TO SIM-REL-LINHA
           END-IF
           WRITE SIM-REL-LINHA
           MOVE SPACES TO SIM-REL-LINHA
           IF WRK-SEMESTRE = SPACES
               MOVE 'SEMESTRE: TODOS OS DA GERACAO' TO SIM-REL-LINHA
           ELSE
               STRING 'SEMESTRE: ' DELIMITED BY SIZE
                   WRK-SEMESTRE DELIMITED BY SIZE
                   INTO SIM-REL-LINHA
           END-IF
           WRITE SIM-REL-LINHA
           MOVE SPACES TO SIM-REL-LINHA
           WRITE SIM-REL-LINHA

           MOVE 'FAIXA                            OFICIAL  PROPOSTA'
               TO SIM-REL-LINHA
           WRITE SIM-REL-LINHA
           MOVE WRK-OFI-REPROVADO TO WRK-LIM-ED
           MOVE WRK-PRO-REPROVADO TO WRK-PRO-ED
           MOVE SPACES TO SIM-REL-LINHA
           STRING '  NOTA MAXIMA DE REPROVADO.....:     '
               DELIMITED BY SIZE
               WRK-LIM-ED DELIMITED BY SIZE
               '       ' DELIMITED BY SIZE
               WRK-PRO-ED DELIMITED BY SIZE
               INTO SIM-REL-LINHA
           WRITE SIM-REL-LINHA
           MOVE WRK-OFI-RECUPERACAO TO WRK-LIM-ED
           MOVE WRK-PRO-RECUPERACAO TO WRK-PRO-ED
           MOVE SPACES TO SIM-REL-LINHA
           STRING '  NOTA MAXIMA DE RECUPERACAO...:     '
               DELIMITED BY SIZE
               WRK-LIM-ED DELIMITED BY SIZE
               '       ' DELIMITED BY SIZE
               WRK-PRO-ED DELIMITED BY SIZE
               INTO SIM-REL-LINHA
           WRITE SIM-REL-LINHA
           MOVE WRK-OFI-FREQUENCIA TO WRK-LIM-ED
           MOVE WRK-PRO-FREQUENCIA TO WRK-PRO-ED
           MOVE SPACES TO SIM-REL-LINHA
           STRING '  FREQUENCIA MINIMA (%)........:     '
               DELIMITED BY SIZE
               WRK-LIM-ED DELIMITED BY SIZE
               '       ' DELIMITED BY SIZE
               WRK-PRO-ED DELIMITED BY SIZE
               INTO SIM-REL-LINHA
           WRITE SIM-REL-LINHA
           MOVE 'SIMULACAO - AS FAIXAS OFICIAIS NAO SAO ALTERADAS.'
               TO SIM-REL-LINHA
           WRITE SIM-REL-LINHA
           MOVE SPACES TO SIM-REL-LINHA
           WRITE SIM-REL-LINHA

           MOVE 'ALUNOS COM RESULTADO ALTERADO PELA PROPOSTA'
               TO SIM-REL-LINHA
           WRITE SIM-REL-LINHA
           MOVE SPACES TO SIM-REL-LINHA
           STRING '  MATRICULA      NOME             MATERIA        '
               DELIMITED BY SIZE
               '  NOTA OFICIAL     PROPOSTA' DELIMITED BY SIZE
               INTO SIM-REL-LINHA
           WRITE SIM-REL-LINHA.

      ******************************************************************
      * LE-PROXIMA-SITUACAO - Proxima classificacao da origem no
      * semestre pedido, espelhada na area SR- do layout do SITREL
      * (como no PROG27) para que o resto do programa nao dependa da
      * origem.
      ******************************************************************
       LE-PROXIMA-SITUACAO.
           MOVE 'N' TO WRK-SIT-ACEITA
           PERFORM UNTIL SIT-ACEITA OR FIM-SIT
               IF ORIGEM-SITREL
                   READ SIT-REL-FILE INTO SIT-REPORT-RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-SIT
                   END-READ
               ELSE
                   PERFORM LE-MESTRE-SITUACAO
               END-IF
               IF NOT FIM-SIT
                   ADD 1 TO WRK-QTD-LIDOS
                   IF WRK-SEMESTRE = SPACES
                       OR SR-SEMESTRE = WRK-SEMESTRE
                       MOVE 'S' TO WRK-SIT-ACEITA
                   END-IF
               END-IF
           END-PERFORM.

       LE-MESTRE-SITUACAO.
           IF WRK-SIT-POSICIONADO NOT = 'S'
               MOVE 'S' TO WRK-SIT-POSICIONADO
               MOVE SPACES TO SM-CHAVE
               START SITUACAO-MASTER-FILE
                   KEY IS NOT LESS THAN SM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-SIT
               END-START
           END-IF
           IF NOT FIM-SIT
               READ SITUACAO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-SIT
               END-READ
               IF NOT FIM-SIT
                   MOVE SM-NOME     TO SR-NOME
                   MOVE SM-MATERIA  TO SR-MATERIA
                   MOVE SM-NOTA     TO SR-NOTA
                   MOVE SM-SITUACAO TO SR-SITUACAO
                   MOVE SM-PONTOS   TO SR-PONTOS
                   MOVE SM-ALUNO-ID TO SR-ALUNO-ID
                   MOVE SM-SEMESTRE TO SR-SEMESTRE
               END-IF
           END-IF.

      ******************************************************************
      * SIMULA-CLASSIFICACAO - Classifica a nota corrente com a faixa
      * oficial e com a proposta, soma o par (antes, depois) nas
      * matrizes e lista o aluno quando a situacao muda. Situacao
      * gravada diferente da oficial recalculada (frequencia
      * lancada depois da rodada, faixa mudada desde entao) so e
      * contada, para o leitor saber o quanto a origem envelheceu.
      ******************************************************************
       SIMULA-CLASSIFICACAO.
           ADD 1 TO WRK-QTD-CLASSIF
           MOVE SR-NOTA TO WRK-NOTA
           PERFORM APURA-FREQUENCIA

           MOVE WRK-OFI-REPROVADO   TO WRK-LIM-REPROVADO
           MOVE WRK-OFI-RECUPERACAO TO WRK-LIM-RECUPERACAO
           MOVE WRK-OFI-FREQUENCIA  TO WRK-LIM-FREQUENCIA
           PERFORM CLASSIFICA-NOTA
           MOVE WRK-SIT-IDX TO WRK-ANTES
           IF WRK-SITUACAO NOT = SR-SITUACAO
               ADD 1 TO WRK-QTD-DIVERGE
           END-IF

           MOVE WRK-PRO-REPROVADO   TO WRK-LIM-REPROVADO
           MOVE WRK-PRO-RECUPERACAO TO WRK-LIM-RECUPERACAO
           MOVE WRK-PRO-FREQUENCIA  TO WRK-LIM-FREQUENCIA
           PERFORM CLASSIFICA-NOTA
           MOVE WRK-SIT-IDX TO WRK-DEPOIS

           ADD 1 TO TG-QTD(WRK-ANTES, WRK-DEPOIS)
           PERFORM ACUMULA-MATERIA
           PERFORM LOCALIZA-TURMA-DO-ALUNO
           IF WRK-TURMA-ACHADA = SPACES
               ADD 1 TO WRK-SEM-TURMA
           ELSE
               PERFORM ACUMULA-TURMA
           END-IF

           IF WRK-ANTES NOT = WRK-DEPOIS
               ADD 1 TO WRK-QTD-ALTERADOS
               MOVE SR-NOTA TO WRK-NOTA-ED
               MOVE SPACES TO SIM-REL-LINHA
               STRING '  ' DELIMITED BY SIZE
                   SR-ALUNO-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SR-NOME(1:16) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SR-MATERIA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-NOTA-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SIT-CURTO(WRK-ANTES) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SIT-CURTO(WRK-DEPOIS) DELIMITED BY SIZE
                   INTO SIM-REL-LINHA
               WRITE SIM-REL-LINHA
           END-IF.

      ******************************************************************
      * CLASSIFICA-NOTA - Mesma regra do PROG04 contra as faixas
      * correntes (WRK-LIM-*): a nota decimal contra os tetos e, para
      * nota valida com frequencia apurada, o piso de frequencia.
      * Devolve a situacao e o indice dela na matriz.
      ******************************************************************
       CLASSIFICA-NOTA.
           IF WRK-NOTA <= WRK-LIM-REPROVADO
               MOVE 'REPROVADO' TO WRK-SITUACAO
           ELSE
               IF WRK-NOTA <= WRK-LIM-RECUPERACAO
                   MOVE 'EM RECUPERACAO' TO WRK-SITUACAO
               ELSE
                   IF WRK-NOTA <= 10
                       MOVE 'APROVADO' TO WRK-SITUACAO
                   ELSE
                       MOVE 'NOTA INVALIDA' TO WRK-SITUACAO
                   END-IF
               END-IF
           END-IF
           IF WRK-SITUACAO NOT = 'NOTA INVALIDA'
               AND FREQUENCIA-APURADA
               AND WRK-FREQ-PERC < WRK-LIM-FREQUENCIA
               MOVE 'REPROVADO POR FALTA' TO WRK-SITUACAO
           END-IF
           EVALUATE WRK-SITUACAO
               WHEN 'APROVADO'
                   MOVE 1 TO WRK-SIT-IDX
               WHEN 'EM RECUPERACAO'
                   MOVE 2 TO WRK-SIT-IDX
               WHEN 'REPROVADO'
                   MOVE 3 TO WRK-SIT-IDX
               WHEN 'REPROVADO POR FALTA'
                   MOVE 4 TO WRK-SIT-IDX
               WHEN OTHER
                   MOVE 5 TO WRK-SIT-IDX
           END-EVALUATE.

      ******************************************************************
      * APURA-FREQUENCIA - Percentual de presenca do aluno na materia
      * e semestre da classificacao, como no PROG04: contadores do
      * FREQSUM ou, sem registro no resumo, varredura do FREQUEN; o
      * total e o maior entre chamadas e aulas previstas ate hoje
      * (PROG129). Sem matricula ou sem aula, nao ha frequencia.
      ******************************************************************
       APURA-FREQUENCIA.
           MOVE 'N' TO WRK-FREQ-OK
           MOVE 0 TO WRK-FREQ-TOTAL
           MOVE 0 TO WRK-FREQ-PRES
           MOVE 0 TO WRK-FREQ-PERC
           IF SR-ALUNO-ID NOT = SPACES
               MOVE 'N' TO WRK-RESUMO-OK
               IF WRK-FS-SUM = '00'
                   MOVE SR-ALUNO-ID TO FS-ALUNO-ID
                   MOVE SR-MATERIA  TO FS-MATERIA
                   MOVE SR-SEMESTRE TO FS-SEMESTRE
                   READ FREQUENCIA-RESUMO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-RESUMO-OK
                           MOVE FS-TOTAL     TO WRK-FREQ-TOTAL
                           MOVE FS-PRESENCAS TO WRK-FREQ-PRES
                           IF FS-ABONADAS IS NUMERIC
                               ADD FS-ABONADAS TO WRK-FREQ-PRES
                           END-IF
                   END-READ
               END-IF
               IF NOT RESUMO-ACHADO
                   PERFORM VARRE-FREQUENCIA-DETALHE
               END-IF
               MOVE SR-ALUNO-ID TO QA-ALUNO-ID
               MOVE SR-MATERIA  TO QA-MATERIA
               MOVE SR-SEMESTRE TO QA-SEMESTRE
               MOVE WRK-HOJE    TO QA-DATA-REF
               CALL 'PROG129' USING AULAS-PARAMETROS
               IF QA-PREVISTAS > WRK-FREQ-TOTAL
                   MOVE QA-PREVISTAS TO WRK-FREQ-TOTAL
               END-IF
               IF WRK-FREQ-TOTAL > 0
                   COMPUTE WRK-FREQ-PERC =
                       (WRK-FREQ-PRES * 100) / WRK-FREQ-TOTAL
                   MOVE 'S' TO WRK-FREQ-OK
               END-IF
           END-IF.

       VARRE-FREQUENCIA-DETALHE.
           MOVE 'N' TO WRK-FIM-FREQ
           OPEN INPUT FREQUENCIA-FILE
           IF WRK-FS-FREQ = '00'
               READ FREQUENCIA-FILE
                   AT END MOVE 'S' TO WRK-FIM-FREQ
               END-READ
               PERFORM UNTIL FIM-FREQ
                   IF FQ-ALUNO-ID = SR-ALUNO-ID
                       AND FQ-MATERIA = SR-MATERIA
                       ADD 1 TO WRK-FREQ-TOTAL
                       IF FQ-PRESENTE
                           ADD 1 TO WRK-FREQ-PRES
                       ELSE
                           IF FQ-JUSTIFICATIVA NOT = SPACES
                               PERFORM BUSCA-TIPO-JUSTIFICATIVA
                               IF TIPO-ABONA-FALTA
                                   ADD 1 TO WRK-FREQ-PRES
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   READ FREQUENCIA-FILE
                       AT END MOVE 'S' TO WRK-FIM-FREQ
                   END-READ
               END-PERFORM
               CLOSE FREQUENCIA-FILE
           END-IF.

      ******************************************************************
      * ACUMULA-MATERIA - Soma o par (antes, depois) na matriz da
      * materia da classificacao, criando a entrada na primeira vez.
      ******************************************************************
       ACUMULA-MATERIA.
           PERFORM VARYING WRK-MATIDX FROM 1 BY 1
               UNTIL WRK-MATIDX > WRK-QTD-MATERIAS
               OR TM-MATERIA(WRK-MATIDX) = SR-MATERIA
               CONTINUE
           END-PERFORM
           IF WRK-MATIDX > WRK-QTD-MATERIAS
               IF WRK-QTD-MATERIAS >= 50
                   DISPLAY 'TABELA DE MATERIAS CHEIA (MAXIMO 50). '
                       'MATERIA ' SR-MATERIA ' SO NO TOTAL GERAL.'
               ELSE
                   ADD 1 TO WRK-QTD-MATERIAS
                   MOVE WRK-QTD-MATERIAS TO WRK-MATIDX
                   MOVE SR-MATERIA TO TM-MATERIA(WRK-MATIDX)
                   INITIALIZE TM-MATRIZ(WRK-MATIDX)
               END-IF
           END-IF
           IF WRK-MATIDX <= WRK-QTD-MATERIAS
               ADD 1 TO TM-QTD(WRK-MATIDX, WRK-ANTES, WRK-DEPOIS)
           END-IF.

      ******************************************************************
      * ACUMULA-TURMA - Soma o par (antes, depois) na matriz da turma
      * encontrada, guardando materia e instrutor para o cabecalho.
      ******************************************************************
       ACUMULA-TURMA.
           PERFORM VARYING WRK-TURMAIDX FROM 1 BY 1
               UNTIL WRK-TURMAIDX > WRK-QTD-TURMAS
               OR TT-CODIGO(WRK-TURMAIDX) = WRK-TURMA-ACHADA
               CONTINUE
           END-PERFORM
           IF WRK-TURMAIDX > WRK-QTD-TURMAS
               IF WRK-QTD-TURMAS >= 100
                   DISPLAY 'TABELA DE TURMAS CHEIA (MAXIMO 100). '
                       'TURMA ' WRK-TURMA-ACHADA ' SO NO TOTAL GERAL.'
               ELSE
                   ADD 1 TO WRK-QTD-TURMAS
                   MOVE WRK-QTD-TURMAS TO WRK-TURMAIDX
                   MOVE WRK-TURMA-ACHADA TO TT-CODIGO(WRK-TURMAIDX)
                   MOVE TU-MATERIA   TO TT-MATERIA(WRK-TURMAIDX)
                   MOVE TU-INSTR-COD TO TT-INSTR-COD(WRK-TURMAIDX)
                   INITIALIZE TT-MATRIZ(WRK-TURMAIDX)
               END-IF
           END-IF
           IF WRK-TURMAIDX <= WRK-QTD-TURMAS
               ADD 1 TO TT-QTD(WRK-TURMAIDX, WRK-ANTES, WRK-DEPOIS)
           END-IF.

      ******************************************************************
      * LOCALIZA-TURMA-DO-ALUNO - Percorre os vinculos do aluno da
      * classificacao e devolve em WRK-TURMA-ACHADA a turma da
      * materia e semestre dela (turma antiga sem semestre vale como
      * legado), ou espacos - mesmo criterio do PROG27.
      ******************************************************************
       LOCALIZA-TURMA-DO-ALUNO.
           MOVE SPACES TO WRK-TURMA-ACHADA
           IF SR-ALUNO-ID NOT = SPACES
               AND WRK-FS-MATR = '00' AND WRK-FS-TURMA = '00'
               MOVE 'N' TO WRK-FIM-MATR
               MOVE SR-ALUNO-ID TO MT-ALUNO-ID
               MOVE SPACES TO MT-TURMA
               START MATRICULA-TURMA-FILE
                   KEY IS NOT LESS THAN MT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-MATR
               END-START
               PERFORM UNTIL FIM-MATR
                   READ MATRICULA-TURMA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-MATR
                   END-READ
                   IF NOT FIM-MATR
                       IF MT-ALUNO-ID NOT = SR-ALUNO-ID
                           MOVE 'S' TO WRK-FIM-MATR
                       ELSE
                           MOVE MT-TURMA TO TU-CODIGO
                           READ TURMA-MASTER-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF TU-MATERIA = SR-MATERIA
                                       AND (TU-SEMESTRE = SR-SEMESTRE
                                           OR TU-SEMESTRE = SPACES)
                                       MOVE TU-CODIGO
                                           TO WRK-TURMA-ACHADA
                                       MOVE 'S' TO WRK-FIM-MATR
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * ESCREVE-MATRIZES - Fecha a lista de alunos e imprime a matriz
      * do total geral, a de cada materia e a de cada turma, com as
      * classificacoes sem turma e as divergencias da origem.
      ******************************************************************
       ESCREVE-MATRIZES.
           MOVE WRK-QTD-ALTERADOS TO WRK-QTD-ED
           MOVE SPACES TO SIM-REL-LINHA
           STRING 'TOTAL DE CLASSIFICACOES ALTERADAS: '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO SIM-REL-LINHA
           WRITE SIM-REL-LINHA
           MOVE SPACES TO SIM-REL-LINHA
           WRITE SIM-REL-LINHA

           MOVE 'MATRIZ: LINHA = FAIXA OFICIAL, COLUNA = FAIXA PROPOSTA'
               TO SIM-REL-LINHA
           WRITE SIM-REL-LINHA
           MOVE SPACES TO SIM-REL-LINHA
           WRITE SIM-REL-LINHA

           MOVE WRK-QTD-CLASSIF TO WRK-CLASSIF-ED
           MOVE SPACES TO SIM-REL-LINHA
           STRING 'TOTAL GERAL - CLASSIFICACOES: ' DELIMITED BY SIZE
               WRK-CLASSIF-ED DELIMITED BY SIZE
               INTO SIM-REL-LINHA
           WRITE SIM-REL-LINHA
           MOVE TG-MATRIZ TO MATRIZ-IMPRESSAO
           PERFORM ESCREVE-MATRIZ

           PERFORM VARYING WRK-MATIDX FROM 1 BY 1
               UNTIL WRK-MATIDX > WRK-QTD-MATERIAS
               MOVE SPACES TO SIM-REL-LINHA
               STRING 'MATERIA: ' DELIMITED BY SIZE
                   TM-MATERIA(WRK-MATIDX) DELIMITED BY SIZE
                   INTO SIM-REL-LINHA
               WRITE SIM-REL-LINHA
               MOVE TM-MATRIZ(WRK-MATIDX) TO MATRIZ-IMPRESSAO
               PERFORM ESCREVE-MATRIZ
           END-PERFORM

           PERFORM VARYING WRK-TURMAIDX FROM 1 BY 1
               UNTIL WRK-TURMAIDX > WRK-QTD-TURMAS
               MOVE SPACES TO SIM-REL-LINHA
               STRING 'TURMA: ' DELIMITED BY SIZE
                   TT-CODIGO(WRK-TURMAIDX) DELIMITED BY SIZE
                   ' MATERIA: ' DELIMITED BY SIZE
                   TT-MATERIA(WRK-TURMAIDX) DELIMITED BY SIZE
                   ' INSTR: ' DELIMITED BY SIZE
                   TT-INSTR-COD(WRK-TURMAIDX) DELIMITED BY SIZE
                   INTO SIM-REL-LINHA
               WRITE SIM-REL-LINHA
               MOVE TT-MATRIZ(WRK-TURMAIDX) TO MATRIZ-IMPRESSAO
               PERFORM ESCREVE-MATRIZ
           END-PERFORM

           MOVE WRK-SEM-TURMA TO WRK-QTD-ED
           MOVE SPACES TO SIM-REL-LINHA
           STRING 'CLASSIFICACOES SEM VINCULO DE TURMA.........: '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO SIM-REL-LINHA
           WRITE SIM-REL-LINHA
           MOVE WRK-QTD-DIVERGE TO WRK-QTD-ED
           MOVE SPACES TO SIM-REL-LINHA
           STRING 'SITUACAO GRAVADA DIFERENTE DA FAIXA OFICIAL.: '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO SIM-REL-LINHA
           WRITE SIM-REL-LINHA.

      ******************************************************************
      * ESCREVE-MATRIZ - Matriz 5 x 5 da MATRIZ-IMPRESSAO: uma linha
      * por situacao oficial com as contagens por situacao proposta e
      * o total da linha, a linha de totais por coluna e a contagem
      * de classificacoes fora da diagonal (alteradas).
      ******************************************************************
       ESCREVE-MATRIZ.
           MOVE SPACES TO SIM-REL-LINHA
           STRING '  OFICIAL \ PROPOSTA  ' DELIMITED BY SIZE
               '  APROV  RECUP REPROV  FALTA OUTRAS  TOTAL'
               DELIMITED BY SIZE
               INTO SIM-REL-LINHA
           WRITE SIM-REL-LINHA
           INITIALIZE TABELA-COLUNAS
           MOVE 0 TO WRK-ALT-MATRIZ
           PERFORM VARYING WRK-ANTES FROM 1 BY 1 UNTIL WRK-ANTES > 5
               MOVE SPACES TO LINHA-MATRIZ
               MOVE SIT-NOME(WRK-ANTES) TO LM-ROTULO(3:20)
               MOVE 0 TO WRK-TOT-LINHA
               PERFORM VARYING WRK-DEPOIS FROM 1 BY 1
                   UNTIL WRK-DEPOIS > 5
                   MOVE MI-QTD(WRK-ANTES, WRK-DEPOIS)
                       TO LM-QTD(WRK-DEPOIS)
                   ADD MI-QTD(WRK-ANTES, WRK-DEPOIS) TO WRK-TOT-LINHA
                   ADD MI-QTD(WRK-ANTES, WRK-DEPOIS)
                       TO TC-TOTAL(WRK-DEPOIS)
                   IF WRK-ANTES NOT = WRK-DEPOIS
                       ADD MI-QTD(WRK-ANTES, WRK-DEPOIS)
                           TO WRK-ALT-MATRIZ
                   END-IF
               END-PERFORM
               MOVE WRK-TOT-LINHA TO LM-QTD(6)
               ADD WRK-TOT-LINHA TO TC-TOTAL(6)
               MOVE LINHA-MATRIZ TO SIM-REL-LINHA
               WRITE SIM-REL-LINHA
           END-PERFORM
           MOVE SPACES TO LINHA-MATRIZ
           MOVE '  TOTAL PROPOSTA' TO LM-ROTULO
           PERFORM VARYING WRK-DEPOIS FROM 1 BY 1 UNTIL WRK-DEPOIS > 6
               MOVE TC-TOTAL(WRK-DEPOIS) TO LM-QTD(WRK-DEPOIS)
           END-PERFORM
           MOVE LINHA-MATRIZ TO SIM-REL-LINHA
           WRITE SIM-REL-LINHA
           MOVE WRK-ALT-MATRIZ TO WRK-QTD-ED
           MOVE SPACES TO SIM-REL-LINHA
           STRING '  ALTERADAS: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO SIM-REL-LINHA
           WRITE SIM-REL-LINHA
           MOVE SPACES TO SIM-REL-LINHA
           WRITE SIM-REL-LINHA.

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
           MOVE 'PROG165'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-QTD-LIDOS       TO RN-LIDOS
           MOVE WRK-QTD-ALTERADOS   TO RN-GRAVADOS
           MOVE 0                   TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG165.
