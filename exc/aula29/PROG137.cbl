      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG137.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  ATA OFICIAL DE NOTAS POR TURMA - (E)MITE (OU REEMITE) A ATA
      *  DA TURMA NO ATATXT A PARTIR DO MESTRE DE SITUACAO (SM-NOTA,
      *  NOTA DE EXAME E SM-SIT-FINAL QUANDO JA LANCADA) E DO RESUMO
      *  DE FREQUENCIA (AULAS PELO MAIOR ENTRE AS CHAMADAS E AS
      *  PREVISTAS NO CALENDARIO DA TURMA, PROG129), COM OS ALUNOS
      *  NUMERADOS E O BLOCO NUMERADO DE ASSINATURAS; O NUMERO VEM
      *  DO CONTADOR CONTROLADO (RECNUM, CHAVE 'ATANOTA') E E MANTIDO
      *  NAS REEMISSOES. (A)SSINATURA: COM CREDENCIAL DE COORDENADOR,
      *  REGISTRA A ATA SEM ALUNO PENDENTE E SEM NOTA ALTERADA DESDE A
      *  EMISSAO COMO ASSINADA - CONGELA A TURMA (O PROG03 E O
      *  RECURSO DO PROG107 PASSAM A RECUSAR ALTERACAO; SO A
      *  RETIFICACAO DO PROG80 ALTERA), CARIMBA O NUMERO DA ATA NO
      *  HISTORICO-MASTER (HT-ATA) E REGISTRA NA TRILHA DE AUDITORIA.
      *  (C)ONSULTA A SITUACAO DA ATA DE UMA TURMA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATA-NOTAS-FILE ASSIGN TO "ATANOTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-TURMA
               FILE STATUS IS WRK-FS-ATA.
           SELECT ATA-ALUNO-FILE ASSIGN TO "ATAALU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-CHAVE
               FILE STATUS IS WRK-FS-ATAALU.
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
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT SITUACAO-MASTER-FILE ASSIGN TO "SITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CHAVE
               FILE STATUS IS WRK-FS-SIT.
           SELECT FREQUENCIA-RESUMO-FILE ASSIGN TO "FREQSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CHAVE
               FILE STATUS IS WRK-FS-FREQ.
           SELECT HISTORICO-FILE ASSIGN TO "HISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT USUARIO-PERFIL-FILE ASSIGN TO "USRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-USUARIO
               FILE STATUS IS WRK-FS-PERFIL.
           SELECT RECIBO-CONTROLE-FILE ASSIGN TO "RECNUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WRK-FS-RECNUM.
           SELECT ATA-TXT-FILE ASSIGN TO "ATATXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TXT.
       DATA DIVISION.
       FILE SECTION.
       FD  ATA-NOTAS-FILE.
           COPY ATANOTA.
       FD  ATA-ALUNO-FILE.
           COPY ATAALU.
       FD  TURMA-MASTER-FILE.
           COPY TURMAMR.
       FD  MATRICULA-TURMA-FILE.
           COPY MATRTUR.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  SITUACAO-MASTER-FILE.
           COPY SITMR.
       FD  FREQUENCIA-RESUMO-FILE.
           COPY FREQSUM.
       FD  HISTORICO-FILE.
           COPY HISTMR.
       FD  USUARIO-PERFIL-FILE.
           COPY USRPROF.
       FD  RECIBO-CONTROLE-FILE.
           COPY RECNUM.
       FD  ATA-TXT-FILE.
           COPY ATATXT.
       WORKING-STORAGE SECTION.
       COPY AUDPARM.
       COPY AULAPARM.
       77 WRK-FS-ATA        PIC X(02) VALUE SPACES.
       77 WRK-FS-ATAALU     PIC X(02) VALUE SPACES.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-MATR       PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-SIT        PIC X(02) VALUE SPACES.
       77 WRK-FS-FREQ       PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST       PIC X(02) VALUE SPACES.
       77 WRK-FS-PERFIL     PIC X(02) VALUE SPACES.
       77 WRK-FS-RECNUM     PIC X(02) VALUE SPACES.
       77 WRK-FS-TXT        PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC X(01) VALUE SPACES.
       77 WRK-CONTINUAR     PIC X(01) VALUE 'S'.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77 WRK-TURMA         PIC X(06) VALUE SPACES.
       77 WRK-TURMA-OK      PIC X(01) VALUE 'N'.
           88 TURMA-VALIDA         VALUE 'S'.
       77 WRK-ATA-EXISTE    PIC X(01) VALUE 'N'.
           88 ATA-JA-EMITIDA       VALUE 'S'.
       77 WRK-MATERIA       PIC X(15) VALUE SPACES.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-INSTR-COD     PIC X(06) VALUE SPACES.
       77 WRK-INSTRUTOR     PIC X(30) VALUE SPACES.
       77 WRK-NUMERO-ATA    PIC 9(08) VALUE 0.
       77 WRK-LINHA         PIC 9(03) VALUE 0.
       77 WRK-QTD-ALUNOS    PIC 9(04) VALUE 0.
       77 WRK-QTD-PEND      PIC 9(04) VALUE 0.
       77 WRK-QTD-DIVERG    PIC 9(04) VALUE 0.
       77 WRK-QTD-CONGEL    PIC 9(04) VALUE 0.
       77 WRK-QTD-HIST      PIC 9(04) VALUE 0.
       77 WRK-QTD-ROSTER    PIC 9(04) VALUE 0.
       77 WRK-MAX-ROSTER    PIC 9(04) VALUE 999.
       77 WRK-RX            PIC 9(04) VALUE 0.
       77 WRK-ESTOURO       PIC X(01) VALUE 'N'.
           88 ROSTER-ESTOURADO     VALUE 'S'.
       77 WRK-SEM-NOTA      PIC X(01) VALUE 'N'.
           88 ALUNO-SEM-NOTA       VALUE 'S'.
       77 WRK-NOTA-EXAME    PIC 9(02)V99 VALUE 0.
       77 WRK-RESULTADO     PIC X(20) VALUE SPACES.
       77 WRK-AULAS         PIC 9(05) VALUE 0.
       77 WRK-PRESENCAS     PIC 9(05) VALUE 0.
       77 WRK-NOTA-SAI      PIC Z9.99.
       77 WRK-NOTA-TXT      PIC X(05) VALUE SPACES.
       77 WRK-EXAME-SAI     PIC X(05) VALUE SPACES.
       77 WRK-EXAME-ED      PIC Z9.99.
       77 WRK-PCT-ED        PIC ZZ9.
       77 WRK-LINHA-ED      PIC ZZ9.
       77 WRK-QTD-ED        PIC ZZZ9.
       77 WRK-DATA-ED       PIC X(10) VALUE SPACES.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-REVISOR       PIC X(08) VALUE SPACES.
       77 WRK-SENHA         PIC X(08) VALUE SPACES.
       77 WRK-AUTORIZADO    PIC X(01) VALUE 'N'.
           88 COORDENADOR-AUTORIZADO VALUE 'S'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-NUM-SAI       PIC 9(08) VALUE 0.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).

       01 TABELA-ROSTER.
          05 TR-ALUNO-ID    PIC X(14) OCCURS 999 TIMES.
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O ATA-NOTAS-FILE
           IF WRK-FS-ATA = '35'
               CLOSE ATA-NOTAS-FILE
               OPEN OUTPUT ATA-NOTAS-FILE
               CLOSE ATA-NOTAS-FILE
               OPEN I-O ATA-NOTAS-FILE
           END-IF
           OPEN I-O ATA-ALUNO-FILE
           IF WRK-FS-ATAALU = '35'
               CLOSE ATA-ALUNO-FILE
               OPEN OUTPUT ATA-ALUNO-FILE
               CLOSE ATA-ALUNO-FILE
               OPEN I-O ATA-ALUNO-FILE
           END-IF

           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

           CLOSE ATA-ALUNO-FILE
           CLOSE ATA-NOTAS-FILE
           STOP RUN.

       EXIBE-MENU.
           DISPLAY 'ATA OFICIAL DE NOTAS'
           DISPLAY 'E - EMITIR (OU REEMITIR) A ATA DA TURMA'
           DISPLAY 'A - REGISTRAR ASSINATURA (COORDENADOR)'
           DISPLAY 'C - CONSULTAR ATA'
           DISPLAY 'S - SAIR'
           ACCEPT WRK-OPCAO
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'E' PERFORM EMITE-ATA
               WHEN 'A' PERFORM REGISTRA-ASSINATURA
               WHEN 'C' PERFORM CONSULTA-ATA
               WHEN 'S' MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      ******************************************************************
      * EMITE-ATA - Confere a turma no TURMA-MASTER e recusa a turma
      * ja congelada por ata assinada; a ata so emitida e reemitida
      * com o mesmo numero.
      ******************************************************************
       EMITE-ATA.
           DISPLAY 'CODIGO DA TURMA:'
           ACCEPT WRK-TURMA
           PERFORM LE-TURMA
           PERFORM LE-ATA
           EVALUATE TRUE
               WHEN NOT TURMA-VALIDA
                   DISPLAY 'TURMA NAO ENCONTRADA.'
               WHEN WRK-SEMESTRE = SPACES
                   DISPLAY 'TURMA SEM SEMESTRE DO CALACAD. ATA NAO '
                       'EMITIDA.'
               WHEN ATA-JA-EMITIDA AND AN-ASSINADA
                   DISPLAY 'ATA ' AN-NUMERO ' JA ASSINADA. TURMA '
                       'CONGELADA - NOTAS SO PELA RETIFICACAO DO '
                       'PROG80.'
               WHEN OTHER
                   PERFORM CARREGA-ROSTER
                   IF ROSTER-ESTOURADO
                       DISPLAY 'TURMA COM MAIS DE 999 VINCULOS. ATA '
                           'NAO EMITIDA.'
                   ELSE
                       PERFORM GERA-ATA
                   END-IF
           END-EVALUATE.

       LE-TURMA.
           MOVE 'N' TO WRK-TURMA-OK
           MOVE SPACES TO WRK-MATERIA
           MOVE SPACES TO WRK-SEMESTRE
           OPEN INPUT TURMA-MASTER-FILE
           IF WRK-FS-TURMA = '35'
               DISPLAY 'ARQUIVO TURMA-MASTER VAZIO OU INEXISTENTE.'
           ELSE
               MOVE WRK-TURMA TO TU-CODIGO
               READ TURMA-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TURMA-OK
                       MOVE TU-MATERIA    TO WRK-MATERIA
                       MOVE TU-SEMESTRE   TO WRK-SEMESTRE
                       MOVE TU-INSTR-COD  TO WRK-INSTR-COD
                       MOVE TU-INSTRUTOR  TO WRK-INSTRUTOR
               END-READ
               CLOSE TURMA-MASTER-FILE
           END-IF.

       LE-ATA.
           MOVE 'N' TO WRK-ATA-EXISTE
           MOVE WRK-TURMA TO AN-TURMA
           READ ATA-NOTAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ATA-EXISTE
           END-READ.

      ******************************************************************
      * CARREGA-ROSTER - Guarda os alunos vinculados a turma (a chave
      * do MATRICULA-TURMA e aluno + turma, entao a varredura e
      * completa e filtrada pela turma). O arquivo fica fechado
      * durante a apuracao, que consulta o calendario de aulas pelo
      * PROG129.
      ******************************************************************
       CARREGA-ROSTER.
           MOVE 0 TO WRK-QTD-ROSTER
           MOVE 'N' TO WRK-ESTOURO
           OPEN INPUT MATRICULA-TURMA-FILE
           IF WRK-FS-MATR = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO MT-CHAVE
               START MATRICULA-TURMA-FILE
                   KEY IS NOT LESS THAN MT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ OR ROSTER-ESTOURADO
                   READ MATRICULA-TURMA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ AND MT-TURMA = WRK-TURMA
                       IF WRK-QTD-ROSTER >= WRK-MAX-ROSTER
                           MOVE 'S' TO WRK-ESTOURO
                       ELSE
                           ADD 1 TO WRK-QTD-ROSTER
                           MOVE MT-ALUNO-ID
                               TO TR-ALUNO-ID(WRK-QTD-ROSTER)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MATRICULA-TURMA-FILE
           END-IF.

      ******************************************************************
      * GERA-ATA - Numera a ata (ou mantem o numero da emissao
      * anterior, descartando as linhas dela que nao voltarem), grava
      * uma linha no ATAALU por aluno ativo da turma e imprime a ata
      * no ATATXT; o cabecalho no ATANOTA fica como emitida.
      ******************************************************************
       GERA-ATA.
           IF ATA-JA-EMITIDA
               MOVE AN-NUMERO TO WRK-NUMERO-ATA
               PERFORM LIMPA-LINHAS-ANTIGAS
           ELSE
               PERFORM ALOCA-NUMERO-ATA
           END-IF
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE 0 TO WRK-LINHA
           MOVE 0 TO WRK-QTD-ALUNOS
           MOVE 0 TO WRK-QTD-PEND

           OPEN INPUT ALUNO-MASTER-FILE
           OPEN INPUT SITUACAO-MASTER-FILE
           OPEN INPUT FREQUENCIA-RESUMO-FILE
           OPEN EXTEND ATA-TXT-FILE
           IF WRK-FS-TXT = '05' OR WRK-FS-TXT = '35'
               OPEN OUTPUT ATA-TXT-FILE
           END-IF

           PERFORM IMPRIME-CABECALHO
           IF WRK-FS-ALUNO = '00'
               PERFORM VARYING WRK-RX FROM 1 BY 1
                   UNTIL WRK-RX > WRK-QTD-ROSTER
                   PERFORM LANCA-ALUNO
               END-PERFORM
           ELSE
               DISPLAY 'ARQUIVO ALUNO-MASTER VAZIO OU INEXISTENTE.'
           END-IF
           PERFORM IMPRIME-TOTAIS
           PERFORM IMPRIME-ASSINATURAS

           CLOSE ATA-TXT-FILE
           IF WRK-FS-ALUNO = '00'
               CLOSE ALUNO-MASTER-FILE
           END-IF
           IF WRK-FS-SIT = '00'
               CLOSE SITUACAO-MASTER-FILE
           END-IF
           IF WRK-FS-FREQ = '00'
               CLOSE FREQUENCIA-RESUMO-FILE
           END-IF

           PERFORM GRAVA-CABECALHO-ATA
           DISPLAY 'ATA ' WRK-NUMERO-ATA ' DA TURMA ' WRK-TURMA
               ' EMITIDA NO ATATXT: ' WRK-QTD-ALUNOS ' ALUNO(S), '
               WRK-QTD-PEND ' SEM NOTA.'
           IF WRK-QTD-PEND > 0
               DISPLAY 'ATA PROVISORIA - LANCAR AS NOTAS PENDENTES E '
                   'REEMITIR ANTES DA ASSINATURA.'
           END-IF.

      ******************************************************************
      * LIMPA-LINHAS-ANTIGAS - Na reemissao, apaga as linhas da
      * emissao anterior (ainda nao assinadas); os alunos que seguem
      * na turma sao regravados e os que sairam nao ficam na ata.
      ******************************************************************
       LIMPA-LINHAS-ANTIGAS.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO AI-CHAVE
           START ATA-ALUNO-FILE KEY IS NOT LESS THAN AI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ ATA-ALUNO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   IF AI-NUMERO = WRK-NUMERO-ATA
                       AND NOT AI-CONGELADA
                       DELETE ATA-ALUNO-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * LANCA-ALUNO - Linha da ata do aluno ativo da posicao corrente
      * do roster: nota e resultado do SITMST, percentual de
      * frequencia do FREQSUM. Nota ja congelada em outra ata (aluno
      * transferido de turma assinada) sai so com o numero dela, sem
      * regravar a linha.
      ******************************************************************
       LANCA-ALUNO.
           MOVE TR-ALUNO-ID(WRK-RX) TO ALUNO-ID
           READ ALUNO-MASTER-FILE
               INVALID KEY
                   MOVE 'I' TO ALUNO-STATUS
           END-READ
           IF ALUNO-ATIVO
               ADD 1 TO WRK-LINHA
               ADD 1 TO WRK-QTD-ALUNOS
               MOVE TR-ALUNO-ID(WRK-RX) TO AI-ALUNO-ID
               MOVE WRK-MATERIA         TO AI-MATERIA
               MOVE WRK-SEMESTRE        TO AI-SEMESTRE
               READ ATA-ALUNO-FILE
                   INVALID KEY
                       MOVE SPACES TO AI-ASSINADA
               END-READ
               IF AI-CONGELADA
                   PERFORM IMPRIME-CONGELADO
               ELSE
                   MOVE TR-ALUNO-ID(WRK-RX) TO AI-ALUNO-ID
                   MOVE WRK-MATERIA    TO AI-MATERIA
                   MOVE WRK-SEMESTRE   TO AI-SEMESTRE
                   MOVE WRK-TURMA      TO AI-TURMA
                   MOVE WRK-NUMERO-ATA TO AI-NUMERO
                   MOVE WRK-LINHA      TO AI-LINHA
                   MOVE ALUNO-NOME     TO AI-NOME
                   MOVE 'N'            TO AI-ASSINADA
                   PERFORM APURA-NOTA
                   PERFORM APURA-FREQUENCIA
                   WRITE ATA-ALUNO-RECORD
                       INVALID KEY
                           REWRITE ATA-ALUNO-RECORD
                   END-WRITE
                   PERFORM IMPRIME-ALUNO
               END-IF
           END-IF.

      ******************************************************************
      * APURA-NOTA - Nota, nota de exame e resultado vigentes no
      * SITUACAO-MASTER; sem classificacao, o aluno sai como SEM NOTA
      * LANCADA e a ata fica pendente.
      ******************************************************************
       APURA-NOTA.
           MOVE 'S' TO WRK-SEM-NOTA
           MOVE 0 TO AI-NOTA
           MOVE 0 TO AI-NOTA-EXAME
           MOVE 'SEM NOTA LANCADA' TO AI-RESULTADO
           IF WRK-FS-SIT = '00'
               MOVE AI-ALUNO-ID  TO SM-ALUNO-ID
               MOVE AI-MATERIA   TO SM-MATERIA
               MOVE AI-SEMESTRE  TO SM-SEMESTRE
               READ SITUACAO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-SEM-NOTA
                       PERFORM EXTRAI-SITUACAO
                       MOVE SM-NOTA        TO AI-NOTA
                       MOVE WRK-NOTA-EXAME TO AI-NOTA-EXAME
                       MOVE WRK-RESULTADO  TO AI-RESULTADO
               END-READ
           END-IF
           IF ALUNO-SEM-NOTA
               ADD 1 TO WRK-QTD-PEND
           END-IF.

      ******************************************************************
      * EXTRAI-SITUACAO - Nota de exame (so quando a recuperacao foi
      * realizada) e resultado (o final da recuperacao, quando ja
      * lancado, senao o da classificacao) do registro lido do SITMST.
      ******************************************************************
       EXTRAI-SITUACAO.
           MOVE 0 TO WRK-NOTA-EXAME
           IF SM-DATA-EXAME NOT = SPACES
               MOVE SM-NOTA-EXAME TO WRK-NOTA-EXAME
           END-IF
           IF SM-SIT-FINAL NOT = SPACES
               MOVE SM-SIT-FINAL TO WRK-RESULTADO
           ELSE
               MOVE SM-SITUACAO TO WRK-RESULTADO
           END-IF.

      ******************************************************************
      * APURA-FREQUENCIA - Percentual de presenca: o total de aulas e o
      * maior entre as chamadas registradas e as aulas previstas ate
      * hoje no calendario da turma (PROG129), como no classificador;
      * sem aula nenhuma o aluno sai com 100%.
      ******************************************************************
       APURA-FREQUENCIA.
           MOVE 0 TO WRK-AULAS
           MOVE 0 TO WRK-PRESENCAS
           IF WRK-FS-FREQ = '00'
               MOVE AI-ALUNO-ID  TO FS-ALUNO-ID
               MOVE AI-MATERIA   TO FS-MATERIA
               MOVE AI-SEMESTRE  TO FS-SEMESTRE
               READ FREQUENCIA-RESUMO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-TOTAL     TO WRK-AULAS
                       MOVE FS-PRESENCAS TO WRK-PRESENCAS
               END-READ
           END-IF
           MOVE AI-ALUNO-ID  TO QA-ALUNO-ID
           MOVE AI-MATERIA   TO QA-MATERIA
           MOVE AI-SEMESTRE  TO QA-SEMESTRE
           MOVE WRK-CD-DATA  TO QA-DATA-REF
           CALL 'PROG129' USING AULAS-PARAMETROS
           IF QA-PREVISTAS > WRK-AULAS
               MOVE QA-PREVISTAS TO WRK-AULAS
           END-IF
           MOVE 100 TO AI-PCT-FREQ
           IF WRK-AULAS > 0
               IF WRK-PRESENCAS > WRK-AULAS
                   MOVE WRK-AULAS TO WRK-PRESENCAS
               END-IF
               COMPUTE AI-PCT-FREQ = (WRK-PRESENCAS * 100) / WRK-AULAS
           END-IF.

      ******************************************************************
      * IMPRIME-CABECALHO - Numero da ata, turma, materia, semestre,
      * instrutor e titulos das colunas.
      ******************************************************************
       IMPRIME-CABECALHO.
           MOVE SPACES TO WRK-DATA-ED
           STRING WRK-CD-DATA(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-CD-DATA(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-CD-DATA(1:4) DELIMITED BY SIZE
               INTO WRK-DATA-ED
           MOVE SPACES TO ATA-TXT-LINHA
           STRING 'ATA OFICIAL DE NOTAS NO. ' DELIMITED BY SIZE
               WRK-NUMERO-ATA DELIMITED BY SIZE
               '   EMITIDA EM ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               INTO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE SPACES TO ATA-TXT-LINHA
           STRING 'TURMA: ' DELIMITED BY SIZE
               WRK-TURMA DELIMITED BY SIZE
               '  MATERIA: ' DELIMITED BY SIZE
               WRK-MATERIA DELIMITED BY SIZE
               '  SEMESTRE: ' DELIMITED BY SIZE
               WRK-SEMESTRE DELIMITED BY SIZE
               INTO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE SPACES TO ATA-TXT-LINHA
           STRING 'INSTRUTOR: ' DELIMITED BY SIZE
               WRK-INSTR-COD DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-INSTRUTOR DELIMITED BY SIZE
               INTO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE SPACES TO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE SPACES TO ATA-TXT-LINHA
           STRING 'NO. MATRICULA      NOME' DELIMITED BY SIZE
               '                   NOTA  EXAME FREQ RESULTADO'
               DELIMITED BY SIZE
               INTO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE ALL '-' TO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA.

       IMPRIME-ALUNO.
           MOVE WRK-LINHA   TO WRK-LINHA-ED
           MOVE AI-NOTA     TO WRK-NOTA-SAI
           MOVE AI-PCT-FREQ TO WRK-PCT-ED
           IF AI-NOTA-EXAME > 0
               MOVE AI-NOTA-EXAME TO WRK-EXAME-ED
               MOVE WRK-EXAME-ED  TO WRK-EXAME-SAI
           ELSE
               MOVE '  -  ' TO WRK-EXAME-SAI
           END-IF
           IF ALUNO-SEM-NOTA
               MOVE '  -  ' TO WRK-NOTA-TXT
           ELSE
               MOVE WRK-NOTA-SAI TO WRK-NOTA-TXT
           END-IF
           MOVE SPACES TO ATA-TXT-LINHA
           STRING WRK-LINHA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AI-ALUNO-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AI-NOME(1:22) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-NOTA-TXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-EXAME-SAI DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-PCT-ED DELIMITED BY SIZE
               '% ' DELIMITED BY SIZE
               AI-RESULTADO(1:17) DELIMITED BY SIZE
               INTO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA.

       IMPRIME-CONGELADO.
           MOVE WRK-LINHA TO WRK-LINHA-ED
           MOVE SPACES TO ATA-TXT-LINHA
           STRING WRK-LINHA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AI-ALUNO-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ALUNO-NOME(1:22) DELIMITED BY SIZE
               '   -     -    -   ATA ' DELIMITED BY SIZE
               AI-NUMERO DELIMITED BY SIZE
               INTO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE SPACES TO ATA-TXT-LINHA
           MOVE WRK-QTD-ALUNOS TO WRK-QTD-ED
           STRING 'ALUNOS NA ATA: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE SPACES TO ATA-TXT-LINHA
           MOVE WRK-QTD-PEND TO WRK-QTD-ED
           STRING 'SEM NOTA LANCADA: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           IF WRK-QTD-PEND > 0
               MOVE 'ATA PROVISORIA - NAO VALE PARA ASSINATURA.'
                   TO ATA-TXT-LINHA
               WRITE ATA-TXT-LINHA
           END-IF.

      ******************************************************************
      * IMPRIME-ASSINATURAS - Bloco numerado de assinaturas: instrutor
      * da turma, coordenacao do curso e secretaria academica.
      ******************************************************************
       IMPRIME-ASSINATURAS.
           MOVE SPACES TO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE 'ASSINATURAS:' TO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE SPACES TO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE SPACES TO ATA-TXT-LINHA
           STRING '1. ______________________________  INSTRUTOR: '
               DELIMITED BY SIZE
               WRK-INSTRUTOR DELIMITED BY SIZE
               INTO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE SPACES TO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE SPACES TO ATA-TXT-LINHA
           STRING '2. ______________________________  '
               DELIMITED BY SIZE
               'COORDENACAO DO CURSO' DELIMITED BY SIZE
               INTO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE SPACES TO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE SPACES TO ATA-TXT-LINHA
           STRING '3. ______________________________  '
               DELIMITED BY SIZE
               'SECRETARIA ACADEMICA' DELIMITED BY SIZE
               INTO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE SPACES TO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE 'DATA DA ASSINATURA: ____/____/________' TO
               ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA
           MOVE ALL '=' TO ATA-TXT-LINHA
           WRITE ATA-TXT-LINHA.

       GRAVA-CABECALHO-ATA.
           MOVE WRK-TURMA      TO AN-TURMA
           MOVE WRK-NUMERO-ATA TO AN-NUMERO
           MOVE WRK-MATERIA    TO AN-MATERIA
           MOVE WRK-SEMESTRE   TO AN-SEMESTRE
           MOVE WRK-INSTR-COD  TO AN-INSTR-COD
           MOVE WRK-INSTRUTOR  TO AN-INSTRUTOR
           MOVE WRK-QTD-ALUNOS TO AN-QTD-ALUNOS
           MOVE WRK-QTD-PEND   TO AN-QTD-PENDENTES
           MOVE 'E'            TO AN-STATUS
           MOVE WRK-CD-DATA    TO AN-DATA-EMISSAO
           MOVE WRK-USUARIO    TO AN-EMISSOR
           MOVE SPACES         TO AN-DATA-ASSINATURA
           MOVE SPACES         TO AN-COORDENADOR
           IF ATA-JA-EMITIDA
               REWRITE ATA-NOTAS-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO REGRAVAR A ATA.'
               END-REWRITE
           ELSE
               WRITE ATA-NOTAS-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO GRAVAR A ATA.'
               END-WRITE
           END-IF.

      ******************************************************************
      * REGISTRA-ASSINATURA - Com credencial de coordenador, registra
      * a ata ja emitida, sem aluno pendente, como assinada. A ata
      * cuja nota mudou no SITMST depois da emissao tem de ser
      * reemitida antes.
      ******************************************************************
       REGISTRA-ASSINATURA.
           PERFORM AUTENTICA-COORDENADOR
           IF NOT COORDENADOR-AUTORIZADO
               DISPLAY 'O REGISTRO DA ASSINATURA EXIGE COORDENADOR.'
           ELSE
               DISPLAY 'CODIGO DA TURMA:'
               ACCEPT WRK-TURMA
               PERFORM LE-ATA
               EVALUATE TRUE
                   WHEN NOT ATA-JA-EMITIDA
                       DISPLAY 'NENHUMA ATA EMITIDA PARA A TURMA.'
                   WHEN AN-ASSINADA
                       DISPLAY 'ATA ' AN-NUMERO ' JA ASSINADA EM '
                           AN-DATA-ASSINATURA '.'
                   WHEN AN-QTD-PENDENTES > 0
                       DISPLAY 'ATA COM ' AN-QTD-PENDENTES
                           ' ALUNO(S) SEM NOTA. LANCAR E REEMITIR.'
                   WHEN OTHER
                       MOVE AN-NUMERO TO WRK-NUMERO-ATA
                       PERFORM CONFERE-ATA
                       IF WRK-QTD-DIVERG > 0
                           DISPLAY WRK-QTD-DIVERG ' NOTA(S) MUDARAM '
                               'DESDE A EMISSAO. REEMITIR A ATA.'
                       ELSE
                           PERFORM CONFIRMA-ASSINATURA
                       END-IF
               END-EVALUATE
           END-IF.

      ******************************************************************
      * CONFERE-ATA - Compara cada linha da ata com o SITMST vigente:
      * nota, nota de exame e resultado tem de ser os impressos.
      ******************************************************************
       CONFERE-ATA.
           MOVE 0 TO WRK-QTD-DIVERG
           OPEN INPUT SITUACAO-MASTER-FILE
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO AI-CHAVE
           START ATA-ALUNO-FILE KEY IS NOT LESS THAN AI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ ATA-ALUNO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ AND AI-NUMERO = WRK-NUMERO-ATA
                   PERFORM CONFERE-LINHA
               END-IF
           END-PERFORM
           IF WRK-FS-SIT = '00'
               CLOSE SITUACAO-MASTER-FILE
           END-IF.

       CONFERE-LINHA.
           MOVE 'S' TO WRK-SEM-NOTA
           IF WRK-FS-SIT = '00'
               MOVE AI-ALUNO-ID TO SM-ALUNO-ID
               MOVE AI-MATERIA  TO SM-MATERIA
               MOVE AI-SEMESTRE TO SM-SEMESTRE
               READ SITUACAO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-SEM-NOTA
                       PERFORM EXTRAI-SITUACAO
               END-READ
           END-IF
           IF ALUNO-SEM-NOTA
               OR SM-NOTA NOT = AI-NOTA
               OR WRK-NOTA-EXAME NOT = AI-NOTA-EXAME
               OR WRK-RESULTADO NOT = AI-RESULTADO
               ADD 1 TO WRK-QTD-DIVERG
               DISPLAY '  LINHA ' AI-LINHA ' ' AI-ALUNO-ID
                   ' DIFERE DO SITMST.'
           END-IF.

       CONFIRMA-ASSINATURA.
           MOVE AN-QTD-ALUNOS TO WRK-QTD-ED
           DISPLAY 'ATA ' AN-NUMERO ' TURMA ' AN-TURMA ' '
               AN-MATERIA ' ' AN-SEMESTRE
           DISPLAY '  INSTRUTOR: ' AN-INSTRUTOR
           DISPLAY '  ALUNOS   : ' WRK-QTD-ED
           DISPLAY 'A ATA FOI ASSINADA PELO INSTRUTOR, COORDENACAO E '
               'SECRETARIA? (S/N)'
           ACCEPT WRK-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA
           IF WRK-CONFIRMA = 'S'
               PERFORM CONGELA-TURMA
           ELSE
               DISPLAY 'ASSINATURA NAO REGISTRADA.'
           END-IF.

      ******************************************************************
      * CONGELA-TURMA - Marca cada linha da ata como assinada e carimba
      * o numero da ata no HISTORICO-MASTER de quem ja tiver a nota
      * consolidada (o fechamento PROG17 carimba os demais); so entao
      * o cabecalho passa a assinada e a decisao vai para a auditoria.
      ******************************************************************
       CONGELA-TURMA.
           MOVE 0 TO WRK-QTD-CONGEL
           MOVE 0 TO WRK-QTD-HIST
           OPEN I-O HISTORICO-FILE
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO AI-CHAVE
           START ATA-ALUNO-FILE KEY IS NOT LESS THAN AI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ ATA-ALUNO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ AND AI-NUMERO = WRK-NUMERO-ATA
                   PERFORM CONGELA-LINHA
               END-IF
           END-PERFORM
           IF WRK-FS-HIST = '00'
               CLOSE HISTORICO-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE 'A'         TO AN-STATUS
           MOVE WRK-CD-DATA TO AN-DATA-ASSINATURA
           MOVE WRK-REVISOR TO AN-COORDENADOR
           REWRITE ATA-NOTAS-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR A ASSINATURA DA ATA.'
               NOT INVALID KEY
                   PERFORM GRAVA-AUDITORIA
                   DISPLAY 'ATA ' AN-NUMERO ' ASSINADA. TURMA '
                       AN-TURMA ' CONGELADA: ' WRK-QTD-CONGEL
                       ' NOTA(S), ' WRK-QTD-HIST
                       ' NO HISTORICO.'
           END-REWRITE.

       CONGELA-LINHA.
           MOVE 'S' TO AI-ASSINADA
           REWRITE ATA-ALUNO-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO CONGELAR A LINHA ' AI-LINHA '.'
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-CONGEL
           END-REWRITE
           IF WRK-FS-HIST = '00'
               MOVE AI-ALUNO-ID TO HT-ALUNO-ID
               MOVE AI-SEMESTRE TO HT-SEMESTRE
               MOVE AI-MATERIA  TO HT-MATERIA
               READ HISTORICO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-NUMERO-ATA TO HT-ATA
                       REWRITE HISTORICO-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WRK-QTD-HIST
                       END-REWRITE
               END-READ
           END-IF.

      ******************************************************************
      * GRAVA-AUDITORIA - Registra a assinatura na trilha de auditoria
      * (rotina comum PROG87) com o numero da ata e a turma.
      ******************************************************************
       GRAVA-AUDITORIA.
           MOVE WRK-REVISOR TO AD-USUARIO
           MOVE 'PROG137 '  TO AD-PROGRAMA
           MOVE AN-NUMERO   TO WRK-NUM-SAI
           MOVE SPACES TO AD-DADOS
           STRING 'ATA ' DELIMITED BY SIZE
               WRK-NUM-SAI DELIMITED BY SIZE
               ' TURMA ' DELIMITED BY SIZE
               AN-TURMA DELIMITED BY SIZE
               ' ASSINADA' DELIMITED BY SIZE
               INTO AD-DADOS
           CALL 'PROG87' USING AUDITORIA-PARAMETROS.

       CONSULTA-ATA.
           DISPLAY 'CODIGO DA TURMA:'
           ACCEPT WRK-TURMA
           PERFORM LE-ATA
           IF NOT ATA-JA-EMITIDA
               DISPLAY 'NENHUMA ATA EMITIDA PARA A TURMA.'
           ELSE
               DISPLAY 'ATA         : ' AN-NUMERO
               DISPLAY 'MATERIA     : ' AN-MATERIA
               DISPLAY 'SEMESTRE    : ' AN-SEMESTRE
               DISPLAY 'INSTRUTOR   : ' AN-INSTR-COD ' '
                   AN-INSTRUTOR
               DISPLAY 'ALUNOS      : ' AN-QTD-ALUNOS
               DISPLAY 'SEM NOTA    : ' AN-QTD-PENDENTES
               DISPLAY 'STATUS      : ' AN-STATUS
               DISPLAY 'EMITIDA EM  : ' AN-DATA-EMISSAO ' POR '
                   AN-EMISSOR
               DISPLAY 'ASSINADA EM : ' AN-DATA-ASSINATURA
               DISPLAY 'COORDENADOR : ' AN-COORDENADOR
           END-IF.

      ******************************************************************
      * AUTENTICA-COORDENADOR - Exige credencial de coordenador ativa
      * no USRPROF antes de registrar a assinatura.
      ******************************************************************
       AUTENTICA-COORDENADOR.
           MOVE 'N' TO WRK-AUTORIZADO
           OPEN INPUT USUARIO-PERFIL-FILE
           IF WRK-FS-PERFIL = '35'
               DISPLAY 'ARQUIVO DE PERFIS NAO IMPLANTADO. ASSINATURA '
                   'BLOQUEADA.'
           ELSE
               DISPLAY 'USUARIO DO COORDENADOR:'
               ACCEPT WRK-REVISOR
               DISPLAY 'SENHA:'
               ACCEPT WRK-SENHA
               MOVE WRK-REVISOR TO UP-USUARIO
               READ USUARIO-PERFIL-FILE
                   INVALID KEY
                       DISPLAY 'USUARIO NAO ENCONTRADO.'
                   NOT INVALID KEY
                       IF UP-SENHA = WRK-SENHA
                           AND UP-USUARIO-ATIVO
                           AND UP-NIVEL-COORDENADOR
                           MOVE 'S' TO WRK-AUTORIZADO
                       ELSE
                           DISPLAY 'CREDENCIAL SEM NIVEL DE '
                               'COORDENADOR.'
                       END-IF
               END-READ
               CLOSE USUARIO-PERFIL-FILE
           END-IF.

      ******************************************************************
      * ALOCA-NUMERO-ATA - Aloca o proximo numero de ata no contador
      * controlado (chave 'ATANOTA' do registro central de
      * numeracao), criando o contador na primeira ata.
      ******************************************************************
       ALOCA-NUMERO-ATA.
           OPEN I-O RECIBO-CONTROLE-FILE
           IF WRK-FS-RECNUM = '35'
               CLOSE RECIBO-CONTROLE-FILE
               OPEN OUTPUT RECIBO-CONTROLE-FILE
               CLOSE RECIBO-CONTROLE-FILE
               OPEN I-O RECIBO-CONTROLE-FILE
           END-IF
           MOVE 'ATANOTA' TO RB-CHAVE
           READ RECIBO-CONTROLE-FILE
               INVALID KEY
                   MOVE 1 TO WRK-NUMERO-ATA
                   MOVE 'ATANOTA' TO RB-CHAVE
                   MOVE 2 TO RB-PROXIMO
                   WRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RB-PROXIMO TO WRK-NUMERO-ATA
                   ADD 1 TO RB-PROXIMO
                   REWRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RECIBO-CONTROLE-FILE.
       END PROGRAM PROG137.
