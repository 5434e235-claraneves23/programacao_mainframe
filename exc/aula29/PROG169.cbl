      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG169.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  REINTEGRACAO DE ALUNO EXPURGADO - PESQUISA O ARQUIVO MORTO
      *  (ARQALUNO, GRAVADO PELO EXPURGO DO PROG51) PELO NOME OU PELA
      *  MATRICULA ANTIGA E, PARA O ALUNO QUE VOLTA, RECONSTROI O
      *  ALUNO-MASTER E AS LINHAS DO DISC-MASTER A PARTIR DAS IMAGENS
      *  ARQUIVADAS, SOB A MATRICULA ORIGINAL E COM O ALUNO ATIVO, EM
      *  VEZ DE READMITI-LO COMO ALUNO NOVO DE REGISTRO VAZIO. A
      *  INCLUSAO VAI PARA O JORNAL DE MANUTENCAO (JRNALUNO) COM O
      *  MOTIVO INFORMADO E CADA LINHA DEVOLVIDA PARA A TRILHA DE
      *  POSTAGEM (JRNDISC); O ARQUIVO MORTO RECEBE O REGISTRO 'R'
      *  QUE MARCA O EXPURGO COMO REINTEGRADO. ANTES DE REINTEGRAR,
      *  CONFERE SE A PESSOA JA FOI READMITIDA SOB MATRICULA NOVA: O
      *  CPF DO REGISTRO DEMOGRAFICO DA MATRICULA ANTIGA EM OUTRO
      *  ALUNO ATIVO IMPEDE A REINTEGRACAO; ALUNO DE MESMO NOME NO
      *  MESTRE E AVISADO E EXIGE CONFIRMACAO. O OPERADOR RESTRITO A
      *  UMA UNIDADE SO ENXERGA OS ALUNOS ARQUIVADOS DELA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ALUNO-FILE ASSIGN TO "ARQALUNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT DISC-MASTER-FILE ASSIGN TO "DISCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CHAVE
               FILE STATUS IS WRK-FS-DISCMR.
           SELECT ALUNO-DEMOGRAFICO-FILE ASSIGN TO "ALUNODEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-ALUNO-ID
               ALTERNATE RECORD KEY IS DG-CPF WITH DUPLICATES
               FILE STATUS IS WRK-FS-DEMO.
           SELECT JORNAL-ALUNO-FILE ASSIGN TO "JRNALUNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT JORNAL-DISC-FILE ASSIGN TO "JRNDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRNDISC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ALUNO-FILE.
           COPY ARQALUNO.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  DISC-MASTER-FILE.
           COPY DISCMR.
       FD  ALUNO-DEMOGRAFICO-FILE.
           COPY ALUNODEM.
       FD  JORNAL-ALUNO-FILE.
           COPY JRNALU.
       FD  JORNAL-DISC-FILE.
           COPY JRNDISC.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ARQ        PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-DISCMR     PIC X(02) VALUE SPACES.
       77 WRK-FS-DEMO       PIC X(02) VALUE SPACES.
       77 WRK-FS-JORNAL     PIC X(02) VALUE SPACES.
       77 WRK-FS-JRNDISC    PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC 9 VALUE 0.
       77 WRK-CONTINUAR     PIC X VALUE 'S'.
       77 WRK-BUSCA         PIC X(30) VALUE SPACES.
       77 WRK-TAM-BUSCA     PIC 9(02) VALUE 0.
       77 WRK-MODO-BUSCA    PIC X(01) VALUE SPACES.
           88 BUSCA-POR-MATRICULA  VALUE 'M'.
       77 WRK-SELECIONADO   PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-FIM-ALUNO     PIC X(01) VALUE 'N'.
           88 FIM-ALUNO            VALUE 'S'.
       77 WRK-FIM-CPF       PIC X(01) VALUE 'N'.
           88 FIM-CPF              VALUE 'S'.
       77 WRK-TEM-DEMO      PIC X(01) VALUE 'N'.
       77 WRK-QTD-ARQ       PIC 9(03) VALUE 0.
       77 WRK-IDX           PIC 9(03) VALUE 0.
       77 WRK-ALVO          PIC 9(03) VALUE 0.
       77 WRK-NO-ALVO       PIC X(01) VALUE 'N'.
       77 WRK-ALUNO-GRAVADO PIC X(01) VALUE 'N'.
       77 WRK-QTD-HOMONIMOS PIC 9(03) VALUE 0.
       77 WRK-CPF-DUP       PIC X(14) VALUE SPACES.
       77 WRK-CPF-ALUNO     PIC X(11) VALUE SPACES.
       77 WRK-QTD-DISC      PIC 9(05) VALUE 0.
       77 WRK-QTD-CONFLITO  PIC 9(05) VALUE 0.
       77 WRK-QTD-ED        PIC ZZZZ9.
       77 WRK-RESPOSTA      PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77 WRK-SITUACAO-TXT  PIC X(24) VALUE SPACES.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-UNIDADE-OPER  PIC X(04) VALUE SPACES.
       77 WRK-UNIDADE-ALUNO PIC X(04) VALUE SPACES.
       COPY UNIPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
      * Imagem do ALUNO-MASTER guardada no registro 'A' do arquivo
       01 IMAGEM-ALUNO-ARQ.
          05 IA-ALUNO-ID    PIC X(14).
          05 IA-NOME        PIC X(30).
          05 IA-STATUS      PIC X(01).
          05 IA-DATA-CAD    PIC X(08).
          05 IA-HORA-CAD    PIC X(06).
          05 IA-UNIDADE     PIC X(04).
      * Expurgos selecionados na pesquisa, na ordem do arquivo morto
       01 TABELA-ARQUIVADOS.
          05 RA-ENTRADA OCCURS 100 TIMES.
             10 RA-ALUNO-ID      PIC X(14).
             10 RA-NOME          PIC X(30).
             10 RA-DATA-EXPURGO  PIC X(08).
             10 RA-UNIDADE       PIC X(04).
             10 RA-QTD-DISC      PIC 9(05).
             10 RA-REINTEGRADO   PIC X(01).
             10 RA-DATA-REINT    PIC X(08).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGA-UNIDADE-OPERADOR
           OPEN I-O ALUNO-MASTER-FILE
           IF WRK-FS-ALUNO = '35'
               CLOSE ALUNO-MASTER-FILE
               OPEN OUTPUT ALUNO-MASTER-FILE
               CLOSE ALUNO-MASTER-FILE
               OPEN I-O ALUNO-MASTER-FILE
           END-IF
           OPEN I-O DISC-MASTER-FILE
           IF WRK-FS-DISCMR = '35'
               CLOSE DISC-MASTER-FILE
               OPEN OUTPUT DISC-MASTER-FILE
               CLOSE DISC-MASTER-FILE
               OPEN I-O DISC-MASTER-FILE
           END-IF
           OPEN INPUT ALUNO-DEMOGRAFICO-FILE
           IF WRK-FS-DEMO = '00'
               MOVE 'S' TO WRK-TEM-DEMO
           END-IF

           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

           IF WRK-TEM-DEMO = 'S'
               CLOSE ALUNO-DEMOGRAFICO-FILE
           END-IF
           CLOSE DISC-MASTER-FILE
           CLOSE ALUNO-MASTER-FILE
           STOP RUN.

       EXIBE-MENU.
           DISPLAY 'REINTEGRACAO DE ALUNO EXPURGADO'
           DISPLAY '1 - PESQUISAR O ARQUIVO MORTO (NOME OU MATRICULA)'
           DISPLAY '2 - REINTEGRAR ALUNO PELA MATRICULA ANTIGA'
           DISPLAY '3 - SAIR'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM PESQUISA-ARQUIVO
               WHEN 2 PERFORM REINTEGRA-ALUNO
               WHEN 3 MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      ******************************************************************
      * PESQUISA-ARQUIVO - Lista os expurgos cujo nome comeca pelo
      * texto informado ou cuja matricula antiga e a informada, com
      * a data do expurgo, as disciplinas arquivadas e se o expurgo
      * ja foi reintegrado.
      ******************************************************************
       PESQUISA-ARQUIVO.
           DISPLAY 'NOME (OU INICIO DO NOME) OU MATRICULA ANTIGA:'
           MOVE SPACES TO WRK-BUSCA
           ACCEPT WRK-BUSCA
           MOVE FUNCTION UPPER-CASE(WRK-BUSCA) TO WRK-BUSCA
           IF WRK-BUSCA = SPACES
               DISPLAY 'INFORME O NOME OU A MATRICULA.'
           ELSE
               MOVE SPACES TO WRK-MODO-BUSCA
               PERFORM CARREGA-ARQUIVADOS
               IF WRK-QTD-ARQ = 0
                   DISPLAY 'NENHUM ALUNO EXPURGADO CORRESPONDE A '
                       'PESQUISA.'
               END-IF
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ARQ
                   PERFORM EXIBE-ARQUIVADO
               END-PERFORM
           END-IF.

       EXIBE-ARQUIVADO.
           IF RA-REINTEGRADO(WRK-IDX) = 'S'
               MOVE SPACES TO WRK-SITUACAO-TXT
               STRING 'REINTEGRADO EM ' DELIMITED BY SIZE
                   RA-DATA-REINT(WRK-IDX) DELIMITED BY SIZE
                   INTO WRK-SITUACAO-TXT
           ELSE
               MOVE 'DISPONIVEL' TO WRK-SITUACAO-TXT
           END-IF
           MOVE RA-QTD-DISC(WRK-IDX) TO WRK-QTD-ED
           DISPLAY RA-ALUNO-ID(WRK-IDX) ' ' RA-NOME(WRK-IDX)
               ' ' RA-UNIDADE(WRK-IDX)
           DISPLAY '    EXPURGO ' RA-DATA-EXPURGO(WRK-IDX)
               ' DISCIPLINAS ' WRK-QTD-ED ' ' WRK-SITUACAO-TXT.

      ******************************************************************
      * CARREGA-ARQUIVADOS - Percorre o arquivo morto guardando os
      * registros 'A' que atendem a pesquisa (so pela matricula em
      * WRK-MODO-BUSCA = 'M'), somando os 'D' que os seguem e
      * marcando os que um registro 'R' posterior ja reintegrou.
      * Alunos de outra unidade ficam fora para o operador restrito.
      ******************************************************************
       CARREGA-ARQUIVADOS.
           MOVE 0 TO WRK-QTD-ARQ
           MOVE 'N' TO WRK-SELECIONADO
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRK-BUSCA TRAILING))
               TO WRK-TAM-BUSCA
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-ALUNO-FILE
           IF WRK-FS-ARQ NOT = '00'
               DISPLAY 'ARQUIVO MORTO NAO IMPLANTADO.'
           ELSE
               PERFORM UNTIL FIM-ARQ
                   READ ARQUIVO-ALUNO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM SELECIONA-REGISTRO-ARQ
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-ALUNO-FILE
           END-IF.

       SELECIONA-REGISTRO-ARQ.
           EVALUATE TRUE
               WHEN AQ-REG-ALUNO
                   MOVE 'N' TO WRK-SELECIONADO
                   MOVE AQ-IMAGEM TO IMAGEM-ALUNO-ARQ
                   PERFORM CONFERE-PESQUISA
                   IF WRK-SELECIONADO = 'S'
                       IF WRK-QTD-ARQ < 100
                           ADD 1 TO WRK-QTD-ARQ
                           PERFORM GUARDA-ARQUIVADO
                       ELSE
                           MOVE 'N' TO WRK-SELECIONADO
                       END-IF
                   END-IF
               WHEN AQ-REG-DISC
                   IF WRK-SELECIONADO = 'S'
                       ADD 1 TO RA-QTD-DISC(WRK-QTD-ARQ)
                   END-IF
               WHEN AQ-REG-REINTEGRACAO
                   MOVE 'N' TO WRK-SELECIONADO
                   PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-ARQ
                       IF RA-ALUNO-ID(WRK-IDX) = AQ-RI-ALUNO-ID
                           AND RA-DATA-EXPURGO(WRK-IDX) =
                               AQ-RI-DATA-EXPURGO
                           MOVE 'S' TO RA-REINTEGRADO(WRK-IDX)
                           MOVE AQ-DATA-EXPURGO
                               TO RA-DATA-REINT(WRK-IDX)
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   MOVE 'N' TO WRK-SELECIONADO
           END-EVALUATE.

      ******************************************************************
      * CONFERE-PESQUISA - A matricula antiga confere por inteiro; o
      * nome, pelos caracteres digitados. Operador restrito a uma
      * unidade nao enxerga aluno arquivado de outra.
      ******************************************************************
       CONFERE-PESQUISA.
           IF IA-ALUNO-ID = WRK-BUSCA(1:14)
               AND WRK-BUSCA(15:16) = SPACES
               MOVE 'S' TO WRK-SELECIONADO
           END-IF
           IF NOT BUSCA-POR-MATRICULA
               AND IA-NOME(1:WRK-TAM-BUSCA) =
                   WRK-BUSCA(1:WRK-TAM-BUSCA)
               MOVE 'S' TO WRK-SELECIONADO
           END-IF
           MOVE IA-UNIDADE TO WRK-UNIDADE-ALUNO
           IF WRK-UNIDADE-ALUNO = SPACES
               MOVE 'SEDE' TO WRK-UNIDADE-ALUNO
           END-IF
           IF WRK-UNIDADE-OPER NOT = SPACES
               AND WRK-UNIDADE-OPER NOT = WRK-UNIDADE-ALUNO
               MOVE 'N' TO WRK-SELECIONADO
           END-IF.

       GUARDA-ARQUIVADO.
           MOVE IA-ALUNO-ID       TO RA-ALUNO-ID(WRK-QTD-ARQ)
           MOVE IA-NOME           TO RA-NOME(WRK-QTD-ARQ)
           MOVE AQ-DATA-EXPURGO   TO RA-DATA-EXPURGO(WRK-QTD-ARQ)
           MOVE WRK-UNIDADE-ALUNO TO RA-UNIDADE(WRK-QTD-ARQ)
           MOVE 0                 TO RA-QTD-DISC(WRK-QTD-ARQ)
           MOVE 'N'               TO RA-REINTEGRADO(WRK-QTD-ARQ)
           MOVE SPACES            TO RA-DATA-REINT(WRK-QTD-ARQ).

      ******************************************************************
      * REINTEGRA-ALUNO - Localiza o ultimo expurgo nao reintegrado
      * da matricula antiga, confere que ela nao voltou ao mestre e a
      * duplicidade, pede o motivo e a confirmacao e reconstroi os
      * mestres a partir do arquivo morto.
      ******************************************************************
       REINTEGRA-ALUNO.
           DISPLAY 'MATRICULA ANTIGA DO ALUNO:'
           MOVE SPACES TO WRK-BUSCA
           ACCEPT WRK-BUSCA
           MOVE FUNCTION UPPER-CASE(WRK-BUSCA) TO WRK-BUSCA
           MOVE 'M' TO WRK-MODO-BUSCA
           MOVE 0 TO WRK-QTD-ARQ
           IF WRK-BUSCA NOT = SPACES
               PERFORM CARREGA-ARQUIVADOS
           END-IF
           MOVE 0 TO WRK-ALVO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-ARQ
               IF RA-REINTEGRADO(WRK-IDX) = 'N'
                   MOVE WRK-IDX TO WRK-ALVO
               END-IF
           END-PERFORM
           IF WRK-QTD-ARQ = 0
               DISPLAY 'MATRICULA NAO CONSTA DO ARQUIVO MORTO.'
           ELSE
           IF WRK-ALVO = 0
               DISPLAY 'EXPURGO JA REINTEGRADO EM '
                   RA-DATA-REINT(WRK-QTD-ARQ) '.'
           ELSE
               MOVE RA-ALUNO-ID(WRK-ALVO) TO ALUNO-ID
               READ ALUNO-MASTER-FILE
                   INVALID KEY
                       PERFORM PREPARA-REINTEGRACAO
                   NOT INVALID KEY
                       DISPLAY 'MATRICULA JA EXISTE NO ALUNO-MASTER. '
                           'REINTEGRACAO NEGADA.'
               END-READ
           END-IF
           END-IF.

       PREPARA-REINTEGRACAO.
           MOVE WRK-ALVO TO WRK-IDX
           PERFORM EXIBE-ARQUIVADO
           PERFORM CONFERE-DUPLICIDADE
           IF WRK-CPF-DUP NOT = SPACES
               DISPLAY 'O CPF DA MATRICULA ANTIGA PERTENCE AO ALUNO '
                   'ATIVO ' WRK-CPF-DUP '.'
               DISPLAY 'ALUNO JA READMITIDO. REINTEGRACAO NEGADA - USE '
                   'A MATRICULA NOVA.'
           ELSE
               IF WRK-QTD-HOMONIMOS > 0
                   DISPLAY 'ATENCAO: HA ALUNO DE MESMO NOME NO MESTRE -'
                       ' CONFIRA SE NAO E A MESMA PESSOA READMITIDA.'
               END-IF
               MOVE SPACES TO WRK-MOTIVO
               PERFORM UNTIL WRK-MOTIVO NOT = SPACES
                   DISPLAY 'MOTIVO DA REINTEGRACAO:'
                   ACCEPT WRK-MOTIVO
                   IF WRK-MOTIVO = SPACES
                       DISPLAY 'MOTIVO NAO PODE SER EM BRANCO.'
                   END-IF
               END-PERFORM
               DISPLAY 'CONFIRMA A REINTEGRACAO (S/N)?'
               MOVE SPACES TO WRK-RESPOSTA
               ACCEPT WRK-RESPOSTA
               IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
                   PERFORM RECONSTROI-MESTRES
               ELSE
                   DISPLAY 'REINTEGRACAO CANCELADA.'
               END-IF
           END-IF.

      ******************************************************************
      * CONFERE-DUPLICIDADE - Procura a pessoa ja readmitida sob
      * matricula nova: lista os alunos de mesmo nome do mestre
      * (chave alternada) e, se a matricula antiga tem CPF no
      * registro demografico, procura outro aluno ativo com o mesmo
      * CPF (WRK-CPF-DUP).
      ******************************************************************
       CONFERE-DUPLICIDADE.
           MOVE 0 TO WRK-QTD-HOMONIMOS
           MOVE SPACES TO WRK-CPF-DUP
           MOVE 'N' TO WRK-FIM-ALUNO
           MOVE RA-NOME(WRK-ALVO) TO ALUNO-NOME
           START ALUNO-MASTER-FILE KEY IS = ALUNO-NOME
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ALUNO
           END-START
           PERFORM UNTIL FIM-ALUNO
               READ ALUNO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ALUNO
               END-READ
               IF NOT FIM-ALUNO
                   IF ALUNO-NOME NOT = RA-NOME(WRK-ALVO)
                       MOVE 'S' TO WRK-FIM-ALUNO
                   ELSE
                       ADD 1 TO WRK-QTD-HOMONIMOS
                       DISPLAY 'MESMO NOME: ' ALUNO-ID ' STATUS '
                           ALUNO-STATUS ' CADASTRO ' ALUNO-DATA-CAD
                           ' UNIDADE ' ALUNO-UNIDADE
                   END-IF
               END-IF
           END-PERFORM

           IF WRK-TEM-DEMO = 'S'
               MOVE RA-ALUNO-ID(WRK-ALVO) TO DG-ALUNO-ID
               READ ALUNO-DEMOGRAFICO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DG-CPF NOT = SPACES
                           PERFORM PROCURA-CPF
                       END-IF
               END-READ
           END-IF.

       PROCURA-CPF.
           MOVE 'N' TO WRK-FIM-CPF
           START ALUNO-DEMOGRAFICO-FILE KEY IS = DG-CPF
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CPF
           END-START
           MOVE DG-CPF TO WRK-CPF-ALUNO
           PERFORM UNTIL FIM-CPF OR WRK-CPF-DUP NOT = SPACES
               READ ALUNO-DEMOGRAFICO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-CPF
               END-READ
               IF NOT FIM-CPF
                   IF DG-CPF NOT = WRK-CPF-ALUNO
                       MOVE 'S' TO WRK-FIM-CPF
                   ELSE
                       IF DG-ALUNO-ID NOT = RA-ALUNO-ID(WRK-ALVO)
                           MOVE DG-ALUNO-ID TO ALUNO-ID
                           READ ALUNO-MASTER-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF ALUNO-ATIVO
                                       MOVE ALUNO-ID TO WRK-CPF-DUP
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * RECONSTROI-MESTRES - Rele o arquivo morto ate o registro 'A'
      * do expurgo escolhido e grava, com a matricula original, o
      * aluno (ativo) e as linhas 'D' que o seguem; linha ja
      * existente no DISC-MASTER fica como esta. Gravado o aluno,
      * jornaliza a inclusao e marca o expurgo como reintegrado.
      ******************************************************************
       RECONSTROI-MESTRES.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE 'N' TO WRK-ALUNO-GRAVADO
           MOVE 'N' TO WRK-NO-ALVO
           MOVE 0 TO WRK-QTD-DISC
           MOVE 0 TO WRK-QTD-CONFLITO
           OPEN EXTEND JORNAL-DISC-FILE
           IF WRK-FS-JRNDISC = '05' OR WRK-FS-JRNDISC = '35'
               OPEN OUTPUT JORNAL-DISC-FILE
           END-IF
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT ARQUIVO-ALUNO-FILE
           PERFORM UNTIL FIM-ARQ
               READ ARQUIVO-ALUNO-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
                   NOT AT END
                       PERFORM REPOE-REGISTRO-ARQ
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-ALUNO-FILE
           CLOSE JORNAL-DISC-FILE

           IF WRK-ALUNO-GRAVADO = 'S'
               PERFORM GRAVA-JORNAL
               PERFORM GRAVA-REINTEGRACAO
               MOVE WRK-QTD-DISC TO WRK-QTD-ED
               DISPLAY 'ALUNO REINTEGRADO SOB A MATRICULA '
                   RA-ALUNO-ID(WRK-ALVO) '. DISCIPLINAS REPOSTAS: '
                   WRK-QTD-ED
               IF WRK-QTD-CONFLITO > 0
                   MOVE WRK-QTD-CONFLITO TO WRK-QTD-ED
                   DISPLAY 'LINHAS JA EXISTENTES NO DISC-MASTER, '
                       'MANTIDAS: ' WRK-QTD-ED
               END-IF
           ELSE
               DISPLAY 'FALHA AO GRAVAR O ALUNO. REINTEGRACAO NAO '
                   'EFETUADA.'
           END-IF.

       REPOE-REGISTRO-ARQ.
           EVALUATE TRUE
               WHEN AQ-REG-ALUNO
                   MOVE 'N' TO WRK-NO-ALVO
                   IF AQ-IMAGEM(1:14) = RA-ALUNO-ID(WRK-ALVO)
                       AND AQ-DATA-EXPURGO = RA-DATA-EXPURGO(WRK-ALVO)
                       AND WRK-ALUNO-GRAVADO = 'N'
                       PERFORM REPOE-ALUNO
                   END-IF
               WHEN AQ-REG-DISC
                   IF WRK-NO-ALVO = 'S'
                       PERFORM REPOE-DISCIPLINA
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WRK-NO-ALVO
           END-EVALUATE.

       REPOE-ALUNO.
           MOVE AQ-IMAGEM TO ALUNO-MASTER-RECORD
           MOVE 'A' TO ALUNO-STATUS
           WRITE ALUNO-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ALUNO-GRAVADO
                   MOVE 'S' TO WRK-NO-ALVO
           END-WRITE.

       REPOE-DISCIPLINA.
           MOVE AQ-IMAGEM TO DISC-MASTER-RECORD
           WRITE DISC-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WRK-QTD-CONFLITO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-DISC
                   MOVE 'I'                TO JD-OPERACAO
                   MOVE WRK-CD-DATA        TO JD-DATA
                   MOVE WRK-CD-HORA        TO JD-HORA
                   MOVE 'PROG169'          TO JD-PROGRAMA
                   MOVE WRK-USUARIO        TO JD-OPERADOR
                   MOVE DISC-MASTER-RECORD TO JD-DEPOIS
                   WRITE JORNAL-DISC-RECORD
           END-WRITE.

      ******************************************************************
      * GRAVA-JORNAL - Inclusao do aluno reintegrado no jornal de
      * manutencao, com a imagem reconstruida e o motivo.
      ******************************************************************
       GRAVA-JORNAL.
           MOVE RA-ALUNO-ID(WRK-ALVO) TO ALUNO-ID
           READ ALUNO-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           OPEN EXTEND JORNAL-ALUNO-FILE
           IF WRK-FS-JORNAL = '05' OR WRK-FS-JORNAL = '35'
               OPEN OUTPUT JORNAL-ALUNO-FILE
           END-IF
           MOVE ALUNO-ID            TO JR-ALUNO-ID
           MOVE 'I'                 TO JR-OPERACAO
           MOVE WRK-CD-DATA         TO JR-DATA
           MOVE WRK-CD-HORA         TO JR-HORA
           MOVE WRK-USUARIO         TO JR-OPERADOR
           MOVE SPACES              TO JR-ANTES
           MOVE ALUNO-MASTER-RECORD TO JR-DEPOIS
           MOVE WRK-MOTIVO          TO JR-MOTIVO
           MOVE SPACES              TO JR-ANT-UNIDADE
           MOVE ALUNO-UNIDADE       TO JR-DEP-UNIDADE
           WRITE JORNAL-ALUNO-RECORD
           CLOSE JORNAL-ALUNO-FILE.

      ******************************************************************
      * GRAVA-REINTEGRACAO - Acrescenta ao arquivo morto o registro
      * 'R' que marca o expurgo (matricula e data) como reintegrado.
      ******************************************************************
       GRAVA-REINTEGRACAO.
           OPEN EXTEND ARQUIVO-ALUNO-FILE
           MOVE SPACES                    TO ARQUIVO-ALUNO-RECORD
           MOVE 'R'                       TO AQ-TIPO
           MOVE WRK-CD-DATA               TO AQ-DATA-EXPURGO
           MOVE RA-ALUNO-ID(WRK-ALVO)     TO AQ-RI-ALUNO-ID
           MOVE RA-DATA-EXPURGO(WRK-ALVO) TO AQ-RI-DATA-EXPURGO
           MOVE WRK-USUARIO               TO AQ-RI-OPERADOR
           MOVE WRK-MOTIVO                TO AQ-RI-MOTIVO
           WRITE ARQUIVO-ALUNO-RECORD
           CLOSE ARQUIVO-ALUNO-FILE.

      ******************************************************************
      * CARREGA-UNIDADE-OPERADOR - Unidade (campus) a que o perfil do
      * operador esta restrito; em branco, o operador atende todas.
      ******************************************************************
       CARREGA-UNIDADE-OPERADOR.
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           MOVE 'O' TO UNP-OPERACAO
           MOVE WRK-USUARIO TO UNP-USUARIO
           CALL 'PROG160' USING UNIDADE-PARAMETROS
           MOVE UNP-CODIGO TO WRK-UNIDADE-OPER.
       END PROGRAM PROG169.
