      *  BRANCO E SEM DUPLICATA PELA CHAVE ALTERNADA DE NOME), GRAVA
      *  OS LIMPOS NO ALUNO-MASTER E EMITE O RELATORIO DE CARGA COM
      *  ACEITOS E REJEITADOS E O MOTIVO, SUBSTITUINDO A DIGITACAO
      *  UM A UM DA SEMANA DE MATRICULAS. CADA ALUNO GRAVADO VAI
      *  TAMBEM PARA O JORNAL DE MANUTENCAO (JRNALUNO), BASE DA
      *  RECUPERACAO DO MESTRE A PARTIR DO BACKUP (PROG144). O ALUNO
      *  E GRAVADO NA UNIDADE (CAMPUS) INFORMADA NA ADMISSAO, VALIDADA
      *  NO MESTRE DE UNIDADES (PROG160); EM BRANCO, A SEDE. PARA
      *  CADA ALUNO GRAVADO E GERADO O CHECKLIST DE DOCUMENTOS DA
      *  MATRICULA (PROG162), TODOS PENDENTES COM O PRAZO CONTADO DA
      *  CARGA, CONFORME O PERFIL DADO PELA DATA DE NASCIMENTO. O CPF
      *  DO CANDIDATO, QUANDO INFORMADO, E CONFERIDO PELOS DIGITOS
      *  VERIFICADORES (PROG164) E RECUSADO SE JA PERTENCE A OUTRO
      *  ALUNO ATIVO; CPF E DATA DE NASCIMENTO ABREM O REGISTRO
      *  DEMOGRAFICO DO ALUNO (ALUNODEM), COMPLETADO DEPOIS NO PROG75.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT ALUNO-DEMOGRAFICO-FILE ASSIGN TO "ALUNODEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-ALUNO-ID
               ALTERNATE RECORD KEY IS DG-CPF WITH DUPLICATES
               FILE STATUS IS WRK-FS-DEMO.
           SELECT CARGA-REL-FILE ASSIGN TO "CARGAREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARGA.
           SELECT JORNAL-ALUNO-FILE ASSIGN TO "JRNALUNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ADMISSAO-FILE.
           COPY ADMISS.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  ALUNO-DEMOGRAFICO-FILE.
           COPY ALUNODEM.
       FD  CARGA-REL-FILE.
           COPY CARGAREL.
       FD  JORNAL-ALUNO-FILE.
           COPY JRNALU.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ADMISS     PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-CARGA      PIC X(02) VALUE SPACES.
       77 WRK-FS-JORNAL     PIC X(02) VALUE SPACES.
       77 WRK-FS-DEMO       PIC X(02) VALUE SPACES.
       77 WRK-CPF-SITUACAO  PIC X(01) VALUE SPACES.
           88 CPF-INVALIDO         VALUE 'I'.
           88 CPF-DUPLICADO        VALUE 'D'.
       77 WRK-FIM-CPF       PIC X(01) VALUE 'N'.
           88 FIM-CPF              VALUE 'S'.
       77 WRK-ALUNO-DUP     PIC X(14) VALUE SPACES.
       77 WRK-CPF-ALUNO     PIC X(11) VALUE SPACES.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-FIM-ADMISS    PIC X(01) VALUE 'N'.
           88 FIM-ADMISS           VALUE 'S'.
       77 WRK-DUPLICADO     PIC X(01) VALUE 'N'.
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       COPY ALOCPARM.
       COPY UNIPARM.
       COPY DOCPARM.
       COPY CPFPARM.
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRE-ALUNO-MASTER
               PERFORM ABRE-DEMOGRAFICO
               ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
               OPEN EXTEND JORNAL-ALUNO-FILE
               IF WRK-FS-JORNAL = '05' OR WRK-FS-JORNAL = '35'
                   OPEN OUTPUT JORNAL-ALUNO-FILE
               END-IF
               OPEN OUTPUT CARGA-REL-FILE
               MOVE 'RELATORIO DA CARGA DE ADMISSOES'
                   TO CARGA-REL-LINHA

               CLOSE CARGA-REL-FILE
               CLOSE ALUNO-MASTER-FILE
               CLOSE ALUNO-DEMOGRAFICO-FILE
               CLOSE JORNAL-ALUNO-FILE
               CLOSE ADMISSAO-FILE

               DISPLAY 'CARGA CONCLUIDA. ACEITOS: '
               OPEN I-O ALUNO-MASTER-FILE
           END-IF.

      ******************************************************************
      * ABRE-DEMOGRAFICO - Abre o mestre demografico para a conferencia
      * do CPF e a abertura do registro do aluno, criando o arquivo se
      * ainda nao existe.
      ******************************************************************
       ABRE-DEMOGRAFICO.
           OPEN I-O ALUNO-DEMOGRAFICO-FILE
           IF WRK-FS-DEMO = '35'
               CLOSE ALUNO-DEMOGRAFICO-FILE
               OPEN OUTPUT ALUNO-DEMOGRAFICO-FILE
               CLOSE ALUNO-DEMOGRAFICO-FILE
               OPEN I-O ALUNO-DEMOGRAFICO-FILE
           END-IF.

      ******************************************************************
      * CARREGA-CANDIDATO - Valida o candidato corrente (nome nao em
      * branco, unidade cadastrada e ativa e sem duplicata de nome) e,
      * passando nas criticas, grava no ALUNO-MASTER e relata a
      * matricula atribuida.
      ******************************************************************
       CARREGA-CANDIDATO.
           IF AD-NOME = SPACES
               MOVE 'REJEITADO: NOME EM BRANCO.' TO CARGA-REL-LINHA
               WRITE CARGA-REL-LINHA
           ELSE
               MOVE 'V'        TO UNP-OPERACAO
               MOVE AD-UNIDADE TO UNP-CODIGO
               CALL 'PROG160' USING UNIDADE-PARAMETROS
               PERFORM VERIFICA-DUPLICATA
               PERFORM CONFERE-CPF
               EVALUATE TRUE
                   WHEN UNP-STATUS NOT = '0'
                       ADD 1 TO WRK-TOTAL-REJEIT
                       MOVE SPACES TO CARGA-REL-LINHA
                       STRING 'REJEITADO: ' DELIMITED BY SIZE
                           AD-NOME DELIMITED BY SIZE
                           ' UNIDADE ' DELIMITED BY SIZE
                           AD-UNIDADE DELIMITED BY SIZE
                           ' INVALIDA.' DELIMITED BY SIZE
                           INTO CARGA-REL-LINHA
                       WRITE CARGA-REL-LINHA
                   WHEN CPF-INVALIDO
                       ADD 1 TO WRK-TOTAL-REJEIT
                       MOVE SPACES TO CARGA-REL-LINHA
                       STRING 'REJEITADO: ' DELIMITED BY SIZE
                           AD-NOME DELIMITED BY SIZE
                           ' CPF ' DELIMITED BY SIZE
                           AD-CPF DELIMITED BY SIZE
                           ' INVALIDO.' DELIMITED BY SIZE
                           INTO CARGA-REL-LINHA
                       WRITE CARGA-REL-LINHA
                   WHEN CPF-DUPLICADO
                       ADD 1 TO WRK-TOTAL-REJEIT
                       MOVE SPACES TO CARGA-REL-LINHA
                       STRING 'REJEITADO: ' DELIMITED BY SIZE
                           AD-NOME DELIMITED BY SIZE
                           ' CPF DO ALUNO ATIVO ' DELIMITED BY SIZE
                           WRK-ALUNO-DUP DELIMITED BY SIZE
                           INTO CARGA-REL-LINHA
                       WRITE CARGA-REL-LINHA
                   WHEN NOME-DUPLICADO
                       ADD 1 TO WRK-TOTAL-REJEIT
                       MOVE SPACES TO CARGA-REL-LINHA
                       STRING 'REJEITADO: ' DELIMITED BY SIZE
                           AD-NOME DELIMITED BY SIZE
                           ' JA CONSTA NA MATRICULA.'
                           DELIMITED BY SIZE
                           INTO CARGA-REL-LINHA
                       WRITE CARGA-REL-LINHA
                   WHEN OTHER
                       PERFORM GRAVA-ALUNO
               END-EVALUATE
           END-IF.

      ******************************************************************
                   END-READ
           END-START.

      ******************************************************************
      * CONFERE-CPF - CPF informado na admissao: digitos verificadores
      * pelo PROG164 e procura na chave alternada do ALUNO-DEMOGRAFICO
      * de outro aluno ativo com o mesmo CPF (inclusive os gravados
      * nesta mesma carga). CPF em branco passa e fica pendente.
      ******************************************************************
       CONFERE-CPF.
           MOVE SPACES TO WRK-CPF-SITUACAO
           MOVE SPACES TO WRK-CPF-ALUNO
           MOVE SPACES TO WRK-ALUNO-DUP
           IF AD-CPF NOT = SPACES
               MOVE AD-CPF TO CPP-ENTRADA
               CALL 'PROG164' USING CPF-PARAMETROS
               IF CPP-VALIDO NOT = 'S'
                   MOVE 'I' TO WRK-CPF-SITUACAO
               ELSE
                   MOVE CPP-CPF TO WRK-CPF-ALUNO
                   PERFORM PROCURA-CPF
               END-IF
           END-IF.

      ******************************************************************
      * PROCURA-CPF - Percorre os registros demograficos com o CPF do
      * candidato; o dono do CPF ativo no ALUNO-MASTER recusa o
      * candidato.
      ******************************************************************
       PROCURA-CPF.
           MOVE 'N' TO WRK-FIM-CPF
           MOVE WRK-CPF-ALUNO TO DG-CPF
           START ALUNO-DEMOGRAFICO-FILE KEY IS = DG-CPF
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CPF
           END-START
           PERFORM UNTIL FIM-CPF OR CPF-DUPLICADO
               READ ALUNO-DEMOGRAFICO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-CPF
               END-READ
               IF NOT FIM-CPF
                   IF DG-CPF NOT = WRK-CPF-ALUNO
                       MOVE 'S' TO WRK-FIM-CPF
                   ELSE
                       MOVE DG-ALUNO-ID TO ALUNO-ID
                       READ ALUNO-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF ALUNO-ATIVO
                                   MOVE 'D' TO WRK-CPF-SITUACAO
                                   MOVE ALUNO-ID TO WRK-ALUNO-DUP
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * GRAVA-ALUNO - Aloca a matricula do candidato no registro
      * central e grava o registro ativo no mestre.
           MOVE 'A'           TO ALUNO-STATUS
           MOVE WRK-CD-DATA   TO ALUNO-DATA-CAD
           MOVE WRK-CD-HORA   TO ALUNO-HORA-CAD
           MOVE UNP-CODIGO    TO ALUNO-UNIDADE
           MOVE 'N' TO WRK-GRAVOU
           WRITE ALUNO-MASTER-RECORD
               INVALID KEY
           END-WRITE

           IF WRK-GRAVOU = 'S'
               PERFORM GRAVA-JORNAL
               PERFORM GRAVA-DEMOGRAFICO
               PERFORM GERA-CHECKLIST
               ADD 1 TO WRK-TOTAL-ACEITOS
               MOVE SPACES TO CARGA-REL-LINHA
               STRING 'ACEITO   : ' DELIMITED BY SIZE
                   ALUNO-ID DELIMITED BY SIZE
                   INTO CARGA-REL-LINHA
               WRITE CARGA-REL-LINHA
               IF DCP-STATUS = '0'
                   MOVE SPACES TO CARGA-REL-LINHA
                   STRING '           DOCUMENTOS PENDENTES: '
                       DELIMITED BY SIZE
                       DCP-QTD DELIMITED BY SIZE
                       INTO CARGA-REL-LINHA
                   WRITE CARGA-REL-LINHA
               END-IF
           ELSE
               ADD 1 TO WRK-TOTAL-REJEIT
               MOVE SPACES TO CARGA-REL-LINHA
               WRITE CARGA-REL-LINHA
           END-IF.

      ******************************************************************
      * GRAVA-JORNAL - Grava no jornal de manutencao a imagem do aluno
      * recem-incluido, com operador e carimbo da carga.
      ******************************************************************
       GRAVA-JORNAL.
           MOVE ALUNO-ID            TO JR-ALUNO-ID
           MOVE 'I'                 TO JR-OPERACAO
           MOVE WRK-CD-DATA         TO JR-DATA
           MOVE WRK-CD-HORA         TO JR-HORA
           MOVE WRK-USUARIO         TO JR-OPERADOR
           MOVE SPACES              TO JR-ANTES
           MOVE ALUNO-MASTER-RECORD TO JR-DEPOIS
           MOVE 'CARGA DE ADMISSOES' TO JR-MOTIVO
           MOVE SPACES              TO JR-ANT-UNIDADE
           MOVE ALUNO-UNIDADE       TO JR-DEP-UNIDADE
           WRITE JORNAL-ALUNO-RECORD.

      ******************************************************************
      * GRAVA-DEMOGRAFICO - Com CPF ou data de nascimento informados
      * na admissao, abre o registro demografico do aluno recem-
      * incluido; o restante e completado pela secretaria no PROG75.
      ******************************************************************
       GRAVA-DEMOGRAFICO.
           IF WRK-CPF-ALUNO NOT = SPACES OR AD-DATA-NASC NOT = SPACES
               MOVE SPACES        TO ALUNO-DEMOGRAFICO-RECORD
               MOVE ALUNO-ID      TO DG-ALUNO-ID
               MOVE AD-DATA-NASC  TO DG-DATA-NASC
               MOVE WRK-CPF-ALUNO TO DG-CPF
               WRITE ALUNO-DEMOGRAFICO-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      ******************************************************************
      * GERA-CHECKLIST - Gera o checklist de documentos da matricula
      * do aluno recem-incluido (PROG162), com o prazo contado da data
      * da carga. Sem o mestre de tipos de documento (DCP-STATUS '9')
      * o aluno entra sem checklist.
      ******************************************************************
       GERA-CHECKLIST.
           MOVE 'G'           TO DCP-OPERACAO
           MOVE ALUNO-ID      TO DCP-ALUNO-ID
           MOVE AD-DATA-NASC  TO DCP-DATA-NASC
           MOVE WRK-CD-DATA   TO DCP-DATA-BASE
           CALL 'PROG162' USING DOCUMENTO-PARAMETROS.

      ******************************************************************
      * GERA-MATRICULA - Aloca a matricula do candidato corrente no
      * registro central de numeracao (PROG42); AP-STATUS diferente
