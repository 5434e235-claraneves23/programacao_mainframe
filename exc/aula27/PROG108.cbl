      *  (D)ECIDE ACEITA/DECLINA; (E)XTRAI AS ACEITAS NO LAYOUT
      *  ADMISSAO PARA O CARREGADOR EXISTENTE, MARCANDO-AS COMO
      *  MATRICULADAS; (L)ISTA O FUNIL COM AS CONTAGENS POR STATUS.
      *  A CAPTURA REGISTRA A UNIDADE (CAMPUS) PRETENDIDA E A DATA DE
      *  NASCIMENTO DO CANDIDATO, QUE SEGUEM NO EXTRATO: A UNIDADE
      *  PARA O ALUNO E A DATA PARA O PERFIL DO CHECKLIST DE
      *  DOCUMENTOS GERADO NA CARGA. O CPF DO CANDIDATO E CONFERIDO
      *  PELOS DIGITOS VERIFICADORES (PROG164) E RECUSADO QUANDO JA
      *  PERTENCE A UM ALUNO ATIVO.
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
           SELECT ADMISSAO-FILE ASSIGN TO "ADMISSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ADM.
           COPY CANDID.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  ALUNO-DEMOGRAFICO-FILE.
           COPY ALUNODEM.
       FD  ADMISSAO-FILE.
           COPY ADMISS.
       FD  RECIBO-CONTROLE-FILE.
       77 WRK-FS-CAND       PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-ADM        PIC X(02) VALUE SPACES.
       77 WRK-FS-DEMO       PIC X(02) VALUE SPACES.
       77 WRK-FS-RECNUM     PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC X(01) VALUE SPACES.
       77 WRK-CONTINUAR     PIC X(01) VALUE 'S'.
       77 WRK-FIM-CAND      PIC X(01) VALUE 'N'.
           88 FIM-CAND             VALUE 'S'.
       77 WRK-DECISAO       PIC X(01) VALUE SPACES.
       77 WRK-UNIDADE-NOVA  PIC X(04) VALUE SPACES.
       77 WRK-DATA-NASC     PIC X(08) VALUE SPACES.
       77 WRK-CPF-NOVO      PIC X(11) VALUE SPACES.
       77 WRK-CPF-DIGITADO  PIC X(14) VALUE SPACES.
       77 WRK-CPF-OK        PIC X(01) VALUE 'N'.
           88 CPF-ACEITO           VALUE 'S'.
       77 WRK-FIM-CPF       PIC X(01) VALUE 'N'.
           88 FIM-CPF              VALUE 'S'.
       77 WRK-QTD-RECEBIDAS PIC 9(04) VALUE 0.
       77 WRK-QTD-ACEITAS   PIC 9(04) VALUE 0.
       77 WRK-QTD-DECLIN    PIC 9(04) VALUE 0.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       COPY UNIPARM.
       COPY DATAPARM.
       COPY CPFPARM.
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CANDIDATO-FILE
                       TO WRK-PROSSEGUE
               END-IF
               IF WRK-PROSSEGUE = 'S'
                   PERFORM ACEITA-UNIDADE
                   PERFORM ACEITA-DATA-NASC
                   PERFORM ACEITA-CPF
                   PERFORM GRAVA-CANDIDATURA
               ELSE
                   DISPLAY 'CANDIDATURA NAO CAPTURADA.'
               CLOSE ALUNO-MASTER-FILE
           END-IF.

      ******************************************************************
      * ACEITA-UNIDADE - Unidade (campus) pretendida pelo candidato,
      * validada no mestre de unidades (PROG160); em branco, a SEDE.
      ******************************************************************
       ACEITA-UNIDADE.
           MOVE '9' TO UNP-STATUS
           PERFORM UNTIL UNP-STATUS = '0'
               DISPLAY 'UNIDADE (EM BRANCO = SEDE):'
               MOVE SPACES TO WRK-UNIDADE-NOVA
               ACCEPT WRK-UNIDADE-NOVA
               MOVE 'V' TO UNP-OPERACAO
               MOVE FUNCTION UPPER-CASE(WRK-UNIDADE-NOVA)
                   TO UNP-CODIGO
               CALL 'PROG160' USING UNIDADE-PARAMETROS
               IF UNP-STATUS NOT = '0'
                   DISPLAY 'UNIDADE INEXISTENTE OU INATIVA.'
               END-IF
           END-PERFORM
           MOVE UNP-CODIGO TO WRK-UNIDADE-NOVA.

      ******************************************************************
      * ACEITA-DATA-NASC - Data de nascimento do candidato (AAAAMMDD),
      * validada no PROG104. Em branco e aceita: o checklist da carga
      * sai so com os documentos comuns a todos os perfis.
      ******************************************************************
       ACEITA-DATA-NASC.
           MOVE 'N' TO DP-VALIDA
           PERFORM UNTIL DP-VALIDA = 'S'
               DISPLAY 'DATA DE NASCIMENTO AAAAMMDD (EM BRANCO SE '
                   'NAO INFORMADA):'
               MOVE SPACES TO WRK-DATA-NASC
               ACCEPT WRK-DATA-NASC
               IF WRK-DATA-NASC = SPACES
                   MOVE 'S' TO DP-VALIDA
               ELSE
                   MOVE 1 TO DP-OPERACAO
                   MOVE WRK-DATA-NASC TO DP-DATA-1
                   CALL 'PROG104' USING DATA-PARAMETROS
                   IF DP-VALIDA NOT = 'S'
                       DISPLAY 'DATA INVALIDA.'
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * ACEITA-CPF - CPF do candidato, repetido ate conferir os digitos
      * verificadores (PROG164) e nao pertencer a um aluno ativo. Em
      * branco e aceito e fica pendente no cadastro do aluno.
      ******************************************************************
       ACEITA-CPF.
           MOVE 'N' TO WRK-CPF-OK
           PERFORM UNTIL CPF-ACEITO
               DISPLAY 'CPF DO CANDIDATO (EM BRANCO SE NAO '
                   'INFORMADO):'
               MOVE SPACES TO WRK-CPF-DIGITADO
               ACCEPT WRK-CPF-DIGITADO
               MOVE SPACES TO WRK-CPF-NOVO
               IF WRK-CPF-DIGITADO = SPACES
                   MOVE 'S' TO WRK-CPF-OK
               ELSE
                   MOVE WRK-CPF-DIGITADO TO CPP-ENTRADA
                   CALL 'PROG164' USING CPF-PARAMETROS
                   IF CPP-VALIDO NOT = 'S'
                       DISPLAY 'CPF INVALIDO (DIGITO VERIFICADOR).'
                   ELSE
                       MOVE CPP-CPF TO WRK-CPF-NOVO
                       MOVE 'S' TO WRK-CPF-OK
                       PERFORM CONFERE-CPF-ALUNO
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * CONFERE-CPF-ALUNO - CPF ja registrado no ALUNO-DEMOGRAFICO de
      * aluno ativo e recusado: o candidato ja e aluno.
      ******************************************************************
       CONFERE-CPF-ALUNO.
           OPEN INPUT ALUNO-DEMOGRAFICO-FILE
           IF WRK-FS-DEMO = '00'
               OPEN INPUT ALUNO-MASTER-FILE
               MOVE 'N' TO WRK-FIM-CPF
               MOVE WRK-CPF-NOVO TO DG-CPF
               START ALUNO-DEMOGRAFICO-FILE KEY IS = DG-CPF
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CPF
               END-START
               PERFORM UNTIL FIM-CPF OR NOT CPF-ACEITO
                   READ ALUNO-DEMOGRAFICO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-CPF
                   END-READ
                   IF NOT FIM-CPF
                       IF DG-CPF NOT = WRK-CPF-NOVO
                           MOVE 'S' TO WRK-FIM-CPF
                       ELSE
                           IF WRK-FS-ALUNO = '00'
                               MOVE DG-ALUNO-ID TO ALUNO-ID
                               READ ALUNO-MASTER-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       IF ALUNO-ATIVO
                                           MOVE 'N' TO WRK-CPF-OK
                                           DISPLAY 'CPF JA CADASTRADO '
                                               'PARA O ALUNO ATIVO '
                                               ALUNO-ID ' ' ALUNO-NOME
                                       END-IF
                               END-READ
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-FS-ALUNO = '00'
                   CLOSE ALUNO-MASTER-FILE
               END-IF
               CLOSE ALUNO-DEMOGRAFICO-FILE
           END-IF.

       GRAVA-CANDIDATURA.
           PERFORM ALOCA-NUMERO-CANDIDATO
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA     TO AC-DATA-RECEPCAO
           MOVE 'R'             TO AC-STATUS
           MOVE SPACES          TO AC-OBS
           MOVE WRK-UNIDADE-NOVA TO AC-UNIDADE
           MOVE WRK-DATA-NASC   TO AC-DATA-NASC
           MOVE WRK-CPF-NOVO    TO AC-CPF
           WRITE CANDIDATO-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR A CANDIDATURA.'
               END-READ
               IF NOT FIM-CAND
                   IF AC-ACEITA
                       MOVE AC-NOME      TO AD-NOME
                       MOVE AC-UNIDADE   TO AD-UNIDADE
                       MOVE AC-DATA-NASC TO AD-DATA-NASC
                       MOVE AC-CPF       TO AD-CPF
                       WRITE ADMISSAO-RECORD
                       MOVE 'E' TO AC-STATUS
                       REWRITE CANDIDATO-RECORD
