       77 WRK-MOTIVO         PIC X(30) VALUE SPACES.
       77 WRK-USUARIO        PIC X(08) VALUE SPACES.
       77 WRK-OPERACAO       PIC X(01) VALUE SPACES.
       77 WRK-UNIDADE-OPER   PIC X(04) VALUE SPACES.
       77 WRK-UNIDADE-ALUNO  PIC X(04) VALUE SPACES.
       01 WRK-IMAGEM-ANTES   PIC X(63) VALUE SPACES.
       01 WRK-IMAGEM-DEPOIS  PIC X(63) VALUE SPACES.
       COPY ALOCPARM.
       COPY UNIPARM.
       01 WRK-DATA-HORA      PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA     PIC X(08).
               CLOSE ALUNO-MASTER-FILE
               OPEN I-O ALUNO-MASTER-FILE
           END-IF
           PERFORM CARREGA-UNIDADE-OPERADOR

           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

           IF WRK-NOME-NOVO = SPACES
               DISPLAY 'NOME NAO PODE SER EM BRANCO.'
           ELSE
               PERFORM SOLICITA-UNIDADE
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
               CALL 'PROG42' USING ALOCA-PARAMETROS
               IF AP-STATUS NOT = '0'
                   MOVE WRK-CD-DATA   TO ALUNO-DATA-CAD
                   MOVE WRK-CD-HORA   TO ALUNO-HORA-CAD
                   MOVE 'A'           TO ALUNO-STATUS
                   MOVE UNP-CODIGO    TO ALUNO-UNIDADE

                   WRITE ALUNO-MASTER-RECORD
                       INVALID KEY
                   DISPLAY 'NOME NAO PODE SER EM BRANCO.'
               ELSE
                   MOVE WRK-NOME-NOVO TO ALUNO-NOME
                   IF WRK-UNIDADE-OPER = SPACES
                       PERFORM ALTERA-UNIDADE-ALUNO
                   END-IF
                   REWRITE ALUNO-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO ALTERAR O REGISTRO.'
               DISPLAY 'NOME     : ' ALUNO-NOME
               DISPLAY 'STATUS   : ' ALUNO-STATUS
               DISPLAY 'CADASTRO : ' ALUNO-DATA-CAD ' ' ALUNO-HORA-CAD
               DISPLAY 'UNIDADE  : ' WRK-UNIDADE-ALUNO
           END-IF.

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

      ******************************************************************
      * SOLICITA-UNIDADE - Unidade do aluno novo: a do operador
      * restrito; senao, a informada, validada no mestre de unidades
      * (branco = SEDE). Devolve o codigo em UNP-CODIGO.
      ******************************************************************
       SOLICITA-UNIDADE.
           IF WRK-UNIDADE-OPER NOT = SPACES
               MOVE WRK-UNIDADE-OPER TO UNP-CODIGO
           ELSE
               MOVE '1' TO UNP-STATUS
               PERFORM UNTIL UNP-STATUS = '0'
                   DISPLAY 'UNIDADE DO ALUNO (BRANCO = SEDE):'
                   MOVE SPACES TO UNP-CODIGO
                   ACCEPT UNP-CODIGO
                   MOVE 'V' TO UNP-OPERACAO
                   CALL 'PROG160' USING UNIDADE-PARAMETROS
                   IF UNP-STATUS NOT = '0'
                       DISPLAY 'UNIDADE NAO CADASTRADA OU INATIVA.'
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * ALTERA-UNIDADE-ALUNO - Troca de unidade do aluno, so para o
      * operador de todas as unidades (branco mantem a atual).
      ******************************************************************
       ALTERA-UNIDADE-ALUNO.
           DISPLAY 'UNIDADE ATUAL: ' WRK-UNIDADE-ALUNO
           DISPLAY 'NOVA UNIDADE (BRANCO MANTEM):'
           MOVE SPACES TO UNP-CODIGO
           ACCEPT UNP-CODIGO
           IF UNP-CODIGO NOT = SPACES
               MOVE 'V' TO UNP-OPERACAO
               CALL 'PROG160' USING UNIDADE-PARAMETROS
               IF UNP-STATUS = '0'
                   MOVE UNP-CODIGO TO ALUNO-UNIDADE
               ELSE
                   DISPLAY 'UNIDADE NAO CADASTRADA OU INATIVA. '
                       'UNIDADE MANTIDA.'
               END-IF
           END-IF.

      ******************************************************************
           MOVE WRK-IMAGEM-ANTES  TO JR-ANTES
           MOVE WRK-IMAGEM-DEPOIS TO JR-DEPOIS
           MOVE SPACES            TO JR-MOTIVO
           MOVE WRK-IMAGEM-ANTES(60:4)  TO JR-ANT-UNIDADE
           MOVE WRK-IMAGEM-DEPOIS(60:4) TO JR-DEP-UNIDADE
           WRITE JORNAL-ALUNO-RECORD
           CLOSE JORNAL-ALUNO-FILE.

                   DISPLAY 'MATRICULA NAO ENCONTRADA.'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
                   MOVE ALUNO-UNIDADE TO WRK-UNIDADE-ALUNO
                   IF WRK-UNIDADE-ALUNO = SPACES
                       MOVE 'SEDE' TO WRK-UNIDADE-ALUNO
                   END-IF
      * operador restrito a uma unidade nao enxerga aluno de outra
                   IF WRK-UNIDADE-OPER NOT = SPACES
                       AND WRK-UNIDADE-OPER NOT = WRK-UNIDADE-ALUNO
                       MOVE 'N' TO WRK-ACHOU
                       DISPLAY 'ALUNO DE OUTRA UNIDADE ('
                           WRK-UNIDADE-ALUNO '). ACESSO NEGADO.'
                   END-IF
           END-READ.
       END PROGRAM PROG12.
