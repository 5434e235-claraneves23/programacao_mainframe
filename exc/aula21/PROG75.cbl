      *  TELEFONE, O E-MAIL E A DATA DE NASCIMENTO, CHAVEADOS PELA
      *  MATRICULA VALIDADA NO ALUNO-MASTER, PARA QUE AS CARTAS DA
      *  SECRETARIA SAIAM COM ENDERECO EM VEZ DE IREM NA MAO DO
      *  PROPRIO ALUNO. GRAVADA A DATA DE NASCIMENTO, O CHECKLIST DE
      *  DOCUMENTOS DA MATRICULA JA EXISTENTE DO ALUNO RECEBE OS
      *  DOCUMENTOS PROPRIOS DO PERFIL (MENOR/MAIOR) PELO PROG162.
      *  O CPF DO ALUNO E O DO RESPONSAVEL FINANCEIRO SAO CONFERIDOS
      *  PELOS DIGITOS VERIFICADORES (PROG164), E O CPF DO ALUNO JA
      *  CADASTRADO PARA OUTRO ALUNO ATIVO E RECUSADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-ALUNO-ID
               ALTERNATE RECORD KEY IS DG-CPF WITH DUPLICATES
               FILE STATUS IS WRK-FS-DEMO.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
           88 REGISTRO-ACHADO      VALUE 'S'.
       77 WRK-ALUNO-OK      PIC X(01) VALUE 'N'.
           88 ALUNO-VALIDO         VALUE 'S'.
       77 WRK-CPF-DUP       PIC X(01) VALUE 'N'.
           88 CPF-DUPLICADO        VALUE 'S'.
       77 WRK-FIM-CPF       PIC X(01) VALUE 'N'.
           88 FIM-CPF              VALUE 'S'.
       77 WRK-ALUNO-DUP     PIC X(14) VALUE SPACES.
       77 WRK-CPF-DIGITADO  PIC X(14) VALUE SPACES.
       01 WRK-DEMO-SALVO    PIC X(199).
       COPY DOCPARM.
       COPY CPFPARM.
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O ALUNO-DEMOGRAFICO-FILE
           ELSE
               MOVE WRK-ID-BUSCA TO DG-ALUNO-ID
               PERFORM ACEITA-DADOS
               PERFORM CONFERE-CPF-DUPLICADO
               IF CPF-DUPLICADO
                   DISPLAY 'CPF JA CADASTRADO PARA O ALUNO ATIVO '
                       WRK-ALUNO-DUP '. INCLUSAO NEGADA.'
               ELSE
                   WRITE ALUNO-DEMOGRAFICO-RECORD
                       INVALID KEY
                           DISPLAY 'ALUNO JA POSSUI DADOS '
                               'DEMOGRAFICOS. USE A ALTERACAO.'
                       NOT INVALID KEY
                           DISPLAY 'DADOS DEMOGRAFICOS INCLUIDOS.'
                           PERFORM COMPLETA-CHECKLIST
                   END-WRITE
               END-IF
           END-IF.

       ALTERA-DEMOGRAFICO.
           IF REGISTRO-ACHADO
               PERFORM MOSTRA-DADOS
               PERFORM ACEITA-DADOS
               PERFORM CONFERE-CPF-DUPLICADO
               IF CPF-DUPLICADO
                   DISPLAY 'CPF JA CADASTRADO PARA O ALUNO ATIVO '
                       WRK-ALUNO-DUP '. ALTERACAO NEGADA.'
               ELSE
                   REWRITE ALUNO-DEMOGRAFICO-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO ALTERAR OS DADOS.'
                       NOT INVALID KEY
                           DISPLAY 'DADOS ALTERADOS COM SUCESSO.'
                           PERFORM COMPLETA-CHECKLIST
                   END-REWRITE
               END-IF
           END-IF.

      ******************************************************************
      * COMPLETA-CHECKLIST - Com a data de nascimento informada, inclui
      * no checklist de documentos ja existente do aluno os tipos
      * proprios do perfil (o responsavel do menor, por exemplo).
      * Aluno sem checklist fica como esta.
      ******************************************************************
       COMPLETA-CHECKLIST.
           IF DG-DATA-NASC NOT = SPACES
               MOVE 'A'          TO DCP-OPERACAO
               MOVE DG-ALUNO-ID  TO DCP-ALUNO-ID
               MOVE DG-DATA-NASC TO DCP-DATA-NASC
               MOVE SPACES       TO DCP-DATA-BASE
               CALL 'PROG162' USING DOCUMENTO-PARAMETROS
           END-IF.

       CONSULTA-DEMOGRAFICO.
           DISPLAY 'RESPONSAVEL: ' DG-RESPONSAVEL
           DISPLAY 'TELEFONE   : ' DG-TELEFONE
           DISPLAY 'E-MAIL     : ' DG-EMAIL
           DISPLAY 'NASCIMENTO : ' DG-DATA-NASC
           DISPLAY 'CPF        : ' DG-CPF
           DISPLAY 'CPF RESP.  : ' DG-RESP-CPF.

       ACEITA-DADOS.
           DISPLAY 'ENDERECO:'
           DISPLAY 'E-MAIL:'
           ACCEPT DG-EMAIL
           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD):'
           ACCEPT DG-DATA-NASC
           PERFORM ACEITA-CPF-ALUNO
           PERFORM ACEITA-CPF-RESPONSAVEL.

      ******************************************************************
      * ACEITA-CPF-ALUNO - CPF do aluno, repetido ate conferir os
      * digitos verificadores (PROG164). Em branco fica pendente e sai
      * na conferencia mensal (PROG155).
      ******************************************************************
       ACEITA-CPF-ALUNO.
           MOVE 'N' TO CPP-VALIDO
           PERFORM UNTIL CPP-VALIDO = 'S'
               DISPLAY 'CPF DO ALUNO (EM BRANCO SE NAO INFORMADO):'
               MOVE SPACES TO WRK-CPF-DIGITADO
               ACCEPT WRK-CPF-DIGITADO
               IF WRK-CPF-DIGITADO = SPACES
                   MOVE SPACES TO DG-CPF
                   MOVE 'S' TO CPP-VALIDO
               ELSE
                   MOVE WRK-CPF-DIGITADO TO CPP-ENTRADA
                   CALL 'PROG164' USING CPF-PARAMETROS
                   IF CPP-VALIDO = 'S'
                       MOVE CPP-CPF TO DG-CPF
                   ELSE
                       DISPLAY 'CPF INVALIDO (DIGITO VERIFICADOR).'
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * ACEITA-CPF-RESPONSAVEL - CPF do responsavel financeiro, o
      * pagador da cobranca; em branco, a cobranca sai no CPF do
      * proprio aluno.
      ******************************************************************
       ACEITA-CPF-RESPONSAVEL.
           MOVE 'N' TO CPP-VALIDO
           PERFORM UNTIL CPP-VALIDO = 'S'
               DISPLAY 'CPF DO RESPONSAVEL FINANCEIRO (EM BRANCO SE '
                   'O PAGADOR E O ALUNO):'
               MOVE SPACES TO WRK-CPF-DIGITADO
               ACCEPT WRK-CPF-DIGITADO
               IF WRK-CPF-DIGITADO = SPACES
                   MOVE SPACES TO DG-RESP-CPF
                   MOVE 'S' TO CPP-VALIDO
               ELSE
                   MOVE WRK-CPF-DIGITADO TO CPP-ENTRADA
                   CALL 'PROG164' USING CPF-PARAMETROS
                   IF CPP-VALIDO = 'S'
                       MOVE CPP-CPF TO DG-RESP-CPF
                   ELSE
                       DISPLAY 'CPF INVALIDO (DIGITO VERIFICADOR).'
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * CONFERE-CPF-DUPLICADO - Procura o CPF do aluno na chave
      * alternada do ALUNO-DEMOGRAFICO; outro aluno com o mesmo CPF e
      * ativo no ALUNO-MASTER recusa a gravacao. O registro digitado
      * e guardado antes da busca e devolvido no fim.
      ******************************************************************
       CONFERE-CPF-DUPLICADO.
           MOVE 'N' TO WRK-CPF-DUP
           MOVE SPACES TO WRK-ALUNO-DUP
           IF DG-CPF NOT = SPACES
               MOVE ALUNO-DEMOGRAFICO-RECORD TO WRK-DEMO-SALVO
               OPEN INPUT ALUNO-MASTER-FILE
               MOVE 'N' TO WRK-FIM-CPF
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
                       IF DG-CPF NOT = WRK-DEMO-SALVO(178:11)
                           MOVE 'S' TO WRK-FIM-CPF
                       ELSE
                           IF DG-ALUNO-ID NOT = WRK-DEMO-SALVO(1:14)
                               PERFORM CONFERE-ALUNO-ATIVO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-FS-ALUNO NOT = '35'
                   CLOSE ALUNO-MASTER-FILE
               END-IF
               MOVE WRK-DEMO-SALVO TO ALUNO-DEMOGRAFICO-RECORD
           END-IF.

       CONFERE-ALUNO-ATIVO.
           IF WRK-FS-ALUNO NOT = '35'
               MOVE DG-ALUNO-ID TO ALUNO-ID
               READ ALUNO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ALUNO-ATIVO
                           MOVE 'S' TO WRK-CPF-DUP
                           MOVE ALUNO-ID TO WRK-ALUNO-DUP
                       END-IF
               END-READ
           END-IF.

       LOCALIZA-DEMOGRAFICO.
           MOVE 'N' TO WRK-ACHOU
