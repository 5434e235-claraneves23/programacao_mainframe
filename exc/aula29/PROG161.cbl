      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG161.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  DOCUMENTOS DA MATRICULA - MANTEM O MESTRE DE TIPOS DE
      *  DOCUMENTO (QUAIS A SECRETARIA EXIGE, DE QUE PERFIL DE ALUNO E
      *  EM QUANTOS DIAS) E O CHECKLIST DE CADA ALUNO: GERA O
      *  CHECKLIST (PROG162), CONSULTA, REGISTRA O RECEBIMENTO E
      *  DISPENSA O DOCUMENTO COM A CREDENCIAL DO COORDENADOR QUE
      *  APROVA, GRAVADO COMO APROVADOR. NA CRIACAO DO MESTRE IMPLANTA
      *  OS TIPOS PADRAO: IDENTIDADE, COMPROVANTE DE ENDERECO,
      *  CERTIFICADO DA ESCOLA ANTERIOR E, PARA O MENOR DE 18 ANOS, A
      *  IDENTIDADE DO RESPONSAVEL. O OPERADOR RESTRITO A UMA UNIDADE
      *  SO ATENDE OS ALUNOS DELA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENTO-TIPO-FILE ASSIGN TO "DOCTIPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-CODIGO
               FILE STATUS IS WRK-FS-TIPO.
           SELECT DOCUMENTO-ALUNO-FILE ASSIGN TO "DOCALUNO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-CHAVE
               FILE STATUS IS WRK-FS-DOC.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT USUARIO-PERFIL-FILE ASSIGN TO "USRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-USUARIO
               FILE STATUS IS WRK-FS-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENTO-TIPO-FILE.
           COPY DOCTIPO.
       FD  DOCUMENTO-ALUNO-FILE.
           COPY DOCALU.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  USUARIO-PERFIL-FILE.
           COPY USRPROF.
       WORKING-STORAGE SECTION.
       77 WRK-FS-TIPO       PIC X(02) VALUE SPACES.
       77 WRK-FS-DOC        PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-PERFIL     PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC 9 VALUE 0.
       77 WRK-CONTINUAR     PIC X VALUE 'S'.
       77 WRK-ID-BUSCA      PIC X(14) VALUE SPACES.
       77 WRK-TIPO-BUSCA    PIC X(04) VALUE SPACES.
       77 WRK-DESCRICAO     PIC X(30) VALUE SPACES.
       77 WRK-PRAZO-ED      PIC X(03) VALUE SPACES.
       77 WRK-SITUACAO-TXT  PIC X(10) VALUE SPACES.
       77 WRK-VENCIDO-TXT   PIC X(08) VALUE SPACES.
       77 WRK-QTD-DOCS      PIC 9(02) VALUE 0.
       77 WRK-ACHOU         PIC X VALUE 'N'.
           88 REGISTRO-ACHADO      VALUE 'S'.
       77 WRK-FIM-DOC       PIC X(01) VALUE 'N'.
           88 FIM-DOC              VALUE 'S'.
       77 WRK-FIM-TIPO      PIC X(01) VALUE 'N'.
           88 FIM-TIPO             VALUE 'S'.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-UNIDADE-OPER  PIC X(04) VALUE SPACES.
       77 WRK-UNIDADE-ALUNO PIC X(04) VALUE SPACES.
       77 WRK-LIBERADO      PIC X(01) VALUE 'N'.
           88 DISPENSA-LIBERADA    VALUE 'S'.
       77 WRK-LIB-USUARIO   PIC X(08) VALUE SPACES.
       77 WRK-LIB-SENHA     PIC X(08) VALUE SPACES.
       COPY UNIPARM.
       COPY DOCPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CARREGA-UNIDADE-OPERADOR
           OPEN INPUT ALUNO-MASTER-FILE
           IF WRK-FS-ALUNO = '35'
               DISPLAY 'MESTRE DE ALUNOS NAO IMPLANTADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRE-DOCUMENTOS
               PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'
               PERFORM FECHA-DOCUMENTOS
               CLOSE ALUNO-MASTER-FILE
           END-IF
           STOP RUN.

      ******************************************************************
      * ABRE-DOCUMENTOS - Abre os tipos e o checklist para atualizacao,
      * criando-os na primeira vez; o mestre de tipos recem-criado
      * recebe os tipos padrao.
      ******************************************************************
       ABRE-DOCUMENTOS.
           OPEN I-O DOCUMENTO-TIPO-FILE
           IF WRK-FS-TIPO = '35'
               CLOSE DOCUMENTO-TIPO-FILE
               OPEN OUTPUT DOCUMENTO-TIPO-FILE
               CLOSE DOCUMENTO-TIPO-FILE
               OPEN I-O DOCUMENTO-TIPO-FILE
               PERFORM IMPLANTA-TIPOS
           END-IF
           OPEN I-O DOCUMENTO-ALUNO-FILE
           IF WRK-FS-DOC = '35'
               CLOSE DOCUMENTO-ALUNO-FILE
               OPEN OUTPUT DOCUMENTO-ALUNO-FILE
               CLOSE DOCUMENTO-ALUNO-FILE
               OPEN I-O DOCUMENTO-ALUNO-FILE
           END-IF.

       FECHA-DOCUMENTOS.
           CLOSE DOCUMENTO-ALUNO-FILE
           CLOSE DOCUMENTO-TIPO-FILE.

      ******************************************************************
      * IMPLANTA-TIPOS - Tipos padrao do mestre recem-criado, todos
      * exigidos com trinta dias de prazo.
      ******************************************************************
       IMPLANTA-TIPOS.
           MOVE 'IDEN' TO DT-CODIGO
           MOVE 'COPIA DA IDENTIDADE' TO DT-DESCRICAO
           MOVE 'T' TO DT-PERFIL
           PERFORM GRAVA-TIPO-PADRAO
           MOVE 'ENDE' TO DT-CODIGO
           MOVE 'COMPROVANTE DE ENDERECO' TO DT-DESCRICAO
           MOVE 'T' TO DT-PERFIL
           PERFORM GRAVA-TIPO-PADRAO
           MOVE 'ESCA' TO DT-CODIGO
           MOVE 'CERTIFICADO DA ESCOLA ANTERIOR' TO DT-DESCRICAO
           MOVE 'T' TO DT-PERFIL
           PERFORM GRAVA-TIPO-PADRAO
           MOVE 'RESP' TO DT-CODIGO
           MOVE 'IDENTIDADE DO RESPONSAVEL' TO DT-DESCRICAO
           MOVE 'M' TO DT-PERFIL
           PERFORM GRAVA-TIPO-PADRAO
           DISPLAY 'TIPOS DE DOCUMENTO IMPLANTADOS: IDEN, ENDE, ESCA '
               'E RESP.'.

       GRAVA-TIPO-PADRAO.
           MOVE 'S' TO DT-EXIGIDO
           MOVE 30  TO DT-PRAZO-DIAS
           MOVE 'A' TO DT-STATUS
           WRITE DOCUMENTO-TIPO-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       EXIBE-MENU.
           DISPLAY 'DOCUMENTOS DA MATRICULA'
           DISPLAY '1 - INCLUIR TIPO DE DOCUMENTO'
           DISPLAY '2 - ALTERAR TIPO DE DOCUMENTO'
           DISPLAY '3 - LISTAR TIPOS DE DOCUMENTO'
           DISPLAY '4 - GERAR CHECKLIST DO ALUNO'
           DISPLAY '5 - CONSULTAR CHECKLIST DO ALUNO'
           DISPLAY '6 - REGISTRAR DOCUMENTO RECEBIDO'
           DISPLAY '7 - DISPENSAR DOCUMENTO'
           DISPLAY '8 - SAIR'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM INCLUI-TIPO
               WHEN 2 PERFORM ALTERA-TIPO
               WHEN 3 PERFORM LISTA-TIPOS
               WHEN 4 PERFORM GERA-CHECKLIST
               WHEN 5 PERFORM CONSULTA-CHECKLIST
               WHEN 6 PERFORM REGISTRA-RECEBIMENTO
               WHEN 7 PERFORM DISPENSA-DOCUMENTO
               WHEN 8 MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       INCLUI-TIPO.
           DISPLAY 'CODIGO DO TIPO DE DOCUMENTO:'
           ACCEPT WRK-TIPO-BUSCA
           MOVE FUNCTION UPPER-CASE(WRK-TIPO-BUSCA) TO WRK-TIPO-BUSCA
           IF WRK-TIPO-BUSCA = SPACES
               DISPLAY 'CODIGO NAO PODE SER EM BRANCO.'
           ELSE
               MOVE WRK-TIPO-BUSCA TO DT-CODIGO
               PERFORM ACEITA-DESCRICAO
               MOVE WRK-DESCRICAO TO DT-DESCRICAO
               PERFORM ACEITA-REGRA-TIPO
               MOVE 'A' TO DT-STATUS
               WRITE DOCUMENTO-TIPO-RECORD
                   INVALID KEY
                       DISPLAY 'TIPO JA EXISTE. INCLUSAO NEGADA.'
                   NOT INVALID KEY
                       DISPLAY 'TIPO DE DOCUMENTO INCLUIDO: '
                           DT-CODIGO
               END-WRITE
           END-IF.

      ******************************************************************
      * ALTERA-TIPO - Altera descricao, perfil, exigencia, prazo e
      * situacao. A mudanca vale para os checklists gerados daqui em
      * diante; os ja gerados ficam como estao.
      ******************************************************************
       ALTERA-TIPO.
           PERFORM LOCALIZA-TIPO
           IF REGISTRO-ACHADO
               DISPLAY 'DESCRICAO ATUAL: ' DT-DESCRICAO
               PERFORM ACEITA-DESCRICAO
               MOVE WRK-DESCRICAO TO DT-DESCRICAO
               DISPLAY 'PERFIL ATUAL: ' DT-PERFIL ' EXIGIDO: '
                   DT-EXIGIDO ' PRAZO: ' DT-PRAZO-DIAS ' DIAS'
               PERFORM ACEITA-REGRA-TIPO
               DISPLAY 'SITUACAO ATUAL: ' DT-STATUS
               DISPLAY 'NOVA SITUACAO - (A)TIVO OU (I)NATIVO:'
               ACCEPT DT-STATUS
               MOVE FUNCTION UPPER-CASE(DT-STATUS) TO DT-STATUS
               IF NOT DT-INATIVO
                   MOVE 'A' TO DT-STATUS
               END-IF
               REWRITE DOCUMENTO-TIPO-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO ALTERAR O TIPO.'
                   NOT INVALID KEY
                       DISPLAY 'TIPO DE DOCUMENTO ALTERADO.'
               END-REWRITE
           END-IF.

       LISTA-TIPOS.
           MOVE 'N' TO WRK-FIM-TIPO
           MOVE LOW-VALUES TO DT-CODIGO
           START DOCUMENTO-TIPO-FILE KEY IS NOT LESS THAN DT-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TIPO
           END-START
           DISPLAY '  TIPO DESCRICAO                      PERFIL '
               'EXIGIDO PRAZO SITUACAO'
           PERFORM UNTIL FIM-TIPO
               READ DOCUMENTO-TIPO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TIPO
               END-READ
               IF NOT FIM-TIPO
                   DISPLAY '  ' DT-CODIGO ' ' DT-DESCRICAO '   '
                       DT-PERFIL '      ' DT-EXIGIDO '     '
                       DT-PRAZO-DIAS '   ' DT-STATUS
               END-IF
           END-PERFORM.

      ******************************************************************
      * GERA-CHECKLIST - Gera (ou completa) o checklist do aluno pelo
      * subprograma comum; os arquivos sao fechados durante a chamada.
      ******************************************************************
       GERA-CHECKLIST.
           PERFORM LOCALIZA-ALUNO
           IF REGISTRO-ACHADO
               PERFORM FECHA-DOCUMENTOS
               MOVE 'G'          TO DCP-OPERACAO
               MOVE WRK-ID-BUSCA TO DCP-ALUNO-ID
               MOVE SPACES       TO DCP-DATA-NASC
               MOVE SPACES       TO DCP-DATA-BASE
               CALL 'PROG162' USING DOCUMENTO-PARAMETROS
               PERFORM ABRE-DOCUMENTOS
               IF DCP-STATUS = '9'
                   DISPLAY 'TIPOS DE DOCUMENTO NAO IMPLANTADOS.'
               ELSE
                   DISPLAY DCP-QTD ' DOCUMENTO(S) INCLUIDO(S) NO '
                       'CHECKLIST DE ' ALUNO-NOME
               END-IF
           END-IF.

       CONSULTA-CHECKLIST.
           PERFORM LOCALIZA-ALUNO
           IF REGISTRO-ACHADO
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
               DISPLAY 'ALUNO  : ' ALUNO-ID ' ' ALUNO-NOME
               DISPLAY 'UNIDADE: ' WRK-UNIDADE-ALUNO
               MOVE 0 TO WRK-QTD-DOCS
               MOVE 'N' TO WRK-FIM-DOC
               MOVE WRK-ID-BUSCA TO DA-ALUNO-ID
               MOVE LOW-VALUES   TO DA-TIPO
               START DOCUMENTO-ALUNO-FILE
                   KEY IS NOT LESS THAN DA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-DOC
               END-START
               PERFORM UNTIL FIM-DOC
                   READ DOCUMENTO-ALUNO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-DOC
                   END-READ
                   IF NOT FIM-DOC
                       IF DA-ALUNO-ID NOT = WRK-ID-BUSCA
                           MOVE 'S' TO WRK-FIM-DOC
                       ELSE
                           ADD 1 TO WRK-QTD-DOCS
                           PERFORM MOSTRA-DOCUMENTO
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-QTD-DOCS = 0
                   DISPLAY 'ALUNO SEM CHECKLIST DE DOCUMENTOS. USE A '
                       'OPCAO 4 PARA GERAR.'
               END-IF
           END-IF.

      ******************************************************************
      * MOSTRA-DOCUMENTO - Uma linha do checklist: tipo, descricao,
      * situacao, data limite (marcando o exigido pendente vencido) e
      * o aprovador da dispensa.
      ******************************************************************
       MOSTRA-DOCUMENTO.
           MOVE DA-TIPO TO DT-CODIGO
           READ DOCUMENTO-TIPO-FILE
               INVALID KEY
                   MOVE '(TIPO FORA DO MESTRE)' TO DT-DESCRICAO
           END-READ
           MOVE SPACES TO WRK-VENCIDO-TXT
           EVALUATE TRUE
               WHEN DA-RECEBIDO
                   MOVE 'RECEBIDO'   TO WRK-SITUACAO-TXT
               WHEN DA-DISPENSADO
                   MOVE 'DISPENSADO' TO WRK-SITUACAO-TXT
               WHEN OTHER
                   MOVE 'PENDENTE'   TO WRK-SITUACAO-TXT
                   IF DA-DOC-EXIGIDO AND DA-DATA-LIMITE < WRK-CD-DATA
                       MOVE 'VENCIDO' TO WRK-VENCIDO-TXT
                   END-IF
           END-EVALUATE
           DISPLAY '  ' DA-TIPO ' ' DT-DESCRICAO ' ' WRK-SITUACAO-TXT
               ' LIMITE ' DA-DATA-LIMITE ' ' WRK-VENCIDO-TXT
           IF NOT DA-PENDENTE
               DISPLAY '       EM ' DA-DATA-SITUACAO ' POR '
                   DA-OPERADOR ' APROVADOR ' DA-APROVADOR
                   ' ' DA-OBS
           END-IF.

      ******************************************************************
      * REGISTRA-RECEBIMENTO - Marca o documento como recebido. Tipo
      * do mestre que nao conste do checklist (documento nao exigido
      * do perfil, por exemplo) entra ja recebido.
      ******************************************************************
       REGISTRA-RECEBIMENTO.
           PERFORM LOCALIZA-ALUNO
           IF REGISTRO-ACHADO
               PERFORM LOCALIZA-TIPO
           END-IF
           IF REGISTRO-ACHADO
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
               MOVE WRK-ID-BUSCA   TO DA-ALUNO-ID
               MOVE WRK-TIPO-BUSCA TO DA-TIPO
               READ DOCUMENTO-ALUNO-FILE
                   INVALID KEY
                       MOVE WRK-ID-BUSCA   TO DA-ALUNO-ID
                       MOVE WRK-TIPO-BUSCA TO DA-TIPO
                       MOVE DT-EXIGIDO     TO DA-EXIGIDO
                       MOVE WRK-CD-DATA    TO DA-DATA-LIMITE
                       PERFORM PREENCHE-RECEBIMENTO
                       WRITE DOCUMENTO-ALUNO-RECORD
                           INVALID KEY
                               DISPLAY 'FALHA AO GRAVAR O DOCUMENTO.'
                           NOT INVALID KEY
                               DISPLAY 'DOCUMENTO RECEBIDO.'
                       END-WRITE
                   NOT INVALID KEY
                       IF DA-RECEBIDO
                           DISPLAY 'DOCUMENTO JA RECEBIDO EM '
                               DA-DATA-SITUACAO
                       ELSE
                           PERFORM PREENCHE-RECEBIMENTO
                           REWRITE DOCUMENTO-ALUNO-RECORD
                               INVALID KEY
                                   DISPLAY 'FALHA AO GRAVAR O '
                                       'DOCUMENTO.'
                               NOT INVALID KEY
                                   DISPLAY 'DOCUMENTO RECEBIDO.'
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       PREENCHE-RECEBIMENTO.
           MOVE 'R'         TO DA-SITUACAO
           MOVE WRK-CD-DATA TO DA-DATA-SITUACAO
           MOVE WRK-USUARIO TO DA-OPERADOR
           MOVE SPACES      TO DA-APROVADOR
           DISPLAY 'OBSERVACAO (OPCIONAL):'
           ACCEPT DA-OBS.

      ******************************************************************
      * DISPENSA-DOCUMENTO - Dispensa um documento pendente do
      * checklist, com motivo e a credencial do coordenador que
      * aprova, gravado em DA-APROVADOR.
      ******************************************************************
       DISPENSA-DOCUMENTO.
           PERFORM LOCALIZA-ALUNO
           IF REGISTRO-ACHADO
               DISPLAY 'CODIGO DO TIPO DE DOCUMENTO:'
               ACCEPT WRK-TIPO-BUSCA
               MOVE FUNCTION UPPER-CASE(WRK-TIPO-BUSCA)
                   TO WRK-TIPO-BUSCA
               MOVE WRK-ID-BUSCA   TO DA-ALUNO-ID
               MOVE WRK-TIPO-BUSCA TO DA-TIPO
               READ DOCUMENTO-ALUNO-FILE
                   INVALID KEY
                       DISPLAY 'DOCUMENTO NAO CONSTA DO CHECKLIST.'
                   NOT INVALID KEY
                       IF NOT DA-PENDENTE
                           DISPLAY 'SO DOCUMENTO PENDENTE PODE SER '
                               'DISPENSADO.'
                       ELSE
                           PERFORM APLICA-DISPENSA
                       END-IF
               END-READ
           END-IF.

       APLICA-DISPENSA.
           MOVE SPACES TO DA-OBS
           PERFORM UNTIL DA-OBS NOT = SPACES
               DISPLAY 'MOTIVO DA DISPENSA:'
               ACCEPT DA-OBS
           END-PERFORM
           DISPLAY 'DISPENSA DE DOCUMENTO EXIGE COORDENADOR.'
           PERFORM CONFERE-COORDENADOR
           IF DISPENSA-LIBERADA
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
               MOVE 'D'             TO DA-SITUACAO
               MOVE WRK-CD-DATA     TO DA-DATA-SITUACAO
               MOVE WRK-USUARIO     TO DA-OPERADOR
               MOVE WRK-LIB-USUARIO TO DA-APROVADOR
               REWRITE DOCUMENTO-ALUNO-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO GRAVAR A DISPENSA.'
                   NOT INVALID KEY
                       DISPLAY 'DOCUMENTO DISPENSADO.'
               END-REWRITE
           ELSE
               DISPLAY 'DOCUMENTO SEGUE PENDENTE.'
           END-IF.

      ******************************************************************
      * CONFERE-COORDENADOR - Le usuario e senha e confere no USRPROF
      * o nivel de coordenador e o usuario ativo; WRK-LIBERADO = 'S'
      * quando a credencial libera a operacao.
      ******************************************************************
       CONFERE-COORDENADOR.
           MOVE 'N' TO WRK-LIBERADO
           DISPLAY 'USUARIO DO COORDENADOR (BRANCO CANCELA):'
           ACCEPT WRK-LIB-USUARIO
           IF WRK-LIB-USUARIO NOT = SPACES
               DISPLAY 'SENHA:'
               ACCEPT WRK-LIB-SENHA
               OPEN INPUT USUARIO-PERFIL-FILE
               IF WRK-FS-PERFIL = '35'
                   DISPLAY 'ARQUIVO DE PERFIS NAO IMPLANTADO. '
                       'LIBERACAO NEGADA.'
               ELSE
                   MOVE WRK-LIB-USUARIO TO UP-USUARIO
                   READ USUARIO-PERFIL-FILE
                       INVALID KEY
                           DISPLAY 'USUARIO NAO ENCONTRADO.'
                       NOT INVALID KEY
                           IF UP-SENHA = WRK-LIB-SENHA
                               AND UP-USUARIO-ATIVO
                               AND UP-NIVEL-COORDENADOR
                               MOVE 'S' TO WRK-LIBERADO
                               DISPLAY 'OPERACAO LIBERADA POR '
                                   UP-USUARIO
                           ELSE
                               DISPLAY 'CREDENCIAL SEM NIVEL DE '
                                   'COORDENADOR. LIBERACAO NEGADA.'
                           END-IF
                   END-READ
                   CLOSE USUARIO-PERFIL-FILE
               END-IF
           END-IF.

       CARREGA-UNIDADE-OPERADOR.
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           MOVE 'O' TO UNP-OPERACAO
           MOVE WRK-USUARIO TO UNP-USUARIO
           CALL 'PROG160' USING UNIDADE-PARAMETROS
           MOVE UNP-CODIGO TO WRK-UNIDADE-OPER.

       LOCALIZA-ALUNO.
           MOVE 'N' TO WRK-ACHOU
           DISPLAY 'MATRICULA DO ALUNO:'
           ACCEPT WRK-ID-BUSCA
           MOVE WRK-ID-BUSCA TO ALUNO-ID
           READ ALUNO-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
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

       LOCALIZA-TIPO.
           MOVE 'N' TO WRK-ACHOU
           DISPLAY 'CODIGO DO TIPO DE DOCUMENTO:'
           ACCEPT WRK-TIPO-BUSCA
           MOVE FUNCTION UPPER-CASE(WRK-TIPO-BUSCA) TO WRK-TIPO-BUSCA
           MOVE WRK-TIPO-BUSCA TO DT-CODIGO
           READ DOCUMENTO-TIPO-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
                   DISPLAY 'TIPO DE DOCUMENTO NAO ENCONTRADO.'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.

       ACEITA-DESCRICAO.
           MOVE SPACES TO WRK-DESCRICAO
           PERFORM UNTIL WRK-DESCRICAO NOT = SPACES
               DISPLAY 'DESCRICAO DO DOCUMENTO:'
               ACCEPT WRK-DESCRICAO
               IF WRK-DESCRICAO = SPACES
                   DISPLAY 'DESCRICAO NAO PODE SER EM BRANCO.'
               END-IF
           END-PERFORM.

      ******************************************************************
      * ACEITA-REGRA-TIPO - Perfil (T/M/A), exigencia (S/N) e prazo de
      * entrega em dias; resposta invalida cai no padrao: todo aluno,
      * exigido, trinta dias.
      ******************************************************************
       ACEITA-REGRA-TIPO.
           DISPLAY 'PERFIL - (T)ODO ALUNO, (M)ENOR DE 18 OU (A) MAIOR:'
           ACCEPT DT-PERFIL
           MOVE FUNCTION UPPER-CASE(DT-PERFIL) TO DT-PERFIL
           IF NOT DT-PERFIL-MENOR AND NOT DT-PERFIL-MAIOR
               MOVE 'T' TO DT-PERFIL
           END-IF
           DISPLAY 'EXIGIDO PARA A MATRICULA EM TURMA? (S/N)'
           ACCEPT DT-EXIGIDO
           MOVE FUNCTION UPPER-CASE(DT-EXIGIDO) TO DT-EXIGIDO
           IF DT-EXIGIDO NOT = 'N'
               MOVE 'S' TO DT-EXIGIDO
           END-IF
           DISPLAY 'PRAZO DE ENTREGA EM DIAS:'
           ACCEPT WRK-PRAZO-ED
           IF FUNCTION TEST-NUMVAL(WRK-PRAZO-ED) NOT = 0
               MOVE 30 TO DT-PRAZO-DIAS
           ELSE
               COMPUTE DT-PRAZO-DIAS = FUNCTION NUMVAL(WRK-PRAZO-ED)
           END-IF.
       END PROGRAM PROG161.
