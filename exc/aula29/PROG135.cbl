      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG135.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  APROVEITAMENTO DE ESTUDOS - (P)ROTOCOLA O PEDIDO DO ALUNO
      *  TRANSFERIDO DE OUTRA INSTITUICAO, UMA DISCIPLINA POR PEDIDO:
      *  INSTITUICAO DE ORIGEM, NOME E NOTA DA DISCIPLINA CURSADA LA
      *  E O CODIGO DO CATALOGO (DISCCAT) A QUE ELA EQUIVALE, COM
      *  NUMERO DO CONTADOR CONTROLADO (RECNUM, CHAVE 'APROVEIT');
      *  (T)RABALHA A FILA COM CREDENCIAL DE COORDENADOR, QUE CONFIRMA
      *  OU CORRIGE A EQUIVALENCIA E DEFERE OU INDEFERE. O DEFERIMENTO
      *  LANCA NO HISTORICO-MASTER A ENTRADA DE APROVEITAMENTO
      *  (HT-TIPO 'A', NOTA DE ORIGEM) NO SEMESTRE CORRENTE DO
      *  CALENDARIO ACADEMICO E REGISTRA A DECISAO NA TRILHA DE
      *  AUDITORIA - NO LUGAR DA NOTA INVENTADA PELA RETIFICACAO DO
      *  PROG80 OU DA DISCIPLINA CURSADA DE NOVO. A ENTRADA VALE PARA
      *  O CURRICULO (PROG54) E PARA OS PRE-REQUISITOS (PROG26) E
      *  FICA FORA DO GPA (PROG79).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROVEITAMENTO-FILE ASSIGN TO "APROVEIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-NUMERO
               FILE STATUS IS WRK-FS-APROV.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT DISC-CATALOGO-FILE ASSIGN TO "DISCCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CODIGO
               FILE STATUS IS WRK-FS-CAT.
           SELECT HISTORICO-FILE ASSIGN TO "HISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT CALENDARIO-FILE ASSIGN TO "CALACAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-SEMESTRE
               FILE STATUS IS WRK-FS-CAL.
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
       DATA DIVISION.
       FILE SECTION.
       FD  APROVEITAMENTO-FILE.
           COPY APROVEIT.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  DISC-CATALOGO-FILE.
           COPY DISCCAT.
       FD  HISTORICO-FILE.
           COPY HISTMR.
       FD  CALENDARIO-FILE.
           COPY CALACAD.
       FD  USUARIO-PERFIL-FILE.
           COPY USRPROF.
       FD  RECIBO-CONTROLE-FILE.
           COPY RECNUM.
       WORKING-STORAGE SECTION.
       COPY AUDPARM.
       77 WRK-FS-APROV      PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-CAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST       PIC X(02) VALUE SPACES.
       77 WRK-FS-CAL        PIC X(02) VALUE SPACES.
       77 WRK-FS-PERFIL     PIC X(02) VALUE SPACES.
       77 WRK-FS-RECNUM     PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC X(01) VALUE SPACES.
       77 WRK-CONTINUAR     PIC X(01) VALUE 'S'.
       77 WRK-ID-BUSCA      PIC X(14) VALUE SPACES.
       77 WRK-MAT-BUSCA     PIC X(15) VALUE SPACES.
       77 WRK-NOME-ALUNO    PIC X(30) VALUE SPACES.
       77 WRK-ALUNO-OK      PIC X(01) VALUE 'N'.
           88 ALUNO-VALIDO         VALUE 'S'.
       77 WRK-MATERIA-OK    PIC X(01) VALUE 'N'.
           88 MATERIA-VALIDA       VALUE 'S'.
       77 WRK-NUMERO-PED    PIC 9(08) VALUE 0.
       77 WRK-NOTA-ORIGEM   PIC 9(02)V99 VALUE 0.
       77 WRK-NOTA-ED       PIC X(05) VALUE SPACES.
       77 WRK-NOTA-SAI      PIC Z9.99.
       77 WRK-NUM-SAI       PIC 9(08) VALUE 0.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-REVISOR       PIC X(08) VALUE SPACES.
       77 WRK-SENHA         PIC X(08) VALUE SPACES.
       77 WRK-AUTORIZADO    PIC X(01) VALUE 'N'.
           88 COORDENADOR-AUTORIZADO VALUE 'S'.
       77 WRK-FIM-APROV     PIC X(01) VALUE 'N'.
           88 FIM-APROV            VALUE 'S'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-QTD-PEND      PIC 9(04) VALUE 0.
       77 WRK-DECISAO       PIC X(01) VALUE SPACES.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-JA-APROVEITADA PIC X(01) VALUE 'N'.
           88 MATERIA-JA-APROVEITADA VALUE 'S'.
       77 WRK-LANCADO       PIC X(01) VALUE 'N'.
           88 HISTORICO-LANCADO    VALUE 'S'.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O APROVEITAMENTO-FILE
           IF WRK-FS-APROV = '35'
               CLOSE APROVEITAMENTO-FILE
               OPEN OUTPUT APROVEITAMENTO-FILE
               CLOSE APROVEITAMENTO-FILE
               OPEN I-O APROVEITAMENTO-FILE
           END-IF

           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

           CLOSE APROVEITAMENTO-FILE
           STOP RUN.

       EXIBE-MENU.
           DISPLAY 'APROVEITAMENTO DE ESTUDOS'
           DISPLAY 'P - PROTOCOLAR PEDIDO'
           DISPLAY 'T - TRABALHAR A FILA (COORDENADOR)'
           DISPLAY 'C - CONSULTAR PEDIDO'
           DISPLAY 'S - SAIR'
           ACCEPT WRK-OPCAO
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'P' PERFORM PROTOCOLA-PEDIDO
               WHEN 'T' PERFORM TRABALHA-FILA
               WHEN 'C' PERFORM CONSULTA-PEDIDO
               WHEN 'S' MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      ******************************************************************
      * PROTOCOLA-PEDIDO - Confere o aluno no ALUNO-MASTER e o codigo
      * equivalente no catalogo e grava o pedido protocolado com a
      * instituicao, a disciplina e a nota de origem.
      ******************************************************************
       PROTOCOLA-PEDIDO.
           DISPLAY 'MATRICULA DO ALUNO:'
           ACCEPT WRK-ID-BUSCA
           PERFORM CONFERE-ALUNO
           IF NOT ALUNO-VALIDO
               DISPLAY 'ALUNO NAO ENCONTRADO OU INATIVO. PEDIDO NAO '
                   'PROTOCOLADO.'
           ELSE
               DISPLAY 'CODIGO DA MATERIA EQUIVALENTE NO CATALOGO:'
               ACCEPT WRK-MAT-BUSCA
               PERFORM CONFERE-MATERIA
               IF NOT MATERIA-VALIDA
                   DISPLAY 'MATERIA FORA DO CATALOGO OU INATIVA. '
                       'PEDIDO NAO PROTOCOLADO.'
               ELSE
                   PERFORM GRAVA-PEDIDO
               END-IF
           END-IF.

       GRAVA-PEDIDO.
           MOVE SPACES TO AE-INSTITUICAO
           PERFORM UNTIL AE-INSTITUICAO NOT = SPACES
               DISPLAY 'INSTITUICAO DE ORIGEM:'
               ACCEPT AE-INSTITUICAO
           END-PERFORM
           MOVE SPACES TO AE-DISC-ORIGEM
           PERFORM UNTIL AE-DISC-ORIGEM NOT = SPACES
               DISPLAY 'DISCIPLINA CURSADA NA ORIGEM:'
               ACCEPT AE-DISC-ORIGEM
           END-PERFORM
           PERFORM ACEITA-NOTA-ORIGEM

           PERFORM ALOCA-NUMERO-PEDIDO
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-NUMERO-PED  TO AE-NUMERO
           MOVE WRK-ID-BUSCA    TO AE-ALUNO-ID
           MOVE WRK-NOME-ALUNO  TO AE-NOME
           MOVE WRK-NOTA-ORIGEM TO AE-NOTA-ORIGEM
           MOVE WRK-MAT-BUSCA   TO AE-MATERIA
           MOVE 'F'             TO AE-STATUS
           MOVE WRK-USUARIO     TO AE-SOLICITANTE
           MOVE WRK-CD-DATA     TO AE-DATA-PEDIDO
           MOVE SPACES          TO AE-COORDENADOR
           MOVE SPACES          TO AE-DATA-DECISAO
           MOVE SPACES          TO AE-SEMESTRE
           WRITE APROVEITAMENTO-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR O PEDIDO.'
               NOT INVALID KEY
                   DISPLAY 'PEDIDO PROTOCOLADO. NUMERO '
                       AE-NUMERO '.'
           END-WRITE.

       ACEITA-NOTA-ORIGEM.
           MOVE 99 TO WRK-NOTA-ORIGEM
           PERFORM UNTIL WRK-NOTA-ORIGEM NOT > 10
               DISPLAY 'NOTA DE ORIGEM (EX: 7.75):'
               ACCEPT WRK-NOTA-ED
               IF FUNCTION TEST-NUMVAL(WRK-NOTA-ED) = 0
                   COMPUTE WRK-NOTA-ORIGEM =
                       FUNCTION NUMVAL(WRK-NOTA-ED)
               END-IF
               IF WRK-NOTA-ORIGEM > 10
                   DISPLAY 'NOTA INVALIDA. INFORME DE 0 A 10.'
               END-IF
           END-PERFORM.

       CONFERE-ALUNO.
           MOVE 'N' TO WRK-ALUNO-OK
           MOVE SPACES TO WRK-NOME-ALUNO
           OPEN INPUT ALUNO-MASTER-FILE
           IF WRK-FS-ALUNO = '35'
               DISPLAY 'ARQUIVO ALUNO-MASTER VAZIO OU INEXISTENTE.'
           ELSE
               MOVE WRK-ID-BUSCA TO ALUNO-ID
               READ ALUNO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ALUNO-ATIVO
                           MOVE 'S' TO WRK-ALUNO-OK
                           MOVE ALUNO-NOME TO WRK-NOME-ALUNO
                       END-IF
               END-READ
               CLOSE ALUNO-MASTER-FILE
           END-IF.

       CONFERE-MATERIA.
           MOVE 'N' TO WRK-MATERIA-OK
           OPEN INPUT DISC-CATALOGO-FILE
           IF WRK-FS-CAT = '35'
               DISPLAY 'CATALOGO DE DISCIPLINAS VAZIO OU INEXISTENTE.'
           ELSE
               MOVE WRK-MAT-BUSCA TO DC-CODIGO
               READ DISC-CATALOGO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DC-DISC-ATIVA
                           MOVE 'S' TO WRK-MATERIA-OK
                           DISPLAY 'EQUIVALE A: ' DC-NOME
                       END-IF
               END-READ
               CLOSE DISC-CATALOGO-FILE
           END-IF.

      ******************************************************************
      * TRABALHA-FILA - Com credencial de coordenador, percorre os
      * pedidos protocolados e trata cada um: confirmar ou corrigir a
      * equivalencia e deferir, indeferir ou pular.
      ******************************************************************
       TRABALHA-FILA.
           PERFORM AUTENTICA-COORDENADOR
           IF NOT COORDENADOR-AUTORIZADO
               DISPLAY 'A FILA DE APROVEITAMENTO EXIGE COORDENADOR.'
           ELSE
               MOVE 0 TO WRK-QTD-PEND
               MOVE 'N' TO WRK-FIM-APROV
               MOVE 0 TO AE-NUMERO
               START APROVEITAMENTO-FILE
                   KEY IS NOT LESS THAN AE-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-APROV
               END-START
               PERFORM UNTIL FIM-APROV
                   READ APROVEITAMENTO-FILE NEXT RECORD
                       AT END MOVE 'S' TO WRK-FIM-APROV
                   END-READ
                   IF NOT FIM-APROV
                       IF AE-PROTOCOLADO
                           ADD 1 TO WRK-QTD-PEND
                           PERFORM DECIDE-PEDIDO
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY 'FILA ENCERRADA: ' WRK-QTD-PEND
                   ' PEDIDO(S) APRESENTADO(S).'
           END-IF.

       DECIDE-PEDIDO.
           MOVE AE-NOTA-ORIGEM TO WRK-NOTA-SAI
           DISPLAY 'PEDIDO ' AE-NUMERO ': ' AE-ALUNO-ID ' ' AE-NOME
           DISPLAY '  ORIGEM     : ' AE-INSTITUICAO
           DISPLAY '  DISCIPLINA : ' AE-DISC-ORIGEM ' NOTA '
               WRK-NOTA-SAI
           DISPLAY '  EQUIVALE A : ' AE-MATERIA
           MOVE SPACES TO WRK-DECISAO
           PERFORM UNTIL WRK-DECISAO = 'G' OR WRK-DECISAO = 'N'
               OR WRK-DECISAO = 'P'
               DISPLAY '(G) DEFERIR, (N) INDEFERIR OU (P)ULAR:'
               ACCEPT WRK-DECISAO
               MOVE FUNCTION UPPER-CASE(WRK-DECISAO) TO WRK-DECISAO
           END-PERFORM

           EVALUATE WRK-DECISAO
               WHEN 'P'
                   CONTINUE
               WHEN 'N'
                   MOVE 'N' TO AE-STATUS
                   PERFORM CARIMBA-DECISAO
                   DISPLAY 'PEDIDO INDEFERIDO.'
               WHEN 'G'
                   PERFORM DEFERE-PEDIDO
           END-EVALUATE.

      ******************************************************************
      * DEFERE-PEDIDO - Confirma (ou corrige) o codigo equivalente no
      * catalogo, lanca a entrada de aproveitamento no historico do
      * semestre corrente e so entao marca o pedido como deferido e
      * registra a decisao na auditoria.
      ******************************************************************
       DEFERE-PEDIDO.
           DISPLAY 'CODIGO EQUIVALENTE (EM BRANCO MANTEM '
               AE-MATERIA '):'
           MOVE SPACES TO WRK-MAT-BUSCA
           ACCEPT WRK-MAT-BUSCA
           IF WRK-MAT-BUSCA = SPACES
               MOVE AE-MATERIA TO WRK-MAT-BUSCA
           END-IF
           PERFORM CONFERE-MATERIA
           IF NOT MATERIA-VALIDA
               DISPLAY 'MATERIA FORA DO CATALOGO OU INATIVA. PEDIDO '
                   'MANTIDO NA FILA.'
           ELSE
               MOVE WRK-MAT-BUSCA TO AE-MATERIA
               PERFORM DEFINE-SEMESTRE
               IF WRK-SEMESTRE = SPACES
                   DISPLAY 'SEMESTRE CORRENTE NAO ENCONTRADO NO '
                       'CALACAD. PEDIDO MANTIDO NA FILA.'
               ELSE
                   PERFORM LANCA-HISTORICO
                   IF HISTORICO-LANCADO
                       MOVE 'G'          TO AE-STATUS
                       MOVE WRK-SEMESTRE TO AE-SEMESTRE
                       PERFORM CARIMBA-DECISAO
                       PERFORM GRAVA-AUDITORIA
                       DISPLAY 'PEDIDO DEFERIDO. APROVEITAMENTO '
                           'LANCADO NO HISTORICO DE ' WRK-SEMESTRE '.'
                   END-IF
               END-IF
           END-IF.

       CARIMBA-DECISAO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-REVISOR TO AE-COORDENADOR
           MOVE WRK-CD-DATA TO AE-DATA-DECISAO
           REWRITE APROVEITAMENTO-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR A DECISAO.'
           END-REWRITE.

      ******************************************************************
      * DEFINE-SEMESTRE - Semestre de inicio mais recente ja alcancado
      * pela data de hoje no calendario academico.
      ******************************************************************
       DEFINE-SEMESTRE.
           MOVE SPACES TO WRK-SEMESTRE
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN INPUT CALENDARIO-FILE
           IF WRK-FS-CAL = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE SPACES TO CA-SEMESTRE
               START CALENDARIO-FILE
                   KEY IS NOT LESS THAN CA-SEMESTRE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ CALENDARIO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       IF CA-DATA-INICIO NOT > WRK-CD-DATA
                           MOVE CA-SEMESTRE TO WRK-SEMESTRE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

      ******************************************************************
      * LANCA-HISTORICO - Recusa a materia ja aproveitada antes pelo
      * aluno (qualquer semestre) e grava no HISTORICO-MASTER a
      * entrada de tipo 'A' com a nota de origem.
      ******************************************************************
       LANCA-HISTORICO.
           MOVE 'N' TO WRK-LANCADO
           MOVE 'N' TO WRK-JA-APROVEITADA
           OPEN I-O HISTORICO-FILE
           IF WRK-FS-HIST = '35'
               DISPLAY 'HISTORICO-MASTER INEXISTENTE. PEDIDO MANTIDO '
                   'NA FILA.'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE AE-ALUNO-ID TO HT-ALUNO-ID
               MOVE SPACES TO HT-SEMESTRE
               MOVE SPACES TO HT-MATERIA
               START HISTORICO-FILE KEY IS NOT LESS THAN HT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ OR MATERIA-JA-APROVEITADA
                   READ HISTORICO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       IF HT-ALUNO-ID NOT = AE-ALUNO-ID
                           MOVE 'S' TO WRK-FIM-ARQ
                       ELSE
                           IF HT-MATERIA = AE-MATERIA
                               AND HT-APROVEITADA
                               MOVE 'S' TO WRK-JA-APROVEITADA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               IF MATERIA-JA-APROVEITADA
                   DISPLAY 'MATERIA JA APROVEITADA NO SEMESTRE '
                       HT-SEMESTRE '. PEDIDO MANTIDO NA FILA.'
               ELSE
                   MOVE AE-ALUNO-ID    TO HT-ALUNO-ID
                   MOVE WRK-SEMESTRE   TO HT-SEMESTRE
                   MOVE AE-MATERIA     TO HT-MATERIA
                   MOVE AE-NOME        TO HT-NOME
                   MOVE AE-NOTA-ORIGEM TO HT-NOTA
                   MOVE WRK-CD-DATA    TO HT-DATA
                   MOVE 'A'            TO HT-TIPO
                   MOVE SPACES         TO HT-ATA
                   WRITE HISTORICO-RECORD
                       INVALID KEY
                           DISPLAY 'MATERIA JA CONSTA NO HISTORICO DE '
                               WRK-SEMESTRE '. PEDIDO MANTIDO NA FILA.'
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-LANCADO
                   END-WRITE
               END-IF
               CLOSE HISTORICO-FILE
           END-IF.

      ******************************************************************
      * GRAVA-AUDITORIA - Registra o deferimento na trilha de
      * auditoria (rotina comum PROG87) com o numero do pedido.
      ******************************************************************
       GRAVA-AUDITORIA.
           MOVE WRK-REVISOR TO AD-USUARIO
           MOVE 'PROG135 '  TO AD-PROGRAMA
           MOVE AE-NUMERO   TO WRK-NUM-SAI
           MOVE SPACES TO AD-DADOS
           STRING 'APROVEIT ' DELIMITED BY SIZE
               WRK-NUM-SAI DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AE-ALUNO-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AE-MATERIA DELIMITED BY SIZE
               INTO AD-DADOS
           CALL 'PROG87' USING AUDITORIA-PARAMETROS.

       CONSULTA-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO:'
           ACCEPT AE-NUMERO
           READ APROVEITAMENTO-FILE
               INVALID KEY
                   DISPLAY 'PEDIDO NAO ENCONTRADO.'
               NOT INVALID KEY
                   MOVE AE-NOTA-ORIGEM TO WRK-NOTA-SAI
                   DISPLAY 'ALUNO       : ' AE-ALUNO-ID ' ' AE-NOME
                   DISPLAY 'INSTITUICAO : ' AE-INSTITUICAO
                   DISPLAY 'DISCIPLINA  : ' AE-DISC-ORIGEM
                   DISPLAY 'NOTA ORIGEM : ' WRK-NOTA-SAI
                   DISPLAY 'EQUIVALE A  : ' AE-MATERIA
                   DISPLAY 'SOLICITANTE : ' AE-SOLICITANTE
                   DISPLAY 'PEDIDO EM   : ' AE-DATA-PEDIDO
                   DISPLAY 'STATUS      : ' AE-STATUS
                   DISPLAY 'COORDENADOR : ' AE-COORDENADOR
                   DISPLAY 'DECISAO EM  : ' AE-DATA-DECISAO
                   DISPLAY 'SEMESTRE    : ' AE-SEMESTRE
           END-READ.

      ******************************************************************
      * AUTENTICA-COORDENADOR - Exige credencial de coordenador ativa
      * no USRPROF antes de abrir a fila de aproveitamento.
      ******************************************************************
       AUTENTICA-COORDENADOR.
           MOVE 'N' TO WRK-AUTORIZADO
           OPEN INPUT USUARIO-PERFIL-FILE
           IF WRK-FS-PERFIL = '35'
               DISPLAY 'ARQUIVO DE PERFIS NAO IMPLANTADO. FILA '
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
      * ALOCA-NUMERO-PEDIDO - Aloca o proximo numero de pedido no
      * contador controlado (chave 'APROVEIT' do registro central de
      * numeracao), criando o contador no primeiro pedido.
      ******************************************************************
       ALOCA-NUMERO-PEDIDO.
           OPEN I-O RECIBO-CONTROLE-FILE
           IF WRK-FS-RECNUM = '35'
               CLOSE RECIBO-CONTROLE-FILE
               OPEN OUTPUT RECIBO-CONTROLE-FILE
               CLOSE RECIBO-CONTROLE-FILE
               OPEN I-O RECIBO-CONTROLE-FILE
           END-IF
           MOVE 'APROVEIT' TO RB-CHAVE
           READ RECIBO-CONTROLE-FILE
               INVALID KEY
                   MOVE 1 TO WRK-NUMERO-PED
                   MOVE 'APROVEIT' TO RB-CHAVE
                   MOVE 2 TO RB-PROXIMO
                   WRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RB-PROXIMO TO WRK-NUMERO-PED
                   ADD 1 TO RB-PROXIMO
                   REWRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RECIBO-CONTROLE-FILE.
       END PROGRAM PROG135.
