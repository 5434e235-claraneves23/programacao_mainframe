      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG146.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  LANCAMENTO DA FOLHA DE RECERTIFICACAO DE ACESSOS (PROG145) -
      *  O COORDENADOR SE AUTENTICA E, PARA CADA USUARIO SOB SUA
      *  RESPONSABILIDADE (UP-COORDENADOR), LANCA A DECISAO DA FOLHA
      *  ASSINADA: CONFIRMA (O ACESSO FICA; A CONTA INATIVADA POR
      *  DORMENCIA OU REVOGADA E REATIVADA) OU REVOGA (A CONTA E
      *  INATIVADA COM MOTIVO 'R' E O SIGN-ON DO PROG15 PASSA A
      *  RECUSA-LA). CADA DECISAO CARIMBA A DATA E O COORDENADOR DA
      *  RECERTIFICACAO NO PERFIL E E REGISTRADA NO AUDITLOG PELO
      *  PROG87. O COORDENADOR NAO RECERTIFICA A SI MESMO, E O
      *  BLOQUEIO POR TENTATIVAS ERRADAS CONTINUA SAINDO SO PELO
      *  DESBLOQUEIO DO MENU PRINCIPAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIO-PERFIL-FILE ASSIGN TO "USRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-USUARIO
               FILE STATUS IS WRK-FS-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-PERFIL-FILE.
           COPY USRPROF.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PERFIL     PIC X(02) VALUE SPACES.
       77 WRK-REVISOR       PIC X(08) VALUE SPACES.
       77 WRK-SENHA         PIC X(08) VALUE SPACES.
       77 WRK-AUTORIZADO    PIC X(01) VALUE 'N'.
           88 COORDENADOR-AUTORIZADO VALUE 'S'.
       77 WRK-FIM-PERFIL    PIC X(01) VALUE 'N'.
           88 FIM-PERFIL           VALUE 'S'.
       77 WRK-DECISAO       PIC X(01) VALUE SPACES.
           88 DECISAO-CONFIRMA     VALUE 'C' 'c'.
           88 DECISAO-REVOGA       VALUE 'R' 'r'.
           88 DECISAO-PULA         VALUE SPACE.
       77 WRK-SITUACAO-TXT  PIC X(10) VALUE SPACES.
       77 WRK-QTD-STAFF     PIC 9(04) VALUE 0.
       77 WRK-QTD-CONF      PIC 9(04) VALUE 0.
       77 WRK-QTD-REVOG     PIC 9(04) VALUE 0.
       77 WRK-GRAVOU        PIC X(01) VALUE 'N'.
       COPY AUDPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'RECERTIFICACAO DE ACESSOS - LANCAMENTO DA FOLHA'
           PERFORM AUTENTICA-COORDENADOR
           IF NOT COORDENADOR-AUTORIZADO
               DISPLAY 'ACESSO NEGADO. A RECERTIFICACAO EXIGE '
                   'COORDENADOR.'
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
               OPEN I-O USUARIO-PERFIL-FILE
               PERFORM PERCORRE-EQUIPE
               CLOSE USUARIO-PERFIL-FILE
               IF WRK-QTD-STAFF = 0
                   DISPLAY 'NENHUM USUARIO SOB SUA RESPONSABILIDADE.'
               ELSE
                   DISPLAY 'CONFIRMADOS: ' WRK-QTD-CONF
                       ' REVOGADOS: ' WRK-QTD-REVOG
               END-IF
           END-IF
           STOP RUN.

      ******************************************************************
      * AUTENTICA-COORDENADOR - Exige credencial de coordenador ativa
      * no USRPROF antes de abrir a folha.
      ******************************************************************
       AUTENTICA-COORDENADOR.
           MOVE 'N' TO WRK-AUTORIZADO
           OPEN INPUT USUARIO-PERFIL-FILE
           IF WRK-FS-PERFIL = '35'
               DISPLAY 'ARQUIVO DE PERFIS NAO IMPLANTADO. '
                   'RECERTIFICACAO BLOQUEADA.'
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
      * PERCORRE-EQUIPE - Percorre o USRPROF e pede a decisao da folha
      * para cada usuario que responde ao coordenador autenticado.
      ******************************************************************
       PERCORRE-EQUIPE.
           MOVE 'N' TO WRK-FIM-PERFIL
           MOVE LOW-VALUES TO UP-USUARIO
           START USUARIO-PERFIL-FILE KEY IS NOT LESS THAN UP-USUARIO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PERFIL
           END-START
           PERFORM UNTIL FIM-PERFIL
               READ USUARIO-PERFIL-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-PERFIL
               END-READ
               IF NOT FIM-PERFIL
                   IF UP-COORDENADOR = WRK-REVISOR
                       AND UP-USUARIO NOT = WRK-REVISOR
                       ADD 1 TO WRK-QTD-STAFF
                       PERFORM DECIDE-USUARIO
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * DECIDE-USUARIO - Mostra o usuario e aplica a decisao da folha:
      * C confirma, R revoga, branco deixa para depois.
      ******************************************************************
       DECIDE-USUARIO.
           EVALUATE TRUE
               WHEN UP-USUARIO-ATIVO
                   MOVE 'ATIVO'     TO WRK-SITUACAO-TXT
               WHEN UP-INATIVO-DORMENCIA
                   MOVE 'DORMENTE'  TO WRK-SITUACAO-TXT
               WHEN UP-ACESSO-REVOGADO
                   MOVE 'REVOGADO'  TO WRK-SITUACAO-TXT
               WHEN OTHER
                   MOVE 'BLOQUEADO' TO WRK-SITUACAO-TXT
           END-EVALUATE
           DISPLAY 'USUARIO ' UP-USUARIO ' NIVEL ' UP-NIVEL
               ' SITUACAO ' WRK-SITUACAO-TXT
           DISPLAY 'DECISAO DA FOLHA (C=CONFIRMA R=REVOGA '
               'BRANCO=PULA):'
           MOVE SPACES TO WRK-DECISAO
           ACCEPT WRK-DECISAO
           MOVE 'N' TO WRK-GRAVOU
           EVALUATE TRUE
               WHEN DECISAO-CONFIRMA
                   IF UP-INATIVO-DORMENCIA OR UP-ACESSO-REVOGADO
                       MOVE 'A'    TO UP-ATIVO
                       MOVE 0      TO UP-FALHAS
                       MOVE SPACES TO UP-MOTIVO-INATIVO
                   END-IF
                   PERFORM CARIMBA-RECERTIFICACAO
                   IF WRK-GRAVOU = 'S'
                       ADD 1 TO WRK-QTD-CONF
                       MOVE 'CONFIRMADO ' TO AD-DADOS
                       PERFORM REGISTRA-DECISAO
                   END-IF
               WHEN DECISAO-REVOGA
                   MOVE 'I' TO UP-ATIVO
                   MOVE 'R' TO UP-MOTIVO-INATIVO
                   PERFORM CARIMBA-RECERTIFICACAO
                   IF WRK-GRAVOU = 'S'
                       ADD 1 TO WRK-QTD-REVOG
                       MOVE 'REVOGADO ' TO AD-DADOS
                       PERFORM REGISTRA-DECISAO
                   END-IF
               WHEN DECISAO-PULA
                   DISPLAY 'USUARIO MANTIDO SEM DECISAO.'
               WHEN OTHER
                   DISPLAY 'DECISAO INVALIDA. USUARIO MANTIDO.'
           END-EVALUATE.

       CARIMBA-RECERTIFICACAO.
           MOVE WRK-CD-DATA TO UP-DATA-RECERT
           MOVE WRK-REVISOR TO UP-RECERTIFICADOR
           REWRITE USUARIO-PERFIL-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR A DECISAO.'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-GRAVOU
                   DISPLAY 'DECISAO GRAVADA.'
           END-REWRITE.

      ******************************************************************
      * REGISTRA-DECISAO - Registra a decisao no AUDITLOG pela rotina
      * comum de auditoria (PROG87), em nome do coordenador.
      ******************************************************************
       REGISTRA-DECISAO.
           MOVE WRK-REVISOR TO AD-USUARIO
           MOVE 'PROG146'   TO AD-PROGRAMA
           MOVE UP-USUARIO  TO AD-DADOS(12:8)
           CALL 'PROG87' USING AUDITORIA-PARAMETROS.
       END PROGRAM PROG146.
