      *  SECRETARIA, 3 COORDENADOR - SO COORDENADOR ALCANCA O
      *  CLASSIFICADOR) E PASSA O USUARIO AUTENTICADO AOS PROGRAMAS
      *  CHAMADOS, PARA QUE O AU-USUARIO DO AUDITLOG SEJA CONFIAVEL.
      *  O SIGN-ON ACEITO E REGISTRADO NO AUDITLOG (BASE DA ULTIMA
      *  ATIVIDADE NA RECERTIFICACAO DE ACESSOS DO PROG145) E O
      *  USUARIO DESATIVADO POR DORMENCIA OU REVOGADO NA
      *  RECERTIFICACAO E RECUSADO - SO O COORDENADOR RESPONSAVEL O
      *  REATIVA, NA RECERTIFICACAO (PROG146), NAO NO DESBLOQUEIO.
      *  O INSTRUTOR (NIVEL 4) VE O MENU DO OPERADOR MAIS A CAPTURA DE
      *  NOTAS (PROG03) E A DE FREQUENCIA (PROG19), QUE SE RESTRINGEM
      *  AS TURMAS DO SEU CODIGO DE INSTRUTOR NO PERFIL; PERFIL DE
      *  INSTRUTOR SEM ESSE CODIGO E RECUSADO NO SIGN-ON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  SEGURANCA-PARM-FILE.
           COPY SEGPARM.
       WORKING-STORAGE SECTION.
       COPY AUDPARM.
       77 WRK-FS-PERFIL  PIC X(02) VALUE SPACES.
       77 WRK-OPCAO      PIC 9(02) VALUE 0.
       77 WRK-CONTINUA   PIC X(01) VALUE 'S'.
       77 WRK-USUARIO    PIC X(08) VALUE SPACES.
       77 WRK-SENHA      PIC X(08) VALUE SPACES.
       77 WRK-NIVEL      PIC 9(01) VALUE 0.
           88 NIVEL-INSTRUTOR      VALUE 4.
       77 WRK-NIVEL-MENU PIC 9(01) VALUE 0.
       77 WRK-TENTATIVAS PIC 9(01) VALUE 0.
       77 WRK-AUTENTICADO PIC X(01) VALUE 'N'.
           88 USUARIO-AUTENTICADO  VALUE 'S'.
           PERFORM EFETUA-SIGNON

           IF USUARIO-AUTENTICADO
               PERFORM DEFINE-NIVEL-MENU
               PERFORM MONTA-PARM
               PERFORM UNTIL WRK-CONTINUA NOT = 'S' AND
                   WRK-CONTINUA NOT = 's'
                   END-IF
               END-IF
               CLOSE USUARIO-PERFIL-FILE
               IF USUARIO-AUTENTICADO
                   PERFORM REGISTRA-SIGNON
               END-IF
           END-IF.

      ******************************************************************
      * REGISTRA-SIGNON - Registra o sign-on aceito pela rotina comum
      * de auditoria (PROG87): e a atividade que a recertificacao de
      * acessos usa para achar as contas dormentes.
      ******************************************************************
       REGISTRA-SIGNON.
           MOVE WRK-USUARIO TO AD-USUARIO
           MOVE 'PROG15'    TO AD-PROGRAMA
           MOVE SPACES      TO AD-DADOS
           STRING 'SIGN-ON NIVEL ' DELIMITED BY SIZE
               WRK-NIVEL DELIMITED BY SIZE
               INTO AD-DADOS
           CALL 'PROG87' USING AUDITORIA-PARAMETROS.

      ******************************************************************
      * CARREGA-PARM-SEGURANCA - Le do SEGPARM a validade da senha em
      * dias; sem o arquivo, valem noventa dias.
                   CONTINUE
               NOT INVALID KEY
                   IF NOT UP-USUARIO-ATIVO
                       IF UP-INATIVO-DORMENCIA OR UP-ACESSO-REVOGADO
                           DISPLAY 'USUARIO DESATIVADO NA '
                               'RECERTIFICACAO DE ACESSOS. PROCURE '
                               'SEU COORDENADOR.'
                       ELSE
                           DISPLAY 'USUARIO BLOQUEADO. PROCURE UM '
                               'COORDENADOR.'
                       END-IF
                   ELSE
                       IF UP-SENHA = WRK-SENHA
                           IF UP-NIVEL-INSTRUTOR
                               AND UP-INSTR-COD = SPACES
                               DISPLAY 'PERFIL DE INSTRUTOR SEM CODIGO '
                                   'DE INSTRUTOR. PROCURE O '
                                   'COORDENADOR.'
                           ELSE
                               MOVE 'S' TO WRK-AUTENTICADO
                               MOVE UP-NIVEL TO WRK-NIVEL
                           END-IF
                           IF UP-FALHAS IS NOT NUMERIC
                               MOVE 0 TO UP-FALHAS
                           END-IF
           ADD 1 TO UP-FALHAS
           IF UP-FALHAS >= 3
               MOVE 'I' TO UP-ATIVO
               MOVE 'F' TO UP-MOTIVO-INATIVO
               DISPLAY 'USUARIO BLOQUEADO APOS TRES TENTATIVAS. '
                   'PROCURE UM COORDENADOR.'
           END-IF
      ******************************************************************
      * DESBLOQUEIA-USUARIO - Funcao de coordenador: reativa um
      * usuario bloqueado por tentativas e zera o contador de falhas.
      * Usuario desativado na recertificacao (dormencia ou revogacao)
      * nao se desbloqueia aqui: volta pela recertificacao (PROG146),
      * com a decisao do coordenador responsavel.
      ******************************************************************
       DESBLOQUEIA-USUARIO.
           OPEN I-O USUARIO-PERFIL-FILE
                   INVALID KEY
                       DISPLAY 'USUARIO NAO ENCONTRADO.'
                   NOT INVALID KEY
                       IF UP-INATIVO-DORMENCIA OR UP-ACESSO-REVOGADO
                           DISPLAY 'USUARIO DESATIVADO NA '
                               'RECERTIFICACAO. REATIVACAO SO PELO '
                               'COORDENADOR RESPONSAVEL (PROG146).'
                       ELSE
                           MOVE 'A'    TO UP-ATIVO
                           MOVE 0      TO UP-FALHAS
                           MOVE SPACES TO UP-MOTIVO-INATIVO
                           REWRITE USUARIO-PERFIL-RECORD
                               INVALID KEY
                                   DISPLAY 'FALHA AO DESBLOQUEAR.'
                               NOT INVALID KEY
                                   DISPLAY 'USUARIO ' UP-USUARIO
                                       ' DESBLOQUEADO.'
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE USUARIO-PERFIL-FILE
           END-IF.

      ******************************************************************
      * DEFINE-NIVEL-MENU - Nivel que abre as opcoes do menu: o
      * instrutor fica no nivel de operador e ganha so as capturas de
      * notas e de frequencia, liberadas pela condicao de instrutor.
      ******************************************************************
       DEFINE-NIVEL-MENU.
           IF NIVEL-INSTRUTOR
               MOVE 1 TO WRK-NIVEL-MENU
           ELSE
               MOVE WRK-NIVEL TO WRK-NIVEL-MENU
           END-IF.

      ******************************************************************
      * MONTA-PARM - Prepara a area de parametros passada aos
      * programas chamados: modo interativo e o usuario autenticado.
           DISPLAY ' '
           DISPLAY 'MENU PRINCIPAL - SISTEMA ACADEMICO'
           DISPLAY 'OPERADOR: ' WRK-USUARIO ' NIVEL: ' WRK-NIVEL
           IF WRK-NIVEL-MENU >= 2
               DISPLAY '01 - PROG01 - CADASTRO DE BOAS-VINDAS'
           END-IF
           DISPLAY '02 - PROG02 - CALCULO DE AREA'
           DISPLAY '03 - PROG02B - CALCULO DE AREA EM LOTE'
           IF WRK-NIVEL-MENU >= 2 OR NIVEL-INSTRUTOR
               DISPLAY '04 - PROG03 - CAPTURA DE NOTAS'
           END-IF
           IF WRK-NIVEL-MENU >= 3
               DISPLAY '05 - PROG04 - CLASSIFICACAO DE NOTAS'
           END-IF
           IF WRK-NIVEL-MENU >= 2
               DISPLAY '06 - PROG06A - CLASSIFICACAO DE TURMA (A)'
               DISPLAY '07 - PROG06B - CLASSIFICACAO DE TURMA (B)'
               DISPLAY '08 - PROG07 - TABELA DE DISCIPLINAS'
           DISPLAY '10 - PROG09 - PARES E IMPARES'
           DISPLAY '11 - PROG10 - NUMEROS PRIMOS'
           DISPLAY '12 - PROG11 - TABELA TRIGONOMETRICA'
           IF WRK-NIVEL-MENU >= 3
               DISPLAY '13 - DESBLOQUEAR USUARIO'
           END-IF
           IF WRK-NIVEL-MENU >= 2 OR NIVEL-INSTRUTOR
               DISPLAY '14 - PROG19 - CAPTURA DE FREQUENCIA'
           END-IF
           DISPLAY '99 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '.

       DESPACHA-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 01
                   IF WRK-NIVEL-MENU >= 2
                       CALL 'PROG01' USING WRK-PARM
                       CANCEL 'PROG01'
                   ELSE
               WHEN 02 CALL 'PROG02' CANCEL 'PROG02'
               WHEN 03 CALL 'PROG02B' CANCEL 'PROG02B'
               WHEN 04
                   IF WRK-NIVEL-MENU >= 2 OR NIVEL-INSTRUTOR
                       CALL 'PROG03' USING WRK-PARM
                       CANCEL 'PROG03'
                   ELSE
                       DISPLAY 'OPCAO NAO AUTORIZADA PARA SEU NIVEL.'
                   END-IF
               WHEN 05
                   IF WRK-NIVEL-MENU >= 3
                       CALL 'PROG04' USING WRK-PARM
                       CANCEL 'PROG04'
                   ELSE
                       DISPLAY 'OPCAO NAO AUTORIZADA PARA SEU NIVEL.'
                   END-IF
               WHEN 06
                   IF WRK-NIVEL-MENU >= 2
                       CALL 'PROG06A' CANCEL 'PROG06A'
                   ELSE
                       DISPLAY 'OPCAO NAO AUTORIZADA PARA SEU NIVEL.'
                   END-IF
               WHEN 07
                   IF WRK-NIVEL-MENU >= 2
                       CALL 'PROG06B' CANCEL 'PROG06B'
                   ELSE
                       DISPLAY 'OPCAO NAO AUTORIZADA PARA SEU NIVEL.'
                   END-IF
               WHEN 08
                   IF WRK-NIVEL-MENU >= 2
                       CALL 'PROG07' CANCEL 'PROG07'
                   ELSE
                       DISPLAY 'OPCAO NAO AUTORIZADA PARA SEU NIVEL.'
                   END-IF
               WHEN 09
                   IF WRK-NIVEL-MENU >= 2
                       CALL 'PROG08' USING WRK-PARM-VAZIO
                       CANCEL 'PROG08'
                   ELSE
               WHEN 12 CALL 'PROG11' USING WRK-PARM-VAZIO
                       CANCEL 'PROG11'
               WHEN 13
                   IF WRK-NIVEL-MENU >= 3
                       PERFORM DESBLOQUEIA-USUARIO
                   ELSE
                       DISPLAY 'OPCAO NAO AUTORIZADA PARA SEU NIVEL.'
                   END-IF
               WHEN 14
                   IF WRK-NIVEL-MENU >= 2 OR NIVEL-INSTRUTOR
                       CALL 'PROG19' USING WRK-PARM
                       CANCEL 'PROG19'
                   ELSE
                       DISPLAY 'OPCAO NAO AUTORIZADA PARA SEU NIVEL.'
                   END-IF
               WHEN 99 CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
