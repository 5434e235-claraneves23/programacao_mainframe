      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG180.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  RELATORIO MENSAL DE HORAS DE ESTAGIO - LANCA AS HORAS DO MES
      *  DE CADA ESTAGIO (HORESTAG) COMO PENDENTES E LEVA OS
      *  PENDENTES A APROVACAO DO ORIENTADOR ACADEMICO: O INSTRUTOR
      *  (USRPROF NIVEL 4) VE SO OS ESTAGIOS QUE ORIENTA, O
      *  COORDENADOR VE TODOS. A APROVACAO SOMA AS HORAS DO MES EM
      *  ES-HORAS-APROVADAS, QUE A AUDITORIA DE FORMATURA (PROG54)
      *  CONFERE CONTRA A CARGA MINIMA DO CURRICULO DO ALUNO; A
      *  RECUSA EXIGE O MOTIVO E O RELATORIO PODE SER LANCADO DE NOVO.
      *  A CONSULTA MOSTRA OS ESTAGIOS E RELATORIOS DO ALUNO E QUANTO
      *  FALTA PARA A CARGA MINIMA DO SEU CURRICULO (PROG166).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTAGIO-FILE ASSIGN TO "ESTAGIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS WRK-FS-ESTAGIO.
           SELECT RELATORIO-HORAS-FILE ASSIGN TO "HORESTAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CHAVE
               FILE STATUS IS WRK-FS-RELHOR.
           SELECT USUARIO-PERFIL-FILE ASSIGN TO "USRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-USUARIO
               FILE STATUS IS WRK-FS-PERFIL.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTAGIO-FILE.
           COPY ESTAGIO.
       FD  RELATORIO-HORAS-FILE.
           COPY HORESTAG.
       FD  USUARIO-PERFIL-FILE.
           COPY USRPROF.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ESTAGIO    PIC X(02) VALUE SPACES.
       77 WRK-FS-RELHOR     PIC X(02) VALUE SPACES.
       77 WRK-FS-PERFIL     PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC 9 VALUE 0.
       77 WRK-CONTINUAR     PIC X VALUE 'S'.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-PERFIL        PIC X(01) VALUE 'O'.
           88 PERFIL-COORDENADOR   VALUE 'C'.
           88 PERFIL-INSTRUTOR     VALUE 'I'.
       77 WRK-INSTR-AUT     PIC X(06) VALUE SPACES.
       77 WRK-ALUNO-ID      PIC X(14) VALUE SPACES.
       77 WRK-MES           PIC X(06) VALUE SPACES.
       77 WRK-MES-ATUAL     PIC X(06) VALUE SPACES.
       77 WRK-NUM-ED        PIC X(06) VALUE SPACES.
       77 WRK-HORAS-MES     PIC 9(03)V9 VALUE 0.
       77 WRK-ATIVIDADES    PIC X(40) VALUE SPACES.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77 WRK-RESPOSTA      PIC X(01) VALUE SPACES.
       77 WRK-LANCA-OK      PIC X(01) VALUE 'S'.
           88 LANCAMENTO-VALIDO    VALUE 'S'.
       77 WRK-RELATORIO-NOVO PIC X(01) VALUE 'S'.
           88 RELATORIO-NOVO       VALUE 'S'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-FIM-APROVACAO PIC X(01) VALUE 'N'.
           88 FIM-APROVACAO        VALUE 'S'.
       77 WRK-QTD-ESTAGIOS  PIC 9(02) VALUE 0.
       77 WRK-QTD-PENDENTES PIC 9(05) VALUE 0.
       77 WRK-QTD-APROVADOS PIC 9(05) VALUE 0.
       77 WRK-QTD-RECUSADOS PIC 9(05) VALUE 0.
       77 WRK-TOTAL-APROVADO PIC 9(05)V9 VALUE 0.
       77 WRK-TOTAL-PENDENTE PIC 9(05)V9 VALUE 0.
       77 WRK-HORAS-FALTA   PIC 9(05)V9 VALUE 0.
       77 WRK-HORAS-SAI     PIC ZZ.ZZ9,9.
       77 WRK-EXIGIDAS-SAI  PIC Z.ZZ9.
       77 WRK-QTD-SAI       PIC ZZZZ9.
       COPY CURPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           PERFORM CARREGA-PERFIL-OPERADOR
           OPEN I-O ESTAGIO-FILE
           IF WRK-FS-ESTAGIO = '35'
               DISPLAY 'NENHUM ESTAGIO CADASTRADO (PROG179).'
           ELSE
               OPEN I-O RELATORIO-HORAS-FILE
               IF WRK-FS-RELHOR = '35'
                   CLOSE RELATORIO-HORAS-FILE
                   OPEN OUTPUT RELATORIO-HORAS-FILE
                   CLOSE RELATORIO-HORAS-FILE
                   OPEN I-O RELATORIO-HORAS-FILE
               END-IF

               PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

               CLOSE RELATORIO-HORAS-FILE
               CLOSE ESTAGIO-FILE
           END-IF
           STOP RUN.

       EXIBE-MENU.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA(1:6) TO WRK-MES-ATUAL
           DISPLAY 'RELATORIO MENSAL DE HORAS DE ESTAGIO'
           DISPLAY '1 - LANCAR RELATORIO MENSAL DE HORAS'
           DISPLAY '2 - APROVAR/RECUSAR RELATORIOS PENDENTES'
           DISPLAY '3 - CONSULTAR HORAS DE ESTAGIO DO ALUNO'
           DISPLAY '4 - SAIR'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM LANCA-RELATORIO
               WHEN 2 PERFORM APROVA-RELATORIOS
               WHEN 3 PERFORM CONSULTA-ALUNO
               WHEN 4 MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      ******************************************************************
      * CARREGA-PERFIL-OPERADOR - Le o perfil do usuario no
      * USUARIO-PERFIL: o coordenador aprova qualquer relatorio, o
      * instrutor so os dos estagios que orienta. Sem perfil, o
      * usuario so lanca e consulta.
      ******************************************************************
       CARREGA-PERFIL-OPERADOR.
           MOVE 'O' TO WRK-PERFIL
           MOVE SPACES TO WRK-INSTR-AUT
           OPEN INPUT USUARIO-PERFIL-FILE
           IF WRK-FS-PERFIL = '00'
               MOVE WRK-USUARIO TO UP-USUARIO
               READ USUARIO-PERFIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UP-USUARIO-ATIVO
                           IF UP-NIVEL-COORDENADOR
                               MOVE 'C' TO WRK-PERFIL
                           END-IF
                           IF UP-NIVEL-INSTRUTOR
                               AND UP-INSTR-COD NOT = SPACES
                               MOVE 'I' TO WRK-PERFIL
                               MOVE UP-INSTR-COD TO WRK-INSTR-AUT
                           END-IF
                       END-IF
               END-READ
               CLOSE USUARIO-PERFIL-FILE
           END-IF.

      ******************************************************************
      * LANCA-RELATORIO - Horas do mes de um estagio do aluno. O mes
      * precisa cair no periodo do estagio e nao pode ser futuro;
      * relatorio ja aprovado nao se altera, pendente ou recusado e
      * substituido. Qualquer campo recusado cancela o lancamento.
      ******************************************************************
       LANCA-RELATORIO.
           MOVE 'S' TO WRK-LANCA-OK
           DISPLAY 'MATRICULA DO ALUNO:'
           ACCEPT WRK-ALUNO-ID
           PERFORM LISTA-ESTAGIOS-ALUNO
           IF WRK-QTD-ESTAGIOS = 0
               DISPLAY 'NENHUM ESTAGIO CADASTRADO PARA O ALUNO.'
               MOVE 'N' TO WRK-LANCA-OK
           ELSE
               PERFORM SOLICITA-ESTAGIO
           END-IF
           IF LANCAMENTO-VALIDO
               PERFORM SOLICITA-MES
           END-IF
           IF LANCAMENTO-VALIDO
               PERFORM CONFERE-RELATORIO-EXISTENTE
           END-IF
           IF LANCAMENTO-VALIDO
               DISPLAY 'HORAS CUMPRIDAS NO MES:'
               ACCEPT WRK-NUM-ED
               MOVE 0 TO WRK-HORAS-MES
               IF FUNCTION TEST-NUMVAL(WRK-NUM-ED) = 0
                   IF FUNCTION NUMVAL(WRK-NUM-ED) > 0
                       AND FUNCTION NUMVAL(WRK-NUM-ED) NOT > 200
                       COMPUTE WRK-HORAS-MES =
                           FUNCTION NUMVAL(WRK-NUM-ED)
                   END-IF
               END-IF
               IF WRK-HORAS-MES = 0
                   DISPLAY 'HORAS INVALIDAS (DE 0,1 A 200 NO MES).'
                   MOVE 'N' TO WRK-LANCA-OK
               END-IF
           END-IF
           IF LANCAMENTO-VALIDO
               DISPLAY 'ATIVIDADES DESENVOLVIDAS NO MES:'
               ACCEPT WRK-ATIVIDADES
               MOVE FUNCTION UPPER-CASE(WRK-ATIVIDADES)
                   TO WRK-ATIVIDADES
               PERFORM GRAVA-RELATORIO
           ELSE
               DISPLAY 'RELATORIO NAO LANCADO.'
           END-IF.

       SOLICITA-ESTAGIO.
           DISPLAY 'SEQUENCIA DO ESTAGIO:'
           ACCEPT WRK-NUM-ED
           MOVE WRK-ALUNO-ID TO ES-ALUNO-ID
           MOVE 0 TO ES-SEQUENCIA
           IF FUNCTION TEST-NUMVAL(WRK-NUM-ED) = 0
               AND FUNCTION NUMVAL(WRK-NUM-ED) < 100
               COMPUTE ES-SEQUENCIA = FUNCTION NUMVAL(WRK-NUM-ED)
           END-IF
           READ ESTAGIO-FILE
               INVALID KEY
                   DISPLAY 'ESTAGIO NAO ENCONTRADO.'
                   MOVE 'N' TO WRK-LANCA-OK
               NOT INVALID KEY
                   IF ES-CANCELADO
                       DISPLAY 'ESTAGIO CANCELADO NAO RECEBE HORAS.'
                       MOVE 'N' TO WRK-LANCA-OK
                   END-IF
           END-READ.

      ******************************************************************
      * SOLICITA-MES - Mes de referencia AAAAMM, dentro do periodo do
      * estagio e ate o mes corrente.
      ******************************************************************
       SOLICITA-MES.
           DISPLAY 'MES DE REFERENCIA (AAAAMM):'
           ACCEPT WRK-MES
           IF WRK-MES IS NOT NUMERIC
               OR WRK-MES(5:2) < '01' OR WRK-MES(5:2) > '12'
               DISPLAY 'MES INVALIDO.'
               MOVE 'N' TO WRK-LANCA-OK
           ELSE
               IF WRK-MES > WRK-MES-ATUAL
                   DISPLAY 'MES FUTURO NAO PODE SER LANCADO.'
                   MOVE 'N' TO WRK-LANCA-OK
               ELSE
                   IF WRK-MES < ES-DATA-INICIO(1:6)
                       OR WRK-MES > ES-DATA-FIM(1:6)
                       DISPLAY 'MES FORA DO PERIODO DO ESTAGIO ('
                           ES-DATA-INICIO ' A ' ES-DATA-FIM ').'
                       MOVE 'N' TO WRK-LANCA-OK
                   END-IF
               END-IF
           END-IF.

       CONFERE-RELATORIO-EXISTENTE.
           MOVE 'S' TO WRK-RELATORIO-NOVO
           MOVE ES-ALUNO-ID  TO RH-ALUNO-ID
           MOVE ES-SEQUENCIA TO RH-SEQUENCIA
           MOVE WRK-MES      TO RH-MES
           READ RELATORIO-HORAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WRK-RELATORIO-NOVO
                   MOVE RH-HORAS TO WRK-HORAS-SAI
                   EVALUATE TRUE
                       WHEN RH-APROVADO
                           DISPLAY 'RELATORIO DO MES JA APROVADO ('
                               WRK-HORAS-SAI ' HORAS).'
                           MOVE 'N' TO WRK-LANCA-OK
                       WHEN RH-RECUSADO
                           DISPLAY 'RELATORIO RECUSADO EM '
                               RH-DATA-PARECER ': ' RH-MOTIVO
                           DISPLAY 'O NOVO LANCAMENTO VOLTA PARA '
                               'APROVACAO.'
                       WHEN OTHER
                           DISPLAY 'RELATORIO DO MES JA LANCADO ('
                               WRK-HORAS-SAI ' HORAS), PENDENTE.'
                           DISPLAY 'SUBSTITUIR (S/N)?'
                           ACCEPT WRK-RESPOSTA
                           IF WRK-RESPOSTA NOT = 'S'
                               AND WRK-RESPOSTA NOT = 's'
                               MOVE 'N' TO WRK-LANCA-OK
                           END-IF
                   END-EVALUATE
           END-READ.

       GRAVA-RELATORIO.
           MOVE ES-ALUNO-ID    TO RH-ALUNO-ID
           MOVE ES-SEQUENCIA   TO RH-SEQUENCIA
           MOVE WRK-MES        TO RH-MES
           MOVE WRK-HORAS-MES  TO RH-HORAS
           MOVE WRK-ATIVIDADES TO RH-ATIVIDADES
           MOVE 'P'            TO RH-SITUACAO
           MOVE WRK-CD-DATA    TO RH-DATA-ENTREGA
           MOVE WRK-USUARIO    TO RH-USUARIO
           MOVE SPACES         TO RH-DATA-PARECER
           MOVE SPACES         TO RH-APROVADOR
           MOVE SPACES         TO RH-MOTIVO
           IF RELATORIO-NOVO
               WRITE RELATORIO-HORAS-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO GRAVAR O RELATORIO.'
                   NOT INVALID KEY
                       DISPLAY 'RELATORIO LANCADO, AGUARDANDO '
                           'APROVACAO DO ORIENTADOR ' ES-ORIENTADOR
               END-WRITE
           ELSE
               REWRITE RELATORIO-HORAS-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO GRAVAR O RELATORIO.'
                   NOT INVALID KEY
                       DISPLAY 'RELATORIO SUBSTITUIDO, AGUARDANDO '
                           'APROVACAO DO ORIENTADOR ' ES-ORIENTADOR
               END-REWRITE
           END-IF.

      ******************************************************************
      * APROVA-RELATORIOS - Percorre os relatorios pendentes dos
      * estagios que o usuario pode aprovar e toma o parecer de cada
      * um: A aprova e soma as horas no estagio, R recusa com motivo,
      * em branco deixa pendente e F encerra a sessao de aprovacao.
      ******************************************************************
       APROVA-RELATORIOS.
           IF NOT PERFIL-COORDENADOR AND NOT PERFIL-INSTRUTOR
               DISPLAY 'APROVACAO RESTRITA AO ORIENTADOR DO ESTAGIO '
                   'OU A COORDENADOR.'
           ELSE
               MOVE 0 TO WRK-QTD-PENDENTES
               MOVE 0 TO WRK-QTD-APROVADOS
               MOVE 0 TO WRK-QTD-RECUSADOS
               MOVE 'N' TO WRK-FIM-APROVACAO
               MOVE LOW-VALUES TO RH-CHAVE
               START RELATORIO-HORAS-FILE
                   KEY IS NOT LESS THAN RH-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-APROVACAO
               END-START
               PERFORM UNTIL FIM-APROVACAO
                   READ RELATORIO-HORAS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-APROVACAO
                       NOT AT END
                           IF RH-PENDENTE
                               PERFORM AVALIA-RELATORIO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WRK-QTD-PENDENTES TO WRK-QTD-SAI
               DISPLAY 'RELATORIOS PENDENTES VISTOS: ' WRK-QTD-SAI
               MOVE WRK-QTD-APROVADOS TO WRK-QTD-SAI
               DISPLAY 'APROVADOS ................: ' WRK-QTD-SAI
               MOVE WRK-QTD-RECUSADOS TO WRK-QTD-SAI
               DISPLAY 'RECUSADOS ................: ' WRK-QTD-SAI
           END-IF.

       AVALIA-RELATORIO.
           MOVE RH-ALUNO-ID  TO ES-ALUNO-ID
           MOVE RH-SEQUENCIA TO ES-SEQUENCIA
           READ ESTAGIO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERFIL-COORDENADOR
                       OR ES-ORIENTADOR = WRK-INSTR-AUT
                       PERFORM TOMA-PARECER
                   END-IF
           END-READ.

       TOMA-PARECER.
           ADD 1 TO WRK-QTD-PENDENTES
           MOVE RH-HORAS TO WRK-HORAS-SAI
           DISPLAY 'ALUNO ' RH-ALUNO-ID ' ESTAGIO ' RH-SEQUENCIA
               ' EMPRESA ' ES-EMPRESA ' MES ' RH-MES
           DISPLAY '  HORAS ' WRK-HORAS-SAI ' - ' RH-ATIVIDADES
           DISPLAY '  A=APROVAR R=RECUSAR F=FIM (EM BRANCO = DEIXA '
               'PENDENTE):'
           ACCEPT WRK-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA) TO WRK-RESPOSTA
           EVALUATE WRK-RESPOSTA
               WHEN 'A'
                   PERFORM APROVA-RELATORIO
               WHEN 'R'
                   PERFORM RECUSA-RELATORIO
               WHEN 'F'
                   MOVE 'S' TO WRK-FIM-APROVACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * APROVA-RELATORIO - Grava o parecer no relatorio e soma as
      * horas do mes nas horas aprovadas do estagio.
      ******************************************************************
       APROVA-RELATORIO.
           MOVE 'A'         TO RH-SITUACAO
           MOVE WRK-CD-DATA TO RH-DATA-PARECER
           MOVE WRK-USUARIO TO RH-APROVADOR
           MOVE SPACES      TO RH-MOTIVO
           REWRITE RELATORIO-HORAS-RECORD
               INVALID KEY
                   DISPLAY '  FALHA AO GRAVAR O PARECER.'
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-APROVADOS
                   ADD RH-HORAS TO ES-HORAS-APROVADAS
                   REWRITE ESTAGIO-RECORD
                       INVALID KEY
                           DISPLAY '  FALHA AO ATUALIZAR O ESTAGIO.'
                   END-REWRITE
                   MOVE ES-HORAS-APROVADAS TO WRK-HORAS-SAI
                   MOVE ES-HORAS-EXIGIDAS TO WRK-EXIGIDAS-SAI
                   DISPLAY '  APROVADO. HORAS DO ESTAGIO: '
                       WRK-HORAS-SAI ' DE ' WRK-EXIGIDAS-SAI
                   IF ES-HORAS-APROVADAS NOT < ES-HORAS-EXIGIDAS
                       DISPLAY '  CARGA DO TERMO DE COMPROMISSO '
                           'CUMPRIDA.'
                   END-IF
           END-REWRITE.

       RECUSA-RELATORIO.
           DISPLAY '  MOTIVO DA RECUSA:'
           ACCEPT WRK-MOTIVO
           IF WRK-MOTIVO = SPACES
               DISPLAY '  MOTIVO OBRIGATORIO - RELATORIO FICA '
                   'PENDENTE.'
           ELSE
               MOVE 'R'         TO RH-SITUACAO
               MOVE WRK-CD-DATA TO RH-DATA-PARECER
               MOVE WRK-USUARIO TO RH-APROVADOR
               MOVE FUNCTION UPPER-CASE(WRK-MOTIVO) TO RH-MOTIVO
               REWRITE RELATORIO-HORAS-RECORD
                   INVALID KEY
                       DISPLAY '  FALHA AO GRAVAR O PARECER.'
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-RECUSADOS
                       DISPLAY '  RECUSADO.'
               END-REWRITE
           END-IF.

      ******************************************************************
      * CONSULTA-ALUNO - Estagios e relatorios do aluno, com o total
      * aprovado e pendente contra a carga minima de estagio do
      * curriculo vigente no seu ingresso.
      ******************************************************************
       CONSULTA-ALUNO.
           DISPLAY 'MATRICULA DO ALUNO:'
           ACCEPT WRK-ALUNO-ID
           MOVE 0 TO CRP-HORAS-ESTAGIO
           OPEN INPUT ALUNO-MASTER-FILE
           IF WRK-FS-ALUNO = '00'
               MOVE WRK-ALUNO-ID TO ALUNO-ID
               READ ALUNO-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'ALUNO NAO CADASTRADO NO ALUNO-MASTER.'
                   NOT INVALID KEY
                       DISPLAY 'ALUNO: ' ALUNO-NOME
                       MOVE ALUNO-DATA-CAD TO CRP-DATA-REF
                       CALL 'PROG166' USING CURRICULO-PARAMETROS
               END-READ
               CLOSE ALUNO-MASTER-FILE
           END-IF
           PERFORM LISTA-ESTAGIOS-ALUNO
           IF WRK-QTD-ESTAGIOS = 0
               DISPLAY 'NENHUM ESTAGIO CADASTRADO PARA O ALUNO.'
           ELSE
               PERFORM LISTA-RELATORIOS-ALUNO
           END-IF
           MOVE WRK-TOTAL-APROVADO TO WRK-HORAS-SAI
           DISPLAY 'HORAS APROVADAS ......: ' WRK-HORAS-SAI
           MOVE WRK-TOTAL-PENDENTE TO WRK-HORAS-SAI
           DISPLAY 'HORAS PENDENTES ......: ' WRK-HORAS-SAI
           IF CRP-HORAS-ESTAGIO = 0
               DISPLAY 'CURRICULO DO ALUNO SEM ESTAGIO OBRIGATORIO.'
           ELSE
               MOVE CRP-HORAS-ESTAGIO TO WRK-EXIGIDAS-SAI
               DISPLAY 'CARGA MINIMA CURRICULO: ' WRK-EXIGIDAS-SAI
                   ' (VERSAO ' CRP-VERSAO ')'
               IF WRK-TOTAL-APROVADO NOT < CRP-HORAS-ESTAGIO
                   DISPLAY 'REQUISITO DE ESTAGIO CUMPRIDO.'
               ELSE
                   COMPUTE WRK-HORAS-FALTA =
                       CRP-HORAS-ESTAGIO - WRK-TOTAL-APROVADO
                   MOVE WRK-HORAS-FALTA TO WRK-HORAS-SAI
                   DISPLAY 'FALTAM ' WRK-HORAS-SAI
                       ' HORAS APROVADAS PARA O REQUISITO.'
               END-IF
           END-IF.

      ******************************************************************
      * LISTA-ESTAGIOS-ALUNO - Mostra os estagios do aluno com a
      * carga do termo e as horas aprovadas, e soma o total aprovado.
      ******************************************************************
       LISTA-ESTAGIOS-ALUNO.
           MOVE 0 TO WRK-QTD-ESTAGIOS
           MOVE 0 TO WRK-TOTAL-APROVADO
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE WRK-ALUNO-ID TO ES-ALUNO-ID
           MOVE 0 TO ES-SEQUENCIA
           START ESTAGIO-FILE KEY IS NOT LESS THAN ES-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ ESTAGIO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
                   NOT AT END
                       IF ES-ALUNO-ID NOT = WRK-ALUNO-ID
                           MOVE 'S' TO WRK-FIM-ARQ
                       ELSE
                           ADD 1 TO WRK-QTD-ESTAGIOS
                           ADD ES-HORAS-APROVADAS TO WRK-TOTAL-APROVADO
                           MOVE ES-HORAS-EXIGIDAS TO WRK-EXIGIDAS-SAI
                           MOVE ES-HORAS-APROVADAS TO WRK-HORAS-SAI
                           DISPLAY ES-SEQUENCIA ' ' ES-EMPRESA ' '
                               ES-DATA-INICIO ' A ' ES-DATA-FIM
                               ' ORIENT ' ES-ORIENTADOR
                               ' HORAS ' WRK-HORAS-SAI '/'
                               WRK-EXIGIDAS-SAI ' ' ES-SITUACAO
                       END-IF
               END-READ
           END-PERFORM.

       LISTA-RELATORIOS-ALUNO.
           MOVE 0 TO WRK-TOTAL-PENDENTE
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE WRK-ALUNO-ID TO RH-ALUNO-ID
           MOVE 0 TO RH-SEQUENCIA
           MOVE SPACES TO RH-MES
           START RELATORIO-HORAS-FILE KEY IS NOT LESS THAN RH-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ RELATORIO-HORAS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
                   NOT AT END
                       IF RH-ALUNO-ID NOT = WRK-ALUNO-ID
                           MOVE 'S' TO WRK-FIM-ARQ
                       ELSE
                           IF RH-PENDENTE
                               ADD RH-HORAS TO WRK-TOTAL-PENDENTE
                           END-IF
                           MOVE RH-HORAS TO WRK-HORAS-SAI
                           DISPLAY '  ' RH-SEQUENCIA ' ' RH-MES ' '
                               WRK-HORAS-SAI ' ' RH-SITUACAO ' '
                               RH-MOTIVO
                       END-IF
               END-READ
           END-PERFORM.
       END PROGRAM PROG180.
