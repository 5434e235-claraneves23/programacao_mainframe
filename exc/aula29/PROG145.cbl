      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG145.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  RECERTIFICACAO TRIMESTRAL DE ACESSOS - O USUARIO-PERFIL SO
      *  CRESCE: SECRETARIAS TEMPORARIAS E COORDENADORES QUE SAIRAM
      *  CONTINUAM COM ACESSO. ESTE PROGRAMA LEVANTA, PARA CADA
      *  UP-USUARIO, O NIVEL, A SITUACAO E A ULTIMA ATIVIDADE NO
      *  AUDITLOG (SIGN-ON DO PROG15 E EXECUCOES AUDITADAS); A CONTA
      *  ATIVA SEM ATIVIDADE HA MAIS DIAS QUE O PRAZO DE DORMENCIA DO
      *  SEGPARM E INATIVADA AUTOMATICAMENTE (MOTIVO 'D') E A
      *  INATIVACAO E REGISTRADA NO AUDITLOG PELO PROG87. EMITE NO
      *  RECERREL UMA FOLHA POR COORDENADOR COM OS USUARIOS SOB SUA
      *  RESPONSABILIDADE (UP-COORDENADOR), PARA CONFIRMAR OU REVOGAR
      *  CADA ACESSO E ASSINAR, E UMA FOLHA DOS USUARIOS SEM
      *  COORDENADOR ATIVO. AS DECISOES DA FOLHA SAO LANCADAS PELO
      *  COORDENADOR NO PROG146.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIO-PERFIL-FILE ASSIGN TO "USRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-USUARIO
               FILE STATUS IS WRK-FS-PERFIL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT SEGURANCA-PARM-FILE ASSIGN TO "SEGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEGPARM.
           SELECT RECERT-REL-FILE ASSIGN TO "RECERREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-PERFIL-FILE.
           COPY USRPROF.
       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.
       FD  SEGURANCA-PARM-FILE.
           COPY SEGPARM.
       FD  RECERT-REL-FILE.
           COPY RECERREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PERFIL     PIC X(02) VALUE SPACES.
       77 WRK-FS-AUDIT      PIC X(02) VALUE SPACES.
       77 WRK-FS-SEGPARM    PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-DIAS-DORMENCIA PIC 9(03) VALUE 90.
       77 WRK-USUARIO-RUN   PIC X(08) VALUE SPACES.
       77 WRK-COORD         PIC X(08) VALUE SPACES.
       77 WRK-QTD-FOLHA     PIC 9(03) VALUE 0.

      *  CONTADORES E INDICES.
       77 WRK-QTD-USU       PIC 9(03) VALUE 0.
       77 WRK-IDX           PIC 9(03) VALUE 0.
       77 WRK-CIDX          PIC 9(03) VALUE 0.
       77 WRK-QTD-AUDIT     PIC 9(08) VALUE 0.
       77 WRK-QTD-INATIV    PIC 9(08) VALUE 0.
       77 WRK-QTD-LISTADOS  PIC 9(08) VALUE 0.
       77 WRK-QTD-ED        PIC ZZZZZZZ9.
       77 WRK-DIAS-ED       PIC ZZZZ9.
       77 WRK-PRAZO-ED      PIC ZZ9.

      *  USUARIOS DO USUARIO-PERFIL COM A REFERENCIA DE ATIVIDADE
      *  (MAIOR DATA ENTRE O AUDITLOG, A TROCA DE SENHA E A ULTIMA
      *  RECERTIFICACAO) E OS DIAS DESDE ELA.
       01 TABELA-USUARIOS.
          05 TU-ENTRY OCCURS 500 TIMES.
             10 TU-USUARIO        PIC X(08).
             10 TU-NIVEL          PIC 9(01).
             10 TU-ATIVO          PIC X(01).
             10 TU-MOTIVO         PIC X(01).
             10 TU-COORDENADOR    PIC X(08).
             10 TU-ULT-ATIVIDADE  PIC X(08).
             10 TU-REFERENCIA     PIC X(08).
             10 TU-DIAS           PIC S9(05).
             10 TU-SEM-REFERENCIA PIC X(01).
             10 TU-INATIVADO      PIC X(01).
             10 TU-LISTADO        PIC X(01).

       01 WRK-DATA-ED.
          05 WRK-DE-DIA     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-MES     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-ANO     PIC X(04).
       77 WRK-DATA-TRAB     PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-TXT     PIC X(11) VALUE SPACES.
       77 WRK-SITUACAO-TXT  PIC X(10) VALUE SPACES.
       77 WRK-ULTIMA-TXT    PIC X(10) VALUE SPACES.
       77 WRK-DIAS-TXT      PIC X(05) VALUE SPACES.

       COPY AUDPARM.
       COPY DATAPARM.
       COPY MSGPARM.

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       01 WRK-HOJE          PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO WRK-HOJE
           ACCEPT WRK-USUARIO-RUN FROM ENVIRONMENT "USER"

           PERFORM CARREGA-PARM-SEGURANCA
           PERFORM CARREGA-PERFIS
           IF RETURN-CODE < 8
               PERFORM APURA-ATIVIDADE
               PERFORM INATIVA-DORMENTES
               OPEN OUTPUT RECERT-REL-FILE
               PERFORM EMITE-FOLHAS-COORDENADOR
               PERFORM EMITE-FOLHA-SEM-COORDENADOR
               PERFORM EMITE-RESUMO
               CLOSE RECERT-REL-FILE
               IF WRK-QTD-INATIV > 0
                   MOVE WRK-QTD-INATIV TO WRK-QTD-ED
                   MOVE 'ACD0126W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'CONTAS INATIVADAS POR DORMENCIA: '
                       DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * CARREGA-PARM-SEGURANCA - Le do SEGPARM o prazo de dormencia em
      * dias; sem o arquivo ou sem o campo, valem noventa dias.
      ******************************************************************
       CARREGA-PARM-SEGURANCA.
           OPEN INPUT SEGURANCA-PARM-FILE
           IF WRK-FS-SEGPARM = '00'
               READ SEGURANCA-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SG-DIAS-DORMENCIA IS NUMERIC
                           AND SG-DIAS-DORMENCIA > 0
                           MOVE SG-DIAS-DORMENCIA
                               TO WRK-DIAS-DORMENCIA
                       END-IF
               END-READ
               CLOSE SEGURANCA-PARM-FILE
           END-IF.

      ******************************************************************
      * CARREGA-PERFIS - Carrega os perfis do USUARIO-PERFIL na tabela
      * de usuarios, com a troca de senha e a ultima recertificacao
      * como referencia inicial de atividade.
      ******************************************************************
       CARREGA-PERFIS.
           MOVE 0 TO WRK-QTD-USU
           OPEN INPUT USUARIO-PERFIL-FILE
           IF WRK-FS-PERFIL NOT = '00'
               MOVE 'ACD0127E' TO MP-ID
               MOVE 'USUARIO-PERFIL INDISPONIVEL - SEM RECERTIFICACAO.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO UP-USUARIO
               START USUARIO-PERFIL-FILE
                   KEY IS NOT LESS THAN UP-USUARIO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ USUARIO-PERFIL-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       PERFORM GUARDA-PERFIL
                   END-IF
               END-PERFORM
               CLOSE USUARIO-PERFIL-FILE
           END-IF.

       GUARDA-PERFIL.
           IF WRK-QTD-USU >= 500
               MOVE 'ACD0128W' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'TABELA DE USUARIOS CHEIA (500). FORA: '
                   DELIMITED BY SIZE
                   UP-USUARIO DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-USU
               MOVE WRK-QTD-USU       TO WRK-IDX
               MOVE UP-USUARIO        TO TU-USUARIO(WRK-IDX)
               MOVE UP-NIVEL          TO TU-NIVEL(WRK-IDX)
               MOVE UP-ATIVO          TO TU-ATIVO(WRK-IDX)
               MOVE UP-MOTIVO-INATIVO TO TU-MOTIVO(WRK-IDX)
               MOVE UP-COORDENADOR    TO TU-COORDENADOR(WRK-IDX)
               MOVE SPACES            TO TU-ULT-ATIVIDADE(WRK-IDX)
               MOVE SPACES            TO TU-REFERENCIA(WRK-IDX)
               MOVE 0                 TO TU-DIAS(WRK-IDX)
               MOVE 'N'               TO TU-SEM-REFERENCIA(WRK-IDX)
               MOVE 'N'               TO TU-INATIVADO(WRK-IDX)
               MOVE 'N'               TO TU-LISTADO(WRK-IDX)
               IF UP-DATA-TROCA IS NUMERIC
                   MOVE UP-DATA-TROCA TO TU-REFERENCIA(WRK-IDX)
               END-IF
               IF UP-DATA-RECERT IS NUMERIC
                   AND UP-DATA-RECERT > TU-REFERENCIA(WRK-IDX)
                   MOVE UP-DATA-RECERT TO TU-REFERENCIA(WRK-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * APURA-ATIVIDADE - Percorre o AUDITLOG guardando a data mais
      * recente de cada usuario. Sem o AUDITLOG, so valem a troca de
      * senha e a recertificacao.
      ******************************************************************
       APURA-ATIVIDADE.
           OPEN INPUT AUDIT-LOG-FILE
           IF WRK-FS-AUDIT = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-QTD-AUDIT
                       PERFORM ACUMULA-ATIVIDADE
                   END-IF
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       ACUMULA-ATIVIDADE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-USU
               OR TU-USUARIO(WRK-IDX) = AU-USUARIO
               CONTINUE
           END-PERFORM
           IF WRK-IDX <= WRK-QTD-USU AND AU-DATA IS NUMERIC
               IF AU-DATA > TU-ULT-ATIVIDADE(WRK-IDX)
                   OR TU-ULT-ATIVIDADE(WRK-IDX) = SPACES
                   MOVE AU-DATA TO TU-ULT-ATIVIDADE(WRK-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * INATIVA-DORMENTES - Calcula os dias desde a referencia de
      * atividade de cada usuario e inativa (motivo 'D') a conta ativa
      * acima do prazo de dormencia - ou que nunca teve atividade -,
      * registrando cada inativacao no AUDITLOG.
      ******************************************************************
       INATIVA-DORMENTES.
           OPEN I-O USUARIO-PERFIL-FILE
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-USU
               PERFORM CALCULA-DIAS
               IF TU-ATIVO(WRK-IDX) = 'A'
                   IF TU-SEM-REFERENCIA(WRK-IDX) = 'S'
                       OR TU-DIAS(WRK-IDX) > WRK-DIAS-DORMENCIA
                       PERFORM INATIVA-USUARIO
                   END-IF
               END-IF
           END-PERFORM
           CLOSE USUARIO-PERFIL-FILE.

       CALCULA-DIAS.
           IF TU-ULT-ATIVIDADE(WRK-IDX) NOT = SPACES
               AND TU-ULT-ATIVIDADE(WRK-IDX) > TU-REFERENCIA(WRK-IDX)
               MOVE TU-ULT-ATIVIDADE(WRK-IDX) TO TU-REFERENCIA(WRK-IDX)
           END-IF
           IF TU-REFERENCIA(WRK-IDX) = SPACES
               MOVE 'S' TO TU-SEM-REFERENCIA(WRK-IDX)
           ELSE
               MOVE 4                      TO DP-OPERACAO
               MOVE WRK-HOJE               TO DP-DATA-1
               MOVE TU-REFERENCIA(WRK-IDX) TO DP-DATA-2
               CALL 'PROG104' USING DATA-PARAMETROS
               IF DP-VALIDA = 'N'
                   MOVE 'S' TO TU-SEM-REFERENCIA(WRK-IDX)
               ELSE
                   MOVE DP-DIAS TO TU-DIAS(WRK-IDX)
               END-IF
           END-IF.

       INATIVA-USUARIO.
           MOVE TU-USUARIO(WRK-IDX) TO UP-USUARIO
           READ USUARIO-PERFIL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UP-USUARIO-ATIVO
                       MOVE 'I' TO UP-ATIVO
                       MOVE 'D' TO UP-MOTIVO-INATIVO
                       REWRITE USUARIO-PERFIL-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'I' TO TU-ATIVO(WRK-IDX)
                               MOVE 'D' TO TU-MOTIVO(WRK-IDX)
                               MOVE 'S' TO TU-INATIVADO(WRK-IDX)
                               ADD 1 TO WRK-QTD-INATIV
                               PERFORM REGISTRA-INATIVACAO
                       END-REWRITE
                   END-IF
           END-READ.

       REGISTRA-INATIVACAO.
           MOVE TU-DIAS(WRK-IDX) TO WRK-DIAS-ED
           MOVE WRK-USUARIO-RUN  TO AD-USUARIO
           MOVE 'PROG145'        TO AD-PROGRAMA
           MOVE SPACES           TO AD-DADOS
           IF TU-SEM-REFERENCIA(WRK-IDX) = 'S'
               STRING 'DORMENCIA ' DELIMITED BY SIZE
                   TU-USUARIO(WRK-IDX) DELIMITED BY SIZE
                   ' SEM ATIVIDADE' DELIMITED BY SIZE
                   INTO AD-DADOS
           ELSE
               STRING 'DORMENCIA ' DELIMITED BY SIZE
                   TU-USUARIO(WRK-IDX) DELIMITED BY SIZE
                   ' DIAS ' DELIMITED BY SIZE
                   WRK-DIAS-ED DELIMITED BY SIZE
                   INTO AD-DADOS
           END-IF
           CALL 'PROG87' USING AUDITORIA-PARAMETROS.

      ******************************************************************
      * EMITE-FOLHAS-COORDENADOR - Uma folha para cada coordenador
      * ativo com os usuarios que respondem a ele.
      ******************************************************************
       EMITE-FOLHAS-COORDENADOR.
           PERFORM VARYING WRK-CIDX FROM 1 BY 1
               UNTIL WRK-CIDX > WRK-QTD-USU
               IF TU-NIVEL(WRK-CIDX) = 3 AND TU-ATIVO(WRK-CIDX) = 'A'
                   MOVE TU-USUARIO(WRK-CIDX) TO WRK-COORD
                   MOVE 0 TO WRK-QTD-FOLHA
                   PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-USU
                       IF TU-COORDENADOR(WRK-IDX) = WRK-COORD
                           AND TU-USUARIO(WRK-IDX) NOT = WRK-COORD
                           ADD 1 TO WRK-QTD-FOLHA
                       END-IF
                   END-PERFORM
                   IF WRK-QTD-FOLHA > 0
                       PERFORM ESCREVE-CABECALHO-FOLHA
                       PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QTD-USU
                           IF TU-COORDENADOR(WRK-IDX) = WRK-COORD
                               AND TU-USUARIO(WRK-IDX) NOT = WRK-COORD
                               PERFORM ESCREVE-LINHA-USUARIO
                           END-IF
                       END-PERFORM
                       PERFORM ESCREVE-RODAPE-FOLHA
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * EMITE-FOLHA-SEM-COORDENADOR - Os usuarios que nao entraram em
      * folha nenhuma (coordenador em branco, inexistente, inativo ou
      * ele proprio) vao para a folha da direcao.
      ******************************************************************
       EMITE-FOLHA-SEM-COORDENADOR.
           MOVE 0 TO WRK-QTD-FOLHA
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-USU
               IF TU-LISTADO(WRK-IDX) = 'N'
                   ADD 1 TO WRK-QTD-FOLHA
               END-IF
           END-PERFORM
           IF WRK-QTD-FOLHA > 0
               MOVE SPACES TO WRK-COORD
               PERFORM ESCREVE-CABECALHO-FOLHA
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-USU
                   IF TU-LISTADO(WRK-IDX) = 'N'
                       PERFORM ESCREVE-LINHA-USUARIO
                   END-IF
               END-PERFORM
               PERFORM ESCREVE-RODAPE-FOLHA
           END-IF.

       ESCREVE-CABECALHO-FOLHA.
           MOVE SPACES TO RECERT-REL-LINHA
           IF WRK-COORD = SPACES
               STRING 'RECERTIFICACAO DE ACESSOS - USUARIOS SEM '
                   DELIMITED BY SIZE
                   'COORDENADOR RESPONSAVEL (DIRECAO)'
                   DELIMITED BY SIZE
                   INTO RECERT-REL-LINHA
           ELSE
               STRING 'RECERTIFICACAO DE ACESSOS - COORDENADOR: '
                   DELIMITED BY SIZE
                   WRK-COORD DELIMITED BY SIZE
                   INTO RECERT-REL-LINHA
           END-IF
           WRITE RECERT-REL-LINHA
           MOVE WRK-HOJE TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           MOVE WRK-DIAS-DORMENCIA TO WRK-PRAZO-ED
           MOVE SPACES TO RECERT-REL-LINHA
           STRING 'EMISSAO: ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               '   PRAZO DE DORMENCIA: ' DELIMITED BY SIZE
               WRK-PRAZO-ED DELIMITED BY SIZE
               ' DIAS' DELIMITED BY SIZE
               INTO RECERT-REL-LINHA
           WRITE RECERT-REL-LINHA
           MOVE SPACES TO RECERT-REL-LINHA
           WRITE RECERT-REL-LINHA
           MOVE SPACES TO RECERT-REL-LINHA
           STRING 'USUARIO  NIVEL       SITUACAO   ULT.ATIVID '
               DELIMITED BY SIZE
               '  DIAS  CONFIRMA  REVOGA' DELIMITED BY SIZE
               INTO RECERT-REL-LINHA
           WRITE RECERT-REL-LINHA.

      ******************************************************************
      * ESCREVE-LINHA-USUARIO - Uma linha por usuario da folha, com as
      * caixas de confirmacao e revogacao para o coordenador marcar.
      ******************************************************************
       ESCREVE-LINHA-USUARIO.
           MOVE 'S' TO TU-LISTADO(WRK-IDX)
           ADD 1 TO WRK-QTD-LISTADOS
           EVALUATE TU-NIVEL(WRK-IDX)
               WHEN 1 MOVE 'OPERADOR'    TO WRK-NIVEL-TXT
               WHEN 2 MOVE 'SECRETARIA'  TO WRK-NIVEL-TXT
               WHEN 3 MOVE 'COORDENADOR' TO WRK-NIVEL-TXT
               WHEN 4 MOVE 'INSTRUTOR'   TO WRK-NIVEL-TXT
               WHEN OTHER MOVE '?'       TO WRK-NIVEL-TXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN TU-ATIVO(WRK-IDX) = 'A'
                   MOVE 'ATIVO'     TO WRK-SITUACAO-TXT
               WHEN TU-MOTIVO(WRK-IDX) = 'D'
                   MOVE 'DORMENTE'  TO WRK-SITUACAO-TXT
               WHEN TU-MOTIVO(WRK-IDX) = 'R'
                   MOVE 'REVOGADO'  TO WRK-SITUACAO-TXT
               WHEN OTHER
                   MOVE 'BLOQUEADO' TO WRK-SITUACAO-TXT
           END-EVALUATE
           IF TU-ULT-ATIVIDADE(WRK-IDX) = SPACES
               MOVE 'NENHUMA' TO WRK-ULTIMA-TXT
           ELSE
               MOVE TU-ULT-ATIVIDADE(WRK-IDX) TO WRK-DATA-TRAB
               PERFORM EDITA-DATA
               MOVE WRK-DATA-ED TO WRK-ULTIMA-TXT
           END-IF
           IF TU-SEM-REFERENCIA(WRK-IDX) = 'S'
               MOVE '    -' TO WRK-DIAS-TXT
           ELSE
               MOVE TU-DIAS(WRK-IDX) TO WRK-DIAS-ED
               MOVE WRK-DIAS-ED TO WRK-DIAS-TXT
           END-IF
           MOVE SPACES TO RECERT-REL-LINHA
           STRING TU-USUARIO(WRK-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-NIVEL-TXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-SITUACAO-TXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-ULTIMA-TXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DIAS-TXT DELIMITED BY SIZE
               '   [   ]     [   ]' DELIMITED BY SIZE
               INTO RECERT-REL-LINHA
           WRITE RECERT-REL-LINHA
           IF TU-INATIVADO(WRK-IDX) = 'S'
               MOVE '         * INATIVADO NESTA RODADA POR DORMENCIA'
                   TO RECERT-REL-LINHA
               WRITE RECERT-REL-LINHA
           END-IF.

       ESCREVE-RODAPE-FOLHA.
           MOVE SPACES TO RECERT-REL-LINHA
           WRITE RECERT-REL-LINHA
           MOVE 'CONFIRMAR MANTEM O ACESSO (E REATIVA DORMENTE OU '
               TO RECERT-REL-LINHA
           WRITE RECERT-REL-LINHA
           MOVE 'REVOGADO); REVOGAR DESATIVA. LANCAR NO PROG146.'
               TO RECERT-REL-LINHA
           WRITE RECERT-REL-LINHA
           MOVE SPACES TO RECERT-REL-LINHA
           WRITE RECERT-REL-LINHA
           MOVE SPACES TO RECERT-REL-LINHA
           STRING 'ASSINATURA: ______________________________'
               DELIMITED BY SIZE
               '  DATA: __/__/____' DELIMITED BY SIZE
               INTO RECERT-REL-LINHA
           WRITE RECERT-REL-LINHA
           MOVE SPACES TO RECERT-REL-LINHA
           WRITE RECERT-REL-LINHA
           WRITE RECERT-REL-LINHA.

       EMITE-RESUMO.
           MOVE 'RESUMO DA RECERTIFICACAO' TO RECERT-REL-LINHA
           WRITE RECERT-REL-LINHA
           MOVE WRK-QTD-USU TO WRK-QTD-ED
           MOVE SPACES TO RECERT-REL-LINHA
           STRING 'USUARIOS NO USUARIO-PERFIL.....: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO RECERT-REL-LINHA
           WRITE RECERT-REL-LINHA
           MOVE WRK-QTD-AUDIT TO WRK-QTD-ED
           MOVE SPACES TO RECERT-REL-LINHA
           STRING 'REGISTROS LIDOS NO AUDITLOG....: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO RECERT-REL-LINHA
           WRITE RECERT-REL-LINHA
           MOVE WRK-QTD-INATIV TO WRK-QTD-ED
           MOVE SPACES TO RECERT-REL-LINHA
           STRING 'INATIVADOS POR DORMENCIA.......: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO RECERT-REL-LINHA
           WRITE RECERT-REL-LINHA.

       EDITA-DATA.
           MOVE WRK-DATA-TRAB(7:2) TO WRK-DE-DIA
           MOVE WRK-DATA-TRAB(5:2) TO WRK-DE-MES
           MOVE WRK-DATA-TRAB(1:4) TO WRK-DE-ANO.

       EMITE-MENSAGEM.
           CALL 'PROG65' USING MENSAGEM-PARAMETROS.

      ******************************************************************
      * REGISTRA-RUNCTL - Registra no controle de execucoes o inicio
      * ou o fim da rodada, com contadores e codigo de retorno.
      ******************************************************************
       REGISTRA-RUNCTL.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN EXTEND RUN-CONTROL-FILE
           IF WRK-FS-RUNCTL = '05' OR WRK-FS-RUNCTL = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE 'PROG145'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-QTD-USU         TO RN-LIDOS
           MOVE WRK-QTD-LISTADOS    TO RN-GRAVADOS
           MOVE WRK-QTD-INATIV      TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG145.
