      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG154.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  MANUTENCAO DO MESTRE DE DISTRIBUICAO DE RELATORIOS (DISTMST)
      *  - PARA CADA RELATORIO COM REGRA DE QUEBRA (DISTREGR) E CADA
      *  CHAVE DE QUEBRA (INSTRUTOR, DEPARTAMENTO, FAIXA; '*' PARA AS
      *  LINHAS GERAIS), O DESTINATARIO, O CANAL DE ENTREGA (I
      *  IMPRESSO, E E-MAIL) E O ENDERECO (SETOR PARA O IMPRESSO,
      *  CAIXA POSTAL PARA O E-MAIL). SO COORDENADOR ATIVO NO
      *  USRPROF ENTRA; CADA INCLUSAO, ALTERACAO E EXCLUSAO VAI PARA O
      *  AUDITLOG (PROG87). AS CHAVES SEM DESTINATARIO APARECEM NO
      *  DISTREL DO PROG153.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIO-PERFIL-FILE ASSIGN TO "USRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-USUARIO
               FILE STATUS IS WRK-FS-PERFIL.
           SELECT DISTRIBUICAO-FILE ASSIGN TO "DISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CHAVE
               FILE STATUS IS WRK-FS-DIST.
       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-PERFIL-FILE.
           COPY USRPROF.
       FD  DISTRIBUICAO-FILE.
           COPY DISTMST.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PERFIL     PIC X(02) VALUE SPACES.
       77 WRK-FS-DIST       PIC X(02) VALUE SPACES.
       77 WRK-REVISOR       PIC X(08) VALUE SPACES.
       77 WRK-SENHA         PIC X(08) VALUE SPACES.
       77 WRK-AUTORIZADO    PIC X(01) VALUE 'N'.
           88 COORDENADOR-AUTORIZADO VALUE 'S'.
       77 WRK-OPCAO         PIC X(01) VALUE SPACES.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-CHAVE-OK      PIC X(01) VALUE 'N'.
           88 CHAVE-VALIDA         VALUE 'S'.
       77 WRK-DADOS-OK      PIC X(01) VALUE 'N'.
           88 DADOS-VALIDOS        VALUE 'S'.
       77 WRK-EXISTE        PIC X(01) VALUE 'N'.
           88 REGISTRO-EXISTE      VALUE 'S'.
       77 WRK-RIDX          PIC 9(02) VALUE 0.
       77 WRK-QTD-LISTADOS  PIC 9(05) VALUE 0.
       77 WRK-OPERACAO      PIC X(08) VALUE SPACES.
       77 WRK-RELATORIO     PIC X(08) VALUE SPACES.
       77 WRK-CHAVE-QUEBRA  PIC X(30) VALUE SPACES.
       77 WRK-DESTINATARIO  PIC X(30) VALUE SPACES.
       77 WRK-CANAL         PIC X(01) VALUE SPACES.
       77 WRK-ENDERECO      PIC X(40) VALUE SPACES.
       77 WRK-ATIVO         PIC X(01) VALUE SPACES.

           COPY DISTREGR.
           COPY AUDPARM.

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'MANUTENCAO DO MESTRE DE DISTRIBUICAO DE RELATORIOS'
           PERFORM AUTENTICA-COORDENADOR
           IF NOT COORDENADOR-AUTORIZADO
               DISPLAY 'ACESSO NEGADO. A MANUTENCAO DA DISTRIBUICAO '
                   'EXIGE COORDENADOR.'
           ELSE
               PERFORM ABRE-MESTRE
               PERFORM UNTIL WRK-OPCAO = '5'
                   DISPLAY ' '
                   DISPLAY '1 - INCLUIR DESTINATARIO'
                   DISPLAY '2 - ALTERAR DESTINATARIO'
                   DISPLAY '3 - EXCLUIR DESTINATARIO'
                   DISPLAY '4 - LISTAR DESTINATARIOS'
                   DISPLAY '5 - SAIR'
                   MOVE SPACES TO WRK-OPCAO
                   ACCEPT WRK-OPCAO
                   EVALUATE WRK-OPCAO
                       WHEN '1'
                           PERFORM INCLUI-DESTINATARIO
                       WHEN '2'
                           PERFORM ALTERA-DESTINATARIO
                       WHEN '3'
                           PERFORM EXCLUI-DESTINATARIO
                       WHEN '4'
                           PERFORM LISTA-DESTINATARIOS
                       WHEN '5'
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'OPCAO INVALIDA.'
                   END-EVALUATE
               END-PERFORM
               CLOSE DISTRIBUICAO-FILE
           END-IF
           STOP RUN.

      ******************************************************************
      * AUTENTICA-COORDENADOR - Exige credencial de coordenador ativa
      * no USRPROF antes de abrir a manutencao.
      ******************************************************************
       AUTENTICA-COORDENADOR.
           MOVE 'N' TO WRK-AUTORIZADO
           OPEN INPUT USUARIO-PERFIL-FILE
           IF WRK-FS-PERFIL = '35'
               DISPLAY 'ARQUIVO DE PERFIS NAO IMPLANTADO. '
                   'MANUTENCAO BLOQUEADA.'
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

       ABRE-MESTRE.
           OPEN I-O DISTRIBUICAO-FILE
           IF WRK-FS-DIST = '35'
               CLOSE DISTRIBUICAO-FILE
               OPEN OUTPUT DISTRIBUICAO-FILE
               CLOSE DISTRIBUICAO-FILE
               OPEN I-O DISTRIBUICAO-FILE
           END-IF.

      ******************************************************************
      * ACEITA-CHAVE - Relatorio com regra de quebra e chave de quebra
      * como aparece no relatorio ('*' para as linhas gerais).
      ******************************************************************
       ACEITA-CHAVE.
           MOVE 'N' TO WRK-CHAVE-OK
           DISPLAY 'RELATORIO:'
           PERFORM VARYING WRK-RIDX FROM 1 BY 1
               UNTIL WRK-RIDX > DR-QTD-REGRAS
               DISPLAY '  ' DR-RELATORIO(WRK-RIDX) ' - QUEBRA POR '
                   DR-TIPO-CHAVE(WRK-RIDX)
           END-PERFORM
           MOVE SPACES TO WRK-RELATORIO
           ACCEPT WRK-RELATORIO
           MOVE FUNCTION UPPER-CASE(WRK-RELATORIO) TO WRK-RELATORIO
           PERFORM VARYING WRK-RIDX FROM 1 BY 1
               UNTIL WRK-RIDX > DR-QTD-REGRAS
               OR DR-RELATORIO(WRK-RIDX) = WRK-RELATORIO
               CONTINUE
           END-PERFORM
           IF WRK-RIDX > DR-QTD-REGRAS
               DISPLAY 'RELATORIO SEM REGRA DE QUEBRA.'
           ELSE
               DISPLAY 'CHAVE DE QUEBRA (' DR-TIPO-CHAVE(WRK-RIDX)
                   '; * PARA AS LINHAS GERAIS):'
               MOVE SPACES TO WRK-CHAVE-QUEBRA
               ACCEPT WRK-CHAVE-QUEBRA
               IF WRK-CHAVE-QUEBRA = SPACES
                   DISPLAY 'CHAVE DE QUEBRA OBRIGATORIA.'
               ELSE
                   MOVE 'S' TO WRK-CHAVE-OK
                   MOVE WRK-RELATORIO    TO DS-RELATORIO
                   MOVE WRK-CHAVE-QUEBRA TO DS-CHAVE-QUEBRA
                   MOVE 'N' TO WRK-EXISTE
                   READ DISTRIBUICAO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-EXISTE
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * ACEITA-DADOS - Destinatario, canal, endereco e situacao; o
      * e-mail exige endereco.
      ******************************************************************
       ACEITA-DADOS.
           MOVE 'N' TO WRK-DADOS-OK
           DISPLAY 'DESTINATARIO:'
           MOVE SPACES TO WRK-DESTINATARIO
           ACCEPT WRK-DESTINATARIO
           DISPLAY 'CANAL (I-IMPRESSO / E-E-MAIL):'
           MOVE SPACES TO WRK-CANAL
           ACCEPT WRK-CANAL
           MOVE FUNCTION UPPER-CASE(WRK-CANAL) TO WRK-CANAL
           DISPLAY 'ENDERECO (SETOR OU E-MAIL):'
           MOVE SPACES TO WRK-ENDERECO
           ACCEPT WRK-ENDERECO
           DISPLAY 'SITUACAO (A-ATIVO / I-INATIVO):'
           MOVE SPACES TO WRK-ATIVO
           ACCEPT WRK-ATIVO
           MOVE FUNCTION UPPER-CASE(WRK-ATIVO) TO WRK-ATIVO
           EVALUATE TRUE
               WHEN WRK-DESTINATARIO = SPACES
                   DISPLAY 'DESTINATARIO OBRIGATORIO.'
               WHEN WRK-CANAL NOT = 'I' AND WRK-CANAL NOT = 'E'
                   DISPLAY 'CANAL INVALIDO.'
               WHEN WRK-CANAL = 'E' AND WRK-ENDERECO = SPACES
                   DISPLAY 'E-MAIL EXIGE ENDERECO.'
               WHEN WRK-ATIVO NOT = 'A' AND WRK-ATIVO NOT = 'I'
                   DISPLAY 'SITUACAO INVALIDA.'
               WHEN OTHER
                   MOVE 'S' TO WRK-DADOS-OK
           END-EVALUATE.

       MOVE-DADOS.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-RELATORIO    TO DS-RELATORIO
           MOVE WRK-CHAVE-QUEBRA TO DS-CHAVE-QUEBRA
           MOVE WRK-DESTINATARIO TO DS-DESTINATARIO
           MOVE WRK-CANAL        TO DS-CANAL
           MOVE WRK-ENDERECO     TO DS-ENDERECO
           MOVE WRK-ATIVO        TO DS-ATIVO
           MOVE WRK-CD-DATA      TO DS-DATA-ALTERACAO
           MOVE WRK-REVISOR      TO DS-USUARIO.

       INCLUI-DESTINATARIO.
           PERFORM ACEITA-CHAVE
           IF CHAVE-VALIDA
               IF REGISTRO-EXISTE
                   DISPLAY 'CHAVE JA TEM DESTINATARIO: '
                       DS-DESTINATARIO
               ELSE
                   PERFORM ACEITA-DADOS
                   IF DADOS-VALIDOS
                       PERFORM MOVE-DADOS
                       WRITE DISTRIBUICAO-RECORD
                           INVALID KEY
                               DISPLAY 'FALHA NA INCLUSAO. FS: '
                                   WRK-FS-DIST
                           NOT INVALID KEY
                               DISPLAY 'DESTINATARIO INCLUIDO.'
                               MOVE 'INCLUSAO' TO WRK-OPERACAO
                               PERFORM AUDITA-OPERACAO
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       ALTERA-DESTINATARIO.
           PERFORM ACEITA-CHAVE
           IF CHAVE-VALIDA
               IF NOT REGISTRO-EXISTE
                   DISPLAY 'CHAVE SEM DESTINATARIO CADASTRADO.'
               ELSE
                   DISPLAY 'ATUAL: ' DS-DESTINATARIO ' CANAL '
                       DS-CANAL ' ' DS-ENDERECO ' SITUACAO ' DS-ATIVO
                   PERFORM ACEITA-DADOS
                   IF DADOS-VALIDOS
                       PERFORM MOVE-DADOS
                       REWRITE DISTRIBUICAO-RECORD
                           INVALID KEY
                               DISPLAY 'FALHA NA ALTERACAO. FS: '
                                   WRK-FS-DIST
                           NOT INVALID KEY
                               DISPLAY 'DESTINATARIO ALTERADO.'
                               MOVE 'ALTERACA' TO WRK-OPERACAO
                               PERFORM AUDITA-OPERACAO
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       EXCLUI-DESTINATARIO.
           PERFORM ACEITA-CHAVE
           IF CHAVE-VALIDA
               IF NOT REGISTRO-EXISTE
                   DISPLAY 'CHAVE SEM DESTINATARIO CADASTRADO.'
               ELSE
                   DISPLAY 'EXCLUIR ' DS-DESTINATARIO '? (S/N)'
                   MOVE SPACES TO WRK-CONFIRMA
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       DELETE DISTRIBUICAO-FILE
                           INVALID KEY
                               DISPLAY 'FALHA NA EXCLUSAO. FS: '
                                   WRK-FS-DIST
                           NOT INVALID KEY
                               DISPLAY 'DESTINATARIO EXCLUIDO.'
                               MOVE 'EXCLUSAO' TO WRK-OPERACAO
                               PERFORM AUDITA-OPERACAO
                       END-DELETE
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA.'
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LISTA-DESTINATARIOS - Todo o mestre, na ordem de relatorio e
      * chave de quebra.
      ******************************************************************
       LISTA-DESTINATARIOS.
           MOVE 0 TO WRK-QTD-LISTADOS
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO DS-CHAVE
           START DISTRIBUICAO-FILE KEY IS NOT LESS THAN DS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ DISTRIBUICAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   ADD 1 TO WRK-QTD-LISTADOS
                   DISPLAY DS-RELATORIO ' ' DS-CHAVE-QUEBRA(1:20)
                       ' ' DS-DESTINATARIO(1:24) ' ' DS-CANAL
                       ' ' DS-ATIVO ' ' DS-ENDERECO(1:30)
               END-IF
           END-PERFORM
           IF WRK-QTD-LISTADOS = 0
               DISPLAY 'MESTRE DE DISTRIBUICAO VAZIO.'
           END-IF.

       AUDITA-OPERACAO.
           MOVE WRK-REVISOR TO AD-USUARIO
           MOVE 'PROG154'   TO AD-PROGRAMA
           MOVE SPACES      TO AD-DADOS
           STRING 'DIST ' DELIMITED BY SIZE
               WRK-OPERACAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-RELATORIO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-CHAVE-QUEBRA DELIMITED BY SIZE
               INTO AD-DADOS
           CALL 'PROG87' USING AUDITORIA-PARAMETROS.
       END PROGRAM PROG154.
