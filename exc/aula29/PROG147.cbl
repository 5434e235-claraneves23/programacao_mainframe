      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG147.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  SOLICITACOES DO TITULAR DE DADOS PESSOAIS - ATENDE, PARA UMA
      *  MATRICULA, O PEDIDO DO EX-ALUNO PELA LEI DE PROTECAO DE
      *  DADOS, SEM BUSCA MANUAL ARQUIVO POR ARQUIVO:
      *  (E)XPORTACAO EMITE NO DOCTIT UM DOCUMENTO LEGIVEL COM TODOS
      *  OS DADOS PESSOAIS GUARDADOS - ALUNO-MASTER,
      *  ALUNO-DEMOGRAFICO, FREQUENCIA, HISTORICO-MASTER, FATURAS E
      *  PAGAMENTOS, REGISTRO DE CORRESPONDENCIA, NOTIFICACOES
      *  ELETRONICAS (NOTIFIC) E AUDITLOG;
      *  (A)NONIMIZACAO PSEUDONIMIZA NO PROPRIO LUGAR O NOME E OS
      *  DADOS DE CONTATO (NOME NO ALUNO-MASTER E NO HISTORICO,
      *  ENDERECO, RESPONSAVEL, TELEFONE E E-MAIL NO DEMOGRAFICO E O
      *  DESTINATARIO DAS CARTAS; DESTINATARIO, CONTATO E TEXTO DAS
      *  NOTIFICACOES) E MANTEM, LIGADOS A MATRICULA, OS
      *  REGISTROS ACADEMICOS E FINANCEIROS QUE A LEI MANDA RETER,
      *  LISTANDO-OS NO DOCUMENTO. ALUNO ATIVO NAO E ANONIMIZADO.
      *  TODO PEDIDO ENTRA NO REGISTRO SOLTIT COM A DATA DO PEDIDO, O
      *  PRAZO LEGAL DE RESPOSTA (QUINZE DIAS CORRIDOS) E A DATA E A
      *  SITUACAO DO ATENDIMENTO.
      *  PARM: 'M,MATRICULA,AAAAMMDD' (M = E OU A; A DATA E A DO
      *  RECEBIMENTO DO PEDIDO - EM BRANCO, HOJE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT ALUNO-DEMOGRAFICO-FILE ASSIGN TO "ALUNODEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-ALUNO-ID
               ALTERNATE RECORD KEY IS DG-CPF WITH DUPLICATES
               FILE STATUS IS WRK-FS-DEMO.
           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FREQ.
           SELECT HISTORICO-MASTER-FILE ASSIGN TO "HISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT FATURA-MASTER-FILE ASSIGN TO "FATURMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUMERO
               FILE STATUS IS WRK-FS-FAT.
           SELECT PAGAMENTO-FILE ASSIGN TO "PAGTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGTO.
           SELECT CORRESPONDENCIA-FILE ASSIGN TO "CORRREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NUMERO
               FILE STATUS IS WRK-FS-CORR.
           SELECT NOTIFICACAO-FILE ASSIGN TO "NOTIFIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-NUMERO
               ALTERNATE RECORD KEY IS NF-REF-CHAVE WITH DUPLICATES
               FILE STATUS IS WRK-FS-NOTIF.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDIT.
           SELECT JORNAL-ALUNO-FILE ASSIGN TO "JRNALUNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT RECIBO-CONTROLE-FILE ASSIGN TO "RECNUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WRK-FS-RECNUM.
           SELECT SOLICITACAO-TITULAR-FILE ASSIGN TO "SOLTIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-NUMERO
               FILE STATUS IS WRK-FS-SOLTIT.
           SELECT DOC-TITULAR-FILE ASSIGN TO "DOCTIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DOC.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  ALUNO-DEMOGRAFICO-FILE.
           COPY ALUNODEM.
       FD  FREQUENCIA-FILE.
           COPY FREQMR.
       FD  HISTORICO-MASTER-FILE.
           COPY HISTMR.
       FD  FATURA-MASTER-FILE.
           COPY FATURMR.
       FD  PAGAMENTO-FILE.
           COPY PAGTO.
       FD  CORRESPONDENCIA-FILE.
           COPY CORRREG.
       FD  NOTIFICACAO-FILE.
           COPY NOTIFIC.
       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.
       FD  JORNAL-ALUNO-FILE.
           COPY JRNALU.
       FD  RECIBO-CONTROLE-FILE.
           COPY RECNUM.
       FD  SOLICITACAO-TITULAR-FILE.
           COPY SOLTIT.
       FD  DOC-TITULAR-FILE.
           COPY DOCTIT.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-DEMO       PIC X(02) VALUE SPACES.
       77 WRK-FS-FREQ       PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST       PIC X(02) VALUE SPACES.
       77 WRK-FS-FAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-PAGTO      PIC X(02) VALUE SPACES.
       77 WRK-FS-CORR       PIC X(02) VALUE SPACES.
       77 WRK-FS-NOTIF      PIC X(02) VALUE SPACES.
       77 WRK-FS-AUDIT      PIC X(02) VALUE SPACES.
       77 WRK-FS-JORNAL     PIC X(02) VALUE SPACES.
       77 WRK-FS-RECNUM     PIC X(02) VALUE SPACES.
       77 WRK-FS-SOLTIT     PIC X(02) VALUE SPACES.
       77 WRK-FS-DOC        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-LISTA         PIC X(01) VALUE 'S'.
           88 LISTA-DETALHE        VALUE 'S'.
       77 WRK-ALUNO-ACHOU   PIC X(01) VALUE 'N'.
           88 ALUNO-ACHADO         VALUE 'S'.
       77 WRK-PRAZO-LEGAL   PIC S9(05) VALUE 15.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.

       77 WRK-MODO          PIC X(01) VALUE SPACES.
           88 MODO-EXPORTACAO      VALUE 'E'.
           88 MODO-ANONIMIZACAO    VALUE 'A'.
       77 WRK-MATRICULA     PIC X(14) VALUE SPACES.
       77 WRK-DATA-PEDIDO   PIC X(08) VALUE SPACES.
       77 WRK-PSEUDONIMO    PIC X(30) VALUE SPACES.
       77 WRK-NOME-ORIGINAL PIC X(30) VALUE SPACES.
       77 WRK-TAM-NOME      PIC 9(02) VALUE 0.
       77 WRK-OCORRENCIAS   PIC 9(04) VALUE 0.
       01 WRK-IMAGEM-ANTES  PIC X(63) VALUE SPACES.

      *  CONTADORES.
       77 WRK-QTD-SECAO     PIC 9(08) VALUE 0.
       77 WRK-QTD-TOTAL     PIC 9(08) VALUE 0.
       77 WRK-QTD-ANONIM    PIC 9(08) VALUE 0.
       77 WRK-QTD-ED        PIC ZZZZZZZ9.
       77 WRK-NOTA-ED       PIC Z9.99.
       77 WRK-VALOR-ED      PIC ZZZZZZ9.99.
       77 WRK-SALDO-ED      PIC ZZZZZZ9.99.

       01 WRK-DATA-ED.
          05 WRK-DE-DIA     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-MES     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-ANO     PIC X(04).
       01 WRK-DATA-ED2      PIC X(10) VALUE SPACES.
       77 WRK-DATA-TRAB     PIC X(08) VALUE SPACES.
       77 WRK-TEXTO-TRAB    PIC X(10) VALUE SPACES.

       COPY DATAPARM.
       COPY MSGPARM.

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       01 WRK-HOJE          PIC X(08) VALUE SPACES.
       01 WRK-AGORA         PIC X(06) VALUE SPACES.
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(25).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO WRK-HOJE
           MOVE WRK-CD-HORA TO WRK-AGORA
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"

           PERFORM VALIDA-PARM
           IF RETURN-CODE < 8
               PERFORM ALOCA-NUMERO
               PERFORM PREPARA-PEDIDO
               OPEN OUTPUT DOC-TITULAR-FILE
               PERFORM ESCREVE-CABECALHO
               PERFORM LE-ALUNO
               EVALUATE TRUE
                   WHEN NOT ALUNO-ACHADO
                       MOVE 'MATRICULA INEXISTENTE' TO ST-MOTIVO
                       PERFORM RECUSA-PEDIDO
                   WHEN MODO-EXPORTACAO
                       PERFORM ATENDE-EXPORTACAO
                   WHEN ALUNO-ATIVO
                       MOVE 'ALUNO ATIVO - DADOS EM USO' TO ST-MOTIVO
                       PERFORM RECUSA-PEDIDO
                   WHEN ALUNO-NOME(1:19) = 'TITULAR ANONIMIZADO'
                       MOVE 'MATRICULA JA ANONIMIZADA' TO ST-MOTIVO
                       PERFORM RECUSA-PEDIDO
                   WHEN OTHER
                       PERFORM ATENDE-ANONIMIZACAO
               END-EVALUATE
               PERFORM ENCERRA-PEDIDO
               CLOSE DOC-TITULAR-FILE
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * VALIDA-PARM - Modo (E exportacao, A anonimizacao), matricula e
      * data de recebimento do pedido (em branco, hoje), da qual corre
      * o prazo legal.
      ******************************************************************
       VALIDA-PARM.
           IF PARM-TAM > 0
               UNSTRING PARM-TEXTO DELIMITED BY ',' OR SPACE
                   INTO WRK-MODO WRK-MATRICULA WRK-DATA-PEDIDO
               END-UNSTRING
           END-IF
           IF WRK-DATA-PEDIDO = SPACES
               MOVE WRK-HOJE TO WRK-DATA-PEDIDO
           END-IF
           MOVE 1               TO DP-OPERACAO
           MOVE WRK-DATA-PEDIDO TO DP-DATA-1
           CALL 'PROG104' USING DATA-PARAMETROS
           IF (NOT MODO-EXPORTACAO AND NOT MODO-ANONIMIZACAO)
               OR WRK-MATRICULA = SPACES
               OR DP-VALIDA NOT = 'S'
               OR WRK-DATA-PEDIDO > WRK-HOJE
               MOVE 'ACD0129E' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'PARM INVALIDO. USE ' DELIMITED BY SIZE
                   '''E|A,MATRICULA,AAAAMMDD''.' DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * ALOCA-NUMERO - Numero do pedido pelo contador controlado
      * (RECNUM, chave 'TITULAR').
      ******************************************************************
       ALOCA-NUMERO.
           OPEN I-O RECIBO-CONTROLE-FILE
           IF WRK-FS-RECNUM = '35'
               CLOSE RECIBO-CONTROLE-FILE
               OPEN OUTPUT RECIBO-CONTROLE-FILE
               CLOSE RECIBO-CONTROLE-FILE
               OPEN I-O RECIBO-CONTROLE-FILE
           END-IF
           MOVE 'TITULAR' TO RB-CHAVE
           READ RECIBO-CONTROLE-FILE
               INVALID KEY
                   MOVE 1 TO ST-NUMERO
                   MOVE 'TITULAR' TO RB-CHAVE
                   MOVE 2 TO RB-PROXIMO
                   WRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RB-PROXIMO TO ST-NUMERO
                   ADD 1 TO RB-PROXIMO
                   REWRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RECIBO-CONTROLE-FILE.

      ******************************************************************
      * PREPARA-PEDIDO - Monta o registro do pedido com o prazo legal
      * (data do pedido mais quinze dias corridos).
      ******************************************************************
       PREPARA-PEDIDO.
           MOVE WRK-MATRICULA   TO ST-ALUNO-ID
           MOVE WRK-MODO        TO ST-TIPO
           MOVE WRK-DATA-PEDIDO TO ST-DATA-PEDIDO
           MOVE 3               TO DP-OPERACAO
           MOVE WRK-DATA-PEDIDO TO DP-DATA-1
           MOVE WRK-PRAZO-LEGAL TO DP-DIAS
           CALL 'PROG104' USING DATA-PARAMETROS
           MOVE DP-RESULTADO    TO ST-DATA-LIMITE
           MOVE SPACES          TO ST-DATA-ATEND
           MOVE 'A'             TO ST-STATUS
           MOVE SPACES          TO ST-MOTIVO
           MOVE WRK-USUARIO     TO ST-OPERADOR
           MOVE 0               TO ST-QTD-REGISTROS
           MOVE SPACES          TO WRK-PSEUDONIMO
           STRING 'TITULAR ANONIMIZADO ' DELIMITED BY SIZE
               ST-NUMERO DELIMITED BY SIZE
               INTO WRK-PSEUDONIMO.

       LE-ALUNO.
           MOVE 'N' TO WRK-ALUNO-ACHOU
           OPEN INPUT ALUNO-MASTER-FILE
           IF WRK-FS-ALUNO = '00'
               MOVE WRK-MATRICULA TO ALUNO-ID
               READ ALUNO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ALUNO-ACHOU
                       MOVE ALUNO-NOME TO WRK-NOME-ORIGINAL
               END-READ
               CLOSE ALUNO-MASTER-FILE
           END-IF.

       RECUSA-PEDIDO.
           MOVE 'R' TO ST-STATUS
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING 'PEDIDO RECUSADO: ' DELIMITED BY SIZE
               ST-MOTIVO DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           MOVE 'ACD0130W' TO MP-ID
           MOVE SPACES TO MP-TEXTO
           STRING 'PEDIDO DO TITULAR RECUSADO: ' DELIMITED BY SIZE
               ST-MOTIVO DELIMITED BY SIZE
               INTO MP-TEXTO
           PERFORM EMITE-MENSAGEM
           MOVE 4 TO RETURN-CODE.

      ******************************************************************
      * ATENDE-EXPORTACAO - Todos os dados pessoais da matricula,
      * arquivo por arquivo.
      ******************************************************************
       ATENDE-EXPORTACAO.
           MOVE 'S' TO WRK-LISTA
           PERFORM EXPORTA-CADASTRO
           PERFORM EXPORTA-DEMOGRAFICO
           PERFORM EXPORTA-FREQUENCIA
           PERFORM EXPORTA-HISTORICO
           PERFORM EXPORTA-FATURAS
           PERFORM EXPORTA-PAGAMENTOS
           PERFORM EXPORTA-CORRESPONDENCIA
           PERFORM EXPORTA-NOTIFICACOES
           PERFORM EXPORTA-AUDITORIA.

      ******************************************************************
      * ATENDE-ANONIMIZACAO - Pseudonimiza nome e contato no proprio
      * lugar e lista, so com as contagens, o que fica retido.
      ******************************************************************
       ATENDE-ANONIMIZACAO.
           PERFORM ANONIMIZA-CADASTRO
           PERFORM ANONIMIZA-DEMOGRAFICO
           PERFORM ANONIMIZA-HISTORICO
           PERFORM ANONIMIZA-CORRESPONDENCIA
           PERFORM ANONIMIZA-NOTIFICACOES
           MOVE SPACES TO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           MOVE 'REGISTROS RETIDOS POR OBRIGACAO LEGAL (SO CONTAGEM):'
               TO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           MOVE 'N' TO WRK-LISTA
           PERFORM EXPORTA-FREQUENCIA
           PERFORM EXPORTA-HISTORICO
           PERFORM EXPORTA-FATURAS
           PERFORM EXPORTA-PAGAMENTOS
           PERFORM EXPORTA-AUDITORIA.

       ESCREVE-CABECALHO.
           MOVE SPACES TO DOC-TITULAR-LINHA
           IF MODO-EXPORTACAO
               MOVE 'DADOS PESSOAIS DO TITULAR - COPIA INTEGRAL'
                   TO DOC-TITULAR-LINHA
           ELSE
               MOVE 'DADOS PESSOAIS DO TITULAR - ELIMINACAO'
                   TO DOC-TITULAR-LINHA
           END-IF
           WRITE DOC-TITULAR-LINHA
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING 'PEDIDO: ' DELIMITED BY SIZE
               ST-NUMERO DELIMITED BY SIZE
               '   MATRICULA: ' DELIMITED BY SIZE
               WRK-MATRICULA DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           MOVE ST-DATA-PEDIDO TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           MOVE WRK-DATA-ED TO WRK-DATA-ED2
           MOVE ST-DATA-LIMITE TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING 'RECEBIDO EM: ' DELIMITED BY SIZE
               WRK-DATA-ED2 DELIMITED BY SIZE
               '   PRAZO LEGAL: ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           MOVE SPACES TO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA.

       ESCREVE-TITULO-SECAO.
           MOVE 0 TO WRK-QTD-SECAO
           MOVE SPACES TO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA.

       ESCREVE-TOTAL-SECAO.
           ADD WRK-QTD-SECAO TO WRK-QTD-TOTAL
           MOVE WRK-QTD-SECAO TO WRK-QTD-ED
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '  REGISTROS: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA.

      ******************************************************************
      * EXPORTA-CADASTRO - ALUNO-MASTER.
      ******************************************************************
       EXPORTA-CADASTRO.
           PERFORM ESCREVE-TITULO-SECAO
           MOVE 'CADASTRO (ALUNO-MASTER)' TO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           OPEN INPUT ALUNO-MASTER-FILE
           MOVE WRK-MATRICULA TO ALUNO-ID
           READ ALUNO-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-SECAO
                   PERFORM ESCREVE-CADASTRO
           END-READ
           CLOSE ALUNO-MASTER-FILE
           PERFORM ESCREVE-TOTAL-SECAO.

       ESCREVE-CADASTRO.
           MOVE ALUNO-DATA-CAD TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '  NOME: ' DELIMITED BY SIZE
               ALUNO-NOME DELIMITED BY SIZE
               '  SITUACAO: ' DELIMITED BY SIZE
               ALUNO-STATUS DELIMITED BY SIZE
               '  CADASTRO: ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA.

      ******************************************************************
      * EXPORTA-DEMOGRAFICO - Endereco, responsavel e contato.
      ******************************************************************
       EXPORTA-DEMOGRAFICO.
           PERFORM ESCREVE-TITULO-SECAO
           MOVE 'DADOS DEMOGRAFICOS E CONTATO (ALUNO-DEMOGRAFICO)'
               TO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           OPEN INPUT ALUNO-DEMOGRAFICO-FILE
           IF WRK-FS-DEMO = '00'
               MOVE WRK-MATRICULA TO DG-ALUNO-ID
               READ ALUNO-DEMOGRAFICO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-SECAO
                       PERFORM ESCREVE-DEMOGRAFICO
               END-READ
               CLOSE ALUNO-DEMOGRAFICO-FILE
           END-IF
           PERFORM ESCREVE-TOTAL-SECAO.

       ESCREVE-DEMOGRAFICO.
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '  ENDERECO: ' DELIMITED BY SIZE
               DG-ENDERECO DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '  CIDADE: ' DELIMITED BY SIZE
               DG-CIDADE DELIMITED BY SIZE
               ' UF: ' DELIMITED BY SIZE
               DG-UF DELIMITED BY SIZE
               ' CEP: ' DELIMITED BY SIZE
               DG-CEP DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '  RESPONSAVEL: ' DELIMITED BY SIZE
               DG-RESPONSAVEL DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '  TELEFONE: ' DELIMITED BY SIZE
               DG-TELEFONE DELIMITED BY SIZE
               ' E-MAIL: ' DELIMITED BY SIZE
               DG-EMAIL DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           MOVE DG-DATA-NASC TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '  NASCIMENTO: ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA.

      ******************************************************************
      * EXPORTA-FREQUENCIA - Cada chamada registrada da matricula.
      ******************************************************************
       EXPORTA-FREQUENCIA.
           PERFORM ESCREVE-TITULO-SECAO
           MOVE 'FREQUENCIA (CHAMADAS REGISTRADAS)' TO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           OPEN INPUT FREQUENCIA-FILE
           IF WRK-FS-FREQ = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ FREQUENCIA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ AND FQ-ALUNO-ID = WRK-MATRICULA
                       ADD 1 TO WRK-QTD-SECAO
                       IF LISTA-DETALHE
                           PERFORM ESCREVE-FREQUENCIA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FREQUENCIA-FILE
           END-IF
           PERFORM ESCREVE-TOTAL-SECAO.

       ESCREVE-FREQUENCIA.
           MOVE FQ-DATA TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           IF FQ-PRESENTE
               MOVE 'PRESENTE' TO WRK-TEXTO-TRAB
           ELSE
               MOVE 'AUSENTE'  TO WRK-TEXTO-TRAB
           END-IF
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '  ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FQ-MATERIA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-TEXTO-TRAB DELIMITED BY SIZE
               ' TURMA ' DELIMITED BY SIZE
               FQ-TURMA DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA.

      ******************************************************************
      * EXPORTA-HISTORICO - Historico academico (prefixo da matricula
      * na chave do HISTORICO-MASTER).
      ******************************************************************
       EXPORTA-HISTORICO.
           PERFORM ESCREVE-TITULO-SECAO
           MOVE 'HISTORICO ACADEMICO (HISTORICO-MASTER)'
               TO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           OPEN INPUT HISTORICO-MASTER-FILE
           IF WRK-FS-HIST = '00'
               PERFORM POSICIONA-HISTORICO
               PERFORM UNTIL FIM-ARQ
                   IF LISTA-DETALHE
                       PERFORM ESCREVE-HISTORICO
                   END-IF
                   ADD 1 TO WRK-QTD-SECAO
                   PERFORM LE-PROXIMO-HISTORICO
               END-PERFORM
               CLOSE HISTORICO-MASTER-FILE
           END-IF
           PERFORM ESCREVE-TOTAL-SECAO.

       POSICIONA-HISTORICO.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES    TO HT-CHAVE
           MOVE WRK-MATRICULA TO HT-ALUNO-ID
           START HISTORICO-MASTER-FILE KEY IS NOT LESS THAN HT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           IF NOT FIM-ARQ
               PERFORM LE-PROXIMO-HISTORICO
           END-IF.

       LE-PROXIMO-HISTORICO.
           READ HISTORICO-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
           END-READ
           IF NOT FIM-ARQ AND HT-ALUNO-ID NOT = WRK-MATRICULA
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.

       ESCREVE-HISTORICO.
           MOVE HT-NOTA TO WRK-NOTA-ED
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '  ' DELIMITED BY SIZE
               HT-SEMESTRE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HT-MATERIA DELIMITED BY SIZE
               ' NOTA ' DELIMITED BY SIZE
               WRK-NOTA-ED DELIMITED BY SIZE
               ' TIPO ' DELIMITED BY SIZE
               HT-TIPO DELIMITED BY SIZE
               ' NOME ' DELIMITED BY SIZE
               HT-NOME DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA.

      ******************************************************************
      * EXPORTA-FATURAS - Faturas da matricula (varredura do
      * FATURA-MASTER, chaveado pelo numero da fatura).
      ******************************************************************
       EXPORTA-FATURAS.
           PERFORM ESCREVE-TITULO-SECAO
           MOVE 'FATURAS (FATURA-MASTER)' TO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           OPEN INPUT FATURA-MASTER-FILE
           IF WRK-FS-FAT = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE 0 TO FA-NUMERO
               START FATURA-MASTER-FILE
                   KEY IS NOT LESS THAN FA-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ FATURA-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ AND FA-ALUNO-ID = WRK-MATRICULA
                       ADD 1 TO WRK-QTD-SECAO
                       IF LISTA-DETALHE
                           PERFORM ESCREVE-FATURA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FATURA-MASTER-FILE
           END-IF
           PERFORM ESCREVE-TOTAL-SECAO.

       ESCREVE-FATURA.
           MOVE FA-VALOR TO WRK-VALOR-ED
           MOVE FA-SALDO TO WRK-SALDO-ED
           MOVE FA-DATA-VENC TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '  ' DELIMITED BY SIZE
               FA-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FA-SEMESTRE DELIMITED BY SIZE
               ' VALOR ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               ' SALDO ' DELIMITED BY SIZE
               WRK-SALDO-ED DELIMITED BY SIZE
               ' VENC ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FA-STATUS DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA.

      ******************************************************************
      * EXPORTA-PAGAMENTOS - Recebimentos aplicados nas faturas da
      * matricula.
      ******************************************************************
       EXPORTA-PAGAMENTOS.
           PERFORM ESCREVE-TITULO-SECAO
           MOVE 'PAGAMENTOS (PAGAMENTO)' TO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           OPEN INPUT PAGAMENTO-FILE
           IF WRK-FS-PAGTO = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ PAGAMENTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ AND PG-ALUNO-ID = WRK-MATRICULA
                       ADD 1 TO WRK-QTD-SECAO
                       IF LISTA-DETALHE
                           PERFORM ESCREVE-PAGAMENTO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAGAMENTO-FILE
           END-IF
           PERFORM ESCREVE-TOTAL-SECAO.

       ESCREVE-PAGAMENTO.
           MOVE PG-VALOR TO WRK-VALOR-ED
           MOVE PG-DATA TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '  FATURA ' DELIMITED BY SIZE
               PG-FATURA DELIMITED BY SIZE
               ' EM ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' VALOR ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               ' ORIGEM ' DELIMITED BY SIZE
               PG-ORIGEM DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA.

      ******************************************************************
      * EXPORTA-CORRESPONDENCIA - Cartas e avisos expedidos.
      ******************************************************************
       EXPORTA-CORRESPONDENCIA.
           PERFORM ESCREVE-TITULO-SECAO
           MOVE 'CORRESPONDENCIA EXPEDIDA (CORRREG)'
               TO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           OPEN INPUT CORRESPONDENCIA-FILE
           IF WRK-FS-CORR = '00'
               PERFORM POSICIONA-CORRESPONDENCIA
               PERFORM UNTIL FIM-ARQ
                   READ CORRESPONDENCIA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ AND CR-ALUNO-ID = WRK-MATRICULA
                       ADD 1 TO WRK-QTD-SECAO
                       PERFORM ESCREVE-CORRESPONDENCIA
                   END-IF
               END-PERFORM
               CLOSE CORRESPONDENCIA-FILE
           END-IF
           PERFORM ESCREVE-TOTAL-SECAO.

       POSICIONA-CORRESPONDENCIA.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE 0 TO CR-NUMERO
           START CORRESPONDENCIA-FILE KEY IS NOT LESS THAN CR-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START.

       ESCREVE-CORRESPONDENCIA.
           MOVE CR-DATA TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '  CARTA ' DELIMITED BY SIZE
               CR-NUMERO DELIMITED BY SIZE
               ' TIPO ' DELIMITED BY SIZE
               CR-TIPO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' PARA ' DELIMITED BY SIZE
               CR-DESTINATARIO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CR-STATUS DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA.

      ******************************************************************
      * EXPORTA-NOTIFICACOES - Avisos por e-mail e SMS gerados para a
      * matricula, lidos pela chave alternada (aluno + tipo +
      * referencia), com destinatario, contato e texto.
      ******************************************************************
       EXPORTA-NOTIFICACOES.
           PERFORM ESCREVE-TITULO-SECAO
           MOVE 'NOTIFICACOES ELETRONICAS (NOTIFIC)'
               TO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           OPEN INPUT NOTIFICACAO-FILE
           IF WRK-FS-NOTIF = '00'
               PERFORM POSICIONA-NOTIFICACOES
               PERFORM UNTIL FIM-ARQ
                   ADD 1 TO WRK-QTD-SECAO
                   PERFORM ESCREVE-NOTIFICACAO
                   PERFORM LE-PROXIMA-NOTIFICACAO
               END-PERFORM
               CLOSE NOTIFICACAO-FILE
           END-IF
           PERFORM ESCREVE-TOTAL-SECAO.

       POSICIONA-NOTIFICACOES.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES    TO NF-REF-CHAVE
           MOVE WRK-MATRICULA TO NF-ALUNO-ID
           START NOTIFICACAO-FILE KEY IS NOT LESS THAN NF-REF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           IF NOT FIM-ARQ
               PERFORM LE-PROXIMA-NOTIFICACAO
           END-IF.

       LE-PROXIMA-NOTIFICACAO.
           READ NOTIFICACAO-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
           END-READ
           IF NOT FIM-ARQ AND NF-ALUNO-ID NOT = WRK-MATRICULA
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.

       ESCREVE-NOTIFICACAO.
           MOVE NF-DATA-GERACAO TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '  AVISO ' DELIMITED BY SIZE
               NF-NUMERO DELIMITED BY SIZE
               ' TIPO ' DELIMITED BY SIZE
               NF-TIPO DELIMITED BY SIZE
               ' CANAL ' DELIMITED BY SIZE
               NF-CANAL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' SITUACAO ' DELIMITED BY SIZE
               NF-STATUS DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '    PARA ' DELIMITED BY SIZE
               NF-DESTINATARIO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NF-CONTATO DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '    ' DELIMITED BY SIZE
               NF-TEXTO(1:60) DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           IF NF-TEXTO(61:60) NOT = SPACES
               MOVE SPACES TO DOC-TITULAR-LINHA
               STRING '    ' DELIMITED BY SIZE
                   NF-TEXTO(61:60) DELIMITED BY SIZE
                   INTO DOC-TITULAR-LINHA
               WRITE DOC-TITULAR-LINHA
           END-IF.

      ******************************************************************
      * EXPORTA-AUDITORIA - Entradas do AUDITLOG que citam a matricula
      * ou o nome do titular nos dados-chave da execucao.
      ******************************************************************
       EXPORTA-AUDITORIA.
           PERFORM ESCREVE-TITULO-SECAO
           MOVE 'TRILHA DE AUDITORIA (AUDITLOG)' TO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           MOVE 30 TO WRK-TAM-NOME
           PERFORM UNTIL WRK-TAM-NOME < 1
               OR WRK-NOME-ORIGINAL(WRK-TAM-NOME:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-TAM-NOME
           END-PERFORM
           OPEN INPUT AUDIT-LOG-FILE
           IF WRK-FS-AUDIT = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       PERFORM CONFERE-AUDITORIA
                   END-IF
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF
           PERFORM ESCREVE-TOTAL-SECAO.

       CONFERE-AUDITORIA.
           MOVE 0 TO WRK-OCORRENCIAS
           INSPECT AU-DADOS TALLYING WRK-OCORRENCIAS
               FOR ALL WRK-MATRICULA
           IF WRK-TAM-NOME > 0
               INSPECT AU-DADOS TALLYING WRK-OCORRENCIAS
                   FOR ALL WRK-NOME-ORIGINAL(1:WRK-TAM-NOME)
           END-IF
           IF WRK-OCORRENCIAS > 0
               ADD 1 TO WRK-QTD-SECAO
               IF LISTA-DETALHE
                   MOVE AU-DATA TO WRK-DATA-TRAB
                   PERFORM EDITA-DATA
                   MOVE SPACES TO DOC-TITULAR-LINHA
                   STRING '  ' DELIMITED BY SIZE
                       WRK-DATA-ED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       AU-USUARIO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       AU-PROGRAMA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       AU-DADOS DELIMITED BY SIZE
                       INTO DOC-TITULAR-LINHA
                   WRITE DOC-TITULAR-LINHA
               END-IF
           END-IF.

      ******************************************************************
      * ANONIMIZA-CADASTRO - Troca o nome no ALUNO-MASTER pelo
      * pseudonimo do pedido e jornaliza a alteracao sem a imagem
      * anterior (o nome nao pode sobreviver no jornal novo).
      ******************************************************************
       ANONIMIZA-CADASTRO.
           OPEN I-O ALUNO-MASTER-FILE
           MOVE WRK-MATRICULA TO ALUNO-ID
           READ ALUNO-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-PSEUDONIMO TO ALUNO-NOME
                   REWRITE ALUNO-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-ANONIM
                           PERFORM GRAVA-JORNAL
                           MOVE '  NOME NO CADASTRO: PSEUDONIMIZADO'
                               TO DOC-TITULAR-LINHA
                           WRITE DOC-TITULAR-LINHA
                   END-REWRITE
           END-READ
           CLOSE ALUNO-MASTER-FILE.

       GRAVA-JORNAL.
           OPEN EXTEND JORNAL-ALUNO-FILE
           IF WRK-FS-JORNAL = '05' OR WRK-FS-JORNAL = '35'
               OPEN OUTPUT JORNAL-ALUNO-FILE
           END-IF
           MOVE ALUNO-ID            TO JR-ALUNO-ID
           MOVE 'A'                 TO JR-OPERACAO
           MOVE WRK-HOJE            TO JR-DATA
           MOVE WRK-AGORA           TO JR-HORA
           MOVE WRK-USUARIO         TO JR-OPERADOR
           MOVE SPACES              TO JR-ANTES
           MOVE ALUNO-MASTER-RECORD TO JR-DEPOIS
           MOVE 'PSEUDONIMIZACAO DO TITULAR' TO JR-MOTIVO
           MOVE SPACES              TO JR-ANT-UNIDADE
           MOVE ALUNO-UNIDADE       TO JR-DEP-UNIDADE
           WRITE JORNAL-ALUNO-RECORD
           CLOSE JORNAL-ALUNO-FILE.

      ******************************************************************
      * ANONIMIZA-DEMOGRAFICO - Apaga endereco, responsavel e contato;
      * UF e nascimento ficam para as estatisticas obrigatorias.
      ******************************************************************
       ANONIMIZA-DEMOGRAFICO.
           OPEN I-O ALUNO-DEMOGRAFICO-FILE
           IF WRK-FS-DEMO = '00'
               MOVE WRK-MATRICULA TO DG-ALUNO-ID
               READ ALUNO-DEMOGRAFICO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-PSEUDONIMO TO DG-ENDERECO
                       MOVE SPACES         TO DG-CIDADE
                       MOVE SPACES         TO DG-CEP
                       MOVE WRK-PSEUDONIMO TO DG-RESPONSAVEL
                       MOVE SPACES         TO DG-TELEFONE
                       MOVE SPACES         TO DG-EMAIL
                       REWRITE ALUNO-DEMOGRAFICO-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WRK-QTD-ANONIM
                               MOVE SPACES TO DOC-TITULAR-LINHA
                               STRING '  ENDERECO, RESPONSAVEL E '
                                   DELIMITED BY SIZE
                                   'CONTATO: PSEUDONIMIZADOS'
                                   DELIMITED BY SIZE
                                   INTO DOC-TITULAR-LINHA
                               WRITE DOC-TITULAR-LINHA
                       END-REWRITE
               END-READ
               CLOSE ALUNO-DEMOGRAFICO-FILE
           END-IF.

      ******************************************************************
      * ANONIMIZA-HISTORICO - O historico fica retido; so o nome
      * copiado em cada linha vira o pseudonimo.
      ******************************************************************
       ANONIMIZA-HISTORICO.
           MOVE 0 TO WRK-QTD-SECAO
           OPEN I-O HISTORICO-MASTER-FILE
           IF WRK-FS-HIST = '00'
               PERFORM POSICIONA-HISTORICO
               PERFORM UNTIL FIM-ARQ
                   MOVE WRK-PSEUDONIMO TO HT-NOME
                   REWRITE HISTORICO-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-SECAO
                   END-REWRITE
                   PERFORM LE-PROXIMO-HISTORICO
               END-PERFORM
               CLOSE HISTORICO-MASTER-FILE
           END-IF
           ADD WRK-QTD-SECAO TO WRK-QTD-ANONIM
           MOVE WRK-QTD-SECAO TO WRK-QTD-ED
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '  NOME NAS LINHAS DO HISTORICO: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA.

      ******************************************************************
      * ANONIMIZA-CORRESPONDENCIA - O registro das cartas fica; o
      * destinatario (responsavel) vira o pseudonimo.
      ******************************************************************
       ANONIMIZA-CORRESPONDENCIA.
           MOVE 0 TO WRK-QTD-SECAO
           OPEN I-O CORRESPONDENCIA-FILE
           IF WRK-FS-CORR = '00'
               PERFORM POSICIONA-CORRESPONDENCIA
               PERFORM UNTIL FIM-ARQ
                   READ CORRESPONDENCIA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ AND CR-ALUNO-ID = WRK-MATRICULA
                       MOVE WRK-PSEUDONIMO TO CR-DESTINATARIO
                       REWRITE CORRESPONDENCIA-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WRK-QTD-SECAO
                       END-REWRITE
                   END-IF
               END-PERFORM
               CLOSE CORRESPONDENCIA-FILE
           END-IF
           ADD WRK-QTD-SECAO TO WRK-QTD-ANONIM
           MOVE WRK-QTD-SECAO TO WRK-QTD-ED
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '  DESTINATARIO DAS CARTAS: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA.

      ******************************************************************
      * ANONIMIZA-NOTIFICACOES - O registro dos avisos fica (tipo,
      * canal, datas e situacao); o destinatario vira o pseudonimo e
      * o contato e o texto da mensagem, que trazem o nome e os dados
      * do aluno, sao apagados.
      ******************************************************************
       ANONIMIZA-NOTIFICACOES.
           MOVE 0 TO WRK-QTD-SECAO
           OPEN I-O NOTIFICACAO-FILE
           IF WRK-FS-NOTIF = '00'
               PERFORM POSICIONA-NOTIFICACOES
               PERFORM UNTIL FIM-ARQ
                   MOVE WRK-PSEUDONIMO TO NF-DESTINATARIO
                   MOVE SPACES         TO NF-CONTATO
                   MOVE SPACES         TO NF-TEXTO
                   REWRITE NOTIFICACAO-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-SECAO
                   END-REWRITE
                   PERFORM LE-PROXIMA-NOTIFICACAO
               END-PERFORM
               CLOSE NOTIFICACAO-FILE
           END-IF
           ADD WRK-QTD-SECAO TO WRK-QTD-ANONIM
           MOVE WRK-QTD-SECAO TO WRK-QTD-ED
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING '  DESTINATARIO, CONTATO E TEXTO DOS AVISOS: '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA.

      ******************************************************************
      * ENCERRA-PEDIDO - Carimba o atendimento, confere o prazo legal
      * e grava o pedido no registro SOLTIT.
      ******************************************************************
       ENCERRA-PEDIDO.
           MOVE WRK-HOJE TO ST-DATA-ATEND
           IF WRK-HOJE > ST-DATA-LIMITE
               MOVE 'N' TO ST-NO-PRAZO
               MOVE 'ACD0131W' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'PEDIDO DO TITULAR ' DELIMITED BY SIZE
                   ST-NUMERO DELIMITED BY SIZE
                   ' ATENDIDO FORA DO PRAZO LEGAL.' DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'S' TO ST-NO-PRAZO
           END-IF
           IF MODO-EXPORTACAO
               MOVE WRK-QTD-TOTAL  TO ST-QTD-REGISTROS
           ELSE
               MOVE WRK-QTD-ANONIM TO ST-QTD-REGISTROS
           END-IF
           OPEN I-O SOLICITACAO-TITULAR-FILE
           IF WRK-FS-SOLTIT = '35'
               CLOSE SOLICITACAO-TITULAR-FILE
               OPEN OUTPUT SOLICITACAO-TITULAR-FILE
               CLOSE SOLICITACAO-TITULAR-FILE
               OPEN I-O SOLICITACAO-TITULAR-FILE
           END-IF
           WRITE SOLICITACAO-TITULAR-RECORD
               INVALID KEY
                   MOVE 'ACD0132E' TO MP-ID
                   MOVE 'FALHA AO GRAVAR O PEDIDO NO REGISTRO SOLTIT.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
           END-WRITE
           CLOSE SOLICITACAO-TITULAR-FILE

           MOVE SPACES TO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA
           MOVE ST-DATA-ATEND TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           IF ST-DENTRO-PRAZO
               MOVE 'DENTRO DO PRAZO' TO WRK-TEXTO-TRAB
           ELSE
               MOVE 'FORA PRAZO' TO WRK-TEXTO-TRAB
           END-IF
           MOVE SPACES TO DOC-TITULAR-LINHA
           STRING 'ATENDIDO EM: ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WRK-TEXTO-TRAB DELIMITED BY SIZE
               ')  OPERADOR: ' DELIMITED BY SIZE
               ST-OPERADOR DELIMITED BY SIZE
               INTO DOC-TITULAR-LINHA
           WRITE DOC-TITULAR-LINHA.

       EDITA-DATA.
           IF WRK-DATA-TRAB = SPACES
               MOVE SPACES TO WRK-DE-DIA WRK-DE-MES WRK-DE-ANO
           ELSE
               MOVE WRK-DATA-TRAB(7:2) TO WRK-DE-DIA
               MOVE WRK-DATA-TRAB(5:2) TO WRK-DE-MES
               MOVE WRK-DATA-TRAB(1:4) TO WRK-DE-ANO
           END-IF.

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
           MOVE 'PROG147'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-QTD-TOTAL       TO RN-LIDOS
           MOVE WRK-QTD-ANONIM      TO RN-GRAVADOS
           MOVE 0                   TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG147.
