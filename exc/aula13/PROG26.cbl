      *  MANUTENCAO DE TURMAS E MATRICULAS EM TURMA - INCLUI, ALTERA
      *  E CONSULTA AS SECOES (CODIGO, MATERIA, PERIODO, INSTRUTOR) E
      *  VINCULA/DESVINCULA ALUNOS A ELAS, VALIDANDO O ALUNO NO
      *  ALUNO-MASTER E A MATERIA NO CATALOGO DE DISCIPLINAS. A
      *  TURMA SO E GRAVADA COM SALA DO MESTRE DE SALAS LIVRE NO
      *  HORARIO DENTRO DO SEMESTRE. A TRANSFERENCIA DE TURMA NO MEIO
      *  DO SEMESTRE (MESMA MATERIA, COM VAGA, SEM FURAR A FILA DE
      *  ESPERA E COM O TESTE DE CONFLITO DE HORARIO) TROCA O VINCULO
      *  E REGISTRA A TROCA COM MOTIVO NO JORNAL TRFTUR, DE ONDE SAEM
      *  O RECARIMBO DA FREQUENCIA (PROG77) E OS AVISOS AOS DOIS
      *  INSTRUTORES NA PROXIMA CHAMADA (PROG19). A TURMA PERTENCE A
      *  UMA UNIDADE (CAMPUS): O OPERADOR RESTRITO A UMA UNIDADE SO
      *  MANTEM AS TURMAS DELA, E A MATRICULA OU TRANSFERENCIA DE
      *  ALUNO DE OUTRA UNIDADE EXIGE A CREDENCIAL DE UM COORDENADOR.
      *  A MATRICULA E NEGADA QUANDO O CHECKLIST DE DOCUMENTOS DO
      *  ALUNO (PROG162) TEM DOCUMENTO EXIGIDO PENDENTE COM O PRAZO
      *  VENCIDO; A SAIDA E O RECEBIMENTO OU A DISPENSA NO PROG161.
      *  NA TRANSFERENCIA O VINCULO NOVO HERDA A MARCA DE KIT (MT-KIT)
      *  DO VINCULO DE ORIGEM: A MATERIA E A MESMA E O KIT JA ENTREGUE
      *  NAO E ENTREGUE DE NOVO PELO PROG173.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TW-CHAVE
               FILE STATUS IS WRK-FS-ESPERA.
           SELECT SALA-FILE ASSIGN TO "SALAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CODIGO
               FILE STATUS IS WRK-FS-SALA.
           SELECT USUARIO-PERFIL-FILE ASSIGN TO "USRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-USUARIO
               FILE STATUS IS WRK-FS-PERFIL.
           SELECT FREQUENCIA-RESUMO-FILE ASSIGN TO "FREQSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CHAVE
               FILE STATUS IS WRK-FS-SUM.
           SELECT TRANSFERENCIA-TURMA-FILE ASSIGN TO "TRFTUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-CHAVE
               FILE STATUS IS WRK-FS-TRF.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-MASTER-FILE.
           COPY INSTRMR.
       FD  TURMA-ESPERA-FILE.
           COPY TURWAIT.
       FD  SALA-FILE.
           COPY SALAMR.
       FD  USUARIO-PERFIL-FILE.
           COPY USRPROF.
       FD  FREQUENCIA-RESUMO-FILE.
           COPY FREQSUM.
       FD  TRANSFERENCIA-TURMA-FILE.
           COPY TRFTUR.
       WORKING-STORAGE SECTION.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-MATR       PIC X(02) VALUE SPACES.
       77 WRK-DIAS-ATRASO   PIC S9(05) VALUE 0.
       77 WRK-LIB-USUARIO   PIC X(08) VALUE SPACES.
       77 WRK-LIB-SENHA     PIC X(08) VALUE SPACES.
       77 WRK-FS-SALA       PIC X(02) VALUE SPACES.
       77 WRK-SALA-BUSCA    PIC X(06) VALUE SPACES.
       77 WRK-SALA-OK       PIC X(01) VALUE 'N'.
           88 SALA-VALIDA          VALUE 'S'.
       77 WRK-CHOQUE-SALA   PIC X(01) VALUE 'N'.
           88 SALA-OCUPADA         VALUE 'S'.
       77 WRK-FIM-SALA      PIC X(01) VALUE 'N'.
           88 FIM-SALA             VALUE 'S'.
       77 WRK-FS-SUM        PIC X(02) VALUE SPACES.
       77 WRK-FS-TRF        PIC X(02) VALUE SPACES.
       77 WRK-TURMA-ORIGEM  PIC X(06) VALUE SPACES.
       77 WRK-MATERIA-ORIGEM PIC X(15) VALUE SPACES.
       77 WRK-SEM-ORIGEM    PIC X(06) VALUE SPACES.
       77 WRK-KIT-ORIGEM    PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-TRF-TOTAL     PIC 9(05) VALUE 0.
       77 WRK-TRF-PRESENCAS PIC 9(05) VALUE 0.
       77 WRK-FILA-ATIVA    PIC X(01) VALUE 'N'.
           88 FILA-COM-ESPERA      VALUE 'S'.
       77 WRK-UNIDADE-OPER  PIC X(04) VALUE SPACES.
       77 WRK-UNIDADE-TURMA PIC X(04) VALUE SPACES.
       77 WRK-UNIDADE-ALUNO PIC X(04) VALUE SPACES.
       77 WRK-UNIDADE-OK    PIC X(01) VALUE 'N'.
           88 UNIDADE-LIBERADA     VALUE 'S'.
       01 WRK-TURMA-SALVA   PIC X(86).
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       COPY DATAPARM.
       COPY UNIPARM.
       COPY DOCPARM.
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O TURMA-MASTER-FILE
               CLOSE MATRICULA-TURMA-FILE
               OPEN I-O MATRICULA-TURMA-FILE
           END-IF
           PERFORM CARREGA-UNIDADE-OPERADOR

           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

           DISPLAY '4 - MATRICULAR ALUNO EM TURMA'
           DISPLAY '5 - DESMATRICULAR ALUNO DE TURMA'
           DISPLAY '6 - LISTAR ALUNOS DA TURMA'
           DISPLAY '7 - TRANSFERIR ALUNO DE TURMA'
           DISPLAY '8 - SAIR'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 4 PERFORM MATRICULA-ALUNO
               WHEN 5 PERFORM DESMATRICULA-ALUNO
               WHEN 6 PERFORM LISTA-ALUNOS-TURMA
               WHEN 7 PERFORM TRANSFERE-ALUNO
               WHEN 8 MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      * grava a turma nova.
      ******************************************************************
       COMPLETA-INCLUSAO-TURMA.
           PERFORM SOLICITA-UNIDADE
           PERFORM SOLICITA-HORARIO
           PERFORM SOLICITA-CAPACIDADE
           PERFORM SOLICITA-SALA
           IF NOT SALA-VALIDA
               DISPLAY 'SALA NAO CADASTRADA, INATIVA OU OCUPADA NO '
                   'HORARIO. INCLUSAO NEGADA.'
           ELSE
               PERFORM SOLICITA-INSTRUTOR
               IF NOT INSTRUTOR-VALIDO
                   DISPLAY 'INSTRUTOR NAO CONSTA NO MESTRE OU '
                       'ESTA INATIVO. INCLUSAO NEGADA.'
               ELSE
                   WRITE TURMA-RECORD
                       INVALID KEY
                           DISPLAY 'TURMA JA EXISTE. INCLUSAO '
                               'NEGADA.'
                       NOT INVALID KEY
                           DISPLAY 'TURMA INCLUIDA: ' TU-CODIGO
                   END-WRITE
               END-IF
           END-IF.

       ALTERA-TURMA.
               PERFORM SOLICITA-HORARIO
               DISPLAY 'CAPACIDADE ATUAL: ' TU-CAPACIDADE
               PERFORM SOLICITA-CAPACIDADE
               DISPLAY 'SALA ATUAL: ' TU-SALA
               PERFORM SOLICITA-SALA
               IF NOT SALA-VALIDA
                   DISPLAY 'SALA NAO CADASTRADA, INATIVA OU OCUPADA NO '
                       'HORARIO. ALTERACAO NEGADA.'
               ELSE
                   DISPLAY 'INSTRUTOR ATUAL: ' TU-INSTRUTOR
                   PERFORM SOLICITA-INSTRUTOR
                   IF NOT INSTRUTOR-VALIDO
                       DISPLAY 'INSTRUTOR NAO CONSTA NO MESTRE OU '
                           'ESTA INATIVO. ALTERACAO NEGADA.'
                   ELSE
                       REWRITE TURMA-RECORD
                           INVALID KEY
                               DISPLAY 'FALHA AO ALTERAR A TURMA.'
                           NOT INVALID KEY
                               DISPLAY 'TURMA ALTERADA COM SUCESSO.'
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

                   DISPLAY 'PERIODO  : ' TU-PERIODO
               END-IF
               DISPLAY 'INSTRUTOR: ' TU-INSTRUTOR
               DISPLAY 'SALA     : ' TU-SALA
               DISPLAY 'UNIDADE  : ' WRK-UNIDADE-TURMA
           END-IF.

      ******************************************************************
      * turma existente, criando o registro de MATRICULA-TURMA.
      ******************************************************************
       MATRICULA-ALUNO.
           MOVE SPACES TO WRK-TURMA-ORIGEM
           PERFORM LOCALIZA-TURMA
           IF REGISTRO-ACHADO
               PERFORM LOCALIZA-ALUNO
               IF REGISTRO-ACHADO
                   PERFORM CONFERE-UNIDADE-ALUNO
                   IF NOT UNIDADE-LIBERADA
                       MOVE 'N' TO WRK-ACHOU
                       DISPLAY 'MATRICULA NEGADA: ALUNO DE OUTRA '
                           'UNIDADE.'
                   END-IF
               END-IF
               IF REGISTRO-ACHADO
                   PERFORM CONFERE-DOCUMENTOS
               END-IF
               IF REGISTRO-ACHADO
                   PERFORM VERIFICA-INADIMPLENCIA
                   IF ALUNO-INADIMPLENTE
           ELSE
               MOVE WRK-ID-BUSCA    TO MT-ALUNO-ID
               MOVE WRK-TURMA-BUSCA TO MT-TURMA
               MOVE 'N'             TO MT-AVALIADA
               MOVE 'N'             TO MT-KIT
               WRITE MATRICULA-TURMA-RECORD
                   INVALID KEY
                       DISPLAY 'ALUNO JA MATRICULADO NESTA TURMA.'
           IF WRK-PROMOVIDO NOT = SPACES
               MOVE WRK-PROMOVIDO   TO MT-ALUNO-ID
               MOVE WRK-TURMA-BUSCA TO MT-TURMA
               MOVE 'N'             TO MT-AVALIADA
               MOVE 'N'             TO MT-KIT
               WRITE MATRICULA-TURMA-RECORD
                   INVALID KEY
                       DISPLAY 'PROMOVIDO DA FILA JA ESTAVA '
      * VERIFICA-INADIMPLENCIA - Varre o mestre de faturas procurando
      * fatura aberta do aluno vencida ha mais dias que o limite do
      * FATPARM (FP-DIAS-BLOQUEIO); encontrada uma, a matricula em
      * turma fica bloqueada ate a liberacao de um coordenador. Aluno
      * com acordo de parcelamento (PROG117) segue bloqueado ate pagar
      * a primeira parcela. Sem o mestre de faturas implantado, a
      * matricula segue liberada.
      ******************************************************************
       VERIFICA-INADIMPLENCIA.
           MOVE 'N' TO WRK-INADIMPLENTE
                           MOVE 'S' TO WRK-FIM-FAT
                   END-READ
                   IF NOT FIM-FAT
                       IF FA-ALUNO-ID = WRK-ID-BUSCA AND FA-ABERTA
                           AND FA-PARCELAMENTO AND FA-PARCELA = 1
                           MOVE 'S' TO WRK-INADIMPLENTE
                           DISPLAY 'ACORDO ' FA-ACORDO
                               ' AGUARDA O PAGAMENTO DA PRIMEIRA '
                               'PARCELA.'
                       END-IF
                       IF FA-ALUNO-ID = WRK-ID-BUSCA AND FA-ABERTA
                           AND FA-DATA-VENC < WRK-CD-DATA
                           MOVE 4 TO DP-OPERACAO
      * a matricula de um aluno bloqueado por inadimplencia.
      ******************************************************************
       SOLICITA-LIBERACAO.
           DISPLAY 'ALUNO BLOQUEADO POR INADIMPLENCIA. LIBERACAO '
               'EXIGE COORDENADOR.'
           PERFORM CONFERE-COORDENADOR.

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
                               AND UP-USUARIO-ATIVO
                               AND UP-NIVEL-COORDENADOR
                               MOVE 'S' TO WRK-LIBERADO
                               DISPLAY 'OPERACAO LIBERADA POR '
                                   UP-USUARIO
                           ELSE
                               DISPLAY 'CREDENCIAL SEM NIVEL DE '
               END-READ
           END-IF.

      ******************************************************************
      * TRANSFERE-ALUNO - Troca de secao no meio do semestre: localiza
      * o vinculo do aluno na turma de origem e a turma de destino e
      * passa aos testes da transferencia.
      ******************************************************************
       TRANSFERE-ALUNO.
           DISPLAY 'TURMA DE ORIGEM -'
           PERFORM LOCALIZA-TURMA
           IF REGISTRO-ACHADO
               MOVE WRK-TURMA-BUSCA TO WRK-TURMA-ORIGEM
               MOVE TU-MATERIA      TO WRK-MATERIA-ORIGEM
               MOVE TU-SEMESTRE     TO WRK-SEM-ORIGEM
               DISPLAY 'MATRICULA DO ALUNO:'
               ACCEPT WRK-ID-BUSCA
               MOVE WRK-ID-BUSCA     TO MT-ALUNO-ID
               MOVE WRK-TURMA-ORIGEM TO MT-TURMA
               READ MATRICULA-TURMA-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHOU
                       DISPLAY 'ALUNO NAO ESTA MATRICULADO NA TURMA '
                           'DE ORIGEM.'
                   NOT INVALID KEY
                       MOVE MT-KIT TO WRK-KIT-ORIGEM
               END-READ
               IF REGISTRO-ACHADO
                   DISPLAY 'TURMA DE DESTINO -'
                   PERFORM LOCALIZA-TURMA
                   IF REGISTRO-ACHADO
                       PERFORM CONFERE-UNIDADE-ALUNO
                       IF UNIDADE-LIBERADA
                           PERFORM CONFERE-DESTINO
                       ELSE
                           DISPLAY 'TRANSFERENCIA NEGADA: TURMA DE '
                               'DESTINO DE OUTRA UNIDADE.'
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WRK-TURMA-ORIGEM.

      ******************************************************************
      * CONFERE-DESTINO - A turma de destino tem de ser outra secao da
      * mesma materia e semestre; sem fila de espera (quem aguarda
      * vaga tem prioridade), com vaga e sem conflito de horario com
      * as demais turmas do aluno (o conflito admite a mesma
      * confirmacao do operador que a matricula).
      ******************************************************************
       CONFERE-DESTINO.
           EVALUATE TRUE
               WHEN WRK-TURMA-BUSCA = WRK-TURMA-ORIGEM
                   DISPLAY 'DESTINO IGUAL A ORIGEM. TRANSFERENCIA '
                       'NEGADA.'
               WHEN TU-MATERIA NOT = WRK-MATERIA-ORIGEM
                   OR TU-SEMESTRE NOT = WRK-SEM-ORIGEM
                   DISPLAY 'TURMA DE DESTINO DE OUTRA MATERIA OU '
                       'SEMESTRE. TRANSFERENCIA NEGADA.'
               WHEN OTHER
                   PERFORM VERIFICA-FILA-DESTINO
                   IF FILA-COM-ESPERA
                       DISPLAY 'TURMA ' WRK-TURMA-BUSCA ' TEM FILA '
                           'DE ESPERA. TRANSFERENCIA NEGADA.'
                   ELSE
                       PERFORM VERIFICA-CAPACIDADE
                       IF TURMA-LOTADA
                           DISPLAY 'TURMA ' WRK-TURMA-BUSCA
                               ' LOTADA (' TU-CAPACIDADE
                               ' LUGARES). TRANSFERENCIA NEGADA.'
                       ELSE
                           PERFORM VERIFICA-CONFLITO-HORARIO
                           IF CONFLITO-ACHADO
                               PERFORM SOLICITA-OVERRIDE-CONFLITO
                           ELSE
                               MOVE 'S' TO WRK-SEM-CONFLITO
                           END-IF
                           IF HORARIO-LIBERADO
                               PERFORM EFETIVA-TRANSFERENCIA
                           ELSE
                               DISPLAY 'TRANSFERENCIA NEGADA POR '
                                   'CONFLITO DE HORARIO.'
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * VERIFICA-FILA-DESTINO - Procura na fila de espera da turma de
      * destino alguem ainda aguardando vaga.
      ******************************************************************
       VERIFICA-FILA-DESTINO.
           MOVE 'N' TO WRK-FILA-ATIVA
           OPEN INPUT TURMA-ESPERA-FILE
           IF WRK-FS-ESPERA = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WRK-FIM-ESPERA
               MOVE WRK-TURMA-BUSCA TO TW-TURMA
               MOVE SPACES TO TW-DATA
               MOVE SPACES TO TW-HORA
               MOVE SPACES TO TW-ALUNO-ID
               START TURMA-ESPERA-FILE
                   KEY IS NOT LESS THAN TW-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ESPERA
               END-START
               PERFORM UNTIL FIM-ESPERA OR FILA-COM-ESPERA
                   READ TURMA-ESPERA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ESPERA
                   END-READ
                   IF NOT FIM-ESPERA
                       IF TW-TURMA NOT = WRK-TURMA-BUSCA
                           MOVE 'S' TO WRK-FIM-ESPERA
                       ELSE
                           IF TW-NA-FILA
                               MOVE 'S' TO WRK-FILA-ATIVA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TURMA-ESPERA-FILE
           END-IF.

      ******************************************************************
      * EFETIVA-TRANSFERENCIA - Com o motivo informado, grava o vinculo
      * na turma de destino (com a marca de kit do vinculo de origem),
      * apaga o da origem, registra a troca no jornal TRFTUR com os
      * contadores de frequencia levados junto e promove o primeiro da
      * fila de espera da turma de origem para a vaga aberta.
      ******************************************************************
       EFETIVA-TRANSFERENCIA.
           DISPLAY 'MOTIVO DA TRANSFERENCIA:'
           ACCEPT WRK-MOTIVO
           IF WRK-MOTIVO = SPACES
               DISPLAY 'MOTIVO E OBRIGATORIO. TRANSFERENCIA '
                   'ABANDONADA.'
           ELSE
               MOVE WRK-ID-BUSCA    TO MT-ALUNO-ID
               MOVE WRK-TURMA-BUSCA TO MT-TURMA
               MOVE 'N'             TO MT-AVALIADA
               MOVE WRK-KIT-ORIGEM  TO MT-KIT
               WRITE MATRICULA-TURMA-RECORD
                   INVALID KEY
                       DISPLAY 'ALUNO JA MATRICULADO NA TURMA DE '
                           'DESTINO.'
                   NOT INVALID KEY
                       MOVE WRK-ID-BUSCA     TO MT-ALUNO-ID
                       MOVE WRK-TURMA-ORIGEM TO MT-TURMA
                       DELETE MATRICULA-TURMA-FILE
                           INVALID KEY CONTINUE
                       END-DELETE
                       PERFORM LE-CONTADORES-FREQUENCIA
                       PERFORM GRAVA-JORNAL-TRANSFERENCIA
                       DISPLAY 'ALUNO TRANSFERIDO DA TURMA '
                           WRK-TURMA-ORIGEM ' PARA A TURMA '
                           WRK-TURMA-BUSCA '. FREQUENCIA LEVADA: '
                           WRK-TRF-TOTAL ' CHAMADA(S), '
                           WRK-TRF-PRESENCAS ' PRESENCA(S).'
                       MOVE WRK-TURMA-ORIGEM TO WRK-TURMA-BUSCA
                       PERFORM PROMOVE-FILA-ESPERA
               END-WRITE
           END-IF.

       LE-CONTADORES-FREQUENCIA.
           MOVE 0 TO WRK-TRF-TOTAL
           MOVE 0 TO WRK-TRF-PRESENCAS
           OPEN INPUT FREQUENCIA-RESUMO-FILE
           IF WRK-FS-SUM = '35'
               CONTINUE
           ELSE
               MOVE WRK-ID-BUSCA       TO FS-ALUNO-ID
               MOVE WRK-MATERIA-ORIGEM TO FS-MATERIA
               MOVE WRK-SEM-ORIGEM     TO FS-SEMESTRE
               READ FREQUENCIA-RESUMO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-TOTAL     TO WRK-TRF-TOTAL
                       MOVE FS-PRESENCAS TO WRK-TRF-PRESENCAS
               END-READ
               CLOSE FREQUENCIA-RESUMO-FILE
           END-IF.

      ******************************************************************
      * GRAVA-JORNAL-TRANSFERENCIA - Registra a troca de turma no
      * TRFTUR com recarimbo da frequencia e avisos aos instrutores
      * pendentes.
      ******************************************************************
       GRAVA-JORNAL-TRANSFERENCIA.
           OPEN I-O TRANSFERENCIA-TURMA-FILE
           IF WRK-FS-TRF = '35'
               CLOSE TRANSFERENCIA-TURMA-FILE
               OPEN OUTPUT TRANSFERENCIA-TURMA-FILE
               CLOSE TRANSFERENCIA-TURMA-FILE
               OPEN I-O TRANSFERENCIA-TURMA-FILE
           END-IF
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA        TO TF-DATA
           MOVE WRK-CD-HORA        TO TF-HORA
           MOVE WRK-ID-BUSCA       TO TF-ALUNO-ID
           MOVE WRK-TURMA-ORIGEM   TO TF-TURMA-ORIGEM
           MOVE WRK-TURMA-BUSCA    TO TF-TURMA-DESTINO
           MOVE WRK-MATERIA-ORIGEM TO TF-MATERIA
           MOVE WRK-SEM-ORIGEM     TO TF-SEMESTRE
           MOVE WRK-MOTIVO         TO TF-MOTIVO
           MOVE WRK-USUARIO        TO TF-USUARIO
           MOVE WRK-TRF-TOTAL      TO TF-TOTAL
           MOVE WRK-TRF-PRESENCAS  TO TF-PRESENCAS
           MOVE 'P'                TO TF-FREQ-STATUS
           MOVE 'N'                TO TF-AVISO-ORIGEM
           MOVE 'N'                TO TF-AVISO-DESTINO
           WRITE TRANSFERENCIA-TURMA-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR O JORNAL DE '
                       'TRANSFERENCIA.'
           END-WRITE
           CLOSE TRANSFERENCIA-TURMA-FILE.

      ******************************************************************
      * LISTA-ALUNOS-TURMA - Percorre os vinculos e lista as
      * matriculas da turma informada (a chave e aluno + turma, entao
                   DISPLAY 'TURMA NAO ENCONTRADA.'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
                   MOVE TU-UNIDADE TO WRK-UNIDADE-TURMA
                   IF WRK-UNIDADE-TURMA = SPACES
                       MOVE 'SEDE' TO WRK-UNIDADE-TURMA
                   END-IF
      * operador restrito a uma unidade nao mexe em turma de outra
                   IF WRK-UNIDADE-OPER NOT = SPACES
                       AND WRK-UNIDADE-OPER NOT = WRK-UNIDADE-TURMA
                       MOVE 'N' TO WRK-ACHOU
                       DISPLAY 'TURMA DE OUTRA UNIDADE ('
                           WRK-UNIDADE-TURMA '). ACESSO NEGADO.'
                   END-IF
           END-READ.

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
      * SOLICITA-UNIDADE - Unidade da turma nova: a do operador
      * restrito; senao, a informada, validada no mestre de unidades
      * (branco = SEDE).
      ******************************************************************
       SOLICITA-UNIDADE.
           IF WRK-UNIDADE-OPER NOT = SPACES
               MOVE WRK-UNIDADE-OPER TO UNP-CODIGO
           ELSE
               MOVE '1' TO UNP-STATUS
               PERFORM UNTIL UNP-STATUS = '0'
                   DISPLAY 'UNIDADE DA TURMA (BRANCO = SEDE):'
                   MOVE SPACES TO UNP-CODIGO
                   ACCEPT UNP-CODIGO
                   MOVE 'V' TO UNP-OPERACAO
                   CALL 'PROG160' USING UNIDADE-PARAMETROS
                   IF UNP-STATUS NOT = '0'
                       DISPLAY 'UNIDADE NAO CADASTRADA OU INATIVA.'
                   END-IF
               END-PERFORM
           END-IF
           MOVE UNP-CODIGO TO TU-UNIDADE
           MOVE UNP-CODIGO TO WRK-UNIDADE-TURMA.

      ******************************************************************
      * CONFERE-UNIDADE-ALUNO - O aluno (WRK-ID-BUSCA) so entra em
      * turma da propria unidade; de outra unidade, a matricula ou a
      * transferencia exige a credencial de um coordenador.
      ******************************************************************
       CONFERE-UNIDADE-ALUNO.
           MOVE 'S' TO WRK-UNIDADE-OK
           MOVE SPACES TO WRK-UNIDADE-ALUNO
           OPEN INPUT ALUNO-MASTER-FILE
           IF WRK-FS-ALUNO NOT = '35'
               MOVE WRK-ID-BUSCA TO ALUNO-ID
               READ ALUNO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALUNO-UNIDADE TO WRK-UNIDADE-ALUNO
               END-READ
               CLOSE ALUNO-MASTER-FILE
           END-IF
           IF WRK-UNIDADE-ALUNO = SPACES
               MOVE 'SEDE' TO WRK-UNIDADE-ALUNO
           END-IF
           IF WRK-UNIDADE-ALUNO NOT = WRK-UNIDADE-TURMA
               DISPLAY 'ALUNO DA UNIDADE ' WRK-UNIDADE-ALUNO
                   ' E TURMA DA UNIDADE ' WRK-UNIDADE-TURMA
                   '. LIBERACAO EXIGE COORDENADOR.'
               PERFORM CONFERE-COORDENADOR
               MOVE WRK-LIBERADO TO WRK-UNIDADE-OK
           END-IF.

      ******************************************************************
      * CONFERE-DOCUMENTOS - Documento exigido da matricula pendente
      * com o prazo vencido no checklist do aluno bloqueia a
      * matricula. Aluno sem checklist nao e bloqueado.
      ******************************************************************
       CONFERE-DOCUMENTOS.
           MOVE 'C'          TO DCP-OPERACAO
           MOVE WRK-ID-BUSCA TO DCP-ALUNO-ID
           CALL 'PROG162' USING DOCUMENTO-PARAMETROS
           IF DCP-STATUS = '1'
               MOVE 'N' TO WRK-ACHOU
               DISPLAY 'MATRICULA NEGADA: DOCUMENTO ' DCP-TIPO
                   ' PENDENTE COM PRAZO VENCIDO EM '
                   DCP-DATA-LIMITE(7:2) '/' DCP-DATA-LIMITE(5:2) '/'
                   DCP-DATA-LIMITE(1:4) '.'
               DISPLAY 'DOCUMENTOS VENCIDOS: ' DCP-QTD
                   '. REGULARIZAR NA SECRETARIA (PROG161).'
           END-IF.

      ******************************************************************
      * LOCALIZA-ALUNO - Valida a matricula informada no ALUNO-MASTER
      * antes de criar o vinculo com a turma.
      ******************************************************************
      * CONFERE-REQUISITO - Procura no HISTORICO-MASTER do aluno
      * (qualquer semestre) a materia exigida com nota igual ou maior
      * que a minima do pre-requisito corrente, ou lancada como
      * aproveitamento de estudos de outra instituicao.
      ******************************************************************
       CONFERE-REQUISITO.
           MOVE 'N' TO WRK-REQ-CUMPRIDO
                           MOVE 'S' TO WRK-FIM-HIST
                       ELSE
                           IF HT-MATERIA = PR-REQUISITO
                               AND (HT-NOTA >= PR-NOTA-MINIMA
                                    OR HT-APROVEITADA)
                               MOVE 'S' TO WRK-REQ-CUMPRIDO
                           END-IF
                       END-IF
      ******************************************************************
      * VARRE-TURMAS-DO-ALUNO - Percorre os vinculos de matricula do
      * aluno (a chave comeca pela matricula) e testa cada turma
      * contra o horario pretendido. Na transferencia, a turma de
      * origem (que o aluno vai deixar) fica fora do teste.
      ******************************************************************
       VARRE-TURMAS-DO-ALUNO.
           MOVE 'N' TO WRK-FIM-CONF
                   IF MT-ALUNO-ID NOT = WRK-ID-BUSCA
                       MOVE 'S' TO WRK-FIM-CONF
                   ELSE
                       IF MT-TURMA NOT = WRK-TURMA-ORIGEM
                           PERFORM TESTA-CONFLITO-TURMA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
               CLOSE INSTRUTOR-FILE
           END-IF.

      ******************************************************************
      * SOLICITA-SALA - Pede o codigo da sala e o valida no mestre de
      * salas (SALAMST): sala cadastrada, ativa e sem outra turma do
      * mesmo semestre no mesmo dia com faixa de hora sobreposta.
      * Capacidade da turma acima dos lugares da sala so gera aviso.
      * Se o mestre ainda nao foi implantado, a turma segue sem sala.
      ******************************************************************
       SOLICITA-SALA.
           MOVE 'N' TO WRK-SALA-OK
           OPEN INPUT SALA-FILE
           IF WRK-FS-SALA = '35'
               DISPLAY 'MESTRE DE SALAS NAO IMPLANTADO - TURMA SEM '
                   'SALA.'
               MOVE SPACES TO TU-SALA
               MOVE 'S' TO WRK-SALA-OK
           ELSE
               DISPLAY 'CODIGO DA SALA:'
               ACCEPT WRK-SALA-BUSCA
               MOVE WRK-SALA-BUSCA TO SL-CODIGO
               READ SALA-FILE
                   INVALID KEY
                       DISPLAY 'SALA NAO CADASTRADA.'
                   NOT INVALID KEY
                       IF NOT SL-SALA-ATIVA
                           DISPLAY 'SALA INATIVA.'
                       ELSE
                           MOVE SL-CODIGO TO TU-SALA
                           PERFORM VERIFICA-CHOQUE-SALA
                           IF NOT SALA-OCUPADA
                               MOVE 'S' TO WRK-SALA-OK
                               PERFORM AVISA-LOTACAO-SALA
                           END-IF
                       END-IF
               END-READ
               CLOSE SALA-FILE
           END-IF.

      ******************************************************************
      * VERIFICA-CHOQUE-SALA - Percorre o TURMA-MASTER atras de outra
      * turma na mesma sala, semestre e dia com horario sobreposto.
      * A varredura usa a area do proprio registro, entao a turma em
      * edicao e guardada antes e restaurada no fim.
      ******************************************************************
       VERIFICA-CHOQUE-SALA.
           MOVE 'N' TO WRK-CHOQUE-SALA
           MOVE TURMA-RECORD    TO WRK-TURMA-SALVA
           MOVE TU-DIA-SEMANA   TO WRK-NOVA-DIA
           MOVE TU-HORA-INICIO  TO WRK-NOVA-INI
           MOVE TU-HORA-FIM     TO WRK-NOVA-FIM
           MOVE TU-SEMESTRE     TO WRK-NOVA-SEM

           MOVE 'N' TO WRK-FIM-SALA
           MOVE SPACES TO TU-CODIGO
           START TURMA-MASTER-FILE KEY IS NOT LESS THAN TU-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SALA
           END-START
           PERFORM UNTIL FIM-SALA OR SALA-OCUPADA
               READ TURMA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-SALA
               END-READ
               IF NOT FIM-SALA
                   IF TU-CODIGO NOT = WRK-TURMA-BUSCA
                       AND TU-SALA = WRK-SALA-BUSCA
                       AND TU-DIA-SEMANA IS NUMERIC
                       AND TU-SEMESTRE = WRK-NOVA-SEM
                       AND TU-DIA-SEMANA = WRK-NOVA-DIA
                       AND TU-HORA-INICIO < WRK-NOVA-FIM
                       AND WRK-NOVA-INI < TU-HORA-FIM
                       MOVE 'S' TO WRK-CHOQUE-SALA
                       DISPLAY 'SALA OCUPADA PELA TURMA ' TU-CODIGO
                           ' (DIA ' TU-DIA-SEMANA ' DAS '
                           TU-HORA-INICIO ' AS ' TU-HORA-FIM ').'
                   END-IF
               END-IF
           END-PERFORM

           MOVE WRK-TURMA-SALVA TO TURMA-RECORD.

       AVISA-LOTACAO-SALA.
           IF TU-CAPACIDADE = 0
               DISPLAY 'AVISO: TURMA SEM LIMITE DE VAGAS EM SALA DE '
                   SL-LUGARES ' LUGARES.'
           ELSE
               IF TU-CAPACIDADE > SL-LUGARES
                   DISPLAY 'AVISO: CAPACIDADE DA TURMA (' TU-CAPACIDADE
                       ') ACIMA DOS ' SL-LUGARES ' LUGARES DA SALA.'
               END-IF
           END-IF.

      ******************************************************************
      * VALIDA-MATERIA - Confere TU-MATERIA no catalogo de
      * disciplinas; aceita apenas codigo cadastrado e ativo. Se o
