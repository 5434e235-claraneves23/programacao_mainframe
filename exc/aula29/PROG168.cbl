      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG168.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  JUSTIFICATIVA DE FALTAS - REGISTRA O PEDIDO DE JUSTIFICATIVA
      *  DE AUSENCIA DO ALUNO (ATESTADO MEDICO, LICENCA OFICIAL E
      *  DEMAIS TIPOS DO MESTRE JUSTIPO) COM O TIPO, O PERIODO, A
      *  MATERIA (BRANCO = TODAS), O DOCUMENTO APRESENTADO E O
      *  APROVADOR, NO JORNAL JUSTIF. DENTRO DO PRAZO LEGAL DO TIPO O
      *  PEDIDO SAI APROVADO PELO PROPRIO OPERADOR DA SECRETARIA; FORA
      *  DELE, SO COM A CREDENCIAL DO COORDENADOR - SEM ELA, FICA
      *  AGUARDANDO A APROVACAO PELA OPCAO PROPRIA. O PEDIDO APROVADO
      *  E APLICADO AO FREQUEN PELO PROG77 (MODO J), QUE MARCA AS
      *  AUSENCIAS DO PERIODO COMO JUSTIFICADAS SEM APAGA-LAS. MANTEM
      *  TAMBEM O MESTRE DE TIPOS (SE CONTA COMO PRESENCA E O PRAZO),
      *  IMPLANTANDO OS TIPOS PADRAO NA CRIACAO. O OPERADOR RESTRITO A
      *  UMA UNIDADE SO ATENDE OS ALUNOS DELA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JUSTIFICATIVA-TIPO-FILE ASSIGN TO "JUSTIPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JT-CODIGO
               FILE STATUS IS WRK-FS-TIPO.
           SELECT JUSTIFICATIVA-FALTA-FILE ASSIGN TO "JUSTIF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JF-CHAVE
               FILE STATUS IS WRK-FS-JUS.
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
       FD  JUSTIFICATIVA-TIPO-FILE.
           COPY JUSTIPO.
       FD  JUSTIFICATIVA-FALTA-FILE.
           COPY JUSTIF.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  USUARIO-PERFIL-FILE.
           COPY USRPROF.
       WORKING-STORAGE SECTION.
       77 WRK-FS-TIPO       PIC X(02) VALUE SPACES.
       77 WRK-FS-JUS        PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-PERFIL     PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC 9 VALUE 0.
       77 WRK-CONTINUAR     PIC X VALUE 'S'.
       77 WRK-ID-BUSCA      PIC X(14) VALUE SPACES.
       77 WRK-TIPO-BUSCA    PIC X(02) VALUE SPACES.
       77 WRK-MATERIA       PIC X(15) VALUE SPACES.
       77 WRK-DATA-INICIO   PIC X(08) VALUE SPACES.
       77 WRK-DATA-FIM      PIC X(08) VALUE SPACES.
       77 WRK-DATA          PIC X(08) VALUE SPACES.
       77 WRK-DESCRICAO     PIC X(30) VALUE SPACES.
       77 WRK-PRAZO-ED      PIC X(03) VALUE SPACES.
       77 WRK-DIAS-ED       PIC ZZZZ9.
       77 WRK-SITUACAO-TXT  PIC X(20) VALUE SPACES.
       77 WRK-QTD-PEDIDOS   PIC 9(03) VALUE 0.
       77 WRK-ACHOU         PIC X VALUE 'N'.
           88 REGISTRO-ACHADO      VALUE 'S'.
       77 WRK-FIM-JUS       PIC X(01) VALUE 'N'.
           88 FIM-JUS              VALUE 'S'.
       77 WRK-FIM-TIPO      PIC X(01) VALUE 'N'.
           88 FIM-TIPO             VALUE 'S'.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-UNIDADE-OPER  PIC X(04) VALUE SPACES.
       77 WRK-UNIDADE-ALUNO PIC X(04) VALUE SPACES.
       77 WRK-LIBERADO      PIC X(01) VALUE 'N'.
           88 OPERACAO-LIBERADA    VALUE 'S'.
       77 WRK-LIB-USUARIO   PIC X(08) VALUE SPACES.
       77 WRK-LIB-SENHA     PIC X(08) VALUE SPACES.
       COPY UNIPARM.
       COPY DATAPARM.
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
               PERFORM ABRE-JUSTIFICATIVAS
               PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'
               PERFORM FECHA-JUSTIFICATIVAS
               CLOSE ALUNO-MASTER-FILE
           END-IF
           STOP RUN.

      ******************************************************************
      * ABRE-JUSTIFICATIVAS - Abre os tipos e o jornal de pedidos para
      * atualizacao, criando-os na primeira vez; o mestre de tipos
      * recem-criado recebe os tipos padrao.
      ******************************************************************
       ABRE-JUSTIFICATIVAS.
           OPEN I-O JUSTIFICATIVA-TIPO-FILE
           IF WRK-FS-TIPO = '35'
               CLOSE JUSTIFICATIVA-TIPO-FILE
               OPEN OUTPUT JUSTIFICATIVA-TIPO-FILE
               CLOSE JUSTIFICATIVA-TIPO-FILE
               OPEN I-O JUSTIFICATIVA-TIPO-FILE
               PERFORM IMPLANTA-TIPOS
           END-IF
           OPEN I-O JUSTIFICATIVA-FALTA-FILE
           IF WRK-FS-JUS = '35'
               CLOSE JUSTIFICATIVA-FALTA-FILE
               OPEN OUTPUT JUSTIFICATIVA-FALTA-FILE
               CLOSE JUSTIFICATIVA-FALTA-FILE
               OPEN I-O JUSTIFICATIVA-FALTA-FILE
           END-IF.

       FECHA-JUSTIFICATIVAS.
           CLOSE JUSTIFICATIVA-FALTA-FILE
           CLOSE JUSTIFICATIVA-TIPO-FILE.

      ******************************************************************
      * IMPLANTA-TIPOS - Tipos padrao do mestre recem-criado: atestado
      * medico, licenca-gestante, servico militar e convocacao da
      * justica ou eleitoral contam como presenca; luto fica so
      * justificado. O prazo e contado do ultimo dia da ausencia.
      ******************************************************************
       IMPLANTA-TIPOS.
           MOVE 'AM' TO JT-CODIGO
           MOVE 'ATESTADO MEDICO' TO JT-DESCRICAO
           MOVE 'S' TO JT-CONTA-PRESENCA
           MOVE 5 TO JT-PRAZO-DIAS
           PERFORM GRAVA-TIPO-PADRAO
           MOVE 'LG' TO JT-CODIGO
           MOVE 'LICENCA-GESTANTE' TO JT-DESCRICAO
           MOVE 'S' TO JT-CONTA-PRESENCA
           MOVE 15 TO JT-PRAZO-DIAS
           PERFORM GRAVA-TIPO-PADRAO
           MOVE 'SM' TO JT-CODIGO
           MOVE 'SERVICO MILITAR' TO JT-DESCRICAO
           MOVE 'S' TO JT-CONTA-PRESENCA
           MOVE 15 TO JT-PRAZO-DIAS
           PERFORM GRAVA-TIPO-PADRAO
           MOVE 'JE' TO JT-CODIGO
           MOVE 'CONVOCACAO JUDICIAL/ELEITORAL' TO JT-DESCRICAO
           MOVE 'S' TO JT-CONTA-PRESENCA
           MOVE 5 TO JT-PRAZO-DIAS
           PERFORM GRAVA-TIPO-PADRAO
           MOVE 'LU' TO JT-CODIGO
           MOVE 'LUTO' TO JT-DESCRICAO
           MOVE 'N' TO JT-CONTA-PRESENCA
           MOVE 5 TO JT-PRAZO-DIAS
           PERFORM GRAVA-TIPO-PADRAO
           DISPLAY 'TIPOS DE JUSTIFICATIVA IMPLANTADOS: AM, LG, SM, '
               'JE E LU.'.

       GRAVA-TIPO-PADRAO.
           MOVE 'A' TO JT-STATUS
           WRITE JUSTIFICATIVA-TIPO-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       EXIBE-MENU.
           DISPLAY 'JUSTIFICATIVA DE FALTAS'
           DISPLAY '1 - REGISTRAR PEDIDO DE JUSTIFICATIVA'
           DISPLAY '2 - APROVAR PEDIDO FORA DO PRAZO'
           DISPLAY '3 - INDEFERIR PEDIDO'
           DISPLAY '4 - CONSULTAR PEDIDOS DO ALUNO'
           DISPLAY '5 - INCLUIR TIPO DE JUSTIFICATIVA'
           DISPLAY '6 - ALTERAR TIPO DE JUSTIFICATIVA'
           DISPLAY '7 - LISTAR TIPOS DE JUSTIFICATIVA'
           DISPLAY '8 - SAIR'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM REGISTRA-PEDIDO
               WHEN 2 PERFORM APROVA-PEDIDO
               WHEN 3 PERFORM INDEFERE-PEDIDO
               WHEN 4 PERFORM CONSULTA-PEDIDOS
               WHEN 5 PERFORM INCLUI-TIPO
               WHEN 6 PERFORM ALTERA-TIPO
               WHEN 7 PERFORM LISTA-TIPOS
               WHEN 8 MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      ******************************************************************
      * REGISTRA-PEDIDO - Aluno, tipo ativo, periodo, materia e
      * documento. Os dias corridos do fim da ausencia ate hoje sao
      * conferidos contra o prazo legal do tipo: dentro dele o pedido
      * sai aprovado pelo operador; fora, exige o coordenador e, sem a
      * credencial, fica gravado aguardando a aprovacao.
      ******************************************************************
       REGISTRA-PEDIDO.
           PERFORM LOCALIZA-ALUNO
           IF REGISTRO-ACHADO
               PERFORM LOCALIZA-TIPO
               IF REGISTRO-ACHADO AND JT-INATIVO
                   MOVE 'N' TO WRK-ACHOU
                   DISPLAY 'TIPO DE JUSTIFICATIVA INATIVO.'
               END-IF
           END-IF
           IF REGISTRO-ACHADO
               DISPLAY 'PRIMEIRO DIA DA AUSENCIA (AAAAMMDD):'
               PERFORM ACEITA-DATA
               MOVE WRK-DATA TO WRK-DATA-INICIO
               MOVE SPACES TO WRK-DATA-FIM
               PERFORM UNTIL WRK-DATA-FIM NOT < WRK-DATA-INICIO
                   DISPLAY 'ULTIMO DIA DA AUSENCIA (AAAAMMDD):'
                   PERFORM ACEITA-DATA
                   MOVE WRK-DATA TO WRK-DATA-FIM
                   IF WRK-DATA-FIM < WRK-DATA-INICIO
                       DISPLAY 'ULTIMO DIA ANTERIOR AO PRIMEIRO.'
                   END-IF
               END-PERFORM
               DISPLAY 'MATERIA (BRANCO = TODAS DO PERIODO):'
               ACCEPT WRK-MATERIA
               MOVE FUNCTION UPPER-CASE(WRK-MATERIA) TO WRK-MATERIA

               MOVE WRK-ID-BUSCA    TO JF-ALUNO-ID
               MOVE WRK-DATA-INICIO TO JF-DATA-INICIO
               MOVE WRK-MATERIA     TO JF-MATERIA
               MOVE WRK-DATA-FIM    TO JF-DATA-FIM
               MOVE WRK-TIPO-BUSCA  TO JF-TIPO
               MOVE SPACES TO JF-DOCUMENTO
               PERFORM UNTIL JF-DOCUMENTO NOT = SPACES
                   DISPLAY 'DOCUMENTO APRESENTADO (NUMERO DO '
                       'ATESTADO, OFICIO):'
                   ACCEPT JF-DOCUMENTO
               END-PERFORM
               MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
               MOVE WRK-CD-DATA TO JF-DATA-PEDIDO
               MOVE WRK-USUARIO TO JF-OPERADOR
               MOVE 0 TO JF-MARCADAS
               PERFORM CONFERE-PRAZO
               WRITE JUSTIFICATIVA-FALTA-RECORD
                   INVALID KEY
                       DISPLAY 'JA HA PEDIDO DO ALUNO COM ESSE INICIO '
                           'E MATERIA.'
                   NOT INVALID KEY
                       IF JF-APROVADA
                           DISPLAY 'PEDIDO APROVADO POR ' JF-APROVADOR
                               '. AS FALTAS SERAO JUSTIFICADAS NA '
                               'PROXIMA RODADA.'
                       ELSE
                           DISPLAY 'PEDIDO REGISTRADO AGUARDANDO O '
                               'COORDENADOR.'
                       END-IF
               END-WRITE
           END-IF.

      ******************************************************************
      * CONFERE-PRAZO - Dias corridos do ultimo dia da ausencia ate o
      * protocolo (PROG104); ausencia ainda em curso esta no prazo.
      ******************************************************************
       CONFERE-PRAZO.
           MOVE 'N' TO JF-FORA-PRAZO
           MOVE 4 TO DP-OPERACAO
           MOVE WRK-CD-DATA  TO DP-DATA-1
           MOVE WRK-DATA-FIM TO DP-DATA-2
           CALL 'PROG104' USING DATA-PARAMETROS
           IF DP-VALIDA = 'S' AND DP-DIAS > JT-PRAZO-DIAS
               MOVE 'S' TO JF-FORA-PRAZO
           END-IF
           IF JF-PEDIDO-FORA-PRAZO
               MOVE DP-DIAS TO WRK-DIAS-ED
               DISPLAY 'PEDIDO PROTOCOLADO ' WRK-DIAS-ED ' DIAS APOS '
                   'A AUSENCIA. PRAZO LEGAL: ' JT-PRAZO-DIAS ' DIAS.'
               DISPLAY 'PEDIDO FORA DO PRAZO EXIGE COORDENADOR.'
               PERFORM CONFERE-COORDENADOR
               IF OPERACAO-LIBERADA
                   MOVE 'A'             TO JF-STATUS
                   MOVE WRK-LIB-USUARIO TO JF-APROVADOR
                   MOVE WRK-CD-DATA     TO JF-DATA-APROVACAO
               ELSE
                   MOVE 'C'    TO JF-STATUS
                   MOVE SPACES TO JF-APROVADOR
                   MOVE SPACES TO JF-DATA-APROVACAO
               END-IF
           ELSE
               MOVE 'A'         TO JF-STATUS
               MOVE WRK-USUARIO TO JF-APROVADOR
               MOVE WRK-CD-DATA TO JF-DATA-APROVACAO
           END-IF.

      ******************************************************************
      * APROVA-PEDIDO - Aprova, com a credencial do coordenador, o
      * pedido fora do prazo que ficou aguardando.
      ******************************************************************
       APROVA-PEDIDO.
           PERFORM LOCALIZA-PEDIDO
           IF REGISTRO-ACHADO
               IF NOT JF-AGUARDA-COORD
                   DISPLAY 'SO PEDIDO AGUARDANDO O COORDENADOR PODE '
                       'SER APROVADO AQUI.'
               ELSE
                   PERFORM CONFERE-COORDENADOR
                   IF OPERACAO-LIBERADA
                       MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
                       MOVE 'A'             TO JF-STATUS
                       MOVE WRK-LIB-USUARIO TO JF-APROVADOR
                       MOVE WRK-CD-DATA     TO JF-DATA-APROVACAO
                       REWRITE JUSTIFICATIVA-FALTA-RECORD
                           INVALID KEY
                               DISPLAY 'FALHA AO GRAVAR A APROVACAO.'
                           NOT INVALID KEY
                               DISPLAY 'PEDIDO APROVADO.'
                       END-REWRITE
                   ELSE
                       DISPLAY 'PEDIDO SEGUE AGUARDANDO.'
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * INDEFERE-PEDIDO - Indefere, com a credencial do coordenador
      * gravada como aprovador da decisao, o pedido ainda nao
      * aplicado ao FREQUEN.
      ******************************************************************
       INDEFERE-PEDIDO.
           PERFORM LOCALIZA-PEDIDO
           IF REGISTRO-ACHADO
               IF JF-MARCADAS NOT NUMERIC
                   MOVE 0 TO JF-MARCADAS
               END-IF
               EVALUATE TRUE
                   WHEN JF-INDEFERIDA
                       DISPLAY 'PEDIDO JA INDEFERIDO.'
                   WHEN JF-APLICADA OR JF-MARCADAS > 0
                       DISPLAY 'PEDIDO JA APLICADO AO FREQUEN. '
                           'INDEFERIMENTO NEGADO.'
                   WHEN OTHER
                       DISPLAY 'INDEFERIMENTO EXIGE COORDENADOR.'
                       PERFORM CONFERE-COORDENADOR
                       IF OPERACAO-LIBERADA
                           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
                           MOVE 'I'             TO JF-STATUS
                           MOVE WRK-LIB-USUARIO TO JF-APROVADOR
                           MOVE WRK-CD-DATA     TO JF-DATA-APROVACAO
                           REWRITE JUSTIFICATIVA-FALTA-RECORD
                               INVALID KEY
                                   DISPLAY 'FALHA AO GRAVAR O '
                                       'INDEFERIMENTO.'
                               NOT INVALID KEY
                                   DISPLAY 'PEDIDO INDEFERIDO.'
                           END-REWRITE
                       END-IF
               END-EVALUATE
           END-IF.

       CONSULTA-PEDIDOS.
           PERFORM LOCALIZA-ALUNO
           IF REGISTRO-ACHADO
               DISPLAY 'ALUNO  : ' ALUNO-ID ' ' ALUNO-NOME
               MOVE 0 TO WRK-QTD-PEDIDOS
               MOVE 'N' TO WRK-FIM-JUS
               MOVE WRK-ID-BUSCA TO JF-ALUNO-ID
               MOVE LOW-VALUES   TO JF-DATA-INICIO
               MOVE LOW-VALUES   TO JF-MATERIA
               START JUSTIFICATIVA-FALTA-FILE
                   KEY IS NOT LESS THAN JF-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-JUS
               END-START
               PERFORM UNTIL FIM-JUS
                   READ JUSTIFICATIVA-FALTA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-JUS
                   END-READ
                   IF NOT FIM-JUS
                       IF JF-ALUNO-ID NOT = WRK-ID-BUSCA
                           MOVE 'S' TO WRK-FIM-JUS
                       ELSE
                           ADD 1 TO WRK-QTD-PEDIDOS
                           PERFORM MOSTRA-PEDIDO
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-QTD-PEDIDOS = 0
                   DISPLAY 'ALUNO SEM PEDIDOS DE JUSTIFICATIVA.'
               END-IF
           END-IF.

      ******************************************************************
      * MOSTRA-PEDIDO - Periodo, materia, tipo, situacao, documento,
      * protocolo, operador e aprovador do pedido corrente.
      ******************************************************************
       MOSTRA-PEDIDO.
           EVALUATE TRUE
               WHEN JF-AGUARDA-COORD
                   MOVE 'AGUARDA COORDENADOR' TO WRK-SITUACAO-TXT
               WHEN JF-APROVADA
                   MOVE 'APROVADO'            TO WRK-SITUACAO-TXT
               WHEN JF-APLICADA
                   MOVE 'APLICADO'            TO WRK-SITUACAO-TXT
               WHEN JF-INDEFERIDA
                   MOVE 'INDEFERIDO'          TO WRK-SITUACAO-TXT
               WHEN OTHER
                   MOVE JF-STATUS             TO WRK-SITUACAO-TXT
           END-EVALUATE
           IF JF-MARCADAS NOT NUMERIC
               MOVE 0 TO JF-MARCADAS
           END-IF
           DISPLAY '  ' JF-DATA-INICIO ' A ' JF-DATA-FIM ' '
               JF-MATERIA ' TIPO ' JF-TIPO ' ' WRK-SITUACAO-TXT
               ' FALTAS MARCADAS ' JF-MARCADAS
           DISPLAY '       DOC. ' JF-DOCUMENTO ' EM ' JF-DATA-PEDIDO
               ' POR ' JF-OPERADOR ' APROVADOR ' JF-APROVADOR
           IF JF-PEDIDO-FORA-PRAZO
               DISPLAY '       PROTOCOLADO FORA DO PRAZO LEGAL.'
           END-IF.

       INCLUI-TIPO.
           DISPLAY 'CODIGO DO TIPO DE JUSTIFICATIVA:'
           ACCEPT WRK-TIPO-BUSCA
           MOVE FUNCTION UPPER-CASE(WRK-TIPO-BUSCA) TO WRK-TIPO-BUSCA
           IF WRK-TIPO-BUSCA = SPACES
               DISPLAY 'CODIGO NAO PODE SER EM BRANCO.'
           ELSE
               MOVE WRK-TIPO-BUSCA TO JT-CODIGO
               PERFORM ACEITA-DESCRICAO
               MOVE WRK-DESCRICAO TO JT-DESCRICAO
               PERFORM ACEITA-REGRA-TIPO
               MOVE 'A' TO JT-STATUS
               WRITE JUSTIFICATIVA-TIPO-RECORD
                   INVALID KEY
                       DISPLAY 'TIPO JA EXISTE. INCLUSAO NEGADA.'
                   NOT INVALID KEY
                       DISPLAY 'TIPO DE JUSTIFICATIVA INCLUIDO: '
                           JT-CODIGO
               END-WRITE
           END-IF.

      ******************************************************************
      * ALTERA-TIPO - Altera descricao, abono, prazo e situacao. A
      * regra de abono vale para o classificador a partir da proxima
      * rodada nas marcacoes do detalhe; no FREQSUM, as abonadas ja
      * somadas so mudam na proxima carga (PROG77 modo C).
      ******************************************************************
       ALTERA-TIPO.
           PERFORM LOCALIZA-TIPO
           IF REGISTRO-ACHADO
               DISPLAY 'DESCRICAO ATUAL: ' JT-DESCRICAO
               PERFORM ACEITA-DESCRICAO
               MOVE WRK-DESCRICAO TO JT-DESCRICAO
               DISPLAY 'CONTA COMO PRESENCA: ' JT-CONTA-PRESENCA
                   ' PRAZO: ' JT-PRAZO-DIAS ' DIAS'
               PERFORM ACEITA-REGRA-TIPO
               DISPLAY 'SITUACAO ATUAL: ' JT-STATUS
               DISPLAY 'NOVA SITUACAO - (A)TIVO OU (I)NATIVO:'
               ACCEPT JT-STATUS
               MOVE FUNCTION UPPER-CASE(JT-STATUS) TO JT-STATUS
               IF NOT JT-INATIVO
                   MOVE 'A' TO JT-STATUS
               END-IF
               REWRITE JUSTIFICATIVA-TIPO-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO ALTERAR O TIPO.'
                   NOT INVALID KEY
                       DISPLAY 'TIPO DE JUSTIFICATIVA ALTERADO.'
               END-REWRITE
           END-IF.

       LISTA-TIPOS.
           MOVE 'N' TO WRK-FIM-TIPO
           MOVE LOW-VALUES TO JT-CODIGO
           START JUSTIFICATIVA-TIPO-FILE KEY IS NOT LESS THAN JT-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TIPO
           END-START
           DISPLAY '  TIPO DESCRICAO                      ABONA '
               'PRAZO SITUACAO'
           PERFORM UNTIL FIM-TIPO
               READ JUSTIFICATIVA-TIPO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TIPO
               END-READ
               IF NOT FIM-TIPO
                   DISPLAY '  ' JT-CODIGO '   ' JT-DESCRICAO '   '
                       JT-CONTA-PRESENCA '   ' JT-PRAZO-DIAS '   '
                       JT-STATUS
               END-IF
           END-PERFORM.

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

      ******************************************************************
      * LOCALIZA-PEDIDO - Aluno (da unidade do operador), primeiro dia
      * da ausencia e materia do pedido (branco = todas).
      ******************************************************************
       LOCALIZA-PEDIDO.
           PERFORM LOCALIZA-ALUNO
           IF REGISTRO-ACHADO
               DISPLAY 'PRIMEIRO DIA DA AUSENCIA (AAAAMMDD):'
               ACCEPT WRK-DATA-INICIO
               DISPLAY 'MATERIA DO PEDIDO (BRANCO = TODAS):'
               ACCEPT WRK-MATERIA
               MOVE FUNCTION UPPER-CASE(WRK-MATERIA) TO WRK-MATERIA
               MOVE WRK-ID-BUSCA    TO JF-ALUNO-ID
               MOVE WRK-DATA-INICIO TO JF-DATA-INICIO
               MOVE WRK-MATERIA     TO JF-MATERIA
               READ JUSTIFICATIVA-FALTA-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHOU
                       DISPLAY 'PEDIDO NAO ENCONTRADO.'
                   NOT INVALID KEY
                       PERFORM MOSTRA-PEDIDO
               END-READ
           END-IF.

       LOCALIZA-TIPO.
           MOVE 'N' TO WRK-ACHOU
           DISPLAY 'CODIGO DO TIPO DE JUSTIFICATIVA:'
           ACCEPT WRK-TIPO-BUSCA
           MOVE FUNCTION UPPER-CASE(WRK-TIPO-BUSCA) TO WRK-TIPO-BUSCA
           MOVE WRK-TIPO-BUSCA TO JT-CODIGO
           READ JUSTIFICATIVA-TIPO-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
                   DISPLAY 'TIPO DE JUSTIFICATIVA NAO ENCONTRADO.'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.

      ******************************************************************
      * ACEITA-DATA - Le uma data AAAAMMDD e confere no subprograma
      * comum de datas (PROG104) ate vir uma data valida.
      ******************************************************************
       ACEITA-DATA.
           MOVE 'N' TO DP-VALIDA
           PERFORM UNTIL DP-VALIDA = 'S'
               ACCEPT WRK-DATA
               MOVE 1 TO DP-OPERACAO
               MOVE WRK-DATA TO DP-DATA-1
               CALL 'PROG104' USING DATA-PARAMETROS
               IF DP-VALIDA NOT = 'S'
                   DISPLAY 'DATA INVALIDA. INFORME AAAAMMDD:'
               END-IF
           END-PERFORM.

       ACEITA-DESCRICAO.
           MOVE SPACES TO WRK-DESCRICAO
           PERFORM UNTIL WRK-DESCRICAO NOT = SPACES
               DISPLAY 'DESCRICAO DO TIPO DE JUSTIFICATIVA:'
               ACCEPT WRK-DESCRICAO
               IF WRK-DESCRICAO = SPACES
                   DISPLAY 'DESCRICAO NAO PODE SER EM BRANCO.'
               END-IF
           END-PERFORM.

      ******************************************************************
      * ACEITA-REGRA-TIPO - Se a falta justificada conta como presenca
      * (S/N) e o prazo legal de protocolo em dias; resposta invalida
      * cai no padrao: nao abona, cinco dias.
      ******************************************************************
       ACEITA-REGRA-TIPO.
           DISPLAY 'A FALTA JUSTIFICADA CONTA COMO PRESENCA? (S/N)'
           ACCEPT JT-CONTA-PRESENCA
           MOVE FUNCTION UPPER-CASE(JT-CONTA-PRESENCA)
               TO JT-CONTA-PRESENCA
           IF JT-CONTA-PRESENCA NOT = 'S'
               MOVE 'N' TO JT-CONTA-PRESENCA
           END-IF
           DISPLAY 'PRAZO LEGAL DE PROTOCOLO EM DIAS (DO ULTIMO DIA '
               'DA AUSENCIA):'
           ACCEPT WRK-PRAZO-ED
           IF FUNCTION TEST-NUMVAL(WRK-PRAZO-ED) NOT = 0
               MOVE 5 TO JT-PRAZO-DIAS
           ELSE
               COMPUTE JT-PRAZO-DIAS = FUNCTION NUMVAL(WRK-PRAZO-ED)
           END-IF.
       END PROGRAM PROG168.
