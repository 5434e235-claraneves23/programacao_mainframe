      *  MANUTENCAO DE ORDENS DE SERVICO - INCLUI, FECHA/REABRE,
      *  CONSULTA E LISTA AS ORDENS DO MESTRE ORDEM-SERVICO, QUE O
      *  PROG02 EXIGE EM CADA CALCULO PARA AMARRAR O CONSUMO DA
      *  OFICINA AO DEPARTAMENTO SOLICITANTE. CADA ORDEM NASCE
      *  AMARRADA AO LOCAL DE ESTOQUE QUE A ATENDE (LOCESTQ), DE ONDE
      *  O PROG02 BAIXA O MATERIAL CONSUMIDO. A ORDEM NAO FECHA
      *  ENQUANTO HOUVER FERRAMENTA RETIRADA CONTRA ELA (FERRMOV,
      *  PROG140) SEM DEVOLUCAO. A ORDEM DE MATERIAL DE LABORATORIO
      *  DE AULA LEVA A TURMA ATENDIDA (TURMA-MASTER), PARA O CONSUMO
      *  ENTRAR NO CUSTO DA TURMA NO RELATORIO DE RENTABILIDADE. A
      *  ORDEM E DA UNIDADE (CAMPUS) DO LOCAL QUE A ATENDE; O OPERADOR
      *  RESTRITO A UMA UNIDADE SO ABRE E MANTEM ORDENS DELA. HORAS
      *  DE MAO DE OBRA APONTADAS (APONTMO) DEPOIS DO ULTIMO CUSTEIO
      *  SEGURAM O FECHAMENTO COMO O CONSUMO DO AREA-LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-NUMERO
               FILE STATUS IS WRK-FS-ORDEM.
           SELECT LOCAL-ESTOQUE-FILE ASSIGN TO "LOCESTQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-CODIGO
               FILE STATUS IS WRK-FS-LOCAL.
           SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CODIGO
               FILE STATUS IS WRK-FS-TURMA.
           SELECT RETIRADA-FILE ASSIGN TO "FERRMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-NUMERO
               ALTERNATE RECORD KEY IS FR-OPERADOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS FR-ORDEM WITH DUPLICATES
               FILE STATUS IS WRK-FS-RETIR.
           SELECT RESERVA-PENDENTE-FILE ASSIGN TO "RESPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESERVA.
           SELECT AREA-LOG-FILE ASSIGN TO "AREALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AREALOG.
           SELECT APONTAMENTO-MO-FILE ASSIGN TO "APONTMO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APONT.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDEM-SERVICO-FILE.
           COPY ORDSERV.
       FD  LOCAL-ESTOQUE-FILE.
           COPY LOCESTQ.
       FD  TURMA-MASTER-FILE.
           COPY TURMAMR.
       FD  RETIRADA-FILE.
           COPY FERRMOV.
       FD  RESERVA-PENDENTE-FILE.
           COPY RESPEND.
       FD  AREA-LOG-FILE.
           COPY AREALOG.
       FD  APONTAMENTO-MO-FILE.
           COPY APONTMO.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ORDEM      PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC 9 VALUE 0.
           88 FIM-ORDEM            VALUE 'S'.
       77 WRK-FS-RESERVA    PIC X(02) VALUE SPACES.
       77 WRK-FS-AREALOG    PIC X(02) VALUE SPACES.
       77 WRK-FS-APONT      PIC X(02) VALUE SPACES.
       77 WRK-PODE-FECHAR   PIC X(01) VALUE 'S'.
           88 FECHAMENTO-LIBERADO  VALUE 'S'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-FS-LOCAL      PIC X(02) VALUE SPACES.
       77 WRK-LOCAL         PIC X(04) VALUE SPACES.
       77 WRK-LOCAL-OK      PIC X(01) VALUE 'N'.
           88 LOCAL-VALIDO         VALUE 'S'.
       77 WRK-LOCAL-ABERTO  PIC X(01) VALUE 'N'.
           88 LOCAIS-ABERTOS       VALUE 'S'.
       77 WRK-FS-RETIR      PIC X(02) VALUE SPACES.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-TURMA         PIC X(06) VALUE SPACES.
       77 WRK-TURMA-OK      PIC X(01) VALUE 'N'.
           88 TURMA-VALIDA         VALUE 'S'.
       77 WRK-TURMA-ABERTA  PIC X(01) VALUE 'N'.
           88 TURMAS-ABERTAS       VALUE 'S'.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-UNIDADE-OPER  PIC X(04) VALUE SPACES.
       77 WRK-UNIDADE-LOCAL PIC X(04) VALUE SPACES.
       77 WRK-UNIDADE-ORDEM PIC X(04) VALUE SPACES.
       COPY UNIPARM.
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O ORDEM-SERVICO-FILE
               CLOSE ORDEM-SERVICO-FILE
               OPEN I-O ORDEM-SERVICO-FILE
           END-IF
           PERFORM CARREGA-UNIDADE-OPERADOR

           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

               MOVE WRK-NUMERO-BUSCA TO OS-NUMERO
               DISPLAY 'CLIENTE/DEPARTAMENTO:'
               ACCEPT OS-CLIENTE
               PERFORM SOLICITA-LOCAL
               MOVE WRK-LOCAL TO OS-LOCAL
               MOVE WRK-UNIDADE-LOCAL TO OS-UNIDADE
               PERFORM SOLICITA-TURMA
               MOVE WRK-TURMA TO OS-TURMA
               MOVE 'A' TO OS-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO OS-DATA-ABERTURA
               MOVE SPACES TO OS-DATA-CUSTEIO
               DISPLAY 'ORDEM  : ' OS-NUMERO
               DISPLAY 'CLIENTE: ' OS-CLIENTE
               DISPLAY 'STATUS : ' OS-STATUS
               DISPLAY 'LOCAL  : ' OS-LOCAL
               DISPLAY 'TURMA  : ' OS-TURMA
               DISPLAY 'UNIDADE: ' WRK-UNIDADE-ORDEM
           END-IF.

       LISTA-ORDENS.
                       MOVE 'S' TO WRK-FIM-ORDEM
               END-READ
               IF NOT FIM-ORDEM
                   MOVE OS-UNIDADE TO WRK-UNIDADE-ORDEM
                   IF WRK-UNIDADE-ORDEM = SPACES
                       MOVE 'SEDE' TO WRK-UNIDADE-ORDEM
                   END-IF
                   IF WRK-UNIDADE-OPER = SPACES
                       OR WRK-UNIDADE-OPER = WRK-UNIDADE-ORDEM
                       DISPLAY OS-NUMERO ' ' OS-CLIENTE
                           ' (' OS-STATUS ') ' OS-LOCAL ' '
                           WRK-UNIDADE-ORDEM
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * SOLICITA-LOCAL - Pede o local de estoque que atende a ordem
      * (branco vale o almoxarifado central), conferido no cadastro
      * de locais ativos; sem o cadastro implantado, so o central.
      * O cadastro aberto fica marcado em WRK-LOCAL-ABERTO: o status
      * de uma leitura recusada nao o confunde com cadastro ausente.
      ******************************************************************
       SOLICITA-LOCAL.
           MOVE 'N' TO WRK-LOCAL-OK
           MOVE 'N' TO WRK-LOCAL-ABERTO
           OPEN INPUT LOCAL-ESTOQUE-FILE
           IF WRK-FS-LOCAL = '00'
               MOVE 'S' TO WRK-LOCAL-ABERTO
           END-IF
           PERFORM UNTIL LOCAL-VALIDO
               MOVE 'N' TO WRK-LOCAL-OK
               DISPLAY 'LOCAL DE ESTOQUE (BRANCO = CENT):'
               ACCEPT WRK-LOCAL
               MOVE FUNCTION UPPER-CASE(WRK-LOCAL) TO WRK-LOCAL
               IF WRK-LOCAL = SPACES
                   MOVE 'CENT' TO WRK-LOCAL
               END-IF
               MOVE 'SEDE' TO WRK-UNIDADE-LOCAL
               IF NOT LOCAIS-ABERTOS
                   IF WRK-LOCAL = 'CENT'
                       MOVE 'S' TO WRK-LOCAL-OK
                   ELSE
                       DISPLAY 'LOCAIS NAO IMPLANTADOS - SO CENT.'
                   END-IF
               ELSE
                   MOVE WRK-LOCAL TO LO-CODIGO
                   READ LOCAL-ESTOQUE-FILE
                       INVALID KEY
                           DISPLAY 'LOCAL NAO CADASTRADO.'
                       NOT INVALID KEY
                           IF LO-UNIDADE NOT = SPACES
                               MOVE LO-UNIDADE TO WRK-UNIDADE-LOCAL
                           END-IF
                           EVALUATE TRUE
                               WHEN NOT LO-ATIVO
                                   DISPLAY 'LOCAL INATIVO.'
                               WHEN WRK-UNIDADE-OPER NOT = SPACES
                                   AND WRK-UNIDADE-OPER NOT =
                                       WRK-UNIDADE-LOCAL
                                   DISPLAY 'LOCAL DE OUTRA UNIDADE ('
                                       WRK-UNIDADE-LOCAL ').'
                               WHEN OTHER
                                   MOVE 'S' TO WRK-LOCAL-OK
                           END-EVALUATE
                   END-READ
               END-IF
           END-PERFORM
           IF LOCAIS-ABERTOS
               CLOSE LOCAL-ESTOQUE-FILE
               MOVE 'N' TO WRK-LOCAL-ABERTO
           END-IF.

      ******************************************************************
      * SOLICITA-TURMA - Pede a turma atendida pela ordem de material
      * de laboratorio (branco = ordem que nao e de turma), conferida
      * no TURMA-MASTER; sem o mestre implantado, so branco. O mestre
      * aberto fica marcado em WRK-TURMA-ABERTA, como o cadastro de
      * locais no SOLICITA-LOCAL.
      ******************************************************************
       SOLICITA-TURMA.
           MOVE 'N' TO WRK-TURMA-OK
           MOVE 'N' TO WRK-TURMA-ABERTA
           OPEN INPUT TURMA-MASTER-FILE
           IF WRK-FS-TURMA = '00'
               MOVE 'S' TO WRK-TURMA-ABERTA
           END-IF
           PERFORM UNTIL TURMA-VALIDA
               MOVE 'N' TO WRK-TURMA-OK
               DISPLAY 'TURMA ATENDIDA (BRANCO = NENHUMA):'
               ACCEPT WRK-TURMA
               MOVE FUNCTION UPPER-CASE(WRK-TURMA) TO WRK-TURMA
               IF WRK-TURMA = SPACES
                   MOVE 'S' TO WRK-TURMA-OK
               ELSE
                   IF NOT TURMAS-ABERTAS
                       DISPLAY 'TURMAS NAO IMPLANTADAS - SO BRANCO.'
                   ELSE
                       MOVE WRK-TURMA TO TU-CODIGO
                       READ TURMA-MASTER-FILE
                           INVALID KEY
                               DISPLAY 'TURMA NAO CADASTRADA.'
                           NOT INVALID KEY
                               MOVE 'S' TO WRK-TURMA-OK
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           IF TURMAS-ABERTAS
               CLOSE TURMA-MASTER-FILE
               MOVE 'N' TO WRK-TURMA-ABERTA
           END-IF.

       LOCALIZA-ORDEM.
           MOVE 'N' TO WRK-ACHOU
           DISPLAY 'NUMERO DA ORDEM:'
                   DISPLAY 'ORDEM NAO ENCONTRADA.'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
                   MOVE OS-UNIDADE TO WRK-UNIDADE-ORDEM
                   IF WRK-UNIDADE-ORDEM = SPACES
                       MOVE 'SEDE' TO WRK-UNIDADE-ORDEM
                   END-IF
      * operador restrito a uma unidade nao mexe em ordem de outra
                   IF WRK-UNIDADE-OPER NOT = SPACES
                       AND WRK-UNIDADE-OPER NOT = WRK-UNIDADE-ORDEM
                       MOVE 'N' TO WRK-ACHOU
                       DISPLAY 'ORDEM DE OUTRA UNIDADE ('
                           WRK-UNIDADE-ORDEM '). ACESSO NEGADO.'
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
      * VALIDA-FECHAMENTO - Antes de fechar a ordem: reserva de
      * material ainda pendente no RESPEND ou consumo no AREA-LOG
      * posterior ao ultimo custeio (OS-DATA-CUSTEIO, carimbada pelo
      * PROG63) seguram o fechamento, para o custo nao escorregar
      * para o periodo errado; o mesmo vale para horas de mao de obra
      * lancadas depois do ultimo custeio. Ferramenta retirada contra
      * a ordem e ainda nao devolvida tambem segura.
      ******************************************************************
       VALIDA-FECHAMENTO.
           MOVE 'S' TO WRK-PODE-FECHAR
           PERFORM CONFERE-RESERVAS
           IF FECHAMENTO-LIBERADO
               PERFORM CONFERE-CUSTEIO
           END-IF
           IF FECHAMENTO-LIBERADO
               PERFORM CONFERE-MAO-OBRA
           END-IF
           IF FECHAMENTO-LIBERADO
               PERFORM CONFERE-FERRAMENTAS
           END-IF.

       CONFERE-RESERVAS.
               END-PERFORM
               CLOSE AREA-LOG-FILE
           END-IF.

       CONFERE-MAO-OBRA.
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT APONTAMENTO-MO-FILE
           IF WRK-FS-APONT = '35'
               CONTINUE
           ELSE
               READ APONTAMENTO-MO-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               PERFORM UNTIL FIM-ARQ
                   OR WRK-PODE-FECHAR NOT = 'S'
                   IF MO-ORDEM = OS-NUMERO
                       AND (OS-DATA-CUSTEIO = SPACES
                           OR MO-DATA-REGISTRO > OS-DATA-CUSTEIO)
                       MOVE 'N' TO WRK-PODE-FECHAR
                       DISPLAY 'FECHAMENTO RECUSADO: HORAS APONTADAS '
                           'EM ' MO-DATA-REGISTRO ' AINDA NAO '
                           'APANHADAS PELO CUSTEIO (PROG63).'
                   END-IF
                   IF WRK-PODE-FECHAR = 'S'
                       READ APONTAMENTO-MO-FILE
                           AT END MOVE 'S' TO WRK-FIM-ARQ
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE APONTAMENTO-MO-FILE
           END-IF.

       CONFERE-FERRAMENTAS.
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT RETIRADA-FILE
           IF WRK-FS-RETIR NOT = '00'
               CONTINUE
           ELSE
               MOVE OS-NUMERO TO FR-ORDEM
               START RETIRADA-FILE KEY IS EQUAL TO FR-ORDEM
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   OR WRK-PODE-FECHAR NOT = 'S'
                   READ RETIRADA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       IF FR-ORDEM NOT = OS-NUMERO
                           MOVE 'S' TO WRK-FIM-ARQ
                       ELSE
                           IF FR-ABERTA
                               MOVE 'N' TO WRK-PODE-FECHAR
                               DISPLAY 'FECHAMENTO RECUSADO: '
                                   'FERRAMENTA ' FR-PATRIMONIO
                                   ' RETIRADA POR '
                                   FR-OPERADOR ' AINDA NAO DEVOLVIDA.'
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RETIRADA-FILE
           END-IF.
       END PROGRAM PROG62.
