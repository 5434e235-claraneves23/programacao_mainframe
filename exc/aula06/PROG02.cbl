           SELECT ORCAMENTO-PARM-FILE ASSIGN TO "ORCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORCPARM.
           SELECT SALDO-LOCAL-FILE ASSIGN TO "ESTOQLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-CHAVE
               FILE STATUS IS WS-FS-SALDO.
           SELECT LOCAL-ESTOQUE-FILE ASSIGN TO "LOCESTQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-CODIGO
               FILE STATUS IS WS-FS-LOCAL.
           SELECT RECIBO-CONTROLE-FILE ASSIGN TO "RECNUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WS-FS-RECNUM.
           SELECT TAXA-ATIVIDADE-FILE ASSIGN TO "TAXAMO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CODIGO
               FILE STATUS IS WS-FS-TAXA.
       DATA DIVISION.
       FILE SECTION.
       FD  AREA-LOG-FILE.
           COPY ORCAM.
       FD  ORCAMENTO-PARM-FILE.
           COPY ORCPARM.
       FD  SALDO-LOCAL-FILE.
           COPY SALDLOC.
       FD  LOCAL-ESTOQUE-FILE.
           COPY LOCESTQ.
       FD  RECIBO-CONTROLE-FILE.
           COPY RECNUM.
       FD  TAXA-ATIVIDADE-FILE.
           COPY TAXAMO.
       WORKING-STORAGE SECTION.
       77 LARGURA          PIC 9(003) VALUE ZEROS.
       77 ALTURA           PIC 9(003) VALUE ZEROS.
       77 WS-MARGEM-PCT    PIC 9(03)V99 VALUE 30.
       77 WS-NUMERO-ORCAM  PIC 9(08) VALUE 0.
       77 WS-VALOR-ORCAM   PIC 9(07)V99 VALUE 0.
       77 WS-FS-TAXA       PIC X(02) VALUE SPACES.
       77 WS-ATIVIDADE     PIC X(04) VALUE SPACES.
       77 WS-HORAS-ED      PIC X(08) VALUE SPACES.
       77 WS-HORAS-ORCAM   PIC 9(03)V99 VALUE 0.
       77 WS-CUSTO-MO      PIC 9(07)V99 VALUE 0.
       77 WS-VALID-INT     PIC 9(08) VALUE 0.
       77 WS-VALID-NUM     PIC 9(08) VALUE 0.
       77 WS-NUM-ED        PIC X(08) VALUE SPACES.
       77 WS-VALOR-SAI     PIC Z,ZZZ,ZZ9.99.
       77 WS-FS-SALDO      PIC X(02) VALUE SPACES.
       77 WS-FS-LOCAL      PIC X(02) VALUE SPACES.
       77 WS-LOCAL         PIC X(04) VALUE 'CENT'.
       77 WS-UNIDADE-LOCAL PIC X(04) VALUE 'SEDE'.
       77 WS-LOCAL-OK      PIC X(01) VALUE 'N'.
           88 LOCAL-VALIDO       VALUE 'S'.
       77 WS-LOCAL-ABERTO  PIC X(01) VALUE 'N'.
           88 LOCAIS-ABERTOS     VALUE 'S'.
       77 WS-SALDO-LOCAL   PIC S9(06)V99 VALUE ZEROS.
       77 WS-SALDO-ACHADO  PIC X(01) VALUE 'N'.
           88 SALDO-LOCAL-ACHADO VALUE 'S'.
       77 WS-BAIXA-CHAPA   PIC X(01) VALUE 'N'.
           88 BAIXA-PELO-PLANO   VALUE 'S'.
       COPY TRIGPARM.
       COPY PERPARM.
       01 WS-DATA-HORA     PIC X(21).
       01 WS-DH-REDEF REDEFINES WS-DATA-HORA.
          05 WS-CD-DATA    PIC X(08).

      ******************************************************************
      * GRAVA-ORCAMENTO - Precifica o calculo recem-feito (custo do
      * material vezes a area, mais as horas estimadas de mao de obra
      * pelo valor da hora da atividade, tudo com a margem do
      * ORCPARM), grava o orcamento numerado com validade de trinta
      * dias e mostra o preco ao balcao - sem abrir ordem de servico
      * nenhuma.
      ******************************************************************
       GRAVA-ORCAMENTO.
           PERFORM CARREGA-MARGEM
           END-IF

           IF WS-VALOR-ORCAM > 0
               PERFORM ORCA-MAO-OBRA
               COMPUTE WS-VALOR-ORCAM ROUNDED = WS-VALOR-ORCAM
                   + WS-CUSTO-MO * (1 + WS-MARGEM-PCT / 100)
               PERFORM ALOCA-NUMERO-ORCAMENTO
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
               COMPUTE WS-VALID-INT =
               MOVE AREA-RESULT     TO OR-AREA
               MOVE WS-MATERIAL     TO OR-MATERIAL
               MOVE WS-VALOR-ORCAM  TO OR-VALOR
               MOVE WS-ATIVIDADE    TO OR-ATIVIDADE
               MOVE WS-HORAS-ORCAM  TO OR-HORAS
               MOVE WS-CUSTO-MO     TO OR-CUSTO-MO
               MOVE WS-CD-DATA      TO OR-DATA-EMISSAO
               MOVE WS-VALID-NUM    TO OR-VALIDADE
               MOVE 'A'             TO OR-STATUS
               CLOSE ORCAMENTO-FILE
           END-IF.

      ******************************************************************
      * ORCA-MAO-OBRA - Horas estimadas do servico e a atividade; o
      * custo e as horas pelo valor da hora vigente na tabela de
      * atividades (TAXAMO). Sem horas, ou atividade fora da tabela
      * ou inativa (a mesma recusa do apontamento no PROG177), o
      * orcamento sai so com o material.
      ******************************************************************
       ORCA-MAO-OBRA.
           MOVE 0 TO WS-HORAS-ORCAM
           MOVE 0 TO WS-CUSTO-MO
           MOVE SPACES TO WS-ATIVIDADE
           DISPLAY "Horas estimadas de mao de obra (em branco = "
               "nenhuma): "
           ACCEPT WS-HORAS-ED
           IF WS-HORAS-ED NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-HORAS-ED) = 0
               COMPUTE WS-HORAS-ORCAM = FUNCTION NUMVAL(WS-HORAS-ED)
           END-IF
           IF WS-HORAS-ORCAM > 0
               DISPLAY "Codigo da atividade: "
               ACCEPT WS-ATIVIDADE
               MOVE FUNCTION UPPER-CASE(WS-ATIVIDADE) TO WS-ATIVIDADE
               OPEN INPUT TAXA-ATIVIDADE-FILE
               IF WS-FS-TAXA = '00'
                   MOVE WS-ATIVIDADE TO TX-CODIGO
                   READ TAXA-ATIVIDADE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TX-INATIVA
                               DISPLAY "ATIVIDADE INATIVA."
                           ELSE
                               COMPUTE WS-CUSTO-MO ROUNDED =
                                   WS-HORAS-ORCAM * TX-VALOR-HORA
                           END-IF
                   END-READ
                   CLOSE TAXA-ATIVIDADE-FILE
               END-IF
               IF WS-CUSTO-MO = 0
                   DISPLAY "ATIVIDADE SEM VALOR DA HORA - ORCAMENTO "
                       "SO COM O MATERIAL."
                   MOVE 0 TO WS-HORAS-ORCAM
                   MOVE SPACES TO WS-ATIVIDADE
               END-IF
           END-IF.

      ******************************************************************
      * CARREGA-MARGEM - Le a margem comercial do ORCPARM; sem o
      * arquivo, valem trinta por cento.

      ******************************************************************
      * ABRE-ORDEM-CONVERSAO - Abre no ORDSERV a ordem de servico da
      * conversao, com o numero informado pelo balcao e o local de
      * estoque que vai atende-la (mesma abertura do PROG62).
      ******************************************************************
       ABRE-ORDEM-CONVERSAO.
           MOVE 'N' TO WS-ORDEM-OK
           MOVE WS-ORDEM TO OS-NUMERO
           DISPLAY "Cliente/departamento: "
           ACCEPT OS-CLIENTE
           PERFORM SOLICITA-LOCAL-ORDEM
           MOVE 'A' TO OS-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO OS-DATA-ABERTURA
           MOVE SPACES TO OS-DATA-CUSTEIO
           MOVE WS-LOCAL TO OS-LOCAL
           MOVE SPACES TO OS-TURMA
           MOVE WS-UNIDADE-LOCAL TO OS-UNIDADE
           WRITE ORDEM-SERVICO-RECORD
               INVALID KEY
                   DISPLAY "ORDEM JA EXISTE. CONVERSAO ABANDONADA."

      ******************************************************************
      * VALIDA-ORDEM - Confere a ordem informada no mestre de ordens
      * de servico (deve existir e estar aberta) e guarda o local de
      * estoque que a atende (ordem sem local, ou mestre ainda nao
      * implantado, e atendida pelo almoxarifado central).
      ******************************************************************
       VALIDA-ORDEM.
           MOVE 'N' TO WS-ORDEM-OK
           MOVE 'CENT' TO WS-LOCAL
           OPEN INPUT ORDEM-SERVICO-FILE
           IF WS-FS-ORDEM = '35'
               MOVE 'S' TO WS-ORDEM-OK
                   NOT INVALID KEY
                       IF OS-ABERTA
                           MOVE 'S' TO WS-ORDEM-OK
                           IF OS-LOCAL NOT = SPACES
                               MOVE OS-LOCAL TO WS-LOCAL
                           END-IF
                       END-IF
               END-READ
               CLOSE ORDEM-SERVICO-FILE
      ******************************************************************
      * BAIXA-ESTOQUE - Localiza o material informado em
      * ESTOQUE-MATERIAL e subtrai do saldo a area calculada, avisando
      * quando o saldo resultante ficar negativo. A baixa sai do local
      * de estoque da ordem: e o saldo DESSE local (SALDO-LOCAL) que
      * precisa cobrir a area, e ele e debitado junto com o total do
      * mestre; sem os saldos por local implantados vale o total.
      * Material em chapa nao e baixado aqui: a peca ficou pendente no
      * AREA-LOG para o plano de corte da ordem (PROG176).
      ******************************************************************
       BAIXA-ESTOQUE.
           IF BAIXA-PELO-PLANO
               DISPLAY "MATERIAL " WS-MATERIAL " EM CHAPA - A BAIXA "
                   "SAI PELO PLANO DE CORTE DA ORDEM (PROG176)."
           ELSE
               PERFORM BAIXA-ESTOQUE-PECA
           END-IF.

       BAIXA-ESTOQUE-PECA.
           OPEN I-O ESTOQUE-MATERIAL-FILE
           IF WS-FS-ESTOQUE = '35'
               DISPLAY "MATERIAL " WS-MATERIAL " NAO CADASTRADO NO "
                       COMPUTE WS-BAIXA-AREA ROUNDED =
                           AREA-RESULT
                           * (1 + EM-PERDA-PCT / 100)
                       PERFORM LE-SALDO-LOCAL
                       IF WS-SALDO-LOCAL < WS-BAIXA-AREA
                           DISPLAY "SALDO INSUFICIENTE DO MATERIAL "
                               WS-MATERIAL " NO LOCAL " WS-LOCAL
                               ". BAIXA RECUSADA E "
                               "DEMANDA RESERVADA PARA LIBERACAO "
                               "APOS REPOSICAO."
                           PERFORM GRAVA-RESERVA-PENDENTE
                       ELSE
                           COMPUTE EM-SALDO = EM-SALDO - WS-BAIXA-AREA
                           REWRITE ESTOQUE-MATERIAL-RECORD
                           PERFORM DEBITA-SALDO-LOCAL
                           PERFORM GRAVA-MOVIMENTO-CONSUMO
                           PERFORM BAIXA-LOTES-FEFO
                       END-IF
                       IF WS-FS-SALDO NOT = '35'
                           CLOSE SALDO-LOCAL-FILE
                       END-IF
               END-READ
               CLOSE ESTOQUE-MATERIAL-FILE
           END-IF.

      ******************************************************************
      * LE-SALDO-LOCAL - Le o saldo do material no local da ordem
      * (sem saldo aberto no local, nada disponivel); sem o arquivo
      * de saldos por local, o disponivel e o total do mestre.
      ******************************************************************
       LE-SALDO-LOCAL.
           MOVE 'N' TO WS-SALDO-ACHADO
           OPEN I-O SALDO-LOCAL-FILE
           IF WS-FS-SALDO = '35'
               MOVE EM-SALDO TO WS-SALDO-LOCAL
           ELSE
               MOVE 0 TO WS-SALDO-LOCAL
               MOVE WS-MATERIAL TO EL-CODIGO
               MOVE WS-LOCAL    TO EL-LOCAL
               READ SALDO-LOCAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-SALDO-ACHADO
                       MOVE EL-SALDO TO WS-SALDO-LOCAL
               END-READ
           END-IF.

      ******************************************************************
      * DEBITA-SALDO-LOCAL - Abate a baixa do saldo do material no
      * local da ordem.
      ******************************************************************
       DEBITA-SALDO-LOCAL.
           IF SALDO-LOCAL-ACHADO
               SUBTRACT WS-BAIXA-AREA FROM EL-SALDO
               REWRITE SALDO-LOCAL-RECORD
                   INVALID KEY
                       DISPLAY "FALHA AO DEBITAR O SALDO DO LOCAL "
                           WS-LOCAL
               END-REWRITE
           END-IF.

      ******************************************************************
      * SOLICITA-LOCAL-ORDEM - Pede o local de estoque que atende a
      * ordem (branco vale o almoxarifado central), conferido no
      * cadastro de locais; sem o cadastro implantado, so o central.
      * O cadastro aberto fica marcado em WS-LOCAL-ABERTO: o status de
      * uma leitura recusada nao o confunde com cadastro ausente.
      ******************************************************************
       SOLICITA-LOCAL-ORDEM.
           MOVE 'N' TO WS-LOCAL-OK
           MOVE 'N' TO WS-LOCAL-ABERTO
           OPEN INPUT LOCAL-ESTOQUE-FILE
           IF WS-FS-LOCAL = '00'
               MOVE 'S' TO WS-LOCAL-ABERTO
           END-IF
           PERFORM UNTIL LOCAL-VALIDO
               MOVE 'N' TO WS-LOCAL-OK
               DISPLAY "Local de estoque da ordem (branco = CENT): "
               ACCEPT WS-LOCAL
               MOVE FUNCTION UPPER-CASE(WS-LOCAL) TO WS-LOCAL
               IF WS-LOCAL = SPACES
                   MOVE 'CENT' TO WS-LOCAL
               END-IF
               MOVE 'SEDE' TO WS-UNIDADE-LOCAL
               IF NOT LOCAIS-ABERTOS
                   IF WS-LOCAL = 'CENT'
                       MOVE 'S' TO WS-LOCAL-OK
                   ELSE
                       DISPLAY "LOCAIS NAO IMPLANTADOS - SO CENT."
                   END-IF
               ELSE
                   MOVE WS-LOCAL TO LO-CODIGO
                   READ LOCAL-ESTOQUE-FILE
                       INVALID KEY
                           DISPLAY "LOCAL NAO CADASTRADO."
                       NOT INVALID KEY
                           IF LO-UNIDADE NOT = SPACES
                               MOVE LO-UNIDADE TO WS-UNIDADE-LOCAL
                           END-IF
                           IF LO-ATIVO
                               MOVE 'S' TO WS-LOCAL-OK
                           ELSE
                               DISPLAY "LOCAL INATIVO."
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           IF LOCAIS-ABERTOS
               CLOSE LOCAL-ESTOQUE-FILE
               MOVE 'N' TO WS-LOCAL-ABERTO
           END-IF.

      ******************************************************************
      * GRAVA-RESERVA-PENDENTE - Registra a demanda recusada por
      * saldo insuficiente no arquivo de reservas pendentes, para o
           MOVE WS-ORDEM      TO RS-ORDEM
           MOVE WS-CD-DATA    TO RS-DATA
           MOVE WS-CD-HORA    TO RS-HORA
           MOVE WS-LOCAL      TO RS-LOCAL
           WRITE RESERVA-PENDENTE-RECORD
           CLOSE RESERVA-PENDENTE-FILE.

           COMPUTE MV-QUANTIDADE = 0 - WS-BAIXA-AREA
           MOVE WS-USUARIO   TO MV-OPERADOR
           MOVE WS-CD-DATA   TO MV-DATA
      * mes ja fechado: o lancamento vai para o periodo aberto
           MOVE MV-DATA TO PFP-DATA
           CALL 'PROG170' USING PERIODO-PARAMETROS
           IF PFP-PERIODO-FECHADO
               MOVE PFP-DATA-ABERTA TO MV-DATA
               DISPLAY 'MES ' PFP-MES-FECHADO ' FECHADO - MOVIMENTO '
                   'LANCADO EM ' MV-DATA '.'
           END-IF
           MOVE WS-CD-HORA   TO MV-HORA
           MOVE WS-ORDEM     TO MV-ORDEM
           MOVE WS-LOCAL     TO MV-LOCAL
           MOVE SPACES       TO MV-LOCAL-PAR
           WRITE MOVIMENTO-ESTOQUE-RECORD
           CLOSE MOVIMENTO-ESTOQUE-FILE.

      ******************************************************************
      * BAIXA-LOTES-FEFO - Abate o consumo recem-baixado dos lotes do
      * material guardados no local da ordem, sempre do lote de
      * validade mais proxima para o mais distante (primeiro-a-vencer-
      * primeiro-a-sair); material ainda
      * sem controle de lote (arquivo ausente ou sem lotes com saldo)
      * segue so no saldo total, como antes.
      ******************************************************************

      ******************************************************************
      * ACHA-LOTE-MAIS-PROXIMO - Varre os lotes do material corrente
      * no local da ordem e guarda o de validade mais proxima com
      * saldo positivo.
      ******************************************************************
       ACHA-LOTE-MAIS-PROXIMO.
           MOVE SPACES TO WS-MELHOR-LOTE
           MOVE HIGH-VALUES TO WS-MELHOR-VALID
           MOVE 'N' TO WS-FIM-LOTE
           MOVE WS-MATERIAL TO LT-CODIGO
           MOVE WS-LOCAL TO LT-LOCAL
           MOVE SPACES TO LT-LOTE
           START ESTOQUE-LOTE-FILE KEY IS NOT LESS THAN LT-CHAVE
               INVALID KEY
               END-READ
               IF WS-FIM-LOTE NOT = 'S'
                   IF LT-CODIGO NOT = WS-MATERIAL
                       OR LT-LOCAL NOT = WS-LOCAL
                       MOVE 'S' TO WS-FIM-LOTE
                   ELSE
                       IF LT-SALDO > 0
      ******************************************************************
       CONSOME-DO-LOTE.
           MOVE WS-MATERIAL    TO LT-CODIGO
           MOVE WS-LOCAL       TO LT-LOCAL
           MOVE WS-MELHOR-LOTE TO LT-LOTE
           READ ESTOQUE-LOTE-FILE
               INVALID KEY
                   END-REWRITE
           END-READ.

      ******************************************************************
      * VERIFICA-CHAPA - Material com chapa padrao cadastrada tem a
      * baixa feita pelo plano de corte, e nao peca a peca.
      ******************************************************************
       VERIFICA-CHAPA.
           MOVE 'N' TO WS-BAIXA-CHAPA
           OPEN INPUT ESTOQUE-MATERIAL-FILE
           IF WS-FS-ESTOQUE = '00'
               MOVE WS-MATERIAL TO EM-CODIGO
               READ ESTOQUE-MATERIAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EM-CHAPA-LARGURA IS NUMERIC
                           AND EM-CHAPA-ALTURA IS NUMERIC
                           AND EM-CHAPA-LARGURA > 0
                           AND EM-CHAPA-ALTURA > 0
                           MOVE 'S' TO WS-BAIXA-CHAPA
                       END-IF
               END-READ
               CLOSE ESTOQUE-MATERIAL-FILE
           END-IF.

       GRAVA-AREA-LOG.
           PERFORM VERIFICA-CHAPA
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
           OPEN EXTEND AREA-LOG-FILE
           IF WS-FS-AREALOG = '05' OR WS-FS-AREALOG = '35'
           MOVE WS-FORMA    TO AL-FORMA
           MOVE WS-MATERIAL TO AL-MATERIAL
           MOVE WS-ORDEM    TO AL-ORDEM
           IF BAIXA-PELO-PLANO
               MOVE 'P' TO AL-BAIXA
           ELSE
               MOVE SPACE TO AL-BAIXA
           END-IF
           WRITE AREA-LOG-RECORD
           CLOSE AREA-LOG-FILE.
       END PROGRAM PROG02.
