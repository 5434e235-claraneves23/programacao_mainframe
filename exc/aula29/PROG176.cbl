      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG176.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  PLANO DE CORTE DE CHAPAS POR ORDEM DE SERVICO - A OFICINA
      *  CORTA DE CHAPAS PADRAO, E O CONSUMO REAL E DE CHAPAS INTEIRAS.
      *  PARA A ORDEM E O MATERIAL INFORMADOS, JUNTA AS PECAS DO
      *  AREA-LOG AINDA PENDENTES DE PLANO (GRAVADAS PELO PROG02 COM
      *  AL-BAIXA 'P'), DISTRIBUI AS PECAS NA CHAPA PADRAO DO MATERIAL
      *  (EM-CHAPA-LARGURA X EM-CHAPA-ALTURA) EM FAIXAS, DA PECA MAIS
      *  ALTA PARA A MAIS BAIXA, E IMPRIME NO PLANREL O PLANO CHAPA A
      *  CHAPA: POSICAO DE CADA PECA, AS SOBRAS APROVEITAVEIS COMO
      *  RETALHO (OS DOIS LADOS NO MINIMO EM-RETALHO-MIN) A DEVOLVER
      *  AO ESTOQUE E A PERDA REAL. CONFIRMADO O PLANO, BAIXA DO
      *  ESTOQUE A AREA DAS CHAPAS USADAS (MESTRE, SALDO DO LOCAL DA
      *  ORDEM E MOVIMENTO DE CONSUMO; SEM SALDO NO LOCAL, RESERVA
      *  PENDENTE NO RESPEND, COMO NO PROG02) E REGISTRA O PLANO NO
      *  CORTEPLN, PARA O PROXIMO PLANO DA ORDEM SO PEGAR PECAS NOVAS.
      *  CIRCULO OCUPA O QUADRADO DO DIAMETRO E TRIANGULO O RETANGULO
      *  DO LADO A PELA ALTURA SOBRE ELE; O CORTE DA SERRA NAO E
      *  DESCONTADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDEM-SERVICO-FILE ASSIGN TO "ORDSERV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-NUMERO
               FILE STATUS IS WRK-FS-ORDEM.
           SELECT ESTOQUE-MATERIAL-FILE ASSIGN TO "ESTOQMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODIGO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT SALDO-LOCAL-FILE ASSIGN TO "ESTOQLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-CHAVE
               FILE STATUS IS WRK-FS-SALDO.
           SELECT MOVIMENTO-ESTOQUE-FILE ASSIGN TO "MOVESTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTO.
           SELECT RESERVA-PENDENTE-FILE ASSIGN TO "RESPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESERVA.
           SELECT AREA-LOG-FILE ASSIGN TO "AREALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AREA.
           SELECT PLANO-CORTE-FILE ASSIGN TO "CORTEPLN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CHAVE
               FILE STATUS IS WRK-FS-PLANO.
           SELECT PLANO-REL-FILE ASSIGN TO "PLANREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDEM-SERVICO-FILE.
           COPY ORDSERV.
       FD  ESTOQUE-MATERIAL-FILE.
           COPY ESTOQMR.
       FD  SALDO-LOCAL-FILE.
           COPY SALDLOC.
       FD  MOVIMENTO-ESTOQUE-FILE.
           COPY MOVESTQ.
       FD  RESERVA-PENDENTE-FILE.
           COPY RESPEND.
       FD  AREA-LOG-FILE.
           COPY AREALOG.
       FD  PLANO-CORTE-FILE.
           COPY CORTEPLN.
       FD  PLANO-REL-FILE.
       01  PLANO-REL-LINHA    PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ORDEM      PIC X(02) VALUE SPACES.
       77 WRK-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77 WRK-FS-SALDO      PIC X(02) VALUE SPACES.
       77 WRK-FS-MOVTO      PIC X(02) VALUE SPACES.
       77 WRK-FS-RESERVA    PIC X(02) VALUE SPACES.
       77 WRK-FS-AREA       PIC X(02) VALUE SPACES.
       77 WRK-FS-PLANO      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-ORDEM         PIC X(08) VALUE SPACES.
       77 WRK-ORDEM-OK      PIC X(01) VALUE 'N'.
           88 ORDEM-VALIDA         VALUE 'S'.
       77 WRK-MATERIAL      PIC X(06) VALUE SPACES.
       77 WRK-MATERIAL-OK   PIC X(01) VALUE 'N'.
           88 MATERIAL-EM-CHAPA    VALUE 'S'.
       77 WRK-LOCAL         PIC X(04) VALUE 'CENT'.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-CHAPA-L       PIC 9(03) VALUE 0.
       77 WRK-CHAPA-A       PIC 9(03) VALUE 0.
       77 WRK-RETALHO-MIN   PIC 9(03) VALUE 0.
       77 WRK-FATOR         PIC 9(02)V99 VALUE 0.
       77 WRK-DESDE         PIC X(14) VALUE SPACES.
       77 WRK-CARIMBO       PIC X(14) VALUE SPACES.
       77 WRK-CARIMBO-AL    PIC X(14) VALUE SPACES.
       77 WRK-QTD-PECAS     PIC 9(03) VALUE 0.
       77 WRK-MAX-PECAS     PIC 9(03) VALUE 300.
       77 WRK-QTD-FAIXAS    PIC 9(03) VALUE 0.
       77 WRK-QTD-CHAPAS    PIC 9(03) VALUE 0.
       77 WRK-QTD-REJEITADAS PIC 9(03) VALUE 0.
       77 WRK-EXCEDEU       PIC X(01) VALUE 'N'.
           88 PLANO-EXCEDIDO       VALUE 'S'.
       77 WRK-COLOCADA      PIC X(01) VALUE 'N'.
           88 PECA-COLOCADA        VALUE 'S'.
       77 WRK-P             PIC 9(03) VALUE 0.
       77 WRK-F             PIC 9(03) VALUE 0.
       77 WRK-C             PIC 9(03) VALUE 0.
       77 WRK-J             PIC 9(03) VALUE 0.
       77 WRK-W             PIC 9(04) VALUE 0.
       77 WRK-H             PIC 9(04) VALUE 0.
       77 WRK-MAIOR         PIC 9(04) VALUE 0.
       77 WRK-MENOR         PIC 9(04) VALUE 0.
       77 WRK-SOBRA-L       PIC 9(04) VALUE 0.
       77 WRK-SOBRA-A       PIC 9(04) VALUE 0.
       77 WRK-TIPO-SOBRA    PIC X(30) VALUE SPACES.
       77 WRK-AREA-CHAPA    PIC 9(06) VALUE 0.
       77 WRK-AREA-CHAPAS   PIC 9(09) VALUE 0.
       77 WRK-AREA-PECAS    PIC 9(09) VALUE 0.
       77 WRK-AREA-RETALHOS PIC 9(09) VALUE 0.
       77 WRK-AREA-PERDA    PIC 9(09) VALUE 0.
       77 WRK-QTD-RETALHOS  PIC 9(05) VALUE 0.
       77 WRK-PCT-PERDA     PIC 9(03)V9 VALUE 0.
       77 WRK-BAIXA-AREA    PIC S9(06)V99 VALUE 0.
       77 WRK-SALDO-LOCAL   PIC S9(06)V99 VALUE 0.
       77 WRK-SALDO-ACHADO  PIC X(01) VALUE 'N'.
           88 SALDO-LOCAL-ACHADO   VALUE 'S'.
       77 WRK-CONFIRMA      PIC X(01) VALUE 'N'.
       77 WRK-DESFECHO      PIC X(01) VALUE 'S'.
           88 PLANO-SIMULADO       VALUE 'S'.
           88 CHAPAS-BAIXADAS      VALUE 'B'.
           88 CHAPAS-RESERVADAS    VALUE 'R'.
           88 BAIXA-RECUSADA       VALUE 'X'.
       77 WRK-NUM-ED        PIC ZZ9.
       77 WRK-NUM2-ED       PIC ZZ9.
       77 WRK-MED1-ED       PIC ZZZ9.
       77 WRK-MED2-ED       PIC ZZZ9.
       77 WRK-POSX-ED       PIC ZZZ9.
       77 WRK-POSY-ED       PIC ZZZ9.
       77 WRK-AREA-ED       PIC ZZZ,ZZZ,ZZ9.
       77 WRK-QTD-ED        PIC ZZZZ9.
       77 WRK-PCT-ED        PIC ZZ9.9.
       77 WRK-FATOR-ED      PIC Z9.99.
       COPY PERPARM.
       01 TABELA-PECAS.
          05 PP-ENTRY OCCURS 300 TIMES.
             10 PP-SEQ         PIC 9(03).
             10 PP-FORMA       PIC X(01).
             10 PP-LARGURA     PIC 9(03).
             10 PP-ALTURA      PIC 9(03).
             10 PP-AREA        PIC 9(06).
             10 PP-W           PIC 9(04).
             10 PP-H           PIC 9(04).
             10 PP-FAIXA       PIC 9(03).
             10 PP-X           PIC 9(04).
       01 TABELA-FAIXAS.
          05 FX-ENTRY OCCURS 300 TIMES.
             10 FX-CHAPA       PIC 9(03).
             10 FX-Y           PIC 9(04).
             10 FX-ALTURA      PIC 9(04).
             10 FX-USADA       PIC 9(04).
       01 TABELA-CHAPAS.
          05 CH-USADA          PIC 9(04) OCCURS 100 TIMES.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'PLANO DE CORTE DE CHAPAS POR ORDEM DE SERVICO'
           PERFORM SOLICITA-ORDEM
           IF ORDEM-VALIDA
               PERFORM SOLICITA-MATERIAL
           END-IF
           IF ORDEM-VALIDA AND MATERIAL-EM-CHAPA
               PERFORM CARREGA-PECAS
               EVALUATE TRUE
                   WHEN WRK-QTD-PECAS = 0 AND WRK-QTD-REJEITADAS = 0
                       DISPLAY 'NENHUMA PECA DA ORDEM NO MATERIAL '
                           'AGUARDANDO PLANO DE CORTE.'
                   WHEN WRK-QTD-REJEITADAS > 0
                       DISPLAY 'PLANO NAO MONTADO: ' WRK-QTD-REJEITADAS
                           ' PECA(S) MAIOR(ES) QUE A CHAPA. CORRIJA A '
                           'CHAPA NO PROG30 OU A PECA.'
                   WHEN PLANO-EXCEDIDO
                       DISPLAY 'PLANO NAO MONTADO: ORDEM ACIMA DE '
                           WRK-MAX-PECAS ' PECAS OU 100 CHAPAS.'
                   WHEN OTHER
                       PERFORM MONTA-PLANO
                       IF PLANO-EXCEDIDO
                           DISPLAY 'PLANO NAO MONTADO: ORDEM ACIMA DE '
                               '100 CHAPAS.'
                       ELSE
                           PERFORM IMPRIME-PLANO
                           PERFORM DECIDE-BAIXA
                           PERFORM ESCREVE-DESFECHO
                           CLOSE PLANO-REL-FILE
                           DISPLAY 'PLANO GRAVADO NO PLANREL.'
                       END-IF
               END-EVALUATE
           END-IF
           STOP RUN.

      ******************************************************************
      * SOLICITA-ORDEM - A ordem precisa existir e estar aberta no
      * mestre de ordens; guarda o local de estoque que a atende (sem
      * local, ou sem o mestre implantado, o almoxarifado central).
      ******************************************************************
       SOLICITA-ORDEM.
           DISPLAY 'NUMERO DA ORDEM DE SERVICO:'
           ACCEPT WRK-ORDEM
           MOVE 'N' TO WRK-ORDEM-OK
           MOVE 'CENT' TO WRK-LOCAL
           OPEN INPUT ORDEM-SERVICO-FILE
           IF WRK-FS-ORDEM = '35'
               MOVE 'S' TO WRK-ORDEM-OK
           ELSE
               MOVE WRK-ORDEM TO OS-NUMERO
               READ ORDEM-SERVICO-FILE
                   INVALID KEY
                       DISPLAY 'ORDEM NAO CADASTRADA.'
                   NOT INVALID KEY
                       IF OS-ABERTA
                           MOVE 'S' TO WRK-ORDEM-OK
                           IF OS-LOCAL NOT = SPACES
                               MOVE OS-LOCAL TO WRK-LOCAL
                           END-IF
                       ELSE
                           DISPLAY 'ORDEM FECHADA.'
                       END-IF
               END-READ
               CLOSE ORDEM-SERVICO-FILE
           END-IF.

      ******************************************************************
      * SOLICITA-MATERIAL - O material precisa ter chapa padrao
      * cadastrada; sem retalho minimo, vale um decimo do menor lado.
      ******************************************************************
       SOLICITA-MATERIAL.
           DISPLAY 'CODIGO DO MATERIAL:'
           ACCEPT WRK-MATERIAL
           MOVE 'N' TO WRK-MATERIAL-OK
           OPEN INPUT ESTOQUE-MATERIAL-FILE
           IF WRK-FS-ESTOQUE = '35'
               DISPLAY 'ESTOQUE-MATERIAL NAO IMPLANTADO.'
           ELSE
               MOVE WRK-MATERIAL TO EM-CODIGO
               READ ESTOQUE-MATERIAL-FILE
                   INVALID KEY
                       DISPLAY 'MATERIAL NAO CADASTRADO.'
                   NOT INVALID KEY
                       IF EM-CHAPA-LARGURA IS NUMERIC
                           AND EM-CHAPA-ALTURA IS NUMERIC
                           AND EM-CHAPA-LARGURA > 0
                           AND EM-CHAPA-ALTURA > 0
                           MOVE 'S' TO WRK-MATERIAL-OK
                           PERFORM GUARDA-CHAPA
                       ELSE
                           DISPLAY 'MATERIAL SEM CHAPA PADRAO - '
                               'BAIXADO PECA A PECA PELO PROG02.'
                       END-IF
               END-READ
               CLOSE ESTOQUE-MATERIAL-FILE
           END-IF.

       GUARDA-CHAPA.
           MOVE EM-CHAPA-LARGURA TO WRK-CHAPA-L
           MOVE EM-CHAPA-ALTURA  TO WRK-CHAPA-A
           COMPUTE WRK-AREA-CHAPA = WRK-CHAPA-L * WRK-CHAPA-A
           IF EM-RETALHO-MIN IS NUMERIC AND EM-RETALHO-MIN > 0
               MOVE EM-RETALHO-MIN TO WRK-RETALHO-MIN
           ELSE
               IF WRK-CHAPA-L < WRK-CHAPA-A
                   COMPUTE WRK-RETALHO-MIN = WRK-CHAPA-L / 10
               ELSE
                   COMPUTE WRK-RETALHO-MIN = WRK-CHAPA-A / 10
               END-IF
               IF WRK-RETALHO-MIN = 0
                   MOVE 1 TO WRK-RETALHO-MIN
               END-IF
           END-IF
           IF EM-PERDA-PCT IS NUMERIC
               MOVE EM-PERDA-PCT TO WRK-FATOR
           END-IF.

      ******************************************************************
      * CARREGA-PECAS - Pecas da ordem no material pendentes de plano,
      * gravadas depois do ultimo plano registrado no CORTEPLN e ate o
      * carimbo deste plano, em ordem decrescente de altura.
      ******************************************************************
       CARREGA-PECAS.
           MOVE LOW-VALUES TO WRK-DESDE
           OPEN INPUT PLANO-CORTE-FILE
           IF WRK-FS-PLANO = '00'
               MOVE WRK-ORDEM    TO PC-ORDEM
               MOVE WRK-MATERIAL TO PC-MATERIAL
               READ PLANO-CORTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PC-DATA-ULT TO WRK-DESDE(1:8)
                       MOVE PC-HORA-ULT TO WRK-DESDE(9:6)
               END-READ
               CLOSE PLANO-CORTE-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO WRK-CARIMBO(1:8)
           MOVE WRK-CD-HORA TO WRK-CARIMBO(9:6)

           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT AREA-LOG-FILE
           IF WRK-FS-AREA = '00'
               PERFORM UNTIL FIM-ARQ
                   READ AREA-LOG-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE AL-DATA TO WRK-CARIMBO-AL(1:8)
                           MOVE AL-HORA TO WRK-CARIMBO-AL(9:6)
                           IF AL-BAIXA-PLANO
                               AND AL-ORDEM = WRK-ORDEM
                               AND AL-MATERIAL = WRK-MATERIAL
                               AND WRK-CARIMBO-AL > WRK-DESDE
                               AND WRK-CARIMBO-AL NOT > WRK-CARIMBO
                               PERFORM INCLUI-PECA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AREA-LOG-FILE
           END-IF.

      ******************************************************************
      * INCLUI-PECA - Retangulo que a peca ocupa na chapa, deitado
      * (lado maior na largura) quando cabe assim, e insercao na
      * tabela pela altura; peca que nao cabe na chapa em nenhum
      * sentido e recusada.
      ******************************************************************
       INCLUI-PECA.
           EVALUATE AL-FORMA
               WHEN 'C'
                   COMPUTE WRK-W = AL-LARGURA * 2
                   MOVE WRK-W TO WRK-H
               WHEN 'T'
                   MOVE AL-LARGURA TO WRK-W
                   IF AL-LARGURA > 0
                       COMPUTE WRK-H = (AL-AREA * 2 + AL-LARGURA - 1)
                           / AL-LARGURA
                   ELSE
                       MOVE 0 TO WRK-H
                   END-IF
               WHEN OTHER
                   MOVE AL-LARGURA TO WRK-W
                   MOVE AL-ALTURA  TO WRK-H
           END-EVALUATE
           IF WRK-W > WRK-H
               MOVE WRK-W TO WRK-MAIOR
               MOVE WRK-H TO WRK-MENOR
           ELSE
               MOVE WRK-H TO WRK-MAIOR
               MOVE WRK-W TO WRK-MENOR
           END-IF
           EVALUATE TRUE
               WHEN WRK-MAIOR NOT > WRK-CHAPA-L
                   AND WRK-MENOR NOT > WRK-CHAPA-A
                   MOVE WRK-MAIOR TO WRK-W
                   MOVE WRK-MENOR TO WRK-H
               WHEN WRK-MAIOR NOT > WRK-CHAPA-A
                   AND WRK-MENOR NOT > WRK-CHAPA-L
                   MOVE WRK-MENOR TO WRK-W
                   MOVE WRK-MAIOR TO WRK-H
               WHEN OTHER
                   ADD 1 TO WRK-QTD-REJEITADAS
                   MOVE AL-LARGURA TO WRK-MED1-ED
                   MOVE AL-ALTURA  TO WRK-MED2-ED
                   DISPLAY 'PECA (' AL-FORMA ') ' WRK-MED1-ED ' X '
                       WRK-MED2-ED ' DE ' AL-DATA ' NAO CABE NA CHAPA.'
                   MOVE 0 TO WRK-W
           END-EVALUATE
           IF WRK-W > 0 AND WRK-H > 0
               IF WRK-QTD-PECAS < WRK-MAX-PECAS
                   PERFORM INSERE-PECA
               ELSE
                   MOVE 'S' TO WRK-EXCEDEU
               END-IF
           END-IF.

       INSERE-PECA.
           PERFORM VARYING WRK-P FROM 1 BY 1
               UNTIL WRK-P > WRK-QTD-PECAS
               OR PP-H(WRK-P) < WRK-H
               CONTINUE
           END-PERFORM
           PERFORM VARYING WRK-J FROM WRK-QTD-PECAS BY -1
               UNTIL WRK-J < WRK-P
               MOVE PP-ENTRY(WRK-J) TO PP-ENTRY(WRK-J + 1)
           END-PERFORM
           ADD 1 TO WRK-QTD-PECAS
           MOVE WRK-QTD-PECAS TO PP-SEQ(WRK-P)
           MOVE AL-FORMA      TO PP-FORMA(WRK-P)
           MOVE AL-LARGURA    TO PP-LARGURA(WRK-P)
           MOVE AL-ALTURA     TO PP-ALTURA(WRK-P)
           MOVE AL-AREA       TO PP-AREA(WRK-P)
           MOVE WRK-W         TO PP-W(WRK-P)
           MOVE WRK-H         TO PP-H(WRK-P)
           MOVE 0             TO PP-FAIXA(WRK-P)
           MOVE 0             TO PP-X(WRK-P)
           ADD AL-AREA TO WRK-AREA-PECAS.

      ******************************************************************
      * MONTA-PLANO - Coloca cada peca, da mais alta para a mais
      * baixa, na primeira faixa aberta com altura e largura livres;
      * sem faixa, abre uma nova na primeira chapa com altura livre;
      * sem chapa, comeca a proxima.
      ******************************************************************
       MONTA-PLANO.
           PERFORM VARYING WRK-P FROM 1 BY 1
               UNTIL WRK-P > WRK-QTD-PECAS OR PLANO-EXCEDIDO
               PERFORM POSICIONA-PECA
           END-PERFORM
           COMPUTE WRK-AREA-CHAPAS = WRK-QTD-CHAPAS * WRK-AREA-CHAPA.

       POSICIONA-PECA.
           MOVE 'N' TO WRK-COLOCADA
           PERFORM VARYING WRK-F FROM 1 BY 1
               UNTIL WRK-F > WRK-QTD-FAIXAS OR PECA-COLOCADA
               IF FX-ALTURA(WRK-F) NOT < PP-H(WRK-P)
                   AND WRK-CHAPA-L - FX-USADA(WRK-F) NOT < PP-W(WRK-P)
                   MOVE WRK-F TO PP-FAIXA(WRK-P)
                   MOVE FX-USADA(WRK-F) TO PP-X(WRK-P)
                   ADD PP-W(WRK-P) TO FX-USADA(WRK-F)
                   MOVE 'S' TO WRK-COLOCADA
               END-IF
           END-PERFORM
           PERFORM VARYING WRK-C FROM 1 BY 1
               UNTIL WRK-C > WRK-QTD-CHAPAS OR PECA-COLOCADA
               IF WRK-CHAPA-A - CH-USADA(WRK-C) NOT < PP-H(WRK-P)
                   PERFORM ABRE-FAIXA
               END-IF
           END-PERFORM
           IF NOT PECA-COLOCADA
               IF WRK-QTD-CHAPAS < 100
                   ADD 1 TO WRK-QTD-CHAPAS
                   MOVE WRK-QTD-CHAPAS TO WRK-C
                   MOVE 0 TO CH-USADA(WRK-C)
                   PERFORM ABRE-FAIXA
               ELSE
                   MOVE 'S' TO WRK-EXCEDEU
               END-IF
           END-IF.

       ABRE-FAIXA.
           IF WRK-QTD-FAIXAS < 300
               ADD 1 TO WRK-QTD-FAIXAS
               MOVE WRK-C           TO FX-CHAPA(WRK-QTD-FAIXAS)
               MOVE CH-USADA(WRK-C) TO FX-Y(WRK-QTD-FAIXAS)
               MOVE PP-H(WRK-P)     TO FX-ALTURA(WRK-QTD-FAIXAS)
               MOVE PP-W(WRK-P)     TO FX-USADA(WRK-QTD-FAIXAS)
               ADD PP-H(WRK-P) TO CH-USADA(WRK-C)
               MOVE WRK-QTD-FAIXAS  TO PP-FAIXA(WRK-P)
               MOVE 0               TO PP-X(WRK-P)
           ELSE
               MOVE 'S' TO WRK-EXCEDEU
           END-IF
           MOVE 'S' TO WRK-COLOCADA.

      ******************************************************************
      * IMPRIME-PLANO - Plano chapa a chapa no PLANREL: cada faixa com
      * as pecas e a posicao de corte, a sobra no fim da faixa e no
      * topo da chapa (retalho a devolver ou perda) e o resumo.
      ******************************************************************
       IMPRIME-PLANO.
           OPEN EXTEND PLANO-REL-FILE
           IF WRK-FS-REL = '05' OR WRK-FS-REL = '35'
               OPEN OUTPUT PLANO-REL-FILE
           END-IF
           MOVE ALL '-' TO PLANO-REL-LINHA
           WRITE PLANO-REL-LINHA
           MOVE SPACES TO PLANO-REL-LINHA
           STRING 'PLANO DE CORTE - ORDEM ' DELIMITED BY SIZE
               WRK-ORDEM DELIMITED BY SIZE
               ' MATERIAL ' DELIMITED BY SIZE
               WRK-MATERIAL DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WRK-CD-DATA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-CD-HORA DELIMITED BY SIZE
               INTO PLANO-REL-LINHA
           WRITE PLANO-REL-LINHA
           MOVE WRK-CHAPA-L TO WRK-MED1-ED
           MOVE WRK-CHAPA-A TO WRK-MED2-ED
           MOVE WRK-QTD-PECAS TO WRK-NUM-ED
           MOVE WRK-RETALHO-MIN TO WRK-POSX-ED
           MOVE SPACES TO PLANO-REL-LINHA
           STRING 'CHAPA PADRAO ' DELIMITED BY SIZE
               WRK-MED1-ED DELIMITED BY SIZE
               ' X ' DELIMITED BY SIZE
               WRK-MED2-ED DELIMITED BY SIZE
               '  PECAS ' DELIMITED BY SIZE
               WRK-NUM-ED DELIMITED BY SIZE
               '  RETALHO MINIMO ' DELIMITED BY SIZE
               WRK-POSX-ED DELIMITED BY SIZE
               INTO PLANO-REL-LINHA
           WRITE PLANO-REL-LINHA

           PERFORM VARYING WRK-C FROM 1 BY 1
               UNTIL WRK-C > WRK-QTD-CHAPAS
               PERFORM IMPRIME-CHAPA
           END-PERFORM

           IF WRK-AREA-CHAPAS > WRK-AREA-PECAS + WRK-AREA-RETALHOS
               COMPUTE WRK-AREA-PERDA = WRK-AREA-CHAPAS
                   - WRK-AREA-PECAS - WRK-AREA-RETALHOS
           ELSE
               MOVE 0 TO WRK-AREA-PERDA
           END-IF
           IF WRK-AREA-CHAPAS > 0
               COMPUTE WRK-PCT-PERDA ROUNDED =
                   WRK-AREA-PERDA * 100 / WRK-AREA-CHAPAS
           END-IF
           PERFORM IMPRIME-RESUMO.

       IMPRIME-CHAPA.
           MOVE SPACES TO PLANO-REL-LINHA
           WRITE PLANO-REL-LINHA
           MOVE WRK-C TO WRK-NUM-ED
           MOVE WRK-QTD-CHAPAS TO WRK-NUM2-ED
           MOVE SPACES TO PLANO-REL-LINHA
           STRING 'CHAPA ' DELIMITED BY SIZE
               WRK-NUM-ED DELIMITED BY SIZE
               ' DE ' DELIMITED BY SIZE
               WRK-NUM2-ED DELIMITED BY SIZE
               INTO PLANO-REL-LINHA
           WRITE PLANO-REL-LINHA
           PERFORM VARYING WRK-F FROM 1 BY 1
               UNTIL WRK-F > WRK-QTD-FAIXAS
               IF FX-CHAPA(WRK-F) = WRK-C
                   PERFORM IMPRIME-FAIXA
               END-IF
           END-PERFORM
      * sobra do topo: a largura inteira acima da ultima faixa
           MOVE WRK-CHAPA-L TO WRK-SOBRA-L
           COMPUTE WRK-SOBRA-A = WRK-CHAPA-A - CH-USADA(WRK-C)
           IF WRK-SOBRA-A > 0
               MOVE CH-USADA(WRK-C) TO WRK-POSY-ED
               MOVE 0 TO WRK-POSX-ED
               PERFORM CLASSIFICA-SOBRA
               MOVE SPACES TO PLANO-REL-LINHA
               STRING '  SOBRA DO TOPO  ' DELIMITED BY SIZE
                   WRK-MED1-ED DELIMITED BY SIZE
                   ' X ' DELIMITED BY SIZE
                   WRK-MED2-ED DELIMITED BY SIZE
                   ' EM X=' DELIMITED BY SIZE
                   WRK-POSX-ED DELIMITED BY SIZE
                   ' Y=' DELIMITED BY SIZE
                   WRK-POSY-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-TIPO-SOBRA DELIMITED BY SIZE
                   INTO PLANO-REL-LINHA
               WRITE PLANO-REL-LINHA
           END-IF.

       IMPRIME-FAIXA.
           MOVE FX-Y(WRK-F)      TO WRK-POSY-ED
           MOVE FX-ALTURA(WRK-F) TO WRK-MED2-ED
           MOVE SPACES TO PLANO-REL-LINHA
           STRING '  FAIXA Y=' DELIMITED BY SIZE
               WRK-POSY-ED DELIMITED BY SIZE
               ' ALTURA ' DELIMITED BY SIZE
               WRK-MED2-ED DELIMITED BY SIZE
               INTO PLANO-REL-LINHA
           WRITE PLANO-REL-LINHA
           PERFORM VARYING WRK-P FROM 1 BY 1
               UNTIL WRK-P > WRK-QTD-PECAS
               IF PP-FAIXA(WRK-P) = WRK-F
                   PERFORM IMPRIME-PECA
               END-IF
           END-PERFORM
      * sobra do fim da faixa, na altura da faixa
           COMPUTE WRK-SOBRA-L = WRK-CHAPA-L - FX-USADA(WRK-F)
           MOVE FX-ALTURA(WRK-F) TO WRK-SOBRA-A
           IF WRK-SOBRA-L > 0
               MOVE FX-USADA(WRK-F) TO WRK-POSX-ED
               MOVE FX-Y(WRK-F)     TO WRK-POSY-ED
               PERFORM CLASSIFICA-SOBRA
               MOVE SPACES TO PLANO-REL-LINHA
               STRING '    SOBRA DA FAIXA ' DELIMITED BY SIZE
                   WRK-MED1-ED DELIMITED BY SIZE
                   ' X ' DELIMITED BY SIZE
                   WRK-MED2-ED DELIMITED BY SIZE
                   ' EM X=' DELIMITED BY SIZE
                   WRK-POSX-ED DELIMITED BY SIZE
                   ' Y=' DELIMITED BY SIZE
                   WRK-POSY-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-TIPO-SOBRA DELIMITED BY SIZE
                   INTO PLANO-REL-LINHA
               WRITE PLANO-REL-LINHA
           END-IF.

       IMPRIME-PECA.
           MOVE PP-SEQ(WRK-P) TO WRK-NUM-ED
           MOVE PP-W(WRK-P)   TO WRK-MED1-ED
           MOVE PP-H(WRK-P)   TO WRK-MED2-ED
           MOVE PP-X(WRK-P)   TO WRK-POSX-ED
           MOVE FX-Y(WRK-F)   TO WRK-POSY-ED
           MOVE SPACES TO PLANO-REL-LINHA
           STRING '    PECA ' DELIMITED BY SIZE
               WRK-NUM-ED DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               PP-FORMA(WRK-P) DELIMITED BY SIZE
               ') CORTE ' DELIMITED BY SIZE
               WRK-MED1-ED DELIMITED BY SIZE
               ' X ' DELIMITED BY SIZE
               WRK-MED2-ED DELIMITED BY SIZE
               ' EM X=' DELIMITED BY SIZE
               WRK-POSX-ED DELIMITED BY SIZE
               ' Y=' DELIMITED BY SIZE
               WRK-POSY-ED DELIMITED BY SIZE
               INTO PLANO-REL-LINHA
           WRITE PLANO-REL-LINHA.

      ******************************************************************
      * CLASSIFICA-SOBRA - Sobra com os dois lados no minimo do
      * retalho volta ao estoque; o resto e perda.
      ******************************************************************
       CLASSIFICA-SOBRA.
           MOVE WRK-SOBRA-L TO WRK-MED1-ED
           MOVE WRK-SOBRA-A TO WRK-MED2-ED
           IF WRK-SOBRA-L NOT < WRK-RETALHO-MIN
               AND WRK-SOBRA-A NOT < WRK-RETALHO-MIN
               ADD 1 TO WRK-QTD-RETALHOS
               COMPUTE WRK-AREA-RETALHOS = WRK-AREA-RETALHOS
                   + WRK-SOBRA-L * WRK-SOBRA-A
               MOVE 'RETALHO - DEVOLVER AO ESTOQUE' TO WRK-TIPO-SOBRA
           ELSE
               MOVE 'PERDA' TO WRK-TIPO-SOBRA
           END-IF.

       IMPRIME-RESUMO.
           MOVE SPACES TO PLANO-REL-LINHA
           WRITE PLANO-REL-LINHA
           MOVE WRK-QTD-CHAPAS TO WRK-QTD-ED
           MOVE WRK-AREA-CHAPAS TO WRK-AREA-ED
           MOVE SPACES TO PLANO-REL-LINHA
           STRING 'CHAPAS NECESSARIAS ......... ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               '  AREA ' DELIMITED BY SIZE
               WRK-AREA-ED DELIMITED BY SIZE
               INTO PLANO-REL-LINHA
           WRITE PLANO-REL-LINHA
           MOVE WRK-QTD-PECAS TO WRK-QTD-ED
           MOVE WRK-AREA-PECAS TO WRK-AREA-ED
           MOVE SPACES TO PLANO-REL-LINHA
           STRING 'PECAS ...................... ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               '  AREA ' DELIMITED BY SIZE
               WRK-AREA-ED DELIMITED BY SIZE
               INTO PLANO-REL-LINHA
           WRITE PLANO-REL-LINHA
           MOVE WRK-QTD-RETALHOS TO WRK-QTD-ED
           MOVE WRK-AREA-RETALHOS TO WRK-AREA-ED
           MOVE SPACES TO PLANO-REL-LINHA
           STRING 'RETALHOS A DEVOLVER ........ ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               '  AREA ' DELIMITED BY SIZE
               WRK-AREA-ED DELIMITED BY SIZE
               INTO PLANO-REL-LINHA
           WRITE PLANO-REL-LINHA
           MOVE WRK-AREA-PERDA TO WRK-AREA-ED
           MOVE WRK-PCT-PERDA TO WRK-PCT-ED
           MOVE WRK-FATOR TO WRK-FATOR-ED
           MOVE SPACES TO PLANO-REL-LINHA
           STRING 'PERDA REAL ...........  AREA ' DELIMITED BY SIZE
               WRK-AREA-ED DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WRK-PCT-ED DELIMITED BY SIZE
               ' PCT, FATOR ' DELIMITED BY SIZE
               WRK-FATOR-ED DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO PLANO-REL-LINHA
           WRITE PLANO-REL-LINHA.

      ******************************************************************
      * DECIDE-BAIXA - Mostra o resumo ao operador e, confirmado o
      * plano, baixa as chapas e registra o plano; sem confirmacao o
      * plano fica so impresso, como simulacao.
      ******************************************************************
       DECIDE-BAIXA.
           DISPLAY 'CHAPAS NECESSARIAS: ' WRK-QTD-CHAPAS
               '  RETALHOS: ' WRK-QTD-RETALHOS
               '  PERDA: ' WRK-PCT-ED ' PCT'
           DISPLAY 'CONFIRMA A BAIXA DAS CHAPAS DO PLANO? (S/N)'
           ACCEPT WRK-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA
           MOVE 'S' TO WRK-DESFECHO
           IF WRK-CONFIRMA = 'S'
               IF WRK-AREA-CHAPAS > 999999
                   MOVE 'X' TO WRK-DESFECHO
                   DISPLAY 'AREA DAS CHAPAS ACIMA DA CAPACIDADE DO '
                       'SALDO. BAIXA NAO FEITA.'
               ELSE
                   PERFORM BAIXA-CHAPAS
                   IF CHAPAS-BAIXADAS OR CHAPAS-RESERVADAS
                       PERFORM GRAVA-PLANO
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * BAIXA-CHAPAS - Baixa a area das chapas do plano pela mesma
      * regra do PROG02: o saldo do local da ordem precisa cobrir a
      * baixa, debitada no mestre e no local com movimento de
      * consumo; sem saldo, a demanda fica reservada no RESPEND.
      ******************************************************************
       BAIXA-CHAPAS.
           MOVE 'X' TO WRK-DESFECHO
           MOVE WRK-AREA-CHAPAS TO WRK-BAIXA-AREA
           OPEN I-O ESTOQUE-MATERIAL-FILE
           IF WRK-FS-ESTOQUE = '00'
               MOVE WRK-MATERIAL TO EM-CODIGO
               READ ESTOQUE-MATERIAL-FILE
                   INVALID KEY
                       DISPLAY 'MATERIAL NAO ENCONTRADO - BAIXA NAO '
                           'REALIZADA.'
                   NOT INVALID KEY
                       PERFORM LE-SALDO-LOCAL
                       IF WRK-SALDO-LOCAL < WRK-BAIXA-AREA
                           DISPLAY 'SALDO INSUFICIENTE NO LOCAL '
                               WRK-LOCAL '. CHAPAS RESERVADAS PARA '
                               'LIBERACAO APOS REPOSICAO.'
                           PERFORM GRAVA-RESERVA-PENDENTE
                           MOVE 'R' TO WRK-DESFECHO
                       ELSE
                           COMPUTE EM-SALDO = EM-SALDO - WRK-BAIXA-AREA
                           REWRITE ESTOQUE-MATERIAL-RECORD
                           PERFORM DEBITA-SALDO-LOCAL
                           PERFORM GRAVA-MOVIMENTO-CONSUMO
                           MOVE 'B' TO WRK-DESFECHO
                       END-IF
                       IF WRK-FS-SALDO NOT = '35'
                           CLOSE SALDO-LOCAL-FILE
                       END-IF
               END-READ
               CLOSE ESTOQUE-MATERIAL-FILE
           END-IF.

       LE-SALDO-LOCAL.
           MOVE 'N' TO WRK-SALDO-ACHADO
           OPEN I-O SALDO-LOCAL-FILE
           IF WRK-FS-SALDO = '35'
               MOVE EM-SALDO TO WRK-SALDO-LOCAL
           ELSE
               MOVE 0 TO WRK-SALDO-LOCAL
               MOVE WRK-MATERIAL TO EL-CODIGO
               MOVE WRK-LOCAL    TO EL-LOCAL
               READ SALDO-LOCAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-SALDO-ACHADO
                       MOVE EL-SALDO TO WRK-SALDO-LOCAL
               END-READ
           END-IF.

       DEBITA-SALDO-LOCAL.
           IF SALDO-LOCAL-ACHADO
               SUBTRACT WRK-BAIXA-AREA FROM EL-SALDO
               REWRITE SALDO-LOCAL-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO DEBITAR O SALDO DO LOCAL '
                           WRK-LOCAL
               END-REWRITE
           END-IF.

       GRAVA-RESERVA-PENDENTE.
           OPEN EXTEND RESERVA-PENDENTE-FILE
           IF WRK-FS-RESERVA = '05' OR WRK-FS-RESERVA = '35'
               OPEN OUTPUT RESERVA-PENDENTE-FILE
           END-IF
           MOVE WRK-MATERIAL   TO RS-CODIGO
           MOVE WRK-BAIXA-AREA TO RS-QUANTIDADE
           MOVE WRK-ORDEM      TO RS-ORDEM
           MOVE WRK-CD-DATA    TO RS-DATA
           MOVE WRK-CD-HORA    TO RS-HORA
           MOVE WRK-LOCAL      TO RS-LOCAL
           WRITE RESERVA-PENDENTE-RECORD
           CLOSE RESERVA-PENDENTE-FILE.

       GRAVA-MOVIMENTO-CONSUMO.
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           OPEN EXTEND MOVIMENTO-ESTOQUE-FILE
           IF WRK-FS-MOVTO = '05' OR WRK-FS-MOVTO = '35'
               OPEN OUTPUT MOVIMENTO-ESTOQUE-FILE
           END-IF
           MOVE WRK-MATERIAL TO MV-CODIGO
           MOVE 'C'          TO MV-TIPO
           COMPUTE MV-QUANTIDADE = 0 - WRK-BAIXA-AREA
           MOVE WRK-USUARIO  TO MV-OPERADOR
           MOVE WRK-CD-DATA  TO MV-DATA
      * mes ja fechado: o lancamento vai para o periodo aberto
           MOVE MV-DATA TO PFP-DATA
           CALL 'PROG170' USING PERIODO-PARAMETROS
           IF PFP-PERIODO-FECHADO
               MOVE PFP-DATA-ABERTA TO MV-DATA
               DISPLAY 'MES ' PFP-MES-FECHADO ' FECHADO - MOVIMENTO '
                   'LANCADO EM ' MV-DATA '.'
           END-IF
           MOVE WRK-CD-HORA  TO MV-HORA
           MOVE WRK-ORDEM    TO MV-ORDEM
           MOVE WRK-LOCAL    TO MV-LOCAL
           MOVE SPACES       TO MV-LOCAL-PAR
           WRITE MOVIMENTO-ESTOQUE-RECORD
           CLOSE MOVIMENTO-ESTOQUE-FILE.

      ******************************************************************
      * GRAVA-PLANO - Registra o plano baixado no CORTEPLN: o carimbo
      * ate onde as pecas entraram e os acumulados da ordem.
      ******************************************************************
       GRAVA-PLANO.
           OPEN I-O PLANO-CORTE-FILE
           IF WRK-FS-PLANO = '35'
               CLOSE PLANO-CORTE-FILE
               OPEN OUTPUT PLANO-CORTE-FILE
               CLOSE PLANO-CORTE-FILE
               OPEN I-O PLANO-CORTE-FILE
           END-IF
           MOVE WRK-ORDEM    TO PC-ORDEM
           MOVE WRK-MATERIAL TO PC-MATERIAL
           READ PLANO-CORTE-FILE
               INVALID KEY
                   INITIALIZE PLANO-CORTE-RECORD
                   MOVE WRK-ORDEM    TO PC-ORDEM
                   MOVE WRK-MATERIAL TO PC-MATERIAL
                   PERFORM ACUMULA-PLANO
                   WRITE PLANO-CORTE-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO REGISTRAR O PLANO.'
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ACUMULA-PLANO
                   REWRITE PLANO-CORTE-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO REGISTRAR O PLANO.'
                   END-REWRITE
           END-READ
           CLOSE PLANO-CORTE-FILE.

       ACUMULA-PLANO.
           ADD 1 TO PC-QTD-PLANOS
           MOVE WRK-CARIMBO(1:8) TO PC-DATA-ULT
           MOVE WRK-CARIMBO(9:6) TO PC-HORA-ULT
           ADD WRK-QTD-PECAS     TO PC-QTD-PECAS
           ADD WRK-QTD-CHAPAS    TO PC-QTD-CHAPAS
           ADD WRK-AREA-PECAS    TO PC-AREA-PECAS
           ADD WRK-AREA-CHAPAS   TO PC-AREA-BAIXADA
           ADD WRK-AREA-RETALHOS TO PC-AREA-RETALHOS
           ADD WRK-AREA-PERDA    TO PC-AREA-PERDA.

       ESCREVE-DESFECHO.
           MOVE WRK-QTD-CHAPAS TO WRK-QTD-ED
           MOVE SPACES TO PLANO-REL-LINHA
           EVALUATE TRUE
               WHEN CHAPAS-BAIXADAS
                   STRING 'BAIXA DO ESTOQUE .......... ' DELIMITED BY
                       SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       ' CHAPA(S) NO LOCAL ' DELIMITED BY SIZE
                       WRK-LOCAL DELIMITED BY SIZE
                       INTO PLANO-REL-LINHA
               WHEN CHAPAS-RESERVADAS
                   STRING 'SALDO INSUFICIENTE ........ ' DELIMITED BY
                       SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       ' CHAPA(S) RESERVADAS NO RESPEND'
                       DELIMITED BY SIZE
                       INTO PLANO-REL-LINHA
               WHEN BAIXA-RECUSADA
                   MOVE 'BAIXA NAO REALIZADA - PLANO NAO REGISTRADO'
                       TO PLANO-REL-LINHA
               WHEN OTHER
                   MOVE 'SIMULACAO - SEM BAIXA DE ESTOQUE'
                       TO PLANO-REL-LINHA
           END-EVALUATE
           WRITE PLANO-REL-LINHA.
       END PROGRAM PROG176.
