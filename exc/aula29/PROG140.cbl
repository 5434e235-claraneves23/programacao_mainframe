      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG140.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  CONTROLE DE FERRAMENTAS DA OFICINA - (C)ADASTRA OU ALTERA A
      *  FERRAMENTA (PATRIMONIO, DESCRICAO, LOCAL DE ESTOQUE ONDE FICA
      *  GUARDADA E CONDICAO); (R)ETIRADA PARA UM OPERADOR, AMARRADA
      *  QUANDO FOR O CASO A UMA ORDEM DE SERVICO ABERTA, COM A DATA
      *  PREVISTA DE DEVOLUCAO E NUMERO DO CONTADOR CONTROLADO
      *  (RECNUM, CHAVE 'FERRAMEN'); (D)EVOLUCAO COM A CONDICAO EM QUE
      *  A FERRAMENTA VOLTOU; (F)ICHA DA FERRAMENTA COM QUEM ESTA COM
      *  ELA; (H)ISTORICO DAS RETIRADAS DE UM OPERADOR. A RETIRADA
      *  ABERTA CONTRA UMA ORDEM SEGURA O FECHAMENTO DELA NO PROG62 E
      *  AS ATRASADAS SAEM NO RELATORIO DO PROG141.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERRAMENTA-FILE ASSIGN TO "FERRAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-PATRIMONIO
               FILE STATUS IS WRK-FS-FERRAM.
           SELECT RETIRADA-FILE ASSIGN TO "FERRMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-NUMERO
               ALTERNATE RECORD KEY IS FR-OPERADOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS FR-ORDEM WITH DUPLICATES
               FILE STATUS IS WRK-FS-RETIR.
           SELECT ORDEM-SERVICO-FILE ASSIGN TO "ORDSERV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-NUMERO
               FILE STATUS IS WRK-FS-ORDEM.
           SELECT LOCAL-ESTOQUE-FILE ASSIGN TO "LOCESTQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-CODIGO
               FILE STATUS IS WRK-FS-LOCAL.
           SELECT RECIBO-CONTROLE-FILE ASSIGN TO "RECNUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WRK-FS-RECNUM.
       DATA DIVISION.
       FILE SECTION.
       FD  FERRAMENTA-FILE.
           COPY FERRAMR.
       FD  RETIRADA-FILE.
           COPY FERRMOV.
       FD  ORDEM-SERVICO-FILE.
           COPY ORDSERV.
       FD  LOCAL-ESTOQUE-FILE.
           COPY LOCESTQ.
       FD  RECIBO-CONTROLE-FILE.
           COPY RECNUM.
       WORKING-STORAGE SECTION.
       77 WRK-FS-FERRAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-RETIR      PIC X(02) VALUE SPACES.
       77 WRK-FS-ORDEM      PIC X(02) VALUE SPACES.
       77 WRK-FS-LOCAL      PIC X(02) VALUE SPACES.
       77 WRK-FS-RECNUM     PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC X(01) VALUE SPACES.
       77 WRK-CONTINUAR     PIC X(01) VALUE 'S'.
       77 WRK-PATRIMONIO    PIC X(08) VALUE SPACES.
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77 WRK-ORDEM         PIC X(08) VALUE SPACES.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-LOCAL         PIC X(04) VALUE SPACES.
       77 WRK-DESCRICAO     PIC X(30) VALUE SPACES.
       77 WRK-CONDICAO      PIC X(01) VALUE SPACES.
       77 WRK-NUMERO-RET    PIC 9(08) VALUE 0.
       77 WRK-PRAZO-ED      PIC X(03) VALUE SPACES.
       77 WRK-PRAZO         PIC 9(03) VALUE 0.
       77 WRK-DATA-PREVISTA PIC X(08) VALUE SPACES.
       77 WRK-QTD-RETIRADAS PIC 9(04) VALUE 0.
       77 WRK-QTD-ABERTAS   PIC 9(04) VALUE 0.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
           88 FERRAMENTA-ACHADA    VALUE 'S'.
       77 WRK-LOCAL-OK      PIC X(01) VALUE 'N'.
           88 LOCAL-VALIDO         VALUE 'S'.
       77 WRK-LOCAL-ABERTO  PIC X(01) VALUE 'N'.
           88 LOCAIS-ABERTOS       VALUE 'S'.
       77 WRK-ORDEM-OK      PIC X(01) VALUE 'N'.
           88 ORDEM-VALIDA         VALUE 'S'.
       77 WRK-CONDICAO-OK   PIC X(01) VALUE 'N'.
           88 CONDICAO-VALIDA      VALUE 'S'.
       77 WRK-FIM-RETIR     PIC X(01) VALUE 'N'.
           88 FIM-RETIR            VALUE 'S'.
       COPY DATAPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O FERRAMENTA-FILE
           IF WRK-FS-FERRAM = '35'
               CLOSE FERRAMENTA-FILE
               OPEN OUTPUT FERRAMENTA-FILE
               CLOSE FERRAMENTA-FILE
               OPEN I-O FERRAMENTA-FILE
           END-IF
           OPEN I-O RETIRADA-FILE
           IF WRK-FS-RETIR = '35'
               CLOSE RETIRADA-FILE
               OPEN OUTPUT RETIRADA-FILE
               CLOSE RETIRADA-FILE
               OPEN I-O RETIRADA-FILE
           END-IF

           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

           CLOSE RETIRADA-FILE
           CLOSE FERRAMENTA-FILE
           STOP RUN.

       EXIBE-MENU.
           DISPLAY 'CONTROLE DE FERRAMENTAS DA OFICINA'
           DISPLAY 'C - CADASTRAR/ALTERAR FERRAMENTA'
           DISPLAY 'R - RETIRADA'
           DISPLAY 'D - DEVOLUCAO'
           DISPLAY 'F - FICHA DA FERRAMENTA'
           DISPLAY 'H - HISTORICO POR OPERADOR'
           DISPLAY 'S - SAIR'
           ACCEPT WRK-OPCAO
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'C' PERFORM MANTEM-FERRAMENTA
               WHEN 'R' PERFORM REGISTRA-RETIRADA
               WHEN 'D' PERFORM REGISTRA-DEVOLUCAO
               WHEN 'F' PERFORM CONSULTA-FERRAMENTA
               WHEN 'H' PERFORM HISTORICO-OPERADOR
               WHEN 'S' MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      ******************************************************************
      * MANTEM-FERRAMENTA - Inclui a ferramenta nova (disponivel no
      * local informado) ou altera descricao, local e condicao da
      * existente; a condicao so muda com a ferramenta no local.
      ******************************************************************
       MANTEM-FERRAMENTA.
           PERFORM LOCALIZA-FERRAMENTA
           IF WRK-PATRIMONIO NOT = SPACES
               IF FERRAMENTA-ACHADA
                   PERFORM ALTERA-FERRAMENTA
               ELSE
                   PERFORM INCLUI-FERRAMENTA
               END-IF
           END-IF.

       INCLUI-FERRAMENTA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-PATRIMONIO TO FE-PATRIMONIO
           MOVE SPACES TO FE-DESCRICAO
           PERFORM UNTIL FE-DESCRICAO NOT = SPACES
               DISPLAY 'DESCRICAO:'
               ACCEPT FE-DESCRICAO
           END-PERFORM
           PERFORM SOLICITA-LOCAL
           MOVE WRK-LOCAL TO FE-LOCAL
           PERFORM SOLICITA-CONDICAO
           MOVE WRK-CONDICAO TO FE-CONDICAO
           MOVE 'D' TO FE-SITUACAO
           MOVE 0 TO FE-RETIRADA
           MOVE WRK-CD-DATA TO FE-DATA-CADASTRO
           WRITE FERRAMENTA-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO CADASTRAR A FERRAMENTA.'
               NOT INVALID KEY
                   DISPLAY 'FERRAMENTA CADASTRADA: ' FE-PATRIMONIO
           END-WRITE.

       ALTERA-FERRAMENTA.
           DISPLAY 'DESCRICAO ATUAL: ' FE-DESCRICAO
           DISPLAY 'NOVA DESCRICAO (BRANCO MANTEM):'
           MOVE SPACES TO WRK-DESCRICAO
           ACCEPT WRK-DESCRICAO
           IF WRK-DESCRICAO NOT = SPACES
               MOVE WRK-DESCRICAO TO FE-DESCRICAO
           END-IF
           DISPLAY 'LOCAL ATUAL: ' FE-LOCAL
           PERFORM SOLICITA-LOCAL
           MOVE WRK-LOCAL TO FE-LOCAL
           IF FE-DISPONIVEL
               DISPLAY 'CONDICAO ATUAL: ' FE-CONDICAO
               PERFORM SOLICITA-CONDICAO
               MOVE WRK-CONDICAO TO FE-CONDICAO
           ELSE
               DISPLAY 'FERRAMENTA EMPRESTADA - CONDICAO SO MUDA NA '
                   'DEVOLUCAO.'
           END-IF
           REWRITE FERRAMENTA-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO ALTERAR A FERRAMENTA.'
               NOT INVALID KEY
                   DISPLAY 'FERRAMENTA ALTERADA.'
           END-REWRITE.

      ******************************************************************
      * REGISTRA-RETIRADA - A ferramenta precisa estar no local e em
      * boa condicao; grava a retirada para o operador (com a ordem
      * de servico aberta, quando informada) e a data prevista de
      * devolucao, e marca a ferramenta como emprestada.
      ******************************************************************
       REGISTRA-RETIRADA.
           PERFORM LOCALIZA-FERRAMENTA
           EVALUATE TRUE
               WHEN WRK-PATRIMONIO = SPACES
                   CONTINUE
               WHEN NOT FERRAMENTA-ACHADA
                   DISPLAY 'FERRAMENTA NAO CADASTRADA.'
               WHEN FE-EMPRESTADA
                   DISPLAY 'FERRAMENTA JA EMPRESTADA (RETIRADA '
                       FE-RETIRADA ').'
               WHEN NOT FE-BOA
                   DISPLAY 'FERRAMENTA EM REPARO OU BAIXADA - NAO SAI.'
               WHEN OTHER
                   PERFORM COMPLETA-RETIRADA
           END-EVALUATE.

       COMPLETA-RETIRADA.
           MOVE SPACES TO WRK-OPERADOR
           PERFORM UNTIL WRK-OPERADOR NOT = SPACES
               DISPLAY 'OPERADOR QUE RETIRA:'
               ACCEPT WRK-OPERADOR
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WRK-OPERADOR) TO WRK-OPERADOR
           PERFORM SOLICITA-ORDEM
           PERFORM SOLICITA-PRAZO

           PERFORM ALOCA-NUMERO-RETIRADA
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           MOVE WRK-NUMERO-RET    TO FR-NUMERO
           MOVE FE-PATRIMONIO     TO FR-PATRIMONIO
           MOVE WRK-OPERADOR      TO FR-OPERADOR
           MOVE WRK-ORDEM         TO FR-ORDEM
           MOVE WRK-CD-DATA       TO FR-DATA-RETIRADA
           MOVE WRK-CD-HORA       TO FR-HORA-RETIRADA
           MOVE WRK-DATA-PREVISTA TO FR-DATA-PREVISTA
           MOVE FE-CONDICAO       TO FR-CONDICAO-SAIDA
           MOVE WRK-USUARIO       TO FR-ATENDENTE-SAIDA
           MOVE 'A'               TO FR-STATUS
           MOVE SPACES            TO FR-DATA-DEVOLUCAO
           MOVE SPACES            TO FR-CONDICAO-VOLTA
           MOVE SPACES            TO FR-ATENDENTE-VOLTA
           WRITE RETIRADA-FERRAMENTA-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR A RETIRADA.'
               NOT INVALID KEY
                   MOVE 'E' TO FE-SITUACAO
                   MOVE WRK-NUMERO-RET TO FE-RETIRADA
                   REWRITE FERRAMENTA-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO MARCAR A FERRAMENTA.'
                   END-REWRITE
                   DISPLAY 'RETIRADA ' FR-NUMERO ' REGISTRADA. '
                       'DEVOLVER ATE ' FR-DATA-PREVISTA '.'
           END-WRITE.

      ******************************************************************
      * REGISTRA-DEVOLUCAO - Fecha a retirada aberta da ferramenta com
      * a data, a condicao em que voltou e o atendente; a ferramenta
      * volta ao local com essa condicao.
      ******************************************************************
       REGISTRA-DEVOLUCAO.
           PERFORM LOCALIZA-FERRAMENTA
           EVALUATE TRUE
               WHEN WRK-PATRIMONIO = SPACES
                   CONTINUE
               WHEN NOT FERRAMENTA-ACHADA
                   DISPLAY 'FERRAMENTA NAO CADASTRADA.'
               WHEN NOT FE-EMPRESTADA
                   DISPLAY 'FERRAMENTA NAO ESTA EMPRESTADA.'
               WHEN OTHER
                   PERFORM COMPLETA-DEVOLUCAO
           END-EVALUATE.

       COMPLETA-DEVOLUCAO.
           MOVE FE-RETIRADA TO FR-NUMERO
           READ RETIRADA-FILE
               INVALID KEY
                   DISPLAY 'RETIRADA ' FE-RETIRADA ' NAO ENCONTRADA.'
               NOT INVALID KEY
                   DISPLAY 'RETIRADA POR ' FR-OPERADOR ' EM '
                       FR-DATA-RETIRADA ' ORDEM ' FR-ORDEM
                   PERFORM SOLICITA-CONDICAO
                   ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
                   MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
                   MOVE 'D'          TO FR-STATUS
                   MOVE WRK-CD-DATA  TO FR-DATA-DEVOLUCAO
                   MOVE WRK-CONDICAO TO FR-CONDICAO-VOLTA
                   MOVE WRK-USUARIO  TO FR-ATENDENTE-VOLTA
                   REWRITE RETIRADA-FERRAMENTA-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO FECHAR A RETIRADA.'
                       NOT INVALID KEY
                           MOVE 'D' TO FE-SITUACAO
                           MOVE 0 TO FE-RETIRADA
                           MOVE WRK-CONDICAO TO FE-CONDICAO
                           REWRITE FERRAMENTA-RECORD
                               INVALID KEY
                                   DISPLAY 'FALHA AO DEVOLVER A '
                                       'FERRAMENTA AO LOCAL.'
                           END-REWRITE
                           DISPLAY 'DEVOLUCAO REGISTRADA.'
                   END-REWRITE
           END-READ.

      ******************************************************************
      * CONSULTA-FERRAMENTA - Ficha da ferramenta e, se emprestada,
      * com quem esta e ate quando.
      ******************************************************************
       CONSULTA-FERRAMENTA.
           PERFORM LOCALIZA-FERRAMENTA
           IF FERRAMENTA-ACHADA
               DISPLAY 'PATRIMONIO: ' FE-PATRIMONIO
               DISPLAY 'DESCRICAO : ' FE-DESCRICAO
               DISPLAY 'LOCAL     : ' FE-LOCAL
               DISPLAY 'CONDICAO  : ' FE-CONDICAO
                   ' (B-BOA R-REPARO X-BAIXADA)'
               IF FE-EMPRESTADA
                   MOVE FE-RETIRADA TO FR-NUMERO
                   READ RETIRADA-FILE
                       INVALID KEY
                           DISPLAY 'EMPRESTADA - RETIRADA '
                               FE-RETIRADA ' NAO ENCONTRADA.'
                       NOT INVALID KEY
                           DISPLAY 'EMPRESTADA A ' FR-OPERADOR
                               ' DESDE ' FR-DATA-RETIRADA
                               ' ATE ' FR-DATA-PREVISTA
                           DISPLAY 'ORDEM     : ' FR-ORDEM
                   END-READ
               ELSE
                   DISPLAY 'NO LOCAL.'
               END-IF
           ELSE
               IF WRK-PATRIMONIO NOT = SPACES
                   DISPLAY 'FERRAMENTA NAO CADASTRADA.'
               END-IF
           END-IF.

      ******************************************************************
      * HISTORICO-OPERADOR - Todas as retiradas do operador, na ordem
      * em que aconteceram (chave alternada FR-OPERADOR), com as
      * ainda abertas marcadas.
      ******************************************************************
       HISTORICO-OPERADOR.
           MOVE 0 TO WRK-QTD-RETIRADAS
           MOVE 0 TO WRK-QTD-ABERTAS
           DISPLAY 'OPERADOR:'
           ACCEPT WRK-OPERADOR
           MOVE FUNCTION UPPER-CASE(WRK-OPERADOR) TO WRK-OPERADOR
           MOVE 'N' TO WRK-FIM-RETIR
           MOVE WRK-OPERADOR TO FR-OPERADOR
           START RETIRADA-FILE KEY IS EQUAL TO FR-OPERADOR
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-RETIR
           END-START
           PERFORM UNTIL FIM-RETIR
               READ RETIRADA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-RETIR
               END-READ
               IF NOT FIM-RETIR
                   IF FR-OPERADOR NOT = WRK-OPERADOR
                       MOVE 'S' TO WRK-FIM-RETIR
                   ELSE
                       PERFORM MOSTRA-RETIRADA
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY 'RETIRADAS: ' WRK-QTD-RETIRADAS
               '  AINDA ABERTAS: ' WRK-QTD-ABERTAS.

       MOSTRA-RETIRADA.
           ADD 1 TO WRK-QTD-RETIRADAS
           IF FR-ABERTA
               ADD 1 TO WRK-QTD-ABERTAS
               DISPLAY FR-NUMERO ' ' FR-PATRIMONIO ' SAIU '
                   FR-DATA-RETIRADA ' PREVISTA ' FR-DATA-PREVISTA
                   ' ORDEM ' FR-ORDEM ' *ABERTA*'
           ELSE
               DISPLAY FR-NUMERO ' ' FR-PATRIMONIO ' SAIU '
                   FR-DATA-RETIRADA ' VOLTOU ' FR-DATA-DEVOLUCAO
                   ' ORDEM ' FR-ORDEM ' COND ' FR-CONDICAO-VOLTA
           END-IF.

       LOCALIZA-FERRAMENTA.
           MOVE 'N' TO WRK-ACHOU
           DISPLAY 'PATRIMONIO DA FERRAMENTA:'
           ACCEPT WRK-PATRIMONIO
           MOVE FUNCTION UPPER-CASE(WRK-PATRIMONIO) TO WRK-PATRIMONIO
           IF WRK-PATRIMONIO = SPACES
               DISPLAY 'PATRIMONIO NAO PODE SER EM BRANCO.'
           ELSE
               MOVE WRK-PATRIMONIO TO FE-PATRIMONIO
               READ FERRAMENTA-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHOU
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
               END-READ
           END-IF.

      ******************************************************************
      * SOLICITA-ORDEM - Ordem de servico da retirada (branco quando a
      * ferramenta nao vai para uma ordem); informada, precisa existir
      * e estar aberta.
      ******************************************************************
       SOLICITA-ORDEM.
           MOVE 'N' TO WRK-ORDEM-OK
           PERFORM UNTIL ORDEM-VALIDA
               DISPLAY 'ORDEM DE SERVICO (BRANCO = SEM ORDEM):'
               ACCEPT WRK-ORDEM
               IF WRK-ORDEM = SPACES
                   MOVE 'S' TO WRK-ORDEM-OK
               ELSE
                   OPEN INPUT ORDEM-SERVICO-FILE
                   IF WRK-FS-ORDEM NOT = '00'
                       DISPLAY 'MESTRE DE ORDENS INDISPONIVEL.'
                   ELSE
                       MOVE WRK-ORDEM TO OS-NUMERO
                       READ ORDEM-SERVICO-FILE
                           INVALID KEY
                               DISPLAY 'ORDEM NAO CADASTRADA.'
                           NOT INVALID KEY
                               IF OS-ABERTA
                                   MOVE 'S' TO WRK-ORDEM-OK
                               ELSE
                                   DISPLAY 'ORDEM FECHADA.'
                               END-IF
                       END-READ
                       CLOSE ORDEM-SERVICO-FILE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * SOLICITA-PRAZO - Dias para a devolucao (branco vale um dia) e
      * a data prevista correspondente, pelo PROG104.
      ******************************************************************
       SOLICITA-PRAZO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           DISPLAY 'PRAZO DE DEVOLUCAO EM DIAS (BRANCO = 1):'
           ACCEPT WRK-PRAZO-ED
           IF WRK-PRAZO-ED = SPACES
               MOVE 1 TO WRK-PRAZO
           ELSE
               IF FUNCTION TEST-NUMVAL(WRK-PRAZO-ED) = 0
                   COMPUTE WRK-PRAZO = FUNCTION NUMVAL(WRK-PRAZO-ED)
               ELSE
                   MOVE 1 TO WRK-PRAZO
               END-IF
           END-IF
           MOVE 3           TO DP-OPERACAO
           MOVE WRK-CD-DATA TO DP-DATA-1
           MOVE WRK-PRAZO   TO DP-DIAS
           CALL 'PROG104' USING DATA-PARAMETROS
           MOVE DP-RESULTADO TO WRK-DATA-PREVISTA.

      ******************************************************************
      * SOLICITA-CONDICAO - Condicao da ferramenta: B (boa), R (em
      * reparo) ou X (baixada).
      ******************************************************************
       SOLICITA-CONDICAO.
           MOVE 'N' TO WRK-CONDICAO-OK
           PERFORM UNTIL CONDICAO-VALIDA
               DISPLAY 'CONDICAO (B-BOA R-REPARO X-BAIXADA):'
               ACCEPT WRK-CONDICAO
               MOVE FUNCTION UPPER-CASE(WRK-CONDICAO) TO WRK-CONDICAO
               IF WRK-CONDICAO = 'B' OR WRK-CONDICAO = 'R'
                   OR WRK-CONDICAO = 'X'
                   MOVE 'S' TO WRK-CONDICAO-OK
               ELSE
                   DISPLAY 'CONDICAO INVALIDA.'
               END-IF
           END-PERFORM.

      ******************************************************************
      * SOLICITA-LOCAL - Local de estoque onde a ferramenta fica
      * guardada (branco vale o almoxarifado central), conferido no
      * cadastro de locais ativos; sem o cadastro implantado, so o
      * central.
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
               DISPLAY 'LOCAL DE GUARDA (BRANCO = CENT):'
               ACCEPT WRK-LOCAL
               MOVE FUNCTION UPPER-CASE(WRK-LOCAL) TO WRK-LOCAL
               IF WRK-LOCAL = SPACES
                   MOVE 'CENT' TO WRK-LOCAL
               END-IF
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
                           IF LO-ATIVO
                               MOVE 'S' TO WRK-LOCAL-OK
                           ELSE
                               DISPLAY 'LOCAL INATIVO.'
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           IF LOCAIS-ABERTOS
               CLOSE LOCAL-ESTOQUE-FILE
               MOVE 'N' TO WRK-LOCAL-ABERTO
           END-IF.

      ******************************************************************
      * ALOCA-NUMERO-RETIRADA - Aloca o proximo numero de retirada no
      * contador controlado (chave 'FERRAMEN' do registro central de
      * numeracao), criando o contador na primeira retirada.
      ******************************************************************
       ALOCA-NUMERO-RETIRADA.
           OPEN I-O RECIBO-CONTROLE-FILE
           IF WRK-FS-RECNUM = '35'
               CLOSE RECIBO-CONTROLE-FILE
               OPEN OUTPUT RECIBO-CONTROLE-FILE
               CLOSE RECIBO-CONTROLE-FILE
               OPEN I-O RECIBO-CONTROLE-FILE
           END-IF
           MOVE 'FERRAMEN' TO RB-CHAVE
           READ RECIBO-CONTROLE-FILE
               INVALID KEY
                   MOVE 1 TO WRK-NUMERO-RET
                   MOVE 'FERRAMEN' TO RB-CHAVE
                   MOVE 2 TO RB-PROXIMO
                   WRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RB-PROXIMO TO WRK-NUMERO-RET
                   ADD 1 TO RB-PROXIMO
                   REWRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RECIBO-CONTROLE-FILE.
       END PROGRAM PROG140.
