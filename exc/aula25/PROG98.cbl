      *  CONSULTA E LISTA OS FORNECEDORES (CODIGO, NOME, MATERIAIS
      *  FORNECIDOS E PRAZO DE ENTREGA), A BASE DOS PEDIDOS DE COMPRA
      *  DO PROG99 - NO LUGAR DO HUMANO COM O TELEFONE E A AGENDA.
      *  GUARDA TAMBEM A CONDICAO DE PAGAMENTO (DIAS APOS A NOTA) QUE
      *  DA O VENCIMENTO DAS CONTAS A PAGAR DO PROG120. A CONSULTA E
      *  A LISTA MOSTRAM A ULTIMA AVALIACAO MENSAL DE DESEMPENHO DO
      *  FORNECEDOR (PROG142).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 WRK-FIM-FORN      PIC X(01) VALUE 'N'.
           88 FIM-FORN             VALUE 'S'.
       77 WRK-PRAZO-ED      PIC X(03) VALUE SPACES.
       77 WRK-PRAZO-OK      PIC X(01) VALUE 'N'.
           88 PRAZO-VALIDO         VALUE 'S'.
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O FORNECEDOR-FILE
               DISPLAY 'MATERIAIS FORNECIDOS:'
               ACCEPT FO-MATERIAIS
               PERFORM ACEITA-PRAZO
               PERFORM ACEITA-PRAZO-PAGTO
               MOVE 'A' TO FO-ATIVO
               MOVE SPACES TO FO-DESEMPENHO
               MOVE SPACES TO FO-AVALIACAO
               MOVE 0 TO FO-PCT-PRAZO
               MOVE 0 TO FO-PCT-ATENDIDO
               WRITE FORNECEDOR-RECORD
                   INVALID KEY
                       DISPLAY 'FORNECEDOR JA EXISTE. INCLUSAO '
               END-IF
           END-PERFORM.

      ******************************************************************
      * ACEITA-PRAZO-PAGTO - Condicao de pagamento em dias corridos
      * apos a data da nota fiscal (zero = a vista).
      ******************************************************************
       ACEITA-PRAZO-PAGTO.
           MOVE 'N' TO WRK-PRAZO-OK
           PERFORM UNTIL PRAZO-VALIDO
               DISPLAY 'CONDICAO DE PAGAMENTO (DIAS APOS A NOTA):'
               ACCEPT WRK-PRAZO-ED
               IF FUNCTION TEST-NUMVAL(WRK-PRAZO-ED) = 0
                   COMPUTE FO-PRAZO-PAGTO =
                       FUNCTION NUMVAL(WRK-PRAZO-ED)
                   MOVE 'S' TO WRK-PRAZO-OK
               ELSE
                   DISPLAY 'CONDICAO INVALIDA.'
               END-IF
           END-PERFORM.

       ALTERA-FORNECEDOR.
           PERFORM LOCALIZA-FORNECEDOR
           IF REGISTRO-ACHADO
               DISPLAY 'NOVOS MATERIAIS:'
               ACCEPT FO-MATERIAIS
               PERFORM ACEITA-PRAZO
               IF FO-PRAZO-PAGTO IS NUMERIC
                   DISPLAY 'CONDICAO DE PAGAMENTO ATUAL: '
                       FO-PRAZO-PAGTO ' DIA(S)'
               END-IF
               PERFORM ACEITA-PRAZO-PAGTO
               DISPLAY 'SITUACAO - (A)TIVO OU (I)NATIVO:'
               ACCEPT FO-ATIVO
               MOVE FUNCTION UPPER-CASE(FO-ATIVO) TO FO-ATIVO
               DISPLAY 'NOME     : ' FO-NOME
               DISPLAY 'MATERIAIS: ' FO-MATERIAIS
               DISPLAY 'PRAZO    : ' FO-PRAZO-DIAS ' DIA(S)'
               IF FO-PRAZO-PAGTO IS NUMERIC
                   DISPLAY 'PAGAMENTO: ' FO-PRAZO-PAGTO
                       ' DIA(S) APOS A NOTA'
               ELSE
                   DISPLAY 'PAGAMENTO: NAO INFORMADO (30 DIAS)'
               END-IF
               DISPLAY 'SITUACAO : ' FO-ATIVO
               EVALUATE TRUE
                   WHEN FO-DESEMPENHO-OK
                       DISPLAY 'AVALIACAO: ' FO-AVALIACAO
                           ' NO PRAZO ' FO-PCT-PRAZO '%'
                           ' ATENDIDO ' FO-PCT-ATENDIDO '%'
                   WHEN FO-DESEMPENHO-BAIXO
                       DISPLAY 'AVALIACAO: ' FO-AVALIACAO
                           ' NO PRAZO ' FO-PCT-PRAZO '%'
                           ' ATENDIDO ' FO-PCT-ATENDIDO '%'
                           ' - DESEMPENHO BAIXO'
                   WHEN OTHER
                       DISPLAY 'AVALIACAO: NAO AVALIADO'
               END-EVALUATE
           END-IF.

       LISTA-FORNECEDORES.
                       MOVE 'S' TO WRK-FIM-FORN
               END-READ
               IF NOT FIM-FORN
                   IF FO-DESEMPENHO-BAIXO
                       DISPLAY '  ' FO-CODIGO ' ' FO-NOME ' PRAZO '
                           FO-PRAZO-DIAS ' (' FO-ATIVO ')'
                           ' DESEMPENHO BAIXO'
                   ELSE
                       DISPLAY '  ' FO-CODIGO ' ' FO-NOME ' PRAZO '
                           FO-PRAZO-DIAS ' (' FO-ATIVO ')'
                   END-IF
               END-IF
           END-PERFORM.

