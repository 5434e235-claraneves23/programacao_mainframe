      ******************************************************************
      * DISTREGR - Tabela das regras de quebra dos relatorios
      * distribuidos pelo PROG153 (e aceitos no mestre de distribuicao
      * pelo PROG154): para cada relatorio registrado no repositorio
      * (REPCAT), o marcador que identifica a linha de quebra (texto e
      * posicao), a posicao e o tamanho da chave de quebra nessa linha
      * e o modo - L so a linha marcada pertence a chave; B a linha
      * marcada e as seguintes ate a linha em branco ou o proximo
      * marcador; I a linha marcada e as seguintes recuadas (duas
      * posicoes em branco). Linhas antes da primeira quebra sao o
      * cabecalho, repetido em cada pacote; as demais sem chave vao
      * para o destinatario geral do relatorio (chave '*').
      ******************************************************************
       01 TABELA-DIST-REGRAS.
          05 FILLER PIC X(50) VALUE
             'TURMARELTURMA:      0010704706BINSTRUTOR          '.
          05 FILLER PIC X(50) VALUE
             'CARGDOC  SECOES     0400800306LINSTRUTOR          '.
          05 FILLER PIC X(50) VALUE
             'AGFATREL ALUNO      0100700703LFAIXA DE ATRASO    '.
          05 FILLER PIC X(50) VALUE
             'AGEORDEMORDEM       0010601630IDEPARTAMENTO       '.
          05 FILLER PIC X(50) VALUE
             'DOCPREL UNIDADE:    0010901004BUNIDADE DO ALUNO   '.
       01 TABELA-DIST-REGRAS-R REDEFINES TABELA-DIST-REGRAS.
          05 DR-ENTRY OCCURS 5 TIMES.
             10 DR-RELATORIO    PIC X(08).
             10 DR-MARCADOR     PIC X(12).
             10 DR-POS-MARCA    PIC 9(03).
             10 DR-TAM-MARCA    PIC 9(02).
             10 DR-POS-CHAVE    PIC 9(03).
             10 DR-TAM-CHAVE    PIC 9(02).
             10 DR-MODO         PIC X(01).
                88 DR-MODO-LINHA      VALUE 'L'.
                88 DR-MODO-BLOCO      VALUE 'B'.
                88 DR-MODO-RECUO      VALUE 'I'.
             10 DR-TIPO-CHAVE   PIC X(19).
       77 DR-QTD-REGRAS PIC 9(02) VALUE 5.
