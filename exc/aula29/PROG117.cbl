      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG117.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  ACORDO DE PARCELAMENTO DE DEBITO - PARA O ALUNO BLOQUEADO NA
      *  MATRICULA POR INADIMPLENCIA: (N)OVO ACORDO REUNE TODAS AS
      *  FATURAS VENCIDAS EM ABERTO DO ALUNO (MENSALIDADES E ENCARGOS)
      *  EM UM ACORDO NUMERADO, MARCA CADA UMA COMO RENEGOCIADA (NAO
      *  COMO PAGA) E EMITE AS N PARCELAS NOVAS, CADA UMA COM SEU
      *  VENCIMENTO, A PARTIR DO PRIMEIRO VENCIMENTO INFORMADO E DE
      *  TRINTA EM TRINTA DIAS. (C)ONSULTAR MOSTRA OS ACORDOS DO ALUNO
      *  E A SITUACAO DE CADA PARCELA. O BLOQUEIO DE MATRICULA CAI
      *  QUANDO A PRIMEIRA PARCELA E PAGA (PROG26); A QUITACAO E O
      *  ROMPIMENTO POR PARCELA VENCIDA SAO APURADOS PELO PROG118.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT FATURA-MASTER-FILE ASSIGN TO "FATURMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUMERO
               FILE STATUS IS WRK-FS-FAT.
           SELECT ACORDO-FILE ASSIGN TO "ACORDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-NUMERO
               FILE STATUS IS WRK-FS-ACORDO.
           SELECT RECIBO-CONTROLE-FILE ASSIGN TO "RECNUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WRK-FS-RECNUM.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  FATURA-MASTER-FILE.
           COPY FATURMR.
       FD  ACORDO-FILE.
           COPY ACORDO.
       FD  RECIBO-CONTROLE-FILE.
           COPY RECNUM.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-FAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-ACORDO     PIC X(02) VALUE SPACES.
       77 WRK-FS-RECNUM     PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC X(01) VALUE SPACES.
       77 WRK-CONTINUAR     PIC X(01) VALUE 'S'.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77 WRK-ID-BUSCA      PIC X(14) VALUE SPACES.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
           88 REGISTRO-ACHADO      VALUE 'S'.
       77 WRK-TEM-ACORDO    PIC X(01) VALUE 'N'.
           88 ACORDO-ATIVO-ACHADO  VALUE 'S'.
       77 WRK-FIM-FAT       PIC X(01) VALUE 'N'.
           88 FIM-FAT              VALUE 'S'.
       77 WRK-FIM-ACORDO    PIC X(01) VALUE 'N'.
           88 FIM-ACORDO           VALUE 'S'.
       77 WRK-CHAVE-NUM     PIC X(08) VALUE SPACES.
       77 WRK-NUMERO-ALOC   PIC 9(08) VALUE 0.
       77 WRK-NUM-ACORDO    PIC 9(08) VALUE 0.
       77 WRK-QTD-FATURAS   PIC 9(03) VALUE 0.
       77 WRK-VALOR-TOTAL   PIC 9(07)V99 VALUE 0.
       77 WRK-VALOR-PARCELA PIC 9(07)V99 VALUE 0.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-UNIDADE       PIC X(04) VALUE SPACES.
       77 WRK-QTD-ED        PIC X(02) VALUE SPACES.
       77 WRK-QTD-PARCELAS  PIC 9(02) VALUE 0.
       77 WRK-MAX-PARCELAS  PIC 9(02) VALUE 12.
       77 WRK-PRIMEIRO-VENC PIC X(08) VALUE SPACES.
       77 WRK-IDX           PIC 9(02) VALUE 0.
       77 WRK-VALOR-SAI     PIC Z,ZZZ,ZZ9.99.
       77 WRK-SALDO-SAI     PIC Z,ZZZ,ZZ9.99.
       COPY DATAPARM.

       01 TABELA-PARCELAS.
          05 PC-ENTRY OCCURS 12 TIMES.
             10 PC-VENC        PIC X(08).
             10 PC-VALOR       PIC 9(07)V99.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O ACORDO-FILE
           IF WRK-FS-ACORDO = '35'
               CLOSE ACORDO-FILE
               OPEN OUTPUT ACORDO-FILE
               CLOSE ACORDO-FILE
               OPEN I-O ACORDO-FILE
           END-IF

           OPEN I-O FATURA-MASTER-FILE
           IF WRK-FS-FAT = '35'
               DISPLAY 'MESTRE DE FATURAS VAZIO OU INEXISTENTE. '
                   'RODE O FATURAMENTO (PROG70) ANTES.'
           ELSE
               PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'
               CLOSE FATURA-MASTER-FILE
           END-IF

           CLOSE ACORDO-FILE
           STOP RUN.

       EXIBE-MENU.
           DISPLAY 'ACORDO DE PARCELAMENTO DE DEBITO'
           DISPLAY 'N - NOVO ACORDO'
           DISPLAY 'C - CONSULTAR ACORDOS DO ALUNO'
           DISPLAY 'S - SAIR'
           ACCEPT WRK-OPCAO
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'N' PERFORM NOVO-ACORDO
               WHEN 'C' PERFORM CONSULTA-ACORDOS
               WHEN 'S' MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      ******************************************************************
      * NOVO-ACORDO - Valida o aluno, recusa quem ja tem acordo
      * ativo, levanta as faturas vencidas em aberto e, com a
      * quantidade de parcelas e o primeiro vencimento aceitos e o
      * plano confirmado, efetiva o acordo.
      ******************************************************************
       NOVO-ACORDO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           PERFORM LOCALIZA-ALUNO
           IF NOT REGISTRO-ACHADO
               CONTINUE
           ELSE
               PERFORM VERIFICA-ACORDO-ATIVO
               IF ACORDO-ATIVO-ACHADO
                   DISPLAY 'ALUNO JA TEM O ACORDO ' WRK-NUM-ACORDO
                       ' ATIVO. NOVO ACORDO RECUSADO.'
               ELSE
                   PERFORM LEVANTA-VENCIDAS
                   IF WRK-QTD-FATURAS = 0
                       DISPLAY 'ALUNO SEM FATURAS VENCIDAS EM ABERTO.'
                   ELSE
                       MOVE WRK-VALOR-TOTAL TO WRK-VALOR-SAI
                       DISPLAY WRK-QTD-FATURAS ' FATURA(S) VENCIDA(S)'
                           ' - TOTAL A PARCELAR: ' WRK-VALOR-SAI
                       PERFORM ACEITA-PARCELAS
                       PERFORM ACEITA-PRIMEIRO-VENC
                       PERFORM MONTA-PARCELAS
                       DISPLAY 'CONFIRMA O ACORDO? (S/N)'
                       ACCEPT WRK-CONFIRMA
                       MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA)
                           TO WRK-CONFIRMA
                       IF WRK-CONFIRMA = 'S'
                           PERFORM EFETIVA-ACORDO
                       ELSE
                           DISPLAY 'ACORDO NAO EFETIVADO.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * VERIFICA-ACORDO-ATIVO - Varre o mestre de acordos atras de
      * acordo ativo do aluno; um aluno tem no maximo um por vez.
      ******************************************************************
       VERIFICA-ACORDO-ATIVO.
           MOVE 'N' TO WRK-TEM-ACORDO
           MOVE 'N' TO WRK-FIM-ACORDO
           MOVE 0 TO AO-NUMERO
           START ACORDO-FILE KEY IS NOT LESS THAN AO-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ACORDO
           END-START
           PERFORM UNTIL FIM-ACORDO OR ACORDO-ATIVO-ACHADO
               READ ACORDO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ACORDO
               END-READ
               IF NOT FIM-ACORDO
                   IF AO-ALUNO-ID = WRK-ID-BUSCA AND AO-ATIVO
                       MOVE 'S' TO WRK-TEM-ACORDO
                       MOVE AO-NUMERO TO WRK-NUM-ACORDO
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * LEVANTA-VENCIDAS - Lista e totaliza as faturas do aluno em
      * aberto, com saldo e vencidas antes de hoje; o semestre das
      * parcelas e o da fatura mais recente do levantamento.
      ******************************************************************
       LEVANTA-VENCIDAS.
           MOVE 0 TO WRK-QTD-FATURAS
           MOVE 0 TO WRK-VALOR-TOTAL
           MOVE SPACES TO WRK-SEMESTRE
           MOVE SPACES TO WRK-UNIDADE
           MOVE 'N' TO WRK-FIM-FAT
           MOVE 0 TO FA-NUMERO
           START FATURA-MASTER-FILE KEY IS NOT LESS THAN FA-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-FAT
           END-START
           PERFORM UNTIL FIM-FAT
               READ FATURA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-FAT
               END-READ
               IF NOT FIM-FAT
                   IF FA-ALUNO-ID = WRK-ID-BUSCA AND FA-ABERTA
                       AND FA-SALDO > 0
                       AND FA-DATA-VENC < WRK-CD-DATA
                       ADD 1 TO WRK-QTD-FATURAS
                       ADD FA-SALDO TO WRK-VALOR-TOTAL
                       MOVE FA-SEMESTRE TO WRK-SEMESTRE
                       MOVE FA-UNIDADE  TO WRK-UNIDADE
                       MOVE FA-SALDO TO WRK-SALDO-SAI
                       DISPLAY '  FATURA ' FA-NUMERO
                           ' SEMESTRE ' FA-SEMESTRE
                           ' VENCTO ' FA-DATA-VENC
                           ' SALDO ' WRK-SALDO-SAI
                   END-IF
               END-IF
           END-PERFORM.

       ACEITA-PARCELAS.
           MOVE 0 TO WRK-QTD-PARCELAS
           PERFORM UNTIL WRK-QTD-PARCELAS > 0
               DISPLAY 'QUANTIDADE DE PARCELAS (1 A '
                   WRK-MAX-PARCELAS '):'
               ACCEPT WRK-QTD-ED
               IF FUNCTION TEST-NUMVAL(WRK-QTD-ED) = 0
                   COMPUTE WRK-QTD-PARCELAS =
                       FUNCTION NUMVAL(WRK-QTD-ED)
               END-IF
               IF WRK-QTD-PARCELAS = 0
                   OR WRK-QTD-PARCELAS > WRK-MAX-PARCELAS
                   DISPLAY 'QUANTIDADE INVALIDA.'
                   MOVE 0 TO WRK-QTD-PARCELAS
               END-IF
           END-PERFORM.

       ACEITA-PRIMEIRO-VENC.
           MOVE 'N' TO DP-VALIDA
           PERFORM UNTIL DP-VALIDA = 'S'
               DISPLAY 'VENCIMENTO DA PRIMEIRA PARCELA (AAAAMMDD):'
               ACCEPT WRK-PRIMEIRO-VENC
               MOVE 1 TO DP-OPERACAO
               MOVE WRK-PRIMEIRO-VENC TO DP-DATA-1
               CALL 'PROG104' USING DATA-PARAMETROS
               IF DP-VALIDA NOT = 'S'
                   DISPLAY 'DATA INVALIDA.'
               ELSE
                   IF WRK-PRIMEIRO-VENC < WRK-CD-DATA
                       DISPLAY 'VENCIMENTO ANTERIOR A HOJE.'
                       MOVE 'N' TO DP-VALIDA
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * MONTA-PARCELAS - Divide o total em parcelas iguais (a ultima
      * leva a diferenca dos centavos) com vencimentos de trinta em
      * trinta dias a partir do primeiro, e mostra o plano.
      ******************************************************************
       MONTA-PARCELAS.
           COMPUTE WRK-VALOR-PARCELA =
               WRK-VALOR-TOTAL / WRK-QTD-PARCELAS
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PARCELAS
               IF WRK-IDX = WRK-QTD-PARCELAS
                   COMPUTE PC-VALOR(WRK-IDX) = WRK-VALOR-TOTAL
                       - WRK-VALOR-PARCELA * (WRK-QTD-PARCELAS - 1)
               ELSE
                   MOVE WRK-VALOR-PARCELA TO PC-VALOR(WRK-IDX)
               END-IF
               MOVE 3 TO DP-OPERACAO
               MOVE WRK-PRIMEIRO-VENC TO DP-DATA-1
               COMPUTE DP-DIAS = (WRK-IDX - 1) * 30
               CALL 'PROG104' USING DATA-PARAMETROS
               MOVE DP-RESULTADO TO PC-VENC(WRK-IDX)
               MOVE PC-VALOR(WRK-IDX) TO WRK-VALOR-SAI
               DISPLAY '  PARCELA ' WRK-IDX ' VENCTO '
                   PC-VENC(WRK-IDX) ' VALOR ' WRK-VALOR-SAI
           END-PERFORM.

      ******************************************************************
      * EFETIVA-ACORDO - Aloca o numero do acordo, marca as faturas
      * vencidas como renegociadas no acordo, emite as parcelas e
      * grava o acordo ativo.
      ******************************************************************
       EFETIVA-ACORDO.
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           MOVE 'ACORDO' TO WRK-CHAVE-NUM
           PERFORM ALOCA-NUMERO
           MOVE WRK-NUMERO-ALOC TO WRK-NUM-ACORDO

           PERFORM RENEGOCIA-FATURAS
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PARCELAS
               PERFORM EMITE-PARCELA
           END-PERFORM

           MOVE WRK-NUM-ACORDO   TO AO-NUMERO
           MOVE WRK-ID-BUSCA     TO AO-ALUNO-ID
           MOVE WRK-CD-DATA      TO AO-DATA
           MOVE WRK-VALOR-TOTAL  TO AO-VALOR-TOTAL
           MOVE WRK-QTD-FATURAS  TO AO-QTD-FATURAS
           MOVE WRK-QTD-PARCELAS TO AO-QTD-PARCELAS
           MOVE 'A'              TO AO-STATUS
           MOVE WRK-CD-DATA      TO AO-DATA-STATUS
           MOVE 0                TO AO-SALDO-RETORNADO
           MOVE WRK-USUARIO      TO AO-OPERADOR
           WRITE ACORDO-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR O ACORDO ' WRK-NUM-ACORDO
               NOT INVALID KEY
                   DISPLAY 'ACORDO ' WRK-NUM-ACORDO ' EFETIVADO COM '
                       WRK-QTD-PARCELAS ' PARCELA(S).'
           END-WRITE.

      ******************************************************************
      * RENEGOCIA-FATURAS - Refaz o levantamento das vencidas do
      * aluno e marca cada uma como renegociada no acordo; o saldo
      * fica na fatura, para o rompimento saber quanto devolver.
      ******************************************************************
       RENEGOCIA-FATURAS.
           MOVE 'N' TO WRK-FIM-FAT
           MOVE 0 TO FA-NUMERO
           START FATURA-MASTER-FILE KEY IS NOT LESS THAN FA-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-FAT
           END-START
           PERFORM UNTIL FIM-FAT
               READ FATURA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-FAT
               END-READ
               IF NOT FIM-FAT
                   IF FA-ALUNO-ID = WRK-ID-BUSCA AND FA-ABERTA
                       AND FA-SALDO > 0
                       AND FA-DATA-VENC < WRK-CD-DATA
                       MOVE 'R' TO FA-STATUS
                       MOVE WRK-NUM-ACORDO TO FA-ACORDO
                       MOVE WRK-CD-DATA TO FA-DATA-STATUS
                       REWRITE FATURA-RECORD
                           INVALID KEY
                               DISPLAY 'FALHA AO RENEGOCIAR A FATURA '
                                   FA-NUMERO
                       END-REWRITE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * EMITE-PARCELA - Grava a parcela corrente do plano como fatura
      * aberta do tipo parcela, com numero do contador controlado das
      * faturas, o acordo e o numero da parcela.
      ******************************************************************
       EMITE-PARCELA.
           MOVE 'FATURA' TO WRK-CHAVE-NUM
           PERFORM ALOCA-NUMERO

           MOVE WRK-NUMERO-ALOC   TO FA-NUMERO
           MOVE WRK-ID-BUSCA      TO FA-ALUNO-ID
           MOVE WRK-SEMESTRE      TO FA-SEMESTRE
           MOVE PC-VALOR(WRK-IDX) TO FA-VALOR
           MOVE PC-VALOR(WRK-IDX) TO FA-SALDO
           MOVE WRK-CD-DATA       TO FA-DATA-EMISSAO
           MOVE PC-VENC(WRK-IDX)  TO FA-DATA-VENC
           MOVE 'A'               TO FA-STATUS
           MOVE 'P'               TO FA-TIPO
           MOVE 0                 TO FA-ORIGEM
           MOVE SPACES            TO FA-DATA-ENCARGO
           MOVE SPACES            TO FA-ENCARGO-FIM
           MOVE WRK-NUM-ACORDO    TO FA-ACORDO
           MOVE WRK-IDX           TO FA-PARCELA
           MOVE SPACES            TO FA-DATA-STATUS
           MOVE WRK-UNIDADE       TO FA-UNIDADE
           MOVE SPACES            TO FA-DOCUMENTO
           WRITE FATURA-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO EMITIR A PARCELA ' WRK-IDX
               NOT INVALID KEY
                   DISPLAY '  PARCELA ' WRK-IDX ' EMITIDA NA FATURA '
                       FA-NUMERO
           END-WRITE.

      ******************************************************************
      * CONSULTA-ACORDOS - Mostra os acordos do aluno e, de cada um,
      * as parcelas com vencimento, valor, saldo e status.
      ******************************************************************
       CONSULTA-ACORDOS.
           DISPLAY 'MATRICULA DO ALUNO:'
           ACCEPT WRK-ID-BUSCA
           MOVE 'N' TO WRK-ACHOU
           MOVE 'N' TO WRK-FIM-ACORDO
           MOVE 0 TO AO-NUMERO
           START ACORDO-FILE KEY IS NOT LESS THAN AO-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ACORDO
           END-START
           PERFORM UNTIL FIM-ACORDO
               READ ACORDO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ACORDO
               END-READ
               IF NOT FIM-ACORDO
                   IF AO-ALUNO-ID = WRK-ID-BUSCA
                       MOVE 'S' TO WRK-ACHOU
                       MOVE AO-VALOR-TOTAL TO WRK-VALOR-SAI
                       DISPLAY 'ACORDO ' AO-NUMERO ' DE ' AO-DATA
                           ' TOTAL ' WRK-VALOR-SAI
                           ' STATUS ' AO-STATUS
                           ' EM ' AO-DATA-STATUS
                       MOVE AO-NUMERO TO WRK-NUM-ACORDO
                       PERFORM LISTA-PARCELAS
                   END-IF
               END-IF
           END-PERFORM
           IF NOT REGISTRO-ACHADO
               DISPLAY 'NENHUM ACORDO PARA O ALUNO.'
           END-IF.

       LISTA-PARCELAS.
           MOVE 'N' TO WRK-FIM-FAT
           MOVE 0 TO FA-NUMERO
           START FATURA-MASTER-FILE KEY IS NOT LESS THAN FA-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-FAT
           END-START
           PERFORM UNTIL FIM-FAT
               READ FATURA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-FAT
               END-READ
               IF NOT FIM-FAT
                   IF FA-PARCELAMENTO AND FA-ACORDO = WRK-NUM-ACORDO
                       MOVE FA-VALOR TO WRK-VALOR-SAI
                       MOVE FA-SALDO TO WRK-SALDO-SAI
                       DISPLAY '  PARCELA ' FA-PARCELA
                           ' FATURA ' FA-NUMERO
                           ' VENCTO ' FA-DATA-VENC
                           ' VALOR ' WRK-VALOR-SAI
                           ' SALDO ' WRK-SALDO-SAI
                           ' STATUS ' FA-STATUS
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * ALOCA-NUMERO - Aloca o proximo numero da chave informada em
      * WRK-CHAVE-NUM no contador controlado (ler, incrementar,
      * regravar), criando o contador no primeiro uso.
      ******************************************************************
       ALOCA-NUMERO.
           OPEN I-O RECIBO-CONTROLE-FILE
           IF WRK-FS-RECNUM = '35'
               CLOSE RECIBO-CONTROLE-FILE
               OPEN OUTPUT RECIBO-CONTROLE-FILE
               CLOSE RECIBO-CONTROLE-FILE
               OPEN I-O RECIBO-CONTROLE-FILE
           END-IF

           MOVE WRK-CHAVE-NUM TO RB-CHAVE
           READ RECIBO-CONTROLE-FILE
               INVALID KEY
                   MOVE 1 TO WRK-NUMERO-ALOC
                   MOVE WRK-CHAVE-NUM TO RB-CHAVE
                   MOVE 2 TO RB-PROXIMO
                   WRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RB-PROXIMO TO WRK-NUMERO-ALOC
                   ADD 1 TO RB-PROXIMO
                   REWRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RECIBO-CONTROLE-FILE.

       LOCALIZA-ALUNO.
           MOVE 'N' TO WRK-ACHOU
           DISPLAY 'MATRICULA DO ALUNO:'
           ACCEPT WRK-ID-BUSCA
           OPEN INPUT ALUNO-MASTER-FILE
           IF WRK-FS-ALUNO = '35'
               DISPLAY 'ARQUIVO ALUNO-MASTER VAZIO OU INEXISTENTE.'
           ELSE
               MOVE WRK-ID-BUSCA TO ALUNO-ID
               READ ALUNO-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'MATRICULA NAO ENCONTRADA.'
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
               END-READ
               CLOSE ALUNO-MASTER-FILE
           END-IF.
       END PROGRAM PROG117.
