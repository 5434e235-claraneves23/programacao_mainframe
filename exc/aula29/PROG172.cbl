      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG172.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  SUBPROGRAMA COMUM DE KITS DE LABORATORIO - CHAMADO PELA
      *  ENTREGA SEMESTRAL DE KITS (PROG173) E PELO TRANCAMENTO DE
      *  MATRICULA (PROG113): LE NO KIT-MATERIAL (KITMAT) OS MATERIAIS
      *  E AS QUANTIDADES POR ALUNO DA MATERIA E ENTREGA O KIT A UM
      *  ALUNO (BAIXA DO MESTRE DE ESTOQUE E DO SALDO DO LOCAL, SO
      *  QUANDO O SALDO DE TODOS OS MATERIAIS COBRE O KIT) OU DEVOLVE
      *  AO ESTOQUE O KIT ENTREGUE. CADA MATERIAL GERA UM MOVIMENTO DE
      *  TIPO K NO MOVIMENTO-ESTOQUE COM A TURMA EM MV-ORDEM, PARA O
      *  CONSUMO FICAR NA CONTA DO CURSO E NAO DA OFICINA. MOVIMENTO
      *  DATADO EM MES JA FECHADO (PROG170) E LANCADO NO PRIMEIRO DIA
      *  DO PERIODO ABERTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KIT-MATERIAL-FILE ASSIGN TO "KITMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KT-CHAVE
               FILE STATUS IS WRK-FS-KIT.
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
       DATA DIVISION.
       FILE SECTION.
       FD  KIT-MATERIAL-FILE.
           COPY KITMAT.
       FD  ESTOQUE-MATERIAL-FILE.
           COPY ESTOQMR.
       FD  SALDO-LOCAL-FILE.
           COPY SALDLOC.
       FD  MOVIMENTO-ESTOQUE-FILE.
           COPY MOVESTQ.
       WORKING-STORAGE SECTION.
       77 WRK-FS-KIT        PIC X(02) VALUE SPACES.
       77 WRK-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77 WRK-FS-SALDO      PIC X(02) VALUE SPACES.
       77 WRK-FS-MOVTO      PIC X(02) VALUE SPACES.
       77 WRK-FIM-KIT       PIC X(01) VALUE 'N'.
           88 FIM-KIT              VALUE 'S'.
       77 WRK-IDX           PIC 9(02) VALUE 0.
       77 WRK-DISPONIVEL    PIC S9(06)V99 VALUE 0.
       77 WRK-QTD-MOVTO     PIC S9(06)V99 VALUE 0.
       COPY PERPARM.
       01 TABELA-KIT.
          05 KI-ENTRY OCCURS 20 TIMES.
             10 KI-MATERIAL    PIC X(06).
             10 KI-QUANTIDADE  PIC 9(04)V99.
             10 KI-LOCAL       PIC X(04).
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       LINKAGE SECTION.
       COPY KITPARM.
       PROCEDURE DIVISION USING KIT-PARAMETROS.
       INICIO.
           MOVE '0' TO KTP-STATUS
           MOVE 0 TO KTP-QTD-ITENS
           MOVE SPACES TO KTP-MATERIAL-FALTA
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA

           PERFORM CARREGA-KIT
           IF KTP-OK AND KTP-QTD-ITENS = 0
               MOVE '1' TO KTP-STATUS
           END-IF

           IF KTP-OK
               OPEN I-O ESTOQUE-MATERIAL-FILE
               IF WRK-FS-ESTOQUE NOT = '00'
                   MOVE '9' TO KTP-STATUS
               ELSE
                   OPEN I-O SALDO-LOCAL-FILE
                   IF KTP-ENTREGA
                       PERFORM CONFERE-SALDO-ITEM
                           VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > KTP-QTD-ITENS
                           OR NOT KTP-OK
                   END-IF
                   IF KTP-OK
                       PERFORM POSTA-ITEM
                           VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > KTP-QTD-ITENS
                   END-IF
                   IF WRK-FS-SALDO NOT = '35'
                       CLOSE SALDO-LOCAL-FILE
                   END-IF
                   CLOSE ESTOQUE-MATERIAL-FILE
               END-IF
           END-IF
           GOBACK.

      ******************************************************************
      * CARREGA-KIT - Le os materiais do kit da materia (a chave
      * comeca pela materia, entao a varredura parte dela e para
      * quando a materia muda); local em branco e o central.
      ******************************************************************
       CARREGA-KIT.
           OPEN INPUT KIT-MATERIAL-FILE
           IF WRK-FS-KIT = '35'
               MOVE '1' TO KTP-STATUS
           ELSE
               IF WRK-FS-KIT NOT = '00'
                   MOVE '9' TO KTP-STATUS
               ELSE
                   MOVE 'N' TO WRK-FIM-KIT
                   MOVE KTP-MATERIA TO KT-MATERIA
                   MOVE SPACES TO KT-MATERIAL
                   START KIT-MATERIAL-FILE
                       KEY IS NOT LESS THAN KT-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-KIT
                   END-START
                   PERFORM UNTIL FIM-KIT
                       READ KIT-MATERIAL-FILE NEXT RECORD
                           AT END
                               MOVE 'S' TO WRK-FIM-KIT
                       END-READ
                       IF NOT FIM-KIT
                           IF KT-MATERIA NOT = KTP-MATERIA
                               MOVE 'S' TO WRK-FIM-KIT
                           ELSE
                               IF KTP-QTD-ITENS < 20
                                   AND KT-QTD-ALUNO > 0
                                   ADD 1 TO KTP-QTD-ITENS
                                   MOVE KTP-QTD-ITENS TO WRK-IDX
                                   MOVE KT-MATERIAL
                                       TO KI-MATERIAL(WRK-IDX)
                                   MOVE KT-QTD-ALUNO
                                       TO KI-QUANTIDADE(WRK-IDX)
                                   MOVE KT-LOCAL TO KI-LOCAL(WRK-IDX)
                                   IF KI-LOCAL(WRK-IDX) = SPACES
                                       MOVE 'CENT' TO KI-LOCAL(WRK-IDX)
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE KIT-MATERIAL-FILE
               END-IF
           END-IF.

      ******************************************************************
      * CONFERE-SALDO-ITEM - Confere se o saldo do material no local
      * do kit cobre a quantidade por aluno (sem o arquivo de saldos
      * por local, vale o total do mestre); o primeiro material que
      * falta barra a entrega inteira.
      ******************************************************************
       CONFERE-SALDO-ITEM.
           MOVE 0 TO WRK-DISPONIVEL
           MOVE KI-MATERIAL(WRK-IDX) TO EM-CODIGO
           READ ESTOQUE-MATERIAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WRK-FS-SALDO = '35'
                       MOVE EM-SALDO TO WRK-DISPONIVEL
                   ELSE
                       MOVE KI-MATERIAL(WRK-IDX) TO EL-CODIGO
                       MOVE KI-LOCAL(WRK-IDX)    TO EL-LOCAL
                       READ SALDO-LOCAL-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE EL-SALDO TO WRK-DISPONIVEL
                       END-READ
                   END-IF
           END-READ
           IF WRK-DISPONIVEL < KI-QUANTIDADE(WRK-IDX)
               MOVE '2' TO KTP-STATUS
               MOVE KI-MATERIAL(WRK-IDX) TO KTP-MATERIAL-FALTA
           END-IF.

      ******************************************************************
      * POSTA-ITEM - Posta um material do kit no mestre, no saldo do
      * local e no arquivo de movimentos: a entrega debita e a
      * devolucao credita (o local sem saldo aberto ganha o registro
      * na devolucao).
      ******************************************************************
       POSTA-ITEM.
           IF KTP-ENTREGA
               COMPUTE WRK-QTD-MOVTO = 0 - KI-QUANTIDADE(WRK-IDX)
           ELSE
               MOVE KI-QUANTIDADE(WRK-IDX) TO WRK-QTD-MOVTO
           END-IF

           MOVE KI-MATERIAL(WRK-IDX) TO EM-CODIGO
           READ ESTOQUE-MATERIAL-FILE
               INVALID KEY
                   DISPLAY 'MATERIAL ' KI-MATERIAL(WRK-IDX)
                       ' DO KIT SEM CADASTRO NO ESTOQUE.'
               NOT INVALID KEY
                   ADD WRK-QTD-MOVTO TO EM-SALDO
                   REWRITE ESTOQUE-MATERIAL-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO POSTAR O MATERIAL '
                               KI-MATERIAL(WRK-IDX)
                       NOT INVALID KEY
                           PERFORM POSTA-SALDO-LOCAL
                           PERFORM GRAVA-MOVIMENTO-KIT
                   END-REWRITE
           END-READ.

       POSTA-SALDO-LOCAL.
           IF WRK-FS-SALDO NOT = '35'
               MOVE KI-MATERIAL(WRK-IDX) TO EL-CODIGO
               MOVE KI-LOCAL(WRK-IDX)    TO EL-LOCAL
               READ SALDO-LOCAL-FILE
                   INVALID KEY
                       MOVE WRK-QTD-MOVTO TO EL-SALDO
                       MOVE 0 TO EL-MINIMO
                       MOVE 0 TO EL-QTD-REPOR
                       WRITE SALDO-LOCAL-RECORD
                           INVALID KEY
                               DISPLAY 'FALHA AO ABRIR O SALDO DO '
                                   'LOCAL ' KI-LOCAL(WRK-IDX)
                       END-WRITE
                   NOT INVALID KEY
                       ADD WRK-QTD-MOVTO TO EL-SALDO
                       REWRITE SALDO-LOCAL-RECORD
                           INVALID KEY
                               DISPLAY 'FALHA AO POSTAR O SALDO DO '
                                   'LOCAL ' KI-LOCAL(WRK-IDX)
                       END-REWRITE
               END-READ
           END-IF.

      ******************************************************************
      * GRAVA-MOVIMENTO-KIT - Registra o movimento de kit (tipo K)
      * com a turma no lugar da ordem de servico.
      ******************************************************************
       GRAVA-MOVIMENTO-KIT.
           OPEN EXTEND MOVIMENTO-ESTOQUE-FILE
           IF WRK-FS-MOVTO = '05' OR WRK-FS-MOVTO = '35'
               OPEN OUTPUT MOVIMENTO-ESTOQUE-FILE
           END-IF
           MOVE KI-MATERIAL(WRK-IDX) TO MV-CODIGO
           MOVE 'K'                  TO MV-TIPO
           MOVE WRK-QTD-MOVTO        TO MV-QUANTIDADE
           MOVE KTP-OPERADOR         TO MV-OPERADOR
           MOVE WRK-CD-DATA          TO MV-DATA
      * mes ja fechado: o lancamento vai para o periodo aberto
           MOVE MV-DATA TO PFP-DATA
           CALL 'PROG170' USING PERIODO-PARAMETROS
           IF PFP-PERIODO-FECHADO
               MOVE PFP-DATA-ABERTA TO MV-DATA
           END-IF
           MOVE WRK-CD-HORA          TO MV-HORA
           MOVE KTP-TURMA            TO MV-ORDEM
           MOVE KI-LOCAL(WRK-IDX)    TO MV-LOCAL
           MOVE SPACES               TO MV-LOCAL-PAR
           WRITE MOVIMENTO-ESTOQUE-RECORD
           CLOSE MOVIMENTO-ESTOQUE-FILE.
       END PROGRAM PROG172.
