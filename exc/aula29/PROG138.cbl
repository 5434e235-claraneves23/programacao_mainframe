      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG138.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  IMPLANTACAO DOS LOCAIS DE ESTOQUE - O ESTOQUE FISICO FICA NO
      *  ALMOXARIFADO CENTRAL E NOS PAIOES DAS OFICINAS, E O SALDO
      *  PASSA A SER MANTIDO POR LOCAL. ESTE UTILITARIO, NO MESMO
      *  ESPIRITO DA CONVERSAO DO PROG115: CADASTRA O ALMOXARIFADO
      *  CENTRAL ('CENT') NO LOCAL-ESTOQUE; ABRE NO SALDO-LOCAL O
      *  SALDO DE CADA MATERIAL DO MESTRE NO CENTRAL, COM O MINIMO E
      *  A REPOSICAO DO MESTRE; E REGRAVA NO LAYOUT VIGENTE, NO
      *  CENTRAL, OS LOTES E AS CONTAGENS DE INVENTARIO JA GRAVADOS
      *  (ARQUIVOS ANTIGOS RENOMEADOS PARA ESTOQLTI E IVCOUNTI). OS
      *  PAIOES SAO CADASTRADOS DEPOIS PELO PROG30 E ABASTECIDOS POR
      *  TRANSFERENCIA (PROG32). ARQUIVO ANTIGO AUSENTE E AVISADO E
      *  PULADO; MATERIAL QUE JA TEM SALDO NO CENTRAL NAO E TOCADO,
      *  PARA A IMPLANTACAO PODER SER REPETIDA SEM DOBRAR SALDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCAL-ESTOQUE-FILE ASSIGN TO "LOCESTQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-CODIGO
               FILE STATUS IS WRK-FS-LOCAL.
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
           SELECT LOTE-ANTIGO-FILE ASSIGN TO "ESTOQLTI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LI-CHAVE
               FILE STATUS IS WRK-FS-LOTEI.
           SELECT ESTOQUE-LOTE-FILE ASSIGN TO "ESTOQLOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-CHAVE
               FILE STATUS IS WRK-FS-LOTE.
           SELECT CONTAGEM-ANTIGA-FILE ASSIGN TO "IVCOUNTI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-CODIGO
               FILE STATUS IS WRK-FS-CONTI.
           SELECT CONTAGEM-FILE ASSIGN TO "IVCOUNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-CHAVE
               FILE STATUS IS WRK-FS-CONT.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCAL-ESTOQUE-FILE.
           COPY LOCESTQ.
       FD  ESTOQUE-MATERIAL-FILE.
           COPY ESTOQMR.
       FD  SALDO-LOCAL-FILE.
           COPY SALDLOC.
       FD  LOTE-ANTIGO-FILE.
           COPY LOTEMRI.
       FD  ESTOQUE-LOTE-FILE.
           COPY LOTEMR.
       FD  CONTAGEM-ANTIGA-FILE.
           COPY IVCOUNTI.
       FD  CONTAGEM-FILE.
           COPY IVCOUNT.
       WORKING-STORAGE SECTION.
       77 WRK-FS-LOCAL      PIC X(02) VALUE SPACES.
       77 WRK-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77 WRK-FS-SALDO      PIC X(02) VALUE SPACES.
       77 WRK-FS-LOTEI      PIC X(02) VALUE SPACES.
       77 WRK-FS-LOTE       PIC X(02) VALUE SPACES.
       77 WRK-FS-CONTI      PIC X(02) VALUE SPACES.
       77 WRK-FS-CONT       PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-TOTAL-LIDOS   PIC 9(05) VALUE 0.
       77 WRK-TOTAL-GRAVADOS PIC 9(05) VALUE 0.
       77 WRK-TOTAL-MANTIDOS PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'IMPLANTACAO DOS LOCAIS DE ESTOQUE'
           PERFORM CADASTRA-CENTRAL
           PERFORM ABRE-SALDOS-CENTRAL
           IF RETURN-CODE < 8
               PERFORM CONVERTE-LOTES
               PERFORM CONVERTE-CONTAGENS
           END-IF
           STOP RUN.

      ******************************************************************
      * CADASTRA-CENTRAL - Cria o cadastro de locais, se preciso, com
      * o almoxarifado central ativo.
      ******************************************************************
       CADASTRA-CENTRAL.
           OPEN I-O LOCAL-ESTOQUE-FILE
           IF WRK-FS-LOCAL = '35'
               CLOSE LOCAL-ESTOQUE-FILE
               OPEN OUTPUT LOCAL-ESTOQUE-FILE
               CLOSE LOCAL-ESTOQUE-FILE
               OPEN I-O LOCAL-ESTOQUE-FILE
           END-IF
           MOVE 'CENT' TO LO-CODIGO
           READ LOCAL-ESTOQUE-FILE
               INVALID KEY
                   MOVE 'CENT'                 TO LO-CODIGO
                   MOVE 'ALMOXARIFADO CENTRAL' TO LO-DESCRICAO
                   MOVE 'A'                    TO LO-STATUS
                   MOVE 'SEDE'                 TO LO-UNIDADE
                   WRITE LOCAL-ESTOQUE-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO CADASTRAR O LOCAL CENT.'
                       NOT INVALID KEY
                           DISPLAY 'LOCAL CENT CADASTRADO.'
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY 'LOCAL CENT JA CADASTRADO.'
           END-READ
           CLOSE LOCAL-ESTOQUE-FILE.

      ******************************************************************
      * ABRE-SALDOS-CENTRAL - Para cada material do mestre sem saldo
      * no central, abre o saldo do local com o EM-SALDO inteiro e a
      * politica de reposicao do mestre.
      ******************************************************************
       ABRE-SALDOS-CENTRAL.
           MOVE 0 TO WRK-TOTAL-LIDOS
           MOVE 0 TO WRK-TOTAL-GRAVADOS
           MOVE 0 TO WRK-TOTAL-MANTIDOS
           OPEN INPUT ESTOQUE-MATERIAL-FILE
           IF WRK-FS-ESTOQUE = '35'
               DISPLAY 'MESTRE DE ESTOQUE VAZIO OU INEXISTENTE. '
                   'NADA A IMPLANTAR.'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O SALDO-LOCAL-FILE
               IF WRK-FS-SALDO = '35'
                   CLOSE SALDO-LOCAL-FILE
                   OPEN OUTPUT SALDO-LOCAL-FILE
                   CLOSE SALDO-LOCAL-FILE
                   OPEN I-O SALDO-LOCAL-FILE
               END-IF
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE SPACES TO EM-CODIGO
               START ESTOQUE-MATERIAL-FILE
                   KEY IS NOT LESS THAN EM-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ ESTOQUE-MATERIAL-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-TOTAL-LIDOS
                       PERFORM ABRE-SALDO-MATERIAL
                   END-IF
               END-PERFORM
               CLOSE SALDO-LOCAL-FILE
               CLOSE ESTOQUE-MATERIAL-FILE
               DISPLAY 'SALDOS NO CENTRAL: ' WRK-TOTAL-LIDOS
                   ' MATERIAL(IS), ' WRK-TOTAL-GRAVADOS
                   ' ABERTO(S), ' WRK-TOTAL-MANTIDOS
                   ' JA EXISTENTE(S).'
           END-IF.

       ABRE-SALDO-MATERIAL.
           MOVE EM-CODIGO TO EL-CODIGO
           MOVE 'CENT'    TO EL-LOCAL
           READ SALDO-LOCAL-FILE
               INVALID KEY
                   MOVE EM-CODIGO    TO EL-CODIGO
                   MOVE 'CENT'       TO EL-LOCAL
                   MOVE EM-SALDO     TO EL-SALDO
                   MOVE EM-MINIMO    TO EL-MINIMO
                   MOVE EM-QTD-REPOR TO EL-QTD-REPOR
                   WRITE SALDO-LOCAL-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO ABRIR O SALDO DE '
                               EM-CODIGO
                       NOT INVALID KEY
                           ADD 1 TO WRK-TOTAL-GRAVADOS
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-MANTIDOS
           END-READ.

      ******************************************************************
      * CONVERTE-LOTES - Regrava os lotes do arquivo antigo no layout
      * vigente, todos no almoxarifado central.
      ******************************************************************
       CONVERTE-LOTES.
           MOVE 0 TO WRK-TOTAL-LIDOS
           MOVE 0 TO WRK-TOTAL-GRAVADOS
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT LOTE-ANTIGO-FILE
           IF WRK-FS-LOTEI = '35'
               DISPLAY 'ARQUIVO ANTIGO ESTOQLTI NAO ENCONTRADO. '
                   'LOTES PULADOS.'
           ELSE
               OPEN OUTPUT ESTOQUE-LOTE-FILE
               MOVE SPACES TO LI-CHAVE
               START LOTE-ANTIGO-FILE
                   KEY IS NOT LESS THAN LI-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ LOTE-ANTIGO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-TOTAL-LIDOS
                       PERFORM REGRAVA-LOTE
                   END-IF
               END-PERFORM
               CLOSE ESTOQUE-LOTE-FILE
               CLOSE LOTE-ANTIGO-FILE
               DISPLAY 'LOTES CONVERTIDOS: ' WRK-TOTAL-LIDOS
                   ' LIDO(S), ' WRK-TOTAL-GRAVADOS ' GRAVADO(S).'
           END-IF.

       REGRAVA-LOTE.
           MOVE LI-CODIGO   TO LT-CODIGO
           MOVE 'CENT'      TO LT-LOCAL
           MOVE LI-LOTE     TO LT-LOTE
           MOVE LI-VALIDADE TO LT-VALIDADE
           MOVE LI-SALDO    TO LT-SALDO
           WRITE ESTOQUE-LOTE-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO CONVERTER O LOTE ' LI-CODIGO
                       ' ' LI-LOTE
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
           END-WRITE.

      ******************************************************************
      * CONVERTE-CONTAGENS - Regrava as contagens de inventario do
      * arquivo antigo no layout vigente, no almoxarifado central.
      ******************************************************************
       CONVERTE-CONTAGENS.
           MOVE 0 TO WRK-TOTAL-LIDOS
           MOVE 0 TO WRK-TOTAL-GRAVADOS
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT CONTAGEM-ANTIGA-FILE
           IF WRK-FS-CONTI = '35'
               DISPLAY 'ARQUIVO ANTIGO IVCOUNTI NAO ENCONTRADO. '
                   'CONTAGENS PULADAS.'
           ELSE
               OPEN OUTPUT CONTAGEM-FILE
               MOVE SPACES TO IC-CODIGO
               START CONTAGEM-ANTIGA-FILE
                   KEY IS NOT LESS THAN IC-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ CONTAGEM-ANTIGA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-TOTAL-LIDOS
                       PERFORM REGRAVA-CONTAGEM
                   END-IF
               END-PERFORM
               CLOSE CONTAGEM-FILE
               CLOSE CONTAGEM-ANTIGA-FILE
               DISPLAY 'CONTAGENS CONVERTIDAS: ' WRK-TOTAL-LIDOS
                   ' LIDA(S), ' WRK-TOTAL-GRAVADOS ' GRAVADA(S).'
           END-IF.

       REGRAVA-CONTAGEM.
           MOVE IC-CODIGO      TO IV-CODIGO
           MOVE 'CENT'         TO IV-LOCAL
           MOVE IC-QTD-CONTADA TO IV-QTD-CONTADA
           MOVE IC-OPERADOR    TO IV-OPERADOR
           MOVE IC-DATA        TO IV-DATA
           MOVE IC-STATUS      TO IV-STATUS
           WRITE INVENTARIO-CONTAGEM-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO CONVERTER A CONTAGEM DE '
                       IC-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
           END-WRITE.
       END PROGRAM PROG138.
