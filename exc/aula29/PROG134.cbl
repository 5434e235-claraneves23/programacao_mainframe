      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG134.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  EMISSAO DE DIPLOMAS E LIVRO OFICIAL DE REGISTRO - PARA CADA
      *  ALUNO APTO NA AUDITORIA DE ELEGIBILIDADE DO PROG54 (ARQUIVO
      *  ELEGARQ) AINDA SEM DIPLOMA, EXPEDE O DIPLOMA COM NUMERO
      *  SEQUENCIAL DO CONTADOR CONTROLADO (RECNUM, CHAVE 'DIPLOMA')
      *  E O REGISTRA NO LIVRO, FOLHA E LINHA SEGUINTES DO LIVRO
      *  OFICIAL (REGISTRO DIPLOMA, CHAVEADO PELO ALUNO). RECUSA O
      *  ALUNO COM SALDO DE FATURA EM ABERTO (FATURMST) OU COM
      *  RECURSO DE NOTA AINDA NAO DECIDIDO (RECURSO). EM SEGUIDA
      *  ATENDE OS PEDIDOS DE SEGUNDA VIA DE DIPLOMA EXTRAVIADO
      *  (DIPLSEG): A VIA CONSERVA O NUMERO E O REGISTRO ORIGINAIS,
      *  SAI MARCADA COMO SEGUNDA VIA E E AVERBADA NO LIVRO. A SEGUNDA
      *  VIA E DOCUMENTO COM TAXA (TIPO 'D' DA TABELA TAXADOC): LEVA O
      *  CODIGO DE AUTENTICIDADE DO REGISTRO DE EMISSOES (EMISREG) E,
      *  COM TAXA CADASTRADA, O PROG183 LEVANTA A FATURA E A VIA FICA
      *  RETIDA NA SECRETARIA ATE A QUITACAO NO CAIXA. IMPRIME O
      *  TEXTO DOS DIPLOMAS (DIPLTXT), A PAGINA DO LIVRO DE REGISTRO
      *  (LIVRODIP) E O RELATORIO DE CONTROLE COM AS RECUSAS
      *  (DIPLREL) - ACABA O LIVRO DATILOGRAFADO E NUMERADO A MAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELEG-ARQ-FILE ASSIGN TO "ELEGARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ELEG.
           SELECT SEGUNDA-VIA-FILE ASSIGN TO "DIPLSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEGVIA.
           SELECT DIPLOMA-FILE ASSIGN TO "DIPLOMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-ALUNO-ID
               FILE STATUS IS WRK-FS-DIPL.
           SELECT FATURA-MASTER-FILE ASSIGN TO "FATURMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUMERO
               FILE STATUS IS WRK-FS-FAT.
           SELECT RECURSO-FILE ASSIGN TO "RECURSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-CHAVE
               FILE STATUS IS WRK-FS-REC.
           SELECT RECIBO-CONTROLE-FILE ASSIGN TO "RECNUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WRK-FS-RECNUM.
           SELECT EMISSAO-REGISTRO-FILE ASSIGN TO "EMISREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-CODIGO
               FILE STATUS IS WRK-FS-EMIS.
           SELECT DIPL-TXT-FILE ASSIGN TO "DIPLTXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TXT.
           SELECT LIVRO-DIP-FILE ASSIGN TO "LIVRODIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIVRO.
           SELECT DIPL-REL-FILE ASSIGN TO "DIPLREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  ELEG-ARQ-FILE.
           COPY ELEGARQ.
       FD  SEGUNDA-VIA-FILE.
           COPY DIPLSEG.
       FD  DIPLOMA-FILE.
           COPY DIPLOMA.
       FD  FATURA-MASTER-FILE.
           COPY FATURMR.
       FD  RECURSO-FILE.
           COPY RECURSO.
       FD  RECIBO-CONTROLE-FILE.
           COPY RECNUM.
       FD  EMISSAO-REGISTRO-FILE.
           COPY EMISREG.
       FD  DIPL-TXT-FILE.
           COPY DIPLTXT.
       FD  LIVRO-DIP-FILE.
           COPY LIVRODIP.
       FD  DIPL-REL-FILE.
           COPY DIPLREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ELEG       PIC X(02) VALUE SPACES.
       77 WRK-FS-SEGVIA     PIC X(02) VALUE SPACES.
       77 WRK-FS-DIPL       PIC X(02) VALUE SPACES.
       77 WRK-FS-FAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-REC        PIC X(02) VALUE SPACES.
       77 WRK-FS-RECNUM     PIC X(02) VALUE SPACES.
       77 WRK-FS-EMIS       PIC X(02) VALUE SPACES.
       77 WRK-FS-TXT        PIC X(02) VALUE SPACES.
       77 WRK-FS-LIVRO      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-FIM-REC       PIC X(01) VALUE 'N'.
           88 FIM-REC              VALUE 'S'.
       77 WRK-ESTOURO       PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA     VALUE 'S'.
       77 WRK-RECURSO-ABERTO PIC X(01) VALUE 'N'.
           88 TEM-RECURSO-ABERTO   VALUE 'S'.
       77 WRK-JA-AVERBOU    PIC X(01) VALUE 'N'.
           88 AVERBACAO-ABERTA     VALUE 'S'.
       77 WRK-HOJE          PIC X(08) VALUE SPACES.
       77 WRK-BUSCA-ID      PIC X(14) VALUE SPACES.
       77 WRK-MOTIVO        PIC X(40) VALUE SPACES.
       77 WRK-NUM-DIPLOMA   PIC 9(08) VALUE 0.
       77 WRK-NUM-EMISSAO   PIC 9(04) VALUE 0.
       77 WRK-NUM-EMIS-BRUTO PIC 9(08) VALUE 0.
       77 WRK-COD-AUTENT    PIC X(12) VALUE SPACES.
       77 WRK-USUARIO-EMIS  PIC X(08) VALUE SPACES.
       77 WRK-TIPO-EMISSAO  PIC X(01) VALUE 'D'.
       77 WRK-FATURA-ED     PIC 9(08).

      *  FORMATO DO LIVRO OFICIAL: LINHAS POR FOLHA E FOLHAS POR
      *  LIVRO. O LIVRO, A FOLHA E A LINHA SAEM DO NUMERO DO DIPLOMA,
      *  ENTAO O LIVRO SEGUE SEM BURACO NEM REPETICAO.
       77 WRK-LINHAS-FOLHA  PIC 9(02) VALUE 20.
       77 WRK-FOLHAS-LIVRO  PIC 9(03) VALUE 200.
       77 WRK-SEQ           PIC 9(08) VALUE 0.
       77 WRK-QUOCIENTE     PIC 9(08) VALUE 0.
       77 WRK-RESTO         PIC 9(03) VALUE 0.
       77 WRK-LIVRO-ATUAL   PIC 9(03) VALUE 0.
       77 WRK-FOLHA-ATUAL   PIC 9(03) VALUE 0.

       77 WRK-MAX-ELEG      PIC 9(04) VALUE 2000.
       77 WRK-QTD-ELEG      PIC 9(04) VALUE 0.
       77 WRK-EX            PIC 9(04) VALUE 0.
       77 WRK-INICIO        PIC S9(05) VALUE 0.
       77 WRK-FIM           PIC S9(05) VALUE 0.
       77 WRK-MEIO          PIC S9(05) VALUE 0.

       77 WRK-TOTAL-LIDOS   PIC 9(06) VALUE 0.
       77 WRK-TOTAL-EMITIDOS PIC 9(06) VALUE 0.
       77 WRK-TOTAL-VIAS    PIC 9(06) VALUE 0.
       77 WRK-TOTAL-JA-DIPL PIC 9(06) VALUE 0.
       77 WRK-TOTAL-RECUSAS PIC 9(06) VALUE 0.
       77 WRK-TOTAL-RETIDAS PIC 9(06) VALUE 0.
       77 WRK-TOTAL-GRAVADOS PIC 9(06) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZZ9.
       77 WRK-EMIT-ED       PIC ZZZZ9.
       77 WRK-VIAS-ED       PIC ZZZZ9.
       77 WRK-RECUSA-ED     PIC ZZZZ9.
       77 WRK-NUMERO-ED     PIC 9(08).
       77 WRK-LIVRO-ED      PIC 9(03).
       77 WRK-FOLHA-ED      PIC 9(03).
       77 WRK-LINHA-ED      PIC 9(02).
       77 WRK-VIA-ED        PIC Z9.
       77 WRK-DATA-AUX      PIC X(08) VALUE SPACES.
       COPY MSGPARM.
       COPY TAXPARM.

       01 WRK-DATA-ED.
          05 WRK-DE-DIA     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-MES     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-ANO     PIC X(04).

      *  ALUNOS APTOS DO ELEGARQ, EM ORDEM DE MATRICULA (A AUDITORIA
      *  PERCORRE O ALUNOMST PELA CHAVE), COM A MARCA DE SALDO EM
      *  ABERTO APURADA NA PASSADA PELO FATURMST.
       01 TABELA-ELEGIVEIS.
          05 EL-ENTRY OCCURS 2000 TIMES.
             10 EL-ALUNO-ID    PIC X(14).
             10 EL-NOME        PIC X(30).
             10 EL-DATA        PIC X(08).
             10 EL-SALDO       PIC X(01).

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO WRK-HOJE

           PERFORM CARREGA-ELEGIVEIS
           IF RETURN-CODE < 8
               PERFORM MARCA-SALDO-ABERTO
               OPEN I-O DIPLOMA-FILE
               IF WRK-FS-DIPL = '35'
                   CLOSE DIPLOMA-FILE
                   OPEN OUTPUT DIPLOMA-FILE
                   CLOSE DIPLOMA-FILE
                   OPEN I-O DIPLOMA-FILE
               END-IF
               OPEN INPUT RECURSO-FILE
               OPEN OUTPUT DIPL-TXT-FILE
               OPEN OUTPUT LIVRO-DIP-FILE
               OPEN OUTPUT DIPL-REL-FILE
               PERFORM ESCREVE-CABECALHO

               PERFORM VARYING WRK-EX FROM 1 BY 1
                   UNTIL WRK-EX > WRK-QTD-ELEG
                   PERFORM PROCESSA-ELEGIVEL
               END-PERFORM
               PERFORM PROCESSA-SEGUNDAS-VIAS
               PERFORM ESCREVE-RESUMO

               CLOSE DIPL-REL-FILE
               CLOSE LIVRO-DIP-FILE
               CLOSE DIPL-TXT-FILE
               IF WRK-FS-REC = '00'
                   CLOSE RECURSO-FILE
               END-IF
               CLOSE DIPLOMA-FILE

               IF WRK-TOTAL-RECUSAS > 0
                   MOVE WRK-TOTAL-RECUSAS TO WRK-RECUSA-ED
                   MOVE 'ACD0104W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'DIPLOMAS RECUSADOS (VER DIPLREL): '
                       DELIMITED BY SIZE
                       WRK-RECUSA-ED DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE WRK-TOTAL-EMITIDOS TO WRK-EMIT-ED
               MOVE WRK-TOTAL-VIAS     TO WRK-VIAS-ED
               MOVE 'ACD0105I' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'DIPLOMAS EMITIDOS: ' DELIMITED BY SIZE
                   WRK-EMIT-ED DELIMITED BY SIZE
                   ' SEGUNDAS VIAS: ' DELIMITED BY SIZE
                   WRK-VIAS-ED DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * CARREGA-ELEGIVEIS - Le o ELEGARQ da ultima auditoria do PROG54
      * para a tabela. Sem o arquivo nao ha de onde emitir; tabela
      * estourada tambem e fatal, para nenhum apto ficar de fora sem
      * aviso.
      ******************************************************************
       CARREGA-ELEGIVEIS.
           MOVE 0 TO WRK-QTD-ELEG
           MOVE 'N' TO WRK-ESTOURO
           OPEN INPUT ELEG-ARQ-FILE
           IF WRK-FS-ELEG NOT = '00'
               MOVE 'ACD0103E' TO MP-ID
               MOVE 'ELEGARQ INDISPONIVEL - RODAR A AUDITORIA PROG54.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ OR TABELA-ESTOURADA
                   READ ELEG-ARQ-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-TOTAL-LIDOS
                       IF WRK-QTD-ELEG >= WRK-MAX-ELEG
                           MOVE 'S' TO WRK-ESTOURO
                       ELSE
                           ADD 1 TO WRK-QTD-ELEG
                           MOVE FE-ALUNO-ID
                               TO EL-ALUNO-ID(WRK-QTD-ELEG)
                           MOVE FE-NOME TO EL-NOME(WRK-QTD-ELEG)
                           MOVE FE-DATA-AUDITORIA
                               TO EL-DATA(WRK-QTD-ELEG)
                           MOVE 'N' TO EL-SALDO(WRK-QTD-ELEG)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ELEG-ARQ-FILE
               IF TABELA-ESTOURADA
                   MOVE 'ACD0103E' TO MP-ID
                   MOVE 'MAIS DE 2000 ALUNOS APTOS NO ELEGARQ.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * MARCA-SALDO-ABERTO - Uma passada no FATURMST: aluno apto com
      * qualquer fatura em aberto e com saldo fica marcado para a
      * recusa.
      ******************************************************************
       MARCA-SALDO-ABERTO.
           OPEN INPUT FATURA-MASTER-FILE
           IF WRK-FS-FAT = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE 0 TO FA-NUMERO
               START FATURA-MASTER-FILE KEY IS NOT LESS THAN FA-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ FATURA-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       IF FA-ABERTA AND FA-SALDO > 0
                           MOVE FA-ALUNO-ID TO WRK-BUSCA-ID
                           PERFORM LOCALIZA-ELEGIVEL
                           IF WRK-EX > 0
                               MOVE 'S' TO EL-SALDO(WRK-EX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FATURA-MASTER-FILE
           END-IF.

      ******************************************************************
      * LOCALIZA-ELEGIVEL - Busca binaria do WRK-BUSCA-ID na tabela de
      * aptos; devolve a posicao em WRK-EX, zero quando nao esta.
      ******************************************************************
       LOCALIZA-ELEGIVEL.
           MOVE 0 TO WRK-EX
           MOVE 1 TO WRK-INICIO
           MOVE WRK-QTD-ELEG TO WRK-FIM
           PERFORM UNTIL WRK-INICIO > WRK-FIM OR WRK-EX > 0
               COMPUTE WRK-MEIO = (WRK-INICIO + WRK-FIM) / 2
               IF EL-ALUNO-ID(WRK-MEIO) = WRK-BUSCA-ID
                   MOVE WRK-MEIO TO WRK-EX
               ELSE
                   IF EL-ALUNO-ID(WRK-MEIO) < WRK-BUSCA-ID
                       COMPUTE WRK-INICIO = WRK-MEIO + 1
                   ELSE
                       COMPUTE WRK-FIM = WRK-MEIO - 1
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * PROCESSA-ELEGIVEL - Aluno ja diplomado fica como esta (o
      * diploma e um so); os demais passam pelas recusas e recebem
      * o diploma.
      ******************************************************************
       PROCESSA-ELEGIVEL.
           MOVE EL-ALUNO-ID(WRK-EX) TO DI-ALUNO-ID
           READ DIPLOMA-FILE
               INVALID KEY
                   PERFORM CONFERE-PENDENCIAS
                   IF WRK-MOTIVO = SPACES
                       PERFORM EMITE-DIPLOMA
                   ELSE
                       MOVE EL-ALUNO-ID(WRK-EX) TO WRK-BUSCA-ID
                       PERFORM REGISTRA-RECUSA
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-JA-DIPL
           END-READ.

       CONFERE-PENDENCIAS.
           MOVE SPACES TO WRK-MOTIVO
           PERFORM VERIFICA-RECURSO
           IF EL-SALDO(WRK-EX) = 'S'
               IF TEM-RECURSO-ABERTO
                   MOVE 'SALDO EM ABERTO E RECURSO EM ANDAMENTO'
                       TO WRK-MOTIVO
               ELSE
                   MOVE 'SALDO DE FATURA EM ABERTO' TO WRK-MOTIVO
               END-IF
           ELSE
               IF TEM-RECURSO-ABERTO
                   MOVE 'RECURSO DE NOTA EM ANDAMENTO' TO WRK-MOTIVO
               END-IF
           END-IF.

      ******************************************************************
      * VERIFICA-RECURSO - Os recursos do aluno ficam juntos na chave
      * aluno + materia + semestre; protocolado ou em revisao ainda
      * pode mudar a nota, entao segura o diploma.
      ******************************************************************
       VERIFICA-RECURSO.
           MOVE 'N' TO WRK-RECURSO-ABERTO
           IF WRK-FS-REC = '00'
               MOVE 'N' TO WRK-FIM-REC
               MOVE EL-ALUNO-ID(WRK-EX) TO RA-ALUNO-ID
               MOVE SPACES TO RA-MATERIA
               MOVE SPACES TO RA-SEMESTRE
               START RECURSO-FILE KEY IS NOT LESS THAN RA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-REC
               END-START
               PERFORM UNTIL FIM-REC OR TEM-RECURSO-ABERTO
                   READ RECURSO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-REC
                   END-READ
                   IF NOT FIM-REC
                       IF RA-ALUNO-ID NOT = EL-ALUNO-ID(WRK-EX)
                           MOVE 'S' TO WRK-FIM-REC
                       ELSE
                           IF RA-PROTOCOLADO OR RA-EM-REVISAO
                               MOVE 'S' TO WRK-RECURSO-ABERTO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * EMITE-DIPLOMA - Aloca o numero, calcula livro, folha e linha,
      * grava o registro e imprime o diploma e a linha do livro.
      ******************************************************************
       EMITE-DIPLOMA.
           PERFORM ALOCA-NUMERO-DIPLOMA
           MOVE EL-ALUNO-ID(WRK-EX) TO DI-ALUNO-ID
           MOVE WRK-NUM-DIPLOMA     TO DI-NUMERO
           MOVE EL-NOME(WRK-EX)     TO DI-NOME
           PERFORM CALCULA-REGISTRO
           MOVE EL-DATA(WRK-EX)     TO DI-DATA-CONCLUSAO
           MOVE WRK-HOJE            TO DI-DATA-EMISSAO
           MOVE 1                   TO DI-VIA
           MOVE WRK-HOJE            TO DI-DATA-VIA
           MOVE SPACES              TO DI-MOTIVO-VIA
           WRITE DIPLOMA-RECORD
               INVALID KEY
                   MOVE 'REGISTRO DE DIPLOMA JA EXISTENTE'
                       TO WRK-MOTIVO
                   MOVE EL-ALUNO-ID(WRK-EX) TO WRK-BUSCA-ID
                   PERFORM REGISTRA-RECUSA
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-EMITIDOS
                   ADD 1 TO WRK-TOTAL-GRAVADOS
                   PERFORM IMPRIME-DIPLOMA
                   PERFORM REGISTRA-LIVRO
                   MOVE SPACES TO DIPL-REL-LINHA
                   MOVE DI-NUMERO TO WRK-NUMERO-ED
                   STRING 'EMITIDO     ' DELIMITED BY SIZE
                       DI-ALUNO-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DI-NOME DELIMITED BY SIZE
                       ' NO ' DELIMITED BY SIZE
                       WRK-NUMERO-ED DELIMITED BY SIZE
                       INTO DIPL-REL-LINHA
                   WRITE DIPL-REL-LINHA
           END-WRITE.

      ******************************************************************
      * CALCULA-REGISTRO - Posicao do diploma no livro oficial a
      * partir do numero: linha dentro da folha, folha dentro do
      * livro e o livro.
      ******************************************************************
       CALCULA-REGISTRO.
           COMPUTE WRK-SEQ = DI-NUMERO - 1
           DIVIDE WRK-SEQ BY WRK-LINHAS-FOLHA
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
           COMPUTE DI-LINHA = WRK-RESTO + 1
           MOVE WRK-QUOCIENTE TO WRK-SEQ
           DIVIDE WRK-SEQ BY WRK-FOLHAS-LIVRO
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
           COMPUTE DI-FOLHA = WRK-RESTO + 1
           COMPUTE DI-LIVRO = WRK-QUOCIENTE + 1.

      ******************************************************************
      * PROCESSA-SEGUNDAS-VIAS - Atende os pedidos do DIPLSEG: aluno
      * sem diploma e recusado; pedido ja atendido (via expedida na
      * data do pedido ou depois) e ignorado; os demais recebem a
      * via seguinte, com o numero e o registro originais.
      ******************************************************************
       PROCESSA-SEGUNDAS-VIAS.
           OPEN INPUT SEGUNDA-VIA-FILE
           IF WRK-FS-SEGVIA = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ SEGUNDA-VIA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-TOTAL-LIDOS
                       PERFORM ATENDE-SEGUNDA-VIA
                   END-IF
               END-PERFORM
               CLOSE SEGUNDA-VIA-FILE
           END-IF.

       ATENDE-SEGUNDA-VIA.
           MOVE DV-ALUNO-ID TO DI-ALUNO-ID
           READ DIPLOMA-FILE
               INVALID KEY
                   MOVE 'SEGUNDA VIA SEM DIPLOMA EMITIDO' TO WRK-MOTIVO
                   MOVE DV-ALUNO-ID TO WRK-BUSCA-ID
                   PERFORM REGISTRA-RECUSA
               NOT INVALID KEY
                   IF DI-VIA > 1
                       AND DI-DATA-VIA NOT < DV-DATA-PEDIDO
                       CONTINUE
                   ELSE
                       PERFORM EMITE-SEGUNDA-VIA
                   END-IF
           END-READ.

       EMITE-SEGUNDA-VIA.
           ADD 1 TO DI-VIA
           MOVE WRK-HOJE  TO DI-DATA-VIA
           MOVE DV-MOTIVO TO DI-MOTIVO-VIA
           REWRITE DIPLOMA-RECORD
               INVALID KEY
                   MOVE 'FALHA AO REGRAVAR O REGISTRO' TO WRK-MOTIVO
                   MOVE DV-ALUNO-ID TO WRK-BUSCA-ID
                   PERFORM REGISTRA-RECUSA
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-VIAS
                   ADD 1 TO WRK-TOTAL-GRAVADOS
                   PERFORM REGISTRA-EMISSAO-VIA
                   PERFORM IMPRIME-DIPLOMA
                   PERFORM AVERBA-LIVRO
                   MOVE DI-VIA TO WRK-VIA-ED
                   MOVE DI-NUMERO TO WRK-NUMERO-ED
                   MOVE SPACES TO DIPL-REL-LINHA
                   STRING 'SEGUNDA VIA ' DELIMITED BY SIZE
                       DI-ALUNO-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DI-NOME DELIMITED BY SIZE
                       ' NO ' DELIMITED BY SIZE
                       WRK-NUMERO-ED DELIMITED BY SIZE
                       ' VIA ' DELIMITED BY SIZE
                       WRK-VIA-ED DELIMITED BY SIZE
                       INTO DIPL-REL-LINHA
                   WRITE DIPL-REL-LINHA
                   MOVE SPACES TO DIPL-REL-LINHA
                   IF TXP-RETIDO
                       MOVE TXP-FATURA TO WRK-FATURA-ED
                       STRING '            AUTENTICIDADE '
                           DELIMITED BY SIZE
                           WRK-COD-AUTENT DELIMITED BY SIZE
                           ' RETIDA - FATURA ' DELIMITED BY SIZE
                           WRK-FATURA-ED DELIMITED BY SIZE
                           INTO DIPL-REL-LINHA
                   ELSE
                       STRING '            AUTENTICIDADE '
                           DELIMITED BY SIZE
                           WRK-COD-AUTENT DELIMITED BY SIZE
                           ' LIBERADA' DELIMITED BY SIZE
                           INTO DIPL-REL-LINHA
                   END-IF
                   WRITE DIPL-REL-LINHA
           END-REWRITE.

      ******************************************************************
      * REGISTRA-EMISSAO-VIA - Codigo de autenticidade da segunda via
      * (data da emissao + sequencial do contador controlado RECNUM,
      * chave 'EMISSAO', como nos documentos de balcao), taxa do tipo
      * 'D' pelo PROG183 em modo de lote - com taxa cadastrada a
      * fatura e levantada e a via fica retida ate a quitacao - e o
      * registro no EMISSAO-REGISTRO, que o PROG71 libera no
      * recebimento e o PROG94 confere.
      ******************************************************************
       REGISTRA-EMISSAO-VIA.
           OPEN I-O RECIBO-CONTROLE-FILE
           IF WRK-FS-RECNUM = '35'
               CLOSE RECIBO-CONTROLE-FILE
               OPEN OUTPUT RECIBO-CONTROLE-FILE
               CLOSE RECIBO-CONTROLE-FILE
               OPEN I-O RECIBO-CONTROLE-FILE
           END-IF
           MOVE 'EMISSAO' TO RB-CHAVE
           READ RECIBO-CONTROLE-FILE
               INVALID KEY
                   MOVE 1 TO WRK-NUM-EMIS-BRUTO
                   MOVE 'EMISSAO' TO RB-CHAVE
                   MOVE 2 TO RB-PROXIMO
                   WRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RB-PROXIMO TO WRK-NUM-EMIS-BRUTO
                   ADD 1 TO RB-PROXIMO
                   REWRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RECIBO-CONTROLE-FILE

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           COMPUTE WRK-NUM-EMISSAO =
               FUNCTION MOD(WRK-NUM-EMIS-BRUTO, 10000)
           MOVE SPACES TO WRK-COD-AUTENT
           STRING WRK-CD-DATA DELIMITED BY SIZE
               WRK-NUM-EMISSAO DELIMITED BY SIZE
               INTO WRK-COD-AUTENT

           ACCEPT WRK-USUARIO-EMIS FROM ENVIRONMENT "USER"
           MOVE WRK-TIPO-EMISSAO TO TXP-TIPO
           MOVE DI-ALUNO-ID      TO TXP-ALUNO-ID
           MOVE WRK-COD-AUTENT   TO TXP-CODIGO
           MOVE WRK-USUARIO-EMIS TO TXP-USUARIO
           MOVE 'L'              TO TXP-MODO
           CALL 'PROG183' USING TAXA-PARAMETROS
           IF TXP-RETIDO
               ADD 1 TO WRK-TOTAL-RETIDAS
           END-IF

           OPEN I-O EMISSAO-REGISTRO-FILE
           IF WRK-FS-EMIS = '35'
               CLOSE EMISSAO-REGISTRO-FILE
               OPEN OUTPUT EMISSAO-REGISTRO-FILE
               CLOSE EMISSAO-REGISTRO-FILE
               OPEN I-O EMISSAO-REGISTRO-FILE
           END-IF
           MOVE WRK-COD-AUTENT   TO ER-CODIGO
           MOVE WRK-TIPO-EMISSAO TO ER-TIPO
           MOVE DI-ALUNO-ID      TO ER-ALUNO-ID
           MOVE WRK-CD-DATA      TO ER-DATA
           MOVE WRK-CD-HORA      TO ER-HORA
           MOVE WRK-USUARIO-EMIS TO ER-USUARIO
           MOVE TXP-SITUACAO     TO ER-SITUACAO
           MOVE TXP-FATURA       TO ER-FATURA
           MOVE TXP-ISENCAO      TO ER-ISENCAO
           MOVE TXP-APROVADOR    TO ER-APROVADOR
           IF TXP-RETIDO
               MOVE SPACES       TO ER-DATA-LIBERACAO
           ELSE
               MOVE WRK-CD-DATA  TO ER-DATA-LIBERACAO
           END-IF
           WRITE EMISSAO-REGISTRO-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE EMISSAO-REGISTRO-FILE.

       REGISTRA-RECUSA.
           ADD 1 TO WRK-TOTAL-RECUSAS
           MOVE SPACES TO DIPL-REL-LINHA
           STRING 'RECUSADO    ' DELIMITED BY SIZE
               WRK-BUSCA-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MOTIVO DELIMITED BY SIZE
               INTO DIPL-REL-LINHA
           WRITE DIPL-REL-LINHA.

      ******************************************************************
      * IMPRIME-DIPLOMA - Uma pagina de texto do diploma corrente; a
      * via posterior a original sai marcada como segunda via, com o
      * numero e o registro originais.
      ******************************************************************
       IMPRIME-DIPLOMA.
           MOVE DI-NUMERO TO WRK-NUMERO-ED
           MOVE DI-LIVRO  TO WRK-LIVRO-ED
           MOVE DI-FOLHA  TO WRK-FOLHA-ED
           MOVE DI-LINHA  TO WRK-LINHA-ED

           MOVE SPACES TO DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA
           MOVE '                    SECRETARIA ACADEMICA'
               TO DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA
           MOVE SPACES TO DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA
           MOVE '                       D I P L O M A'
               TO DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA
           IF DI-VIA > 1
               MOVE DI-VIA TO WRK-VIA-ED
               MOVE SPACES TO DIPL-TXT-LINHA
               STRING '                   SEGUNDA VIA - VIA '
                   DELIMITED BY SIZE
                   WRK-VIA-ED DELIMITED BY SIZE
                   INTO DIPL-TXT-LINHA
               WRITE DIPL-TXT-LINHA
               MOVE SPACES TO DIPL-TXT-LINHA
               STRING '              CODIGO DE AUTENTICIDADE '
                   DELIMITED BY SIZE
                   WRK-COD-AUTENT DELIMITED BY SIZE
                   INTO DIPL-TXT-LINHA
               WRITE DIPL-TXT-LINHA
           END-IF
           MOVE SPACES TO DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA

           MOVE 'A SECRETARIA ACADEMICA CONFERE A' TO DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA
           MOVE SPACES TO DIPL-TXT-LINHA
           STRING '          ' DELIMITED BY SIZE
               DI-NOME DELIMITED BY SIZE
               INTO DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA
           MOVE DI-DATA-CONCLUSAO TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE SPACES TO DIPL-TXT-LINHA
           STRING 'MATRICULA ' DELIMITED BY SIZE
               DI-ALUNO-ID DELIMITED BY SIZE
               ', O PRESENTE DIPLOMA POR HAVER CUMPRIDO'
               DELIMITED BY SIZE
               INTO DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA
           MOVE SPACES TO DIPL-TXT-LINHA
           STRING 'TODOS OS REQUISITOS DO CURRICULO, CONFORME '
               DELIMITED BY SIZE
               'AUDITORIA DE ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA
           MOVE SPACES TO DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA

           MOVE DI-DATA-EMISSAO TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE SPACES TO DIPL-TXT-LINHA
           STRING 'DIPLOMA NO ' DELIMITED BY SIZE
               WRK-NUMERO-ED DELIMITED BY SIZE
               ', REGISTRADO NO LIVRO ' DELIMITED BY SIZE
               WRK-LIVRO-ED DELIMITED BY SIZE
               ', FOLHA ' DELIMITED BY SIZE
               WRK-FOLHA-ED DELIMITED BY SIZE
               ', LINHA ' DELIMITED BY SIZE
               WRK-LINHA-ED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               INTO DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA
           MOVE SPACES TO DIPL-TXT-LINHA
           STRING 'EM ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA
           IF DI-VIA > 1
               MOVE DI-DATA-VIA TO WRK-DATA-AUX
               PERFORM FORMATA-DATA
               MOVE SPACES TO DIPL-TXT-LINHA
               STRING 'SEGUNDA VIA EXPEDIDA EM ' DELIMITED BY SIZE
                   WRK-DATA-ED DELIMITED BY SIZE
                   ', CONSERVADOS O NUMERO E O REGISTRO'
                   DELIMITED BY SIZE
                   INTO DIPL-TXT-LINHA
               WRITE DIPL-TXT-LINHA
               MOVE 'ORIGINAIS.' TO DIPL-TXT-LINHA
               WRITE DIPL-TXT-LINHA
           END-IF
           MOVE SPACES TO DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA
           MOVE '______________________________    ____________________'
               TO DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA
           MOVE '     SECRETARIO ACADEMICO                DIRETOR'
               TO DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA
           MOVE SPACES TO DIPL-TXT-LINHA
           WRITE DIPL-TXT-LINHA BEFORE ADVANCING PAGE.

      ******************************************************************
      * REGISTRA-LIVRO - Linha do livro oficial para o diploma
      * emitido; a cada livro ou folha nova sai o cabecalho da
      * pagina.
      ******************************************************************
       REGISTRA-LIVRO.
           IF DI-LIVRO NOT = WRK-LIVRO-ATUAL
               OR DI-FOLHA NOT = WRK-FOLHA-ATUAL
               MOVE DI-LIVRO TO WRK-LIVRO-ATUAL
               MOVE DI-FOLHA TO WRK-FOLHA-ATUAL
               MOVE DI-LIVRO TO WRK-LIVRO-ED
               MOVE DI-FOLHA TO WRK-FOLHA-ED
               MOVE SPACES TO LIVRO-DIP-LINHA
               WRITE LIVRO-DIP-LINHA
               STRING 'LIVRO DE REGISTRO DE DIPLOMAS - LIVRO '
                   DELIMITED BY SIZE
                   WRK-LIVRO-ED DELIMITED BY SIZE
                   ' FOLHA ' DELIMITED BY SIZE
                   WRK-FOLHA-ED DELIMITED BY SIZE
                   INTO LIVRO-DIP-LINHA
               WRITE LIVRO-DIP-LINHA
               MOVE 'LN DIPLOMA  MATRICULA      NOME'
                   TO LIVRO-DIP-LINHA
               MOVE 'CONCLUSAO' TO LIVRO-DIP-LINHA(65:9)
               WRITE LIVRO-DIP-LINHA
           END-IF
           MOVE DI-LINHA  TO WRK-LINHA-ED
           MOVE DI-NUMERO TO WRK-NUMERO-ED
           MOVE DI-DATA-CONCLUSAO TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE SPACES TO LIVRO-DIP-LINHA
           STRING WRK-LINHA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-NUMERO-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DI-ALUNO-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DI-NOME DELIMITED BY SIZE
               '       ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               INTO LIVRO-DIP-LINHA
           WRITE LIVRO-DIP-LINHA.

      ******************************************************************
      * AVERBA-LIVRO - Averbacao da segunda via sob o registro
      * original (livro, folha e linha), com a via e o motivo.
      ******************************************************************
       AVERBA-LIVRO.
           IF NOT AVERBACAO-ABERTA
               MOVE 'S' TO WRK-JA-AVERBOU
               MOVE SPACES TO LIVRO-DIP-LINHA
               WRITE LIVRO-DIP-LINHA
               MOVE 'AVERBACOES DE SEGUNDA VIA' TO LIVRO-DIP-LINHA
               WRITE LIVRO-DIP-LINHA
           END-IF
           MOVE DI-LIVRO  TO WRK-LIVRO-ED
           MOVE DI-FOLHA  TO WRK-FOLHA-ED
           MOVE DI-LINHA  TO WRK-LINHA-ED
           MOVE DI-NUMERO TO WRK-NUMERO-ED
           MOVE DI-VIA    TO WRK-VIA-ED
           MOVE SPACES TO LIVRO-DIP-LINHA
           STRING 'LIVRO ' DELIMITED BY SIZE
               WRK-LIVRO-ED DELIMITED BY SIZE
               ' FOLHA ' DELIMITED BY SIZE
               WRK-FOLHA-ED DELIMITED BY SIZE
               ' LINHA ' DELIMITED BY SIZE
               WRK-LINHA-ED DELIMITED BY SIZE
               ' - DIPLOMA ' DELIMITED BY SIZE
               WRK-NUMERO-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DI-ALUNO-ID DELIMITED BY SIZE
               INTO LIVRO-DIP-LINHA
           WRITE LIVRO-DIP-LINHA
           MOVE DI-DATA-VIA TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE SPACES TO LIVRO-DIP-LINHA
           STRING '   VIA ' DELIMITED BY SIZE
               WRK-VIA-ED DELIMITED BY SIZE
               ' EXPEDIDA EM ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               DI-MOTIVO-VIA DELIMITED BY SIZE
               INTO LIVRO-DIP-LINHA
           WRITE LIVRO-DIP-LINHA.

       FORMATA-DATA.
           MOVE WRK-DATA-AUX(7:2) TO WRK-DE-DIA
           MOVE WRK-DATA-AUX(5:2) TO WRK-DE-MES
           MOVE WRK-DATA-AUX(1:4) TO WRK-DE-ANO.

       ESCREVE-CABECALHO.
           MOVE WRK-HOJE TO WRK-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE SPACES TO DIPL-REL-LINHA
           STRING 'EMISSAO DE DIPLOMAS - RODADA DE ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               INTO DIPL-REL-LINHA
           WRITE DIPL-REL-LINHA
           MOVE '----------------------------------------'
               TO DIPL-REL-LINHA
           WRITE DIPL-REL-LINHA.

       ESCREVE-RESUMO.
           MOVE '----------------------------------------'
               TO DIPL-REL-LINHA
           WRITE DIPL-REL-LINHA

           MOVE WRK-QTD-ELEG TO WRK-TOTAL-ED
           MOVE SPACES TO DIPL-REL-LINHA
           STRING 'ALUNOS APTOS NO ELEGARQ.......: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO DIPL-REL-LINHA
           WRITE DIPL-REL-LINHA

           MOVE WRK-TOTAL-JA-DIPL TO WRK-TOTAL-ED
           MOVE SPACES TO DIPL-REL-LINHA
           STRING '   JA DIPLOMADOS..............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO DIPL-REL-LINHA
           WRITE DIPL-REL-LINHA

           MOVE WRK-TOTAL-EMITIDOS TO WRK-TOTAL-ED
           MOVE SPACES TO DIPL-REL-LINHA
           STRING 'DIPLOMAS EMITIDOS.............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO DIPL-REL-LINHA
           WRITE DIPL-REL-LINHA

           MOVE WRK-TOTAL-VIAS TO WRK-TOTAL-ED
           MOVE SPACES TO DIPL-REL-LINHA
           STRING 'SEGUNDAS VIAS EMITIDAS........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO DIPL-REL-LINHA
           WRITE DIPL-REL-LINHA

           MOVE WRK-TOTAL-RETIDAS TO WRK-TOTAL-ED
           MOVE SPACES TO DIPL-REL-LINHA
           STRING '   RETIDAS ATE PAGAR A TAXA...: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO DIPL-REL-LINHA
           WRITE DIPL-REL-LINHA

           MOVE WRK-TOTAL-RECUSAS TO WRK-TOTAL-ED
           MOVE SPACES TO DIPL-REL-LINHA
           STRING 'RECUSADOS.....................: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO DIPL-REL-LINHA
           WRITE DIPL-REL-LINHA.

      ******************************************************************
      * ALOCA-NUMERO-DIPLOMA - Aloca o proximo numero de diploma no
      * contador controlado (ler, incrementar, regravar), na chave
      * 'DIPLOMA' do registro central dos recibos, criando o contador
      * no primeiro diploma.
      ******************************************************************
       ALOCA-NUMERO-DIPLOMA.
           OPEN I-O RECIBO-CONTROLE-FILE
           IF WRK-FS-RECNUM = '35'
               CLOSE RECIBO-CONTROLE-FILE
               OPEN OUTPUT RECIBO-CONTROLE-FILE
               CLOSE RECIBO-CONTROLE-FILE
               OPEN I-O RECIBO-CONTROLE-FILE
           END-IF
           MOVE 'DIPLOMA' TO RB-CHAVE
           READ RECIBO-CONTROLE-FILE
               INVALID KEY
                   MOVE 1 TO WRK-NUM-DIPLOMA
                   MOVE 'DIPLOMA' TO RB-CHAVE
                   MOVE 2 TO RB-PROXIMO
                   WRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RB-PROXIMO TO WRK-NUM-DIPLOMA
                   ADD 1 TO RB-PROXIMO
                   REWRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RECIBO-CONTROLE-FILE.

       EMITE-MENSAGEM.
           CALL 'PROG65' USING MENSAGEM-PARAMETROS.

      ******************************************************************
      * REGISTRA-RUNCTL - Registra no controle de execucoes o inicio
      * ou o fim da rodada, com contadores e codigo de retorno.
      ******************************************************************
       REGISTRA-RUNCTL.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN EXTEND RUN-CONTROL-FILE
           IF WRK-FS-RUNCTL = '05' OR WRK-FS-RUNCTL = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE 'PROG134'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-TOTAL-LIDOS     TO RN-LIDOS
           MOVE WRK-TOTAL-GRAVADOS  TO RN-GRAVADOS
           MOVE WRK-TOTAL-RECUSAS   TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG134.
