      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG183.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  SUBPROGRAMA COMUM DE TAXA DE DOCUMENTOS - CHAMADO PELOS
      *  EMISSORES DE DOCUMENTO DE BALCAO (PROG18 FICHA, PROG45
      *  SEGUNDA VIA DE BOLETIM) E PELO LOTE DE DIPLOMAS (PROG134,
      *  SEGUNDA VIA DE DIPLOMA) ANTES DE GRAVAR O REGISTRO DE
      *  EMISSOES: PROCURA A TAXA DO TIPO NA TABELA TAXADOC (PROG182)
      *  E, SE HOUVER, OFERECE A ISENCAO - CODIGO DE ISENCAO COM A
      *  CREDENCIAL DE UM COORDENADOR ATIVO NO USRPROF, DIFERENTE DO
      *  EMISSOR - OU LEVANTA A FATURA DA TAXA (TIPO 'D') NO MESTRE
      *  DE FATURAS, NUMERADA NO CONTADOR CONTROLADO (RECNUM, CHAVE
      *  'FATURA') E COM VENCIMENTO NO PROPRIO DIA. DOCUMENTO COBRADO
      *  SAI RETIDO ATE A QUITACAO DA FATURA NO CAIXA (PROG71); SEM
      *  TAXA OU ISENTO, SAI LIBERADO. SEM A TABELA IMPLANTADA, TODO
      *  DOCUMENTO SAI GRATUITO. NA CHAMADA DE LOTE (TXP-MODO 'L') NAO
      *  HA OPERADOR PARA A ISENCAO: A TAXA E SEMPRE FATURADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXA-DOCUMENTO-FILE ASSIGN TO "TAXADOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-TIPO
               FILE STATUS IS WRK-FS-TAXA.
           SELECT FATURA-MASTER-FILE ASSIGN TO "FATURMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUMERO
               FILE STATUS IS WRK-FS-FAT.
           SELECT RECIBO-CONTROLE-FILE ASSIGN TO "RECNUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WRK-FS-RECNUM.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT USUARIO-PERFIL-FILE ASSIGN TO "USRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-USUARIO
               FILE STATUS IS WRK-FS-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD  TAXA-DOCUMENTO-FILE.
           COPY TAXADOC.
       FD  FATURA-MASTER-FILE.
           COPY FATURMR.
       FD  RECIBO-CONTROLE-FILE.
           COPY RECNUM.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  USUARIO-PERFIL-FILE.
           COPY USRPROF.
       WORKING-STORAGE SECTION.
       77 WRK-FS-TAXA       PIC X(02) VALUE SPACES.
       77 WRK-FS-FAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-RECNUM     PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-PERFIL     PIC X(02) VALUE SPACES.
       77 WRK-DESCRICAO     PIC X(30) VALUE SPACES.
       77 WRK-ISENCAO       PIC X(01) VALUE SPACES.
           88 ISENCAO-VALIDA       VALUE 'P' 'E' 'C' 'O' ' '.
       77 WRK-LIB-USUARIO   PIC X(08) VALUE SPACES.
       77 WRK-LIB-SENHA     PIC X(08) VALUE SPACES.
       77 WRK-LIBERADO      PIC X(01) VALUE 'N'.
           88 ISENCAO-APROVADA     VALUE 'S'.
       77 WRK-NUMERO-FATURA PIC 9(08) VALUE 0.
       77 WRK-UNIDADE       PIC X(04) VALUE SPACES.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-VALOR-SAI     PIC ZZ,ZZ9.99.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       LINKAGE SECTION.
       COPY TAXPARM.
       PROCEDURE DIVISION USING TAXA-PARAMETROS.
       INICIO.
           MOVE 'L'    TO TXP-SITUACAO
           MOVE 0      TO TXP-VALOR
           MOVE 0      TO TXP-FATURA
           MOVE SPACES TO TXP-ISENCAO
           MOVE SPACES TO TXP-APROVADOR
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA

           PERFORM LOCALIZA-TAXA
           IF TXP-VALOR > 0
               MOVE TXP-VALOR TO WRK-VALOR-SAI
               DISPLAY 'DOCUMENTO COM TAXA: ' WRK-DESCRICAO ' - '
                   WRK-VALOR-SAI
               MOVE SPACES TO WRK-ISENCAO
               IF NOT TXP-LOTE
                   PERFORM ACEITA-ISENCAO
               END-IF
               IF WRK-ISENCAO NOT = SPACES
                   PERFORM CONFERE-APROVADOR
                   IF ISENCAO-APROVADA
                       MOVE WRK-ISENCAO     TO TXP-ISENCAO
                       MOVE WRK-LIB-USUARIO TO TXP-APROVADOR
                   ELSE
                       DISPLAY 'ISENCAO NAO APROVADA. A TAXA SERA '
                           'COBRADA.'
                   END-IF
               END-IF
               IF TXP-ISENCAO = SPACES
                   PERFORM LEVANTA-FATURA
               END-IF
           END-IF
           GOBACK.

      ******************************************************************
      * LOCALIZA-TAXA - Le a taxa do tipo de documento na tabela;
      * tabela nao implantada ou tipo sem taxa deixa o valor zerado.
      ******************************************************************
       LOCALIZA-TAXA.
           OPEN INPUT TAXA-DOCUMENTO-FILE
           IF WRK-FS-TAXA = '00'
               MOVE TXP-TIPO TO TX-TIPO
               READ TAXA-DOCUMENTO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TX-VALOR     TO TXP-VALOR
                       MOVE TX-DESCRICAO TO WRK-DESCRICAO
               END-READ
               CLOSE TAXA-DOCUMENTO-FILE
           END-IF.

      ******************************************************************
      * ACEITA-ISENCAO - Pede o codigo de isencao; branco cobra a
      * taxa.
      ******************************************************************
       ACEITA-ISENCAO.
           MOVE 'X' TO WRK-ISENCAO
           PERFORM UNTIL ISENCAO-VALIDA
               DISPLAY 'ISENCAO (P PRIMEIRA VIA, E ERRO DA '
                   'SECRETARIA, C CONVENIO/BOLSA, O OUTROS;'
               DISPLAY 'BRANCO COBRA A TAXA):'
               MOVE SPACES TO WRK-ISENCAO
               ACCEPT WRK-ISENCAO
               MOVE FUNCTION UPPER-CASE(WRK-ISENCAO) TO WRK-ISENCAO
               IF NOT ISENCAO-VALIDA
                   DISPLAY 'CODIGO DE ISENCAO INVALIDO.'
               END-IF
           END-PERFORM.

      ******************************************************************
      * CONFERE-APROVADOR - Exige a credencial de um coordenador
      * ativo, diferente do emissor do documento, para aprovar a
      * isencao.
      ******************************************************************
       CONFERE-APROVADOR.
           MOVE 'N' TO WRK-LIBERADO
           DISPLAY 'USUARIO DO COORDENADOR (BRANCO CANCELA):'
           MOVE SPACES TO WRK-LIB-USUARIO
           ACCEPT WRK-LIB-USUARIO
           IF WRK-LIB-USUARIO = TXP-USUARIO
               DISPLAY 'O EMISSOR NAO APROVA A PROPRIA ISENCAO.'
           ELSE
               IF WRK-LIB-USUARIO NOT = SPACES
                   DISPLAY 'SENHA:'
                   ACCEPT WRK-LIB-SENHA
                   OPEN INPUT USUARIO-PERFIL-FILE
                   IF WRK-FS-PERFIL = '35'
                       DISPLAY 'ARQUIVO DE PERFIS NAO IMPLANTADO. '
                           'APROVACAO NEGADA.'
                   ELSE
                       MOVE WRK-LIB-USUARIO TO UP-USUARIO
                       READ USUARIO-PERFIL-FILE
                           INVALID KEY
                               DISPLAY 'USUARIO NAO ENCONTRADO.'
                           NOT INVALID KEY
                               IF UP-SENHA = WRK-LIB-SENHA
                                   AND UP-USUARIO-ATIVO
                                   AND UP-NIVEL-COORDENADOR
                                   MOVE 'S' TO WRK-LIBERADO
                                   DISPLAY 'ISENCAO APROVADA POR '
                                       UP-USUARIO
                               ELSE
                                   DISPLAY 'CREDENCIAL SEM NIVEL DE '
                                       'COORDENADOR. APROVACAO NEGADA.'
                               END-IF
                       END-READ
                       CLOSE USUARIO-PERFIL-FILE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LEVANTA-FATURA - Grava a fatura da taxa para o aluno no
      * mestre de faturas (tipo 'D', amarrada ao codigo de
      * autenticidade do documento) e deixa o documento retido.
      ******************************************************************
       LEVANTA-FATURA.
           PERFORM LOCALIZA-UNIDADE
           PERFORM ALOCA-NUMERO-FATURA

           IF WRK-CD-DATA(5:2) <= '06'
               STRING WRK-CD-DATA(1:4) DELIMITED BY SIZE
                   '-1' DELIMITED BY SIZE
                   INTO WRK-SEMESTRE
           ELSE
               STRING WRK-CD-DATA(1:4) DELIMITED BY SIZE
                   '-2' DELIMITED BY SIZE
                   INTO WRK-SEMESTRE
           END-IF

           OPEN I-O FATURA-MASTER-FILE
           IF WRK-FS-FAT = '35'
               CLOSE FATURA-MASTER-FILE
               OPEN OUTPUT FATURA-MASTER-FILE
               CLOSE FATURA-MASTER-FILE
               OPEN I-O FATURA-MASTER-FILE
           END-IF
           MOVE WRK-NUMERO-FATURA TO FA-NUMERO
           MOVE TXP-ALUNO-ID      TO FA-ALUNO-ID
           MOVE WRK-SEMESTRE      TO FA-SEMESTRE
           MOVE TXP-VALOR         TO FA-VALOR
           MOVE TXP-VALOR         TO FA-SALDO
           MOVE WRK-CD-DATA       TO FA-DATA-EMISSAO
           MOVE WRK-CD-DATA       TO FA-DATA-VENC
           MOVE 'A'               TO FA-STATUS
           MOVE 'D'               TO FA-TIPO
           MOVE 0                 TO FA-ORIGEM
           MOVE SPACES            TO FA-DATA-ENCARGO
           MOVE SPACES            TO FA-ENCARGO-FIM
           MOVE 0                 TO FA-ACORDO
           MOVE 0                 TO FA-PARCELA
           MOVE SPACES            TO FA-DATA-STATUS
           MOVE WRK-UNIDADE       TO FA-UNIDADE
           MOVE TXP-CODIGO        TO FA-DOCUMENTO
           MOVE 'R' TO TXP-SITUACAO
           WRITE FATURA-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR A FATURA DA TAXA. '
                       'DOCUMENTO RETIDO - PROCURE A TESOURARIA.'
               NOT INVALID KEY
                   MOVE WRK-NUMERO-FATURA TO TXP-FATURA
                   DISPLAY 'FATURA ' FA-NUMERO ' LEVANTADA. DOCUMENTO '
                       'RETIDO ATE O PAGAMENTO NO CAIXA (PROG71).'
           END-WRITE
           CLOSE FATURA-MASTER-FILE.

      ******************************************************************
      * LOCALIZA-UNIDADE - Unidade do aluno no ALUNO-MASTER; aluno
      * sem unidade, ou mestre indisponivel, vale como 'SEDE'.
      ******************************************************************
       LOCALIZA-UNIDADE.
           MOVE SPACES TO WRK-UNIDADE
           OPEN INPUT ALUNO-MASTER-FILE
           IF WRK-FS-ALUNO = '00'
               MOVE TXP-ALUNO-ID TO ALUNO-ID
               READ ALUNO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALUNO-UNIDADE TO WRK-UNIDADE
               END-READ
               CLOSE ALUNO-MASTER-FILE
           END-IF
           IF WRK-UNIDADE = SPACES
               MOVE 'SEDE' TO WRK-UNIDADE
           END-IF.

      ******************************************************************
      * ALOCA-NUMERO-FATURA - Aloca o proximo numero sequencial de
      * fatura no contador controlado (ler, incrementar, regravar),
      * na chave 'FATURA', criando o contador na primeira emissao.
      ******************************************************************
       ALOCA-NUMERO-FATURA.
           OPEN I-O RECIBO-CONTROLE-FILE
           IF WRK-FS-RECNUM = '35'
               CLOSE RECIBO-CONTROLE-FILE
               OPEN OUTPUT RECIBO-CONTROLE-FILE
               CLOSE RECIBO-CONTROLE-FILE
               OPEN I-O RECIBO-CONTROLE-FILE
           END-IF

           MOVE 'FATURA' TO RB-CHAVE
           READ RECIBO-CONTROLE-FILE
               INVALID KEY
                   MOVE 1 TO WRK-NUMERO-FATURA
                   MOVE 'FATURA' TO RB-CHAVE
                   MOVE 2 TO RB-PROXIMO
                   WRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RB-PROXIMO TO WRK-NUMERO-FATURA
                   ADD 1 TO RB-PROXIMO
                   REWRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RECIBO-CONTROLE-FILE.
       END PROGRAM PROG183.
