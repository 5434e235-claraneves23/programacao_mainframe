      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG159.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  MANUTENCAO DO MESTRE DE UNIDADES - INCLUI, ALTERA, CONSULTA E
      *  LISTA AS UNIDADES (CAMPI) DA INSTITUICAO: CODIGO, NOME,
      *  CIDADE E SITUACAO. NA IMPLANTACAO DO ARQUIVO GRAVA A UNIDADE
      *  'SEDE', A QUE VALE PARA OS REGISTROS ANTERIORES A SEGUNDA
      *  UNIDADE (CODIGO EM BRANCO). UNIDADE INATIVA NAO RECEBE NOVOS
      *  ALUNOS, TURMAS NEM LOCAIS DE ESTOQUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIDADE-FILE ASSIGN TO "UNIDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UN-CODIGO
               FILE STATUS IS WRK-FS-UNID.
       DATA DIVISION.
       FILE SECTION.
       FD  UNIDADE-FILE.
           COPY UNIDMR.
       WORKING-STORAGE SECTION.
       77 WRK-FS-UNID       PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC 9 VALUE 0.
       77 WRK-CONTINUAR     PIC X VALUE 'S'.
       77 WRK-COD-BUSCA     PIC X(04) VALUE SPACES.
       77 WRK-NOME-NOVO     PIC X(30) VALUE SPACES.
       77 WRK-ACHOU         PIC X VALUE 'N'.
           88 REGISTRO-ACHADO      VALUE 'S'.
       77 WRK-FIM-UNID      PIC X(01) VALUE 'N'.
           88 FIM-UNID             VALUE 'S'.
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O UNIDADE-FILE
           IF WRK-FS-UNID = '35'
               CLOSE UNIDADE-FILE
               OPEN OUTPUT UNIDADE-FILE
               CLOSE UNIDADE-FILE
               OPEN I-O UNIDADE-FILE
               PERFORM IMPLANTA-SEDE
           END-IF

           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

           CLOSE UNIDADE-FILE
           STOP RUN.

      ******************************************************************
      * IMPLANTA-SEDE - Arquivo recem-criado: grava a unidade 'SEDE',
      * a que vale para os registros com o codigo de unidade em
      * branco.
      ******************************************************************
       IMPLANTA-SEDE.
           MOVE 'SEDE'          TO UN-CODIGO
           MOVE 'SEDE'          TO UN-NOME
           MOVE SPACES          TO UN-CIDADE
           MOVE 'A'             TO UN-STATUS
           WRITE UNIDADE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'MESTRE DE UNIDADES IMPLANTADO COM A '
                       'UNIDADE SEDE.'
           END-WRITE.

       EXIBE-MENU.
           DISPLAY 'MESTRE DE UNIDADES'
           DISPLAY '1 - INCLUIR UNIDADE'
           DISPLAY '2 - ALTERAR UNIDADE'
           DISPLAY '3 - CONSULTAR UNIDADE'
           DISPLAY '4 - LISTAR UNIDADES'
           DISPLAY '5 - SAIR'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM INCLUI-UNIDADE
               WHEN 2 PERFORM ALTERA-UNIDADE
               WHEN 3 PERFORM CONSULTA-UNIDADE
               WHEN 4 PERFORM LISTA-UNIDADES
               WHEN 5 MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       INCLUI-UNIDADE.
           DISPLAY 'CODIGO DA UNIDADE:'
           ACCEPT WRK-COD-BUSCA
           MOVE FUNCTION UPPER-CASE(WRK-COD-BUSCA) TO WRK-COD-BUSCA
           IF WRK-COD-BUSCA = SPACES
               DISPLAY 'CODIGO NAO PODE SER EM BRANCO.'
           ELSE
               MOVE WRK-COD-BUSCA TO UN-CODIGO
               PERFORM ACEITA-NOME
               MOVE WRK-NOME-NOVO TO UN-NOME
               DISPLAY 'CIDADE:'
               ACCEPT UN-CIDADE
               MOVE 'A' TO UN-STATUS
               WRITE UNIDADE-RECORD
                   INVALID KEY
                       DISPLAY 'UNIDADE JA EXISTE. INCLUSAO NEGADA.'
                   NOT INVALID KEY
                       DISPLAY 'UNIDADE INCLUIDA: ' UN-CODIGO
               END-WRITE
           END-IF.

      ******************************************************************
      * ALTERA-UNIDADE - Altera nome, cidade e situacao. A 'SEDE' nao
      * pode ser inativada: e a unidade dos registros sem codigo.
      ******************************************************************
       ALTERA-UNIDADE.
           PERFORM LOCALIZA-UNIDADE
           IF REGISTRO-ACHADO
               DISPLAY 'NOME ATUAL: ' UN-NOME
               PERFORM ACEITA-NOME
               MOVE WRK-NOME-NOVO TO UN-NOME
               DISPLAY 'CIDADE ATUAL: ' UN-CIDADE
               DISPLAY 'NOVA CIDADE:'
               ACCEPT UN-CIDADE
               DISPLAY 'SITUACAO ATUAL: ' UN-STATUS
               DISPLAY 'NOVA SITUACAO - (A)TIVA OU (I)NATIVA:'
               ACCEPT UN-STATUS
               MOVE FUNCTION UPPER-CASE(UN-STATUS) TO UN-STATUS
               IF NOT UN-INATIVA
                   MOVE 'A' TO UN-STATUS
               END-IF
               IF UN-INATIVA AND UN-CODIGO = 'SEDE'
                   DISPLAY 'A UNIDADE SEDE NAO PODE SER INATIVADA.'
                   MOVE 'A' TO UN-STATUS
               END-IF
               REWRITE UNIDADE-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO ALTERAR A UNIDADE.'
                   NOT INVALID KEY
                       DISPLAY 'UNIDADE ALTERADA COM SUCESSO.'
               END-REWRITE
           END-IF.

       CONSULTA-UNIDADE.
           PERFORM LOCALIZA-UNIDADE
           IF REGISTRO-ACHADO
               DISPLAY 'CODIGO  : ' UN-CODIGO
               DISPLAY 'NOME    : ' UN-NOME
               DISPLAY 'CIDADE  : ' UN-CIDADE
               DISPLAY 'SITUACAO: ' UN-STATUS
           END-IF.

       LISTA-UNIDADES.
           MOVE 'N' TO WRK-FIM-UNID
           MOVE SPACES TO UN-CODIGO
           START UNIDADE-FILE KEY IS NOT LESS THAN UN-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-UNID
           END-START
           PERFORM UNTIL FIM-UNID
               READ UNIDADE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-UNID
               END-READ
               IF NOT FIM-UNID
                   DISPLAY '  ' UN-CODIGO ' ' UN-NOME ' '
                       UN-CIDADE ' ' UN-STATUS
               END-IF
           END-PERFORM.

       LOCALIZA-UNIDADE.
           MOVE 'N' TO WRK-ACHOU
           DISPLAY 'CODIGO DA UNIDADE:'
           ACCEPT WRK-COD-BUSCA
           MOVE FUNCTION UPPER-CASE(WRK-COD-BUSCA) TO UN-CODIGO
           READ UNIDADE-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
                   DISPLAY 'UNIDADE NAO ENCONTRADA.'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.

       ACEITA-NOME.
           MOVE SPACES TO WRK-NOME-NOVO
           PERFORM UNTIL WRK-NOME-NOVO NOT = SPACES
               DISPLAY 'NOME DA UNIDADE:'
               ACCEPT WRK-NOME-NOVO
               IF WRK-NOME-NOVO = SPACES
                   DISPLAY 'NOME NAO PODE SER EM BRANCO.'
               END-IF
           END-PERFORM.
       END PROGRAM PROG159.
