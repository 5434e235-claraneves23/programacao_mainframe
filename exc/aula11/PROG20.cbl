       DATE-WRITTEN. 22/08/2026.
      *  MANUTENCAO DO CATALOGO DE DISCIPLINAS - INCLUI, ALTERA,
      *  ATIVA/INATIVA E CONSULTA OS CODIGOS OFICIAIS DE MATERIA
      *  USADOS NA VALIDACAO DA CAPTURA DE NOTAS. MANTEM TAMBEM O KIT
      *  DE MATERIAL DE LABORATORIO DA MATERIA (KITMAT): MATERIAL DO
      *  ESTOQUE, QUANTIDADE POR ALUNO E LOCAL DE ONDE O KIT SAI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WRK-FS-PRE.
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
           SELECT LOCAL-ESTOQUE-FILE ASSIGN TO "LOCESTQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-CODIGO
               FILE STATUS IS WRK-FS-LOCAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DISC-CATALOGO-FILE.
           COPY DISCCAT.
       FD  PREREQUISITO-FILE.
           COPY PREREQ.
       FD  KIT-MATERIAL-FILE.
           COPY KITMAT.
       FD  ESTOQUE-MATERIAL-FILE.
           COPY ESTOQMR.
       FD  LOCAL-ESTOQUE-FILE.
           COPY LOCESTQ.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CAT         PIC X(02) VALUE SPACES.
       77 WRK-OPCAO          PIC 9(02) VALUE 0.
       77 WRK-PESO-ED        PIC X(05) VALUE SPACES.
       77 WRK-PESO-SAI       PIC 9.99.
       77 WRK-SOMA-PESOS     PIC 9V99 VALUE 0.
       77 WRK-FS-KIT         PIC X(02) VALUE SPACES.
       77 WRK-FS-ESTOQUE     PIC X(02) VALUE SPACES.
       77 WRK-FS-LOCAL       PIC X(02) VALUE SPACES.
       77 WRK-FIM-KIT        PIC X(01) VALUE 'N'.
           88 FIM-KIT               VALUE 'S'.
       77 WRK-MATERIAL-BUSCA PIC X(06) VALUE SPACES.
       77 WRK-LOCAL-BUSCA    PIC X(04) VALUE SPACES.
       77 WRK-QTD-KIT-ED     PIC X(08) VALUE SPACES.
       77 WRK-QTD-KIT-SAI    PIC ZZZ9.99.
       77 WRK-KIT-OK         PIC X(01) VALUE 'N'.
           88 ITEM-KIT-VALIDO       VALUE 'S'.
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O DISC-CATALOGO-FILE
               CLOSE PREREQUISITO-FILE
               OPEN I-O PREREQUISITO-FILE
           END-IF
           OPEN I-O KIT-MATERIAL-FILE
           IF WRK-FS-KIT = '35'
               CLOSE KIT-MATERIAL-FILE
               OPEN OUTPUT KIT-MATERIAL-FILE
               CLOSE KIT-MATERIAL-FILE
               OPEN I-O KIT-MATERIAL-FILE
           END-IF

           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

           CLOSE DISC-CATALOGO-FILE
           CLOSE PREREQUISITO-FILE
           CLOSE KIT-MATERIAL-FILE
           STOP RUN.

       EXIBE-MENU.
           DISPLAY '7 - EXCLUIR PRE-REQUISITO'
           DISPLAY '8 - LISTAR PRE-REQUISITOS'
           DISPLAY '9 - ALTERAR PESOS DA MATERIA'
           DISPLAY '10 - INCLUIR/ALTERAR ITEM DO KIT DE LABORATORIO'
           DISPLAY '11 - EXCLUIR ITEM DO KIT DE LABORATORIO'
           DISPLAY '12 - LISTAR KIT DE LABORATORIO'
           DISPLAY '13 - SAIR'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 7 PERFORM EXCLUI-PREREQUISITO
               WHEN 8 PERFORM LISTA-PREREQUISITOS
               WHEN 9 PERFORM ALTERA-PESOS
               WHEN 10 PERFORM GRAVA-ITEM-KIT
               WHEN 11 PERFORM EXCLUI-ITEM-KIT
               WHEN 12 PERFORM LISTA-KIT
               WHEN 13 MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

               END-IF
           END-PERFORM.

      ******************************************************************
      * GRAVA-ITEM-KIT - Inclui (ou altera, se ja existir) um material
      * no kit de laboratorio da materia, com a quantidade consumida
      * por aluno matriculado e o local de onde sai; o material tem
      * de estar no estoque e o local, cadastrado e ativo.
      ******************************************************************
       GRAVA-ITEM-KIT.
           PERFORM LOCALIZA-DISCIPLINA
           IF REGISTRO-ACHADO
               DISPLAY 'CODIGO DO MATERIAL NO ESTOQUE:'
               ACCEPT WRK-MATERIAL-BUSCA
               DISPLAY 'LOCAL DE ESTOQUE DO KIT (BRANCO = CENT):'
               ACCEPT WRK-LOCAL-BUSCA
               MOVE FUNCTION UPPER-CASE(WRK-LOCAL-BUSCA)
                   TO WRK-LOCAL-BUSCA
               IF WRK-LOCAL-BUSCA = SPACES
                   MOVE 'CENT' TO WRK-LOCAL-BUSCA
               END-IF
               PERFORM VALIDA-ITEM-KIT
               IF ITEM-KIT-VALIDO
                   PERFORM ACEITA-QTD-KIT
                   MOVE WRK-CODIGO-BUSCA   TO KT-MATERIA
                   MOVE WRK-MATERIAL-BUSCA TO KT-MATERIAL
                   READ KIT-MATERIAL-FILE
                       INVALID KEY
                           MOVE 'N' TO WRK-ACHOU
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-ACHOU
                   END-READ
                   MOVE WRK-CODIGO-BUSCA   TO KT-MATERIA
                   MOVE WRK-MATERIAL-BUSCA TO KT-MATERIAL
                   COMPUTE KT-QTD-ALUNO =
                       FUNCTION NUMVAL(WRK-QTD-KIT-ED)
                   MOVE WRK-LOCAL-BUSCA TO KT-LOCAL
                   IF REGISTRO-ACHADO
                       REWRITE KIT-MATERIAL-RECORD
                           INVALID KEY
                               DISPLAY 'FALHA AO ALTERAR O ITEM DO KIT.'
                           NOT INVALID KEY
                               DISPLAY 'ITEM DO KIT ALTERADO.'
                       END-REWRITE
                   ELSE
                       WRITE KIT-MATERIAL-RECORD
                           INVALID KEY
                               DISPLAY 'FALHA AO INCLUIR O ITEM DO KIT.'
                           NOT INVALID KEY
                               DISPLAY 'ITEM DO KIT INCLUIDO.'
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * VALIDA-ITEM-KIT - Confere o material no mestre de estoque e o
      * local no cadastro de locais (sem o cadastro implantado, so o
      * central vale).
      ******************************************************************
       VALIDA-ITEM-KIT.
           MOVE 'N' TO WRK-KIT-OK
           OPEN INPUT ESTOQUE-MATERIAL-FILE
           IF WRK-FS-ESTOQUE = '00'
               MOVE WRK-MATERIAL-BUSCA TO EM-CODIGO
               READ ESTOQUE-MATERIAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-KIT-OK
               END-READ
               CLOSE ESTOQUE-MATERIAL-FILE
           END-IF
           IF NOT ITEM-KIT-VALIDO
               DISPLAY 'MATERIAL NAO CONSTA NO ESTOQUE. '
                   'INCLUSAO NEGADA.'
           ELSE
               OPEN INPUT LOCAL-ESTOQUE-FILE
               IF WRK-FS-LOCAL = '00'
                   MOVE WRK-LOCAL-BUSCA TO LO-CODIGO
                   READ LOCAL-ESTOQUE-FILE
                       INVALID KEY
                           MOVE 'N' TO WRK-KIT-OK
                       NOT INVALID KEY
                           IF NOT LO-ATIVO
                               MOVE 'N' TO WRK-KIT-OK
                           END-IF
                   END-READ
                   CLOSE LOCAL-ESTOQUE-FILE
               ELSE
                   IF WRK-LOCAL-BUSCA NOT = 'CENT'
                       MOVE 'N' TO WRK-KIT-OK
                   END-IF
               END-IF
               IF NOT ITEM-KIT-VALIDO
                   DISPLAY 'LOCAL ' WRK-LOCAL-BUSCA ' INEXISTENTE OU '
                       'INATIVO. INCLUSAO NEGADA.'
               END-IF
           END-IF.

      ******************************************************************
      * ACEITA-QTD-KIT - Pede a quantidade do material por aluno,
      * repetindo ate receber valor numerico maior que zero.
      ******************************************************************
       ACEITA-QTD-KIT.
           MOVE SPACES TO WRK-QTD-KIT-ED
           PERFORM UNTIL FUNCTION TEST-NUMVAL(WRK-QTD-KIT-ED) = 0
               AND FUNCTION NUMVAL(WRK-QTD-KIT-ED) > 0
               DISPLAY 'QUANTIDADE POR ALUNO (EX: 2.50):'
               ACCEPT WRK-QTD-KIT-ED
               IF FUNCTION TEST-NUMVAL(WRK-QTD-KIT-ED) NOT = 0
                   DISPLAY 'QUANTIDADE INVALIDA. DIGITE SOMENTE '
                       'NUMEROS.'
                   MOVE SPACES TO WRK-QTD-KIT-ED
               END-IF
           END-PERFORM.

       EXCLUI-ITEM-KIT.
           DISPLAY 'CODIGO DA MATERIA:'
           ACCEPT KT-MATERIA
           DISPLAY 'CODIGO DO MATERIAL:'
           ACCEPT KT-MATERIAL
           READ KIT-MATERIAL-FILE
               INVALID KEY
                   DISPLAY 'ITEM DO KIT NAO ENCONTRADO.'
               NOT INVALID KEY
                   DELETE KIT-MATERIAL-FILE
                       INVALID KEY
                           DISPLAY 'FALHA AO EXCLUIR O ITEM DO KIT.'
                       NOT INVALID KEY
                           DISPLAY 'ITEM DO KIT EXCLUIDO.'
                   END-DELETE
           END-READ.

      ******************************************************************
      * LISTA-KIT - Lista os materiais do kit da materia informada (a
      * chave comeca pela materia, como nos pre-requisitos).
      ******************************************************************
       LISTA-KIT.
           DISPLAY 'CODIGO DA MATERIA:'
           ACCEPT KT-MATERIA
           MOVE KT-MATERIA TO WRK-CODIGO-BUSCA
           MOVE SPACES TO KT-MATERIAL
           MOVE 'N' TO WRK-FIM-KIT
           START KIT-MATERIAL-FILE KEY IS NOT LESS THAN KT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-KIT
           END-START
           PERFORM UNTIL FIM-KIT
               READ KIT-MATERIAL-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-KIT
               END-READ
               IF NOT FIM-KIT
                   IF KT-MATERIA NOT = WRK-CODIGO-BUSCA
                       MOVE 'S' TO WRK-FIM-KIT
                   ELSE
                       MOVE KT-QTD-ALUNO TO WRK-QTD-KIT-SAI
                       DISPLAY '  MATERIAL ' KT-MATERIAL
                           ' QTDE/ALUNO ' WRK-QTD-KIT-SAI
                           ' LOCAL ' KT-LOCAL
                   END-IF
               END-IF
           END-PERFORM.

       LOCALIZA-DISCIPLINA.
           MOVE 'N' TO WRK-ACHOU
           DISPLAY 'DIGITE O CODIGO DA DISCIPLINA:'
