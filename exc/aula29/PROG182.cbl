      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG182.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  MANUTENCAO DA TABELA DE TAXAS DE DOCUMENTOS - INCLUI, ALTERA,
      *  CONSULTA E LISTA A TAXA COBRADA POR TIPO DE DOCUMENTO DE
      *  BALCAO (OS TIPOS DO REGISTRO DE EMISSOES: FICHA DO PROG18,
      *  SEGUNDA VIA DE BOLETIM DO PROG45 E SEGUNDA VIA DE DIPLOMA DO
      *  PROG134), COM O USUARIO E A DATA DA
      *  ULTIMA ALTERACAO. A TAXA E COBRADA NA EMISSAO PELO PROG183;
      *  TIPO SEM TAXA, OU COM VALOR ZERO, SAI GRATUITO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXA-DOCUMENTO-FILE ASSIGN TO "TAXADOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-TIPO
               FILE STATUS IS WRK-FS-TAXA.
       DATA DIVISION.
       FILE SECTION.
       FD  TAXA-DOCUMENTO-FILE.
           COPY TAXADOC.
       WORKING-STORAGE SECTION.
       77 WRK-FS-TAXA       PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC 9 VALUE 0.
       77 WRK-CONTINUAR     PIC X VALUE 'S'.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-TIPO-BUSCA    PIC X(01) VALUE SPACES.
       77 WRK-VALOR-ED      PIC X(10) VALUE SPACES.
       77 WRK-ACHOU         PIC X VALUE 'N'.
           88 REGISTRO-ACHADO      VALUE 'S'.
       77 WRK-TIPO-OK       PIC X(01) VALUE 'N'.
           88 TIPO-VALIDO          VALUE 'S'.
       77 WRK-FIM-TAXA      PIC X(01) VALUE 'N'.
           88 FIM-TAXA             VALUE 'S'.
       77 WRK-VALOR-SAI     PIC ZZ,ZZ9.99.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           OPEN I-O TAXA-DOCUMENTO-FILE
           IF WRK-FS-TAXA = '35'
               CLOSE TAXA-DOCUMENTO-FILE
               OPEN OUTPUT TAXA-DOCUMENTO-FILE
               CLOSE TAXA-DOCUMENTO-FILE
               OPEN I-O TAXA-DOCUMENTO-FILE
           END-IF

           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

           CLOSE TAXA-DOCUMENTO-FILE
           STOP RUN.

       EXIBE-MENU.
           DISPLAY 'TABELA DE TAXAS DE DOCUMENTOS'
           DISPLAY '1 - INCLUIR TAXA'
           DISPLAY '2 - ALTERAR TAXA'
           DISPLAY '3 - CONSULTAR TAXA'
           DISPLAY '4 - LISTAR TAXAS'
           DISPLAY '5 - SAIR'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM INCLUI-TAXA
               WHEN 2 PERFORM ALTERA-TAXA
               WHEN 3 PERFORM CONSULTA-TAXA
               WHEN 4 PERFORM LISTA-TAXAS
               WHEN 5 MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       INCLUI-TAXA.
           PERFORM ACEITA-TIPO
           IF NOT TIPO-VALIDO
               DISPLAY 'TIPO DE DOCUMENTO DESCONHECIDO. INCLUSAO '
                   'NEGADA.'
           ELSE
               MOVE WRK-TIPO-BUSCA TO TX-TIPO
               MOVE SPACES TO TX-DESCRICAO
               PERFORM UNTIL TX-DESCRICAO NOT = SPACES
                   DISPLAY 'DESCRICAO DO DOCUMENTO:'
                   ACCEPT TX-DESCRICAO
               END-PERFORM
               MOVE FUNCTION UPPER-CASE(TX-DESCRICAO) TO TX-DESCRICAO
               PERFORM ACEITA-VALOR
               PERFORM CARIMBA-TAXA
               WRITE TAXA-DOCUMENTO-RECORD
                   INVALID KEY
                       DISPLAY 'TAXA JA CADASTRADA PARA ESTE TIPO. '
                           'INCLUSAO NEGADA.'
                   NOT INVALID KEY
                       DISPLAY 'TAXA INCLUIDA.'
               END-WRITE
           END-IF.

       ALTERA-TAXA.
           PERFORM LOCALIZA-TAXA
           IF REGISTRO-ACHADO
               MOVE TX-VALOR TO WRK-VALOR-SAI
               DISPLAY 'DOCUMENTO  : ' TX-DESCRICAO
               DISPLAY 'TAXA ATUAL : ' WRK-VALOR-SAI
               PERFORM ACEITA-VALOR
               PERFORM CARIMBA-TAXA
               REWRITE TAXA-DOCUMENTO-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO ALTERAR A TAXA.'
                   NOT INVALID KEY
                       DISPLAY 'TAXA ALTERADA COM SUCESSO.'
               END-REWRITE
           END-IF.

       CONSULTA-TAXA.
           PERFORM LOCALIZA-TAXA
           IF REGISTRO-ACHADO
               MOVE TX-VALOR TO WRK-VALOR-SAI
               DISPLAY 'TIPO       : ' TX-TIPO
               DISPLAY 'DOCUMENTO  : ' TX-DESCRICAO
               DISPLAY 'TAXA       : ' WRK-VALOR-SAI
               DISPLAY 'ALTERADA EM: ' TX-DATA-ALTERACAO
                   ' POR ' TX-USUARIO
           END-IF.

      ******************************************************************
      * LISTA-TAXAS - Lista todas as taxas cadastradas, na ordem do
      * tipo de documento.
      ******************************************************************
       LISTA-TAXAS.
           MOVE 'N' TO WRK-FIM-TAXA
           MOVE LOW-VALUES TO TX-TIPO
           START TAXA-DOCUMENTO-FILE
               KEY IS NOT LESS THAN TX-TIPO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TAXA
                   DISPLAY 'NENHUMA TAXA CADASTRADA.'
           END-START
           PERFORM UNTIL FIM-TAXA
               READ TAXA-DOCUMENTO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TAXA
                   NOT AT END
                       MOVE TX-VALOR TO WRK-VALOR-SAI
                       DISPLAY '  ' TX-TIPO ' ' TX-DESCRICAO ' '
                           WRK-VALOR-SAI
               END-READ
           END-PERFORM.

      ******************************************************************
      * ACEITA-TIPO - Pede o tipo de documento e confere se e um dos
      * tipos gravados no registro de emissoes (ER-TIPO).
      ******************************************************************
       ACEITA-TIPO.
           MOVE 'N' TO WRK-TIPO-OK
           DISPLAY 'TIPO DE DOCUMENTO (F FICHA, B SEGUNDA VIA DE '
               'BOLETIM, D SEGUNDA VIA DE DIPLOMA):'
           ACCEPT WRK-TIPO-BUSCA
           MOVE FUNCTION UPPER-CASE(WRK-TIPO-BUSCA) TO WRK-TIPO-BUSCA
           EVALUATE WRK-TIPO-BUSCA
               WHEN 'F'
               WHEN 'B'
               WHEN 'D'
                   MOVE 'S' TO WRK-TIPO-OK
               WHEN OTHER
                   MOVE 'N' TO WRK-TIPO-OK
           END-EVALUATE.

      ******************************************************************
      * ACEITA-VALOR - Pede o valor da taxa (zero deixa o documento
      * gratuito) e o move para TX-VALOR, repetindo ate receber um
      * valor numerico.
      ******************************************************************
       ACEITA-VALOR.
           MOVE SPACES TO WRK-VALOR-ED
           PERFORM UNTIL FUNCTION TEST-NUMVAL(WRK-VALOR-ED) = 0
               DISPLAY 'VALOR DA TAXA (EX: 25.00; ZERO DISPENSA):'
               ACCEPT WRK-VALOR-ED
               IF FUNCTION TEST-NUMVAL(WRK-VALOR-ED) NOT = 0
                   DISPLAY 'VALOR INVALIDO. DIGITE SOMENTE NUMEROS.'
               END-IF
           END-PERFORM
           COMPUTE TX-VALOR = FUNCTION NUMVAL(WRK-VALOR-ED).

       CARIMBA-TAXA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO TX-DATA-ALTERACAO
           MOVE WRK-USUARIO TO TX-USUARIO.

       LOCALIZA-TAXA.
           MOVE 'N' TO WRK-ACHOU
           PERFORM ACEITA-TIPO
           MOVE WRK-TIPO-BUSCA TO TX-TIPO
           READ TAXA-DOCUMENTO-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
                   DISPLAY 'TAXA NAO CADASTRADA PARA ESTE TIPO.'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.
       END PROGRAM PROG182.
