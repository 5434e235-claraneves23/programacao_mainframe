      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG155.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  CONFERENCIA MENSAL DA QUALIDADE DOS DADOS DEMOGRAFICOS -
      *  AS CARTAS DO PROG29 E DO PROG70 VOLTAM DO CORREIO TODA
      *  SEMANA. CONFERE CADA REGISTRO DO ALUNO-DEMOGRAFICO: CEP COM
      *  OITO DIGITOS, UF EXISTENTE, E-MAIL COM FORMATO PLAUSIVEL,
      *  DATA DE NASCIMENTO VALIDA (PROG104) E RESPONSAVEL INFORMADO
      *  PARA O ALUNO MENOR DE 18 ANOS; E CONFERE QUE TODO ALUNO
      *  ATIVO NO ALUNO-MASTER TEM REGISTRO DEMOGRAFICO. O QUALIREL
      *  SAI COMO LISTA DE TRABALHO DA SECRETARIA, UMA SECAO POR TIPO
      *  DE DEFEITO COM O TOTAL, E E REGISTRADO NO REPOSITORIO DE
      *  RELATORIOS (PROG95). A CORRECAO E FEITA NO PROG75. A LISTA
      *  TRAZ TAMBEM OS ALUNOS ATIVOS AINDA SEM CPF VALIDO (EXIGIDO NA
      *  REMESSA BANCARIA E NO CENSO) E OS CPF DE RESPONSAVEL
      *  FINANCEIRO QUE NAO CONFEREM NOS DIGITOS VERIFICADORES
      *  (PROG164).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-DEMOGRAFICO-FILE ASSIGN TO "ALUNODEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-ALUNO-ID
               ALTERNATE RECORD KEY IS DG-CPF WITH DUPLICATES
               FILE STATUS IS WRK-FS-DEMO.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT QUALIDADE-REL-FILE ASSIGN TO "QUALIREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-DEMOGRAFICO-FILE.
           COPY ALUNODEM.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  QUALIDADE-REL-FILE.
           COPY QUALIREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-DEMO       PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-DEFEITO       PIC X(01) VALUE 'N'.
           88 TEM-DEFEITO          VALUE 'S'.
       77 WRK-EMAIL-OK      PIC X(01) VALUE 'N'.
           88 EMAIL-PLAUSIVEL      VALUE 'S'.
       77 WRK-TIPO          PIC 9(01) VALUE 0.
       77 WRK-UIDX          PIC 9(02) VALUE 0.
       77 WRK-POS           PIC 9(02) VALUE 0.
       77 WRK-TAM           PIC 9(02) VALUE 0.
       77 WRK-POS-ARROBA    PIC 9(02) VALUE 0.
       77 WRK-POS-PONTO     PIC 9(02) VALUE 0.
       77 WRK-QTD-ARROBA    PIC 9(02) VALUE 0.
       77 WRK-QTD-BRANCOS   PIC 9(02) VALUE 0.
       77 WRK-QTD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-QTD-DEFEITOS  PIC 9(08) VALUE 0.
       77 WRK-QTD-ED        PIC ZZZZZZZ9.
       77 WRK-ANO-LIMITE    PIC 9(04) VALUE 0.
       77 WRK-LIMITE-MENOR  PIC X(08) VALUE SPACES.
       77 WRK-NOME          PIC X(30) VALUE SPACES.
       77 WRK-VALOR-TXT     PIC X(40) VALUE SPACES.

      *  TIPOS DE DEFEITO, NA ORDEM DAS SECOES DA LISTA, COM A
      *  CONTAGEM DE CADA UM.
       01 TABELA-TIPOS-DEF.
          05 FILLER PIC X(40) VALUE 'CEP INVALIDO (8 DIGITOS)'.
          05 FILLER PIC X(40) VALUE 'UF INEXISTENTE'.
          05 FILLER PIC X(40) VALUE 'E-MAIL INVALIDO'.
          05 FILLER PIC X(40) VALUE 'DATA DE NASCIMENTO INVALIDA'.
          05 FILLER PIC X(40) VALUE 'MENOR DE 18 ANOS SEM RESPONSAVEL'.
          05 FILLER PIC X(40) VALUE
             'ALUNO ATIVO SEM DADOS DEMOGRAFICOS'.
          05 FILLER PIC X(40) VALUE 'ALUNO ATIVO SEM CPF VALIDO'.
          05 FILLER PIC X(40) VALUE
             'CPF DO RESPONSAVEL FINANCEIRO INVALIDO'.
       01 TABELA-TIPOS-RED REDEFINES TABELA-TIPOS-DEF.
          05 TD-DESCRICAO OCCURS 8 TIMES PIC X(40).
       01 TABELA-CONTAGENS.
          05 TD-QTD OCCURS 8 TIMES PIC 9(06).

      *  UNIDADES DA FEDERACAO.
       01 TABELA-UF-DEF.
          05 FILLER PIC X(54) VALUE
             'ACALAPAMBACEDFESGOMAMTMSMGPAPBPRPEPIRJRNRSRORRSCSPSETO'.
       01 TABELA-UF-RED REDEFINES TABELA-UF-DEF.
          05 TU-UF OCCURS 27 TIMES PIC X(02).

           COPY DATAPARM.
           COPY MSGPARM.
           COPY REPPARM.
           COPY CPFPARM.

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       01 WRK-HOJE          PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO WRK-HOJE
      *    NASCIDO DEPOIS DESTA DATA AINDA NAO FEZ 18 ANOS.
           MOVE WRK-HOJE(1:4) TO WRK-ANO-LIMITE
           SUBTRACT 18 FROM WRK-ANO-LIMITE
           MOVE WRK-HOJE TO WRK-LIMITE-MENOR
           MOVE WRK-ANO-LIMITE TO WRK-LIMITE-MENOR(1:4)
           INITIALIZE TABELA-CONTAGENS

           OPEN INPUT ALUNO-DEMOGRAFICO-FILE
           OPEN INPUT ALUNO-MASTER-FILE
           IF WRK-FS-DEMO NOT = '00' OR WRK-FS-ALUNO NOT = '00'
               MOVE 'ACD0147E' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'ALUNODEM/ALUNOMST INDISPONIVEIS. FILE STATUS '
                   DELIMITED BY SIZE
                   WRK-FS-DEMO DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-FS-ALUNO DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT QUALIDADE-REL-FILE
               PERFORM EMITE-CABECALHO
               PERFORM EXAMINA-TIPO
                   VARYING WRK-TIPO FROM 1 BY 1 UNTIL WRK-TIPO > 8
               PERFORM EMITE-RESUMO
               CLOSE QUALIDADE-REL-FILE
               MOVE 'QUALIREL'       TO RPP-RELATORIO
               MOVE 'PROD.QUALIREL'  TO RPP-GERACAO
               MOVE WRK-QTD-DEFEITOS TO RPP-LINHAS
               CALL 'PROG95' USING REPOSITORIO-PARAMETROS
               MOVE WRK-QTD-DEFEITOS TO WRK-QTD-ED
               MOVE 'ACD0146I' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'CONFERENCIA DEMOGRAFICA: DEFEITOS NA LISTA '
                   DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
           END-IF
           IF WRK-FS-DEMO = '00'
               CLOSE ALUNO-DEMOGRAFICO-FILE
           END-IF
           IF WRK-FS-ALUNO = '00'
               CLOSE ALUNO-MASTER-FILE
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

       EMITE-CABECALHO.
           MOVE SPACES TO QUALIDADE-REL-LINHA
           STRING 'CONFERENCIA DOS DADOS DEMOGRAFICOS - '
               DELIMITED BY SIZE
               WRK-HOJE(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-HOJE(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-HOJE(1:4) DELIMITED BY SIZE
               INTO QUALIDADE-REL-LINHA
           WRITE QUALIDADE-REL-LINHA
           MOVE SPACES TO QUALIDADE-REL-LINHA
           STRING '  MATRICULA      NOME                      '
               DELIMITED BY SIZE
               'VALOR RECUSADO' DELIMITED BY SIZE
               INTO QUALIDADE-REL-LINHA
           WRITE QUALIDADE-REL-LINHA.

      ******************************************************************
      * EXAMINA-TIPO - Uma secao da lista: percorre o ALUNO-DEMOGRAFICO
      * (ou o ALUNO-MASTER, nos tipos 6 e 7) e lista os registros com
      * o defeito WRK-TIPO, fechando com o total da secao.
      ******************************************************************
       EXAMINA-TIPO.
           MOVE SPACES TO QUALIDADE-REL-LINHA
           WRITE QUALIDADE-REL-LINHA
           MOVE SPACES TO QUALIDADE-REL-LINHA
           STRING '*** ' DELIMITED BY SIZE
               TD-DESCRICAO(WRK-TIPO) DELIMITED BY SIZE
               INTO QUALIDADE-REL-LINHA
           WRITE QUALIDADE-REL-LINHA
           MOVE 'N' TO WRK-FIM-ARQ
           IF WRK-TIPO < 6 OR WRK-TIPO = 8
               MOVE LOW-VALUES TO DG-ALUNO-ID
               START ALUNO-DEMOGRAFICO-FILE
                   KEY IS NOT LESS THAN DG-ALUNO-ID
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ ALUNO-DEMOGRAFICO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       IF WRK-TIPO = 1
                           ADD 1 TO WRK-QTD-LIDOS
                       END-IF
                       PERFORM CONFERE-DEMOGRAFICO
                       IF TEM-DEFEITO
                           MOVE DG-ALUNO-ID TO ALUNO-ID
                           READ ALUNO-MASTER-FILE
                               INVALID KEY
                                   MOVE '(FORA DO ALUNO-MASTER)'
                                       TO ALUNO-NOME
                           END-READ
                           MOVE ALUNO-NOME TO WRK-NOME
                           PERFORM GRAVA-DEFEITO
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               MOVE LOW-VALUES TO ALUNO-ID
               START ALUNO-MASTER-FILE
                   KEY IS NOT LESS THAN ALUNO-ID
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ ALUNO-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ AND ALUNO-ATIVO
                       MOVE ALUNO-ID TO DG-ALUNO-ID
                       READ ALUNO-DEMOGRAFICO-FILE
                           INVALID KEY
                               MOVE ALUNO-ID   TO DG-ALUNO-ID
                               MOVE ALUNO-NOME TO WRK-NOME
                               MOVE '(SEM REGISTRO)' TO WRK-VALOR-TXT
                               PERFORM GRAVA-DEFEITO
                           NOT INVALID KEY
                               IF WRK-TIPO = 7
                                   PERFORM CONFERE-CPF-ALUNO
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           MOVE TD-QTD(WRK-TIPO) TO WRK-QTD-ED
           MOVE SPACES TO QUALIDADE-REL-LINHA
           STRING '    TOTAL DA SECAO: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO QUALIDADE-REL-LINHA
           WRITE QUALIDADE-REL-LINHA.

      ******************************************************************
      * CONFERE-DEMOGRAFICO - Aplica ao registro lido a conferencia do
      * tipo WRK-TIPO; no defeito, WRK-VALOR-TXT leva o valor recusado.
      ******************************************************************
       CONFERE-DEMOGRAFICO.
           MOVE 'N'    TO WRK-DEFEITO
           MOVE SPACES TO WRK-VALOR-TXT
           EVALUATE WRK-TIPO
               WHEN 1
                   IF DG-CEP IS NOT NUMERIC
                       MOVE 'S'    TO WRK-DEFEITO
                       MOVE DG-CEP TO WRK-VALOR-TXT
                   END-IF
               WHEN 2
                   PERFORM VARYING WRK-UIDX FROM 1 BY 1
                       UNTIL WRK-UIDX > 27
                       OR TU-UF(WRK-UIDX) = DG-UF
                       CONTINUE
                   END-PERFORM
                   IF WRK-UIDX > 27
                       MOVE 'S'   TO WRK-DEFEITO
                       MOVE DG-UF TO WRK-VALOR-TXT
                   END-IF
               WHEN 3
                   PERFORM CONFERE-EMAIL
                   IF NOT EMAIL-PLAUSIVEL
                       MOVE 'S'      TO WRK-DEFEITO
                       MOVE DG-EMAIL TO WRK-VALOR-TXT
                   END-IF
               WHEN 4
                   MOVE 1            TO DP-OPERACAO
                   MOVE DG-DATA-NASC TO DP-DATA-1
                   CALL 'PROG104' USING DATA-PARAMETROS
                   IF DP-VALIDA NOT = 'S' OR DG-DATA-NASC > WRK-HOJE
                       MOVE 'S'          TO WRK-DEFEITO
                       MOVE DG-DATA-NASC TO WRK-VALOR-TXT
                   END-IF
               WHEN 5
                   IF DG-RESPONSAVEL = SPACES
                       AND DG-DATA-NASC > WRK-LIMITE-MENOR
                       MOVE 1            TO DP-OPERACAO
                       MOVE DG-DATA-NASC TO DP-DATA-1
                       CALL 'PROG104' USING DATA-PARAMETROS
                       IF DP-VALIDA = 'S' AND DG-DATA-NASC <= WRK-HOJE
                           MOVE 'S' TO WRK-DEFEITO
                           STRING 'NASCIDO EM ' DELIMITED BY SIZE
                               DG-DATA-NASC(7:2) DELIMITED BY SIZE
                               '/' DELIMITED BY SIZE
                               DG-DATA-NASC(5:2) DELIMITED BY SIZE
                               '/' DELIMITED BY SIZE
                               DG-DATA-NASC(1:4) DELIMITED BY SIZE
                               INTO WRK-VALOR-TXT
                       END-IF
                   END-IF
               WHEN 8
                   IF DG-RESP-CPF NOT = SPACES
                       MOVE DG-RESP-CPF TO CPP-ENTRADA
                       CALL 'PROG164' USING CPF-PARAMETROS
                       IF CPP-VALIDO NOT = 'S'
                           MOVE 'S'         TO WRK-DEFEITO
                           MOVE DG-RESP-CPF TO WRK-VALOR-TXT
                       END-IF
                   END-IF
           END-EVALUATE
           IF TEM-DEFEITO AND WRK-VALOR-TXT = SPACES
               MOVE '(EM BRANCO)' TO WRK-VALOR-TXT
           END-IF.

      ******************************************************************
      * CONFERE-CPF-ALUNO - Aluno ativo com registro demografico: CPF
      * em branco ou que nao confere no PROG164 vai para a lista.
      ******************************************************************
       CONFERE-CPF-ALUNO.
           MOVE 'N' TO CPP-VALIDO
           IF DG-CPF NOT = SPACES
               MOVE DG-CPF TO CPP-ENTRADA
               CALL 'PROG164' USING CPF-PARAMETROS
           END-IF
           IF CPP-VALIDO NOT = 'S'
               MOVE ALUNO-NOME TO WRK-NOME
               MOVE DG-CPF TO WRK-VALOR-TXT
               IF DG-CPF = SPACES
                   MOVE '(EM BRANCO)' TO WRK-VALOR-TXT
               END-IF
               PERFORM GRAVA-DEFEITO
           END-IF.

      ******************************************************************
      * CONFERE-EMAIL - Formato plausivel: sem brancos no meio, um so
      * '@' que nao seja o primeiro caractere e um ponto no dominio,
      * nem logo depois do '@' nem no final.
      ******************************************************************
       CONFERE-EMAIL.
           MOVE 'N' TO WRK-EMAIL-OK
           MOVE 0   TO WRK-POS-ARROBA
           MOVE 0   TO WRK-POS-PONTO
           PERFORM VARYING WRK-TAM FROM 40 BY -1
               UNTIL WRK-TAM < 1
               OR DG-EMAIL(WRK-TAM:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WRK-TAM > 0
               MOVE 0 TO WRK-QTD-ARROBA
               MOVE 0 TO WRK-QTD-BRANCOS
               INSPECT DG-EMAIL(1:WRK-TAM)
                   TALLYING WRK-QTD-ARROBA FOR ALL '@'
                            WRK-QTD-BRANCOS FOR ALL SPACE
               PERFORM VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS > WRK-TAM
                   EVALUATE TRUE
                       WHEN DG-EMAIL(WRK-POS:1) = '@'
                           MOVE WRK-POS TO WRK-POS-ARROBA
                       WHEN DG-EMAIL(WRK-POS:1) = '.'
                           AND WRK-POS-ARROBA > 0
                           AND WRK-POS > WRK-POS-ARROBA + 1
                           MOVE WRK-POS TO WRK-POS-PONTO
                   END-EVALUATE
               END-PERFORM
               IF WRK-QTD-ARROBA = 1 AND WRK-QTD-BRANCOS = 0
                   AND WRK-POS-ARROBA > 1
                   AND WRK-POS-PONTO > 0
                   AND WRK-POS-PONTO < WRK-TAM
                   MOVE 'S' TO WRK-EMAIL-OK
               END-IF
           END-IF.

       GRAVA-DEFEITO.
           ADD 1 TO TD-QTD(WRK-TIPO)
           ADD 1 TO WRK-QTD-DEFEITOS
           MOVE SPACES TO QUALIDADE-REL-LINHA
           STRING '  ' DELIMITED BY SIZE
               DG-ALUNO-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-NOME(1:25) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-TXT(1:36) DELIMITED BY SIZE
               INTO QUALIDADE-REL-LINHA
           WRITE QUALIDADE-REL-LINHA.

       EMITE-RESUMO.
           MOVE SPACES TO QUALIDADE-REL-LINHA
           WRITE QUALIDADE-REL-LINHA
           MOVE 'RESUMO POR TIPO DE DEFEITO' TO QUALIDADE-REL-LINHA
           WRITE QUALIDADE-REL-LINHA
           PERFORM VARYING WRK-TIPO FROM 1 BY 1 UNTIL WRK-TIPO > 8
               MOVE TD-QTD(WRK-TIPO) TO WRK-QTD-ED
               MOVE SPACES TO QUALIDADE-REL-LINHA
               STRING '  ' DELIMITED BY SIZE
                   TD-DESCRICAO(WRK-TIPO) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO QUALIDADE-REL-LINHA
               WRITE QUALIDADE-REL-LINHA
           END-PERFORM
           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED
           MOVE SPACES TO QUALIDADE-REL-LINHA
           STRING '  REGISTROS DEMOGRAFICOS LIDOS            '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO QUALIDADE-REL-LINHA
           WRITE QUALIDADE-REL-LINHA.

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
           MOVE 'PROG155'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-QTD-LIDOS       TO RN-LIDOS
           MOVE WRK-QTD-DEFEITOS    TO RN-GRAVADOS
           MOVE 0                   TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG155.
