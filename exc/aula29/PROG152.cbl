      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG152.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  SUBPROGRAMA COMUM DE ACESSO AOS ARQUIVOS DE PARAMETRO -
      *  SEGUINDO O PRECEDENTE DA ROTINA COMUM DE DATAS (PROG104),
      *  CONCENTRA EM UM UNICO CALL A LEITURA ('L') E A REGRAVACAO
      *  ('G') DO REGISTRO UNICO DE CADA ARQUIVO DE PARAMETRO DA
      *  TABELA PARMDEF, PELO NOME DD, PARA QUE A MANUTENCAO
      *  (PROG150) E A APLICACAO DAS VIGENCIAS (PROG151) NAO REPITAM
      *  UM SELECT E UM FD POR ARQUIVO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-PARM-FILE ASSIGN TO "GRADEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT FATURA-PARM-FILE ASSIGN TO "FATPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT HONRA-PARM-FILE ASSIGN TO "HONPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT RETENCAO-PARM-FILE ASSIGN TO "RETPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT SEGURANCA-PARM-FILE ASSIGN TO "SEGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT ORCAMENTO-PARM-FILE ASSIGN TO "ORCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT RISCO-PARM-FILE ASSIGN TO "RISCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT JANELA-PARM-FILE ASSIGN TO "JANPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT CONFERENCIA-PARM-FILE ASSIGN TO "CONFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT AVAL-FORN-PARM-FILE ASSIGN TO "AVFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT PROVA-PARM-FILE ASSIGN TO "PROVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT AVISO-PARM-FILE ASSIGN TO "AVISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-PARM-FILE.
           COPY GRDPARM.
       FD  FATURA-PARM-FILE.
           COPY FATPARM.
       FD  HONRA-PARM-FILE.
           COPY HONPARM.
       FD  RETENCAO-PARM-FILE.
           COPY RETPARM.
       FD  SEGURANCA-PARM-FILE.
           COPY SEGPARM.
       FD  ORCAMENTO-PARM-FILE.
           COPY ORCPARM.
       FD  RISCO-PARM-FILE.
           COPY RISCPARM.
       FD  JANELA-PARM-FILE.
           COPY JANPARM.
       FD  CONFERENCIA-PARM-FILE.
           COPY CONFPARM.
       FD  AVAL-FORN-PARM-FILE.
           COPY AVFPARM.
       FD  PROVA-PARM-FILE.
           COPY PROVPARM.
       FD  AVISO-PARM-FILE.
           COPY AVISPARM.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PARM       PIC X(02) VALUE SPACES.
       LINKAGE SECTION.
       COPY PARMACC.
       PROCEDURE DIVISION USING PARAMETRO-ACESSO.
       INICIO.
           MOVE '9' TO PX-STATUS
           EVALUATE PX-OPERACAO
               WHEN 'L'
                   MOVE SPACES TO PX-IMAGEM
                   PERFORM LE-PARAMETRO
               WHEN 'G'
                   PERFORM GRAVA-PARAMETRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * LE-PARAMETRO - Le o registro unico do arquivo pedido; arquivo
      * ausente ou vazio devolve a imagem em branco e status '1', e o
      * programa usuario fica com os seus valores padrao.
      ******************************************************************
       LE-PARAMETRO.
           EVALUATE PX-ARQUIVO
               WHEN 'GRADEPRM'
                   OPEN INPUT GRADE-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       READ GRADE-PARM-FILE
                           AT END
                               MOVE '1' TO PX-STATUS
                           NOT AT END
                               MOVE GRADE-PARM-RECORD TO PX-IMAGEM
                               MOVE '0' TO PX-STATUS
                       END-READ
                       CLOSE GRADE-PARM-FILE
                   ELSE
                       MOVE '1' TO PX-STATUS
                   END-IF
               WHEN 'FATPARM'
                   OPEN INPUT FATURA-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       READ FATURA-PARM-FILE
                           AT END
                               MOVE '1' TO PX-STATUS
                           NOT AT END
                               MOVE FATURA-PARM-RECORD TO PX-IMAGEM
                               MOVE '0' TO PX-STATUS
                       END-READ
                       CLOSE FATURA-PARM-FILE
                   ELSE
                       MOVE '1' TO PX-STATUS
                   END-IF
               WHEN 'HONPARM'
                   OPEN INPUT HONRA-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       READ HONRA-PARM-FILE
                           AT END
                               MOVE '1' TO PX-STATUS
                           NOT AT END
                               MOVE HONRA-PARM-RECORD TO PX-IMAGEM
                               MOVE '0' TO PX-STATUS
                       END-READ
                       CLOSE HONRA-PARM-FILE
                   ELSE
                       MOVE '1' TO PX-STATUS
                   END-IF
               WHEN 'RETPARM'
                   OPEN INPUT RETENCAO-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       READ RETENCAO-PARM-FILE
                           AT END
                               MOVE '1' TO PX-STATUS
                           NOT AT END
                               MOVE RETENCAO-PARM-RECORD TO PX-IMAGEM
                               MOVE '0' TO PX-STATUS
                       END-READ
                       CLOSE RETENCAO-PARM-FILE
                   ELSE
                       MOVE '1' TO PX-STATUS
                   END-IF
               WHEN 'SEGPARM'
                   OPEN INPUT SEGURANCA-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       READ SEGURANCA-PARM-FILE
                           AT END
                               MOVE '1' TO PX-STATUS
                           NOT AT END
                               MOVE SEGURANCA-PARM-RECORD TO PX-IMAGEM
                               MOVE '0' TO PX-STATUS
                       END-READ
                       CLOSE SEGURANCA-PARM-FILE
                   ELSE
                       MOVE '1' TO PX-STATUS
                   END-IF
               WHEN 'ORCPARM'
                   OPEN INPUT ORCAMENTO-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       READ ORCAMENTO-PARM-FILE
                           AT END
                               MOVE '1' TO PX-STATUS
                           NOT AT END
                               MOVE ORCAMENTO-PARM-RECORD TO PX-IMAGEM
                               MOVE '0' TO PX-STATUS
                       END-READ
                       CLOSE ORCAMENTO-PARM-FILE
                   ELSE
                       MOVE '1' TO PX-STATUS
                   END-IF
               WHEN 'RISCPARM'
                   OPEN INPUT RISCO-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       READ RISCO-PARM-FILE
                           AT END
                               MOVE '1' TO PX-STATUS
                           NOT AT END
                               MOVE RISCO-PARM-RECORD TO PX-IMAGEM
                               MOVE '0' TO PX-STATUS
                       END-READ
                       CLOSE RISCO-PARM-FILE
                   ELSE
                       MOVE '1' TO PX-STATUS
                   END-IF
               WHEN 'JANPARM'
                   OPEN INPUT JANELA-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       READ JANELA-PARM-FILE
                           AT END
                               MOVE '1' TO PX-STATUS
                           NOT AT END
                               MOVE JANELA-PARM-RECORD TO PX-IMAGEM
                               MOVE '0' TO PX-STATUS
                       END-READ
                       CLOSE JANELA-PARM-FILE
                   ELSE
                       MOVE '1' TO PX-STATUS
                   END-IF
               WHEN 'CONFPARM'
                   OPEN INPUT CONFERENCIA-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       READ CONFERENCIA-PARM-FILE
                           AT END
                               MOVE '1' TO PX-STATUS
                           NOT AT END
                               MOVE CONFERENCIA-PARM-RECORD TO PX-IMAGEM
                               MOVE '0' TO PX-STATUS
                       END-READ
                       CLOSE CONFERENCIA-PARM-FILE
                   ELSE
                       MOVE '1' TO PX-STATUS
                   END-IF
               WHEN 'AVFPARM'
                   OPEN INPUT AVAL-FORN-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       READ AVAL-FORN-PARM-FILE
                           AT END
                               MOVE '1' TO PX-STATUS
                           NOT AT END
                               MOVE AVAL-FORN-PARM-RECORD TO PX-IMAGEM
                               MOVE '0' TO PX-STATUS
                       END-READ
                       CLOSE AVAL-FORN-PARM-FILE
                   ELSE
                       MOVE '1' TO PX-STATUS
                   END-IF
               WHEN 'PROVPARM'
                   OPEN INPUT PROVA-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       READ PROVA-PARM-FILE
                           AT END
                               MOVE '1' TO PX-STATUS
                           NOT AT END
                               MOVE PROVA-PARM-RECORD TO PX-IMAGEM
                               MOVE '0' TO PX-STATUS
                       END-READ
                       CLOSE PROVA-PARM-FILE
                   ELSE
                       MOVE '1' TO PX-STATUS
                   END-IF
               WHEN 'AVISPARM'
                   OPEN INPUT AVISO-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       READ AVISO-PARM-FILE
                           AT END
                               MOVE '1' TO PX-STATUS
                           NOT AT END
                               MOVE AVISO-PARM-RECORD TO PX-IMAGEM
                               MOVE '0' TO PX-STATUS
                       END-READ
                       CLOSE AVISO-PARM-FILE
                   ELSE
                       MOVE '1' TO PX-STATUS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * GRAVA-PARAMETRO - Regrava o arquivo pedido com a imagem
      * recebida como registro unico.
      ******************************************************************
       GRAVA-PARAMETRO.
           EVALUATE PX-ARQUIVO
               WHEN 'GRADEPRM'
                   OPEN OUTPUT GRADE-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       MOVE PX-IMAGEM TO GRADE-PARM-RECORD
                       WRITE GRADE-PARM-RECORD
                       IF WRK-FS-PARM = '00'
                           MOVE '0' TO PX-STATUS
                       END-IF
                       CLOSE GRADE-PARM-FILE
                   END-IF
               WHEN 'FATPARM'
                   OPEN OUTPUT FATURA-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       MOVE PX-IMAGEM TO FATURA-PARM-RECORD
                       WRITE FATURA-PARM-RECORD
                       IF WRK-FS-PARM = '00'
                           MOVE '0' TO PX-STATUS
                       END-IF
                       CLOSE FATURA-PARM-FILE
                   END-IF
               WHEN 'HONPARM'
                   OPEN OUTPUT HONRA-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       MOVE PX-IMAGEM TO HONRA-PARM-RECORD
                       WRITE HONRA-PARM-RECORD
                       IF WRK-FS-PARM = '00'
                           MOVE '0' TO PX-STATUS
                       END-IF
                       CLOSE HONRA-PARM-FILE
                   END-IF
               WHEN 'RETPARM'
                   OPEN OUTPUT RETENCAO-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       MOVE PX-IMAGEM TO RETENCAO-PARM-RECORD
                       WRITE RETENCAO-PARM-RECORD
                       IF WRK-FS-PARM = '00'
                           MOVE '0' TO PX-STATUS
                       END-IF
                       CLOSE RETENCAO-PARM-FILE
                   END-IF
               WHEN 'SEGPARM'
                   OPEN OUTPUT SEGURANCA-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       MOVE PX-IMAGEM TO SEGURANCA-PARM-RECORD
                       WRITE SEGURANCA-PARM-RECORD
                       IF WRK-FS-PARM = '00'
                           MOVE '0' TO PX-STATUS
                       END-IF
                       CLOSE SEGURANCA-PARM-FILE
                   END-IF
               WHEN 'ORCPARM'
                   OPEN OUTPUT ORCAMENTO-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       MOVE PX-IMAGEM TO ORCAMENTO-PARM-RECORD
                       WRITE ORCAMENTO-PARM-RECORD
                       IF WRK-FS-PARM = '00'
                           MOVE '0' TO PX-STATUS
                       END-IF
                       CLOSE ORCAMENTO-PARM-FILE
                   END-IF
               WHEN 'RISCPARM'
                   OPEN OUTPUT RISCO-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       MOVE PX-IMAGEM TO RISCO-PARM-RECORD
                       WRITE RISCO-PARM-RECORD
                       IF WRK-FS-PARM = '00'
                           MOVE '0' TO PX-STATUS
                       END-IF
                       CLOSE RISCO-PARM-FILE
                   END-IF
               WHEN 'JANPARM'
                   OPEN OUTPUT JANELA-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       MOVE PX-IMAGEM TO JANELA-PARM-RECORD
                       WRITE JANELA-PARM-RECORD
                       IF WRK-FS-PARM = '00'
                           MOVE '0' TO PX-STATUS
                       END-IF
                       CLOSE JANELA-PARM-FILE
                   END-IF
               WHEN 'CONFPARM'
                   OPEN OUTPUT CONFERENCIA-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       MOVE PX-IMAGEM TO CONFERENCIA-PARM-RECORD
                       WRITE CONFERENCIA-PARM-RECORD
                       IF WRK-FS-PARM = '00'
                           MOVE '0' TO PX-STATUS
                       END-IF
                       CLOSE CONFERENCIA-PARM-FILE
                   END-IF
               WHEN 'AVFPARM'
                   OPEN OUTPUT AVAL-FORN-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       MOVE PX-IMAGEM TO AVAL-FORN-PARM-RECORD
                       WRITE AVAL-FORN-PARM-RECORD
                       IF WRK-FS-PARM = '00'
                           MOVE '0' TO PX-STATUS
                       END-IF
                       CLOSE AVAL-FORN-PARM-FILE
                   END-IF
               WHEN 'PROVPARM'
                   OPEN OUTPUT PROVA-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       MOVE PX-IMAGEM TO PROVA-PARM-RECORD
                       WRITE PROVA-PARM-RECORD
                       IF WRK-FS-PARM = '00'
                           MOVE '0' TO PX-STATUS
                       END-IF
                       CLOSE PROVA-PARM-FILE
                   END-IF
               WHEN 'AVISPARM'
                   OPEN OUTPUT AVISO-PARM-FILE
                   IF WRK-FS-PARM = '00'
                       MOVE PX-IMAGEM TO AVISO-PARM-RECORD
                       WRITE AVISO-PARM-RECORD
                       IF WRK-FS-PARM = '00'
                           MOVE '0' TO PX-STATUS
                       END-IF
                       CLOSE AVISO-PARM-FILE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END PROGRAM PROG152.
