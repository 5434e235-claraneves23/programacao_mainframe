      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG160.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  SUBPROGRAMA COMUM DE UNIDADES (CAMPI) - CHAMADO PELOS
      *  PROGRAMAS QUE GRAVAM OU FILTRAM REGISTROS POR UNIDADE:
      *  VALIDA UM CODIGO DE UNIDADE NO MESTRE DE UNIDADES (UNIDMST,
      *  BRANCO VALE 'SEDE') DEVOLVENDO O NOME E A SITUACAO, OU
      *  DEVOLVE A UNIDADE A QUE O PERFIL DO USUARIO (USRPROF) ESTA
      *  RESTRITO. SEM O MESTRE IMPLANTADO, SO A 'SEDE' E VALIDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIDADE-FILE ASSIGN TO "UNIDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UN-CODIGO
               FILE STATUS IS WRK-FS-UNID.
           SELECT USUARIO-PERFIL-FILE ASSIGN TO "USRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-USUARIO
               FILE STATUS IS WRK-FS-PERFIL.
       DATA DIVISION.
       FILE SECTION.
       FD  UNIDADE-FILE.
           COPY UNIDMR.
       FD  USUARIO-PERFIL-FILE.
           COPY USRPROF.
       WORKING-STORAGE SECTION.
       77 WRK-FS-UNID       PIC X(02) VALUE SPACES.
       77 WRK-FS-PERFIL     PIC X(02) VALUE SPACES.
       LINKAGE SECTION.
       COPY UNIPARM.
       PROCEDURE DIVISION USING UNIDADE-PARAMETROS.
       INICIO.
           EVALUATE UNP-OPERACAO
               WHEN 'O'
                   PERFORM UNIDADE-DO-OPERADOR
               WHEN OTHER
                   PERFORM VALIDA-UNIDADE
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * VALIDA-UNIDADE - Le a unidade no mestre e devolve nome e
      * situacao; codigo em branco e a 'SEDE'.
      ******************************************************************
       VALIDA-UNIDADE.
           MOVE FUNCTION UPPER-CASE(UNP-CODIGO) TO UNP-CODIGO
           IF UNP-CODIGO = SPACES
               MOVE 'SEDE' TO UNP-CODIGO
           END-IF
           MOVE SPACES TO UNP-NOME
           OPEN INPUT UNIDADE-FILE
           IF WRK-FS-UNID NOT = '00'
               IF UNP-CODIGO = 'SEDE'
                   MOVE 'SEDE' TO UNP-NOME
                   MOVE '0' TO UNP-STATUS
               ELSE
                   MOVE '9' TO UNP-STATUS
               END-IF
           ELSE
               MOVE UNP-CODIGO TO UN-CODIGO
               READ UNIDADE-FILE
                   INVALID KEY
                       MOVE '1' TO UNP-STATUS
                   NOT INVALID KEY
                       MOVE UN-NOME TO UNP-NOME
                       IF UN-INATIVA
                           MOVE '2' TO UNP-STATUS
                       ELSE
                           MOVE '0' TO UNP-STATUS
                       END-IF
               END-READ
               CLOSE UNIDADE-FILE
           END-IF.

      ******************************************************************
      * UNIDADE-DO-OPERADOR - Devolve a unidade a que o perfil do
      * usuario esta restrito (branco = todas as unidades).
      ******************************************************************
       UNIDADE-DO-OPERADOR.
           MOVE SPACES TO UNP-CODIGO
           MOVE SPACES TO UNP-NOME
           MOVE '1' TO UNP-STATUS
           OPEN INPUT USUARIO-PERFIL-FILE
           IF WRK-FS-PERFIL = '00'
               MOVE UNP-USUARIO TO UP-USUARIO
               READ USUARIO-PERFIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UP-UNIDADE TO UNP-CODIGO
                       MOVE '0' TO UNP-STATUS
               END-READ
               CLOSE USUARIO-PERFIL-FILE
           END-IF.
       END PROGRAM PROG160.
