      ******************************************************************
      * DOCALU - Layout do checklist de documentos do aluno
      * (DOCUMENTO-ALUNO), chaveado por matricula + tipo de documento
      * (DOCTIPO). Cada documento fica (R)ecebido, (D)ispensado - com
      * o coordenador que aprovou a dispensa em DA-APROVADOR - ou
      * (P)endente com a data limite de entrega. O checklist nasce na
      * carga de admissoes (PROG41) pelo subprograma PROG162 e e
      * mantido pelo PROG161. Documento exigido pendente com o prazo
      * vencido bloqueia a matricula em turma (PROG26).
      ******************************************************************
       01 DOCUMENTO-ALUNO-RECORD.
          05 DA-CHAVE.
             10 DA-ALUNO-ID     PIC X(14).
             10 DA-TIPO         PIC X(04).
          05 DA-SITUACAO        PIC X(01).
             88 DA-RECEBIDO           VALUE 'R'.
             88 DA-DISPENSADO         VALUE 'D'.
             88 DA-PENDENTE           VALUE 'P'.
          05 DA-EXIGIDO         PIC X(01).
             88 DA-DOC-EXIGIDO        VALUE 'S'.
          05 DA-DATA-LIMITE     PIC X(08).
          05 DA-DATA-SITUACAO   PIC X(08).
          05 DA-OPERADOR        PIC X(08).
          05 DA-APROVADOR       PIC X(08).
          05 DA-OBS             PIC X(30).
