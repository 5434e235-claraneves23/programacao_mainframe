      ******************************************************************
      * APROVEIT - Layout do registro de aproveitamento de estudos
      * (APROVEITAMENTO), chaveado pelo numero do pedido (contador
      * controlado RECNUM, chave 'APROVEIT'). Cada pedido e uma
      * disciplina cursada e aprovada em outra instituicao pelo
      * aluno transferido: instituicao de origem, nome e nota da
      * disciplina de origem e o codigo do catalogo (DC-CODIGO) a
      * que ela equivale. Protocolado e decidido no PROG135 por
      * usuario de nivel coordenador; o deferimento lanca no
      * HISTORICO-MASTER a entrada de tipo 'A' no semestre corrente
      * do calendario academico.
      ******************************************************************
       01 APROVEITAMENTO-RECORD.
          05 AE-NUMERO          PIC 9(08).
          05 AE-ALUNO-ID        PIC X(14).
          05 AE-NOME            PIC X(30).
          05 AE-INSTITUICAO     PIC X(30).
          05 AE-DISC-ORIGEM     PIC X(30).
          05 AE-NOTA-ORIGEM     PIC 9(02)V99.
          05 AE-MATERIA         PIC X(15).
          05 AE-STATUS          PIC X(01).
             88 AE-PROTOCOLADO       VALUE 'F'.
             88 AE-DEFERIDO          VALUE 'G'.
             88 AE-INDEFERIDO        VALUE 'N'.
          05 AE-SOLICITANTE     PIC X(08).
          05 AE-DATA-PEDIDO     PIC X(08).
          05 AE-COORDENADOR     PIC X(08).
          05 AE-DATA-DECISAO    PIC X(08).
          05 AE-SEMESTRE        PIC X(06).
