      ******************************************************************
      * DOCPARM - Area de parametros do subprograma de documentos da
      * matricula PROG162 (CALL 'PROG162' USING DOCUMENTO-PARAMETROS).
      * DCP-OPERACAO 'G' gera o checklist do aluno DCP-ALUNO-ID: um
      * registro pendente por tipo ativo do perfil do aluno que ainda
      * nao conste, com a data limite contada de DCP-DATA-BASE (branco
      * = hoje). O perfil sai de DCP-DATA-NASC ou, em branco, do
      * ALUNODEM; sem data de nascimento so entram os tipos de todo
      * aluno. 'A' faz o mesmo so para o aluno que ja tem checklist
      * (complemento quando a data de nascimento e informada). Nas
      * duas, DCP-QTD devolve os documentos incluidos e DCP-STATUS
      * '0' ok ou '9' tipos de documento nao implantados.
      * 'C' confere o aluno: DCP-STATUS '1' quando ha documento
      * exigido pendente com a data limite vencida - DCP-QTD quantos,
      * DCP-TIPO e DCP-DATA-LIMITE o primeiro -, senao '0'.
      ******************************************************************
       01 DOCUMENTO-PARAMETROS.
          05 DCP-OPERACAO       PIC X(01).
          05 DCP-ALUNO-ID       PIC X(14).
          05 DCP-DATA-NASC      PIC X(08).
          05 DCP-DATA-BASE      PIC X(08).
          05 DCP-QTD            PIC 9(02).
          05 DCP-TIPO           PIC X(04).
          05 DCP-DATA-LIMITE    PIC X(08).
          05 DCP-STATUS         PIC X(01).
