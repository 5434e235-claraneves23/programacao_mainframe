      ******************************************************************
      * ADMISS - Layout do arquivo de admissoes enviado pela
      * secretaria de registro (ADMISSAO), um candidato por registro,
      * lido pela carga em lote do PROG41. AD-UNIDADE e a unidade
      * (campus) em que o candidato foi admitido; em branco, a SEDE.
      * AD-DATA-NASC (AAAAMMDD, em branco se nao informada) define o
      * perfil (menor/maior) do checklist de documentos da matricula.
      * AD-CPF e o CPF do candidato (onze digitos, em branco se nao
      * informado), conferido de novo na carga.
      ******************************************************************
       01 ADMISSAO-RECORD.
          05 AD-NOME            PIC X(30).
          05 AD-UNIDADE         PIC X(04).
          05 AD-DATA-NASC       PIC X(08).
          05 AD-CPF             PIC X(11).
