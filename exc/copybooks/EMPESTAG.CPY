      ******************************************************************
      * EMPESTAG - Layout do cadastro de empresas concedentes de
      * estagio (EMPRESA-ESTAGIO), chaveado pelo codigo da empresa e
      * mantido pelo PROG179: razao social, CNPJ, contato e o
      * convenio de estagio firmado com a instituicao - numero e
      * periodo de validade. Estagio novo so e aceito em empresa
      * ativa com o convenio vigente; o alerta de convenios vencidos
      * (PROG181) lista os estagios em andamento de empresa cujo
      * convenio ja venceu.
      ******************************************************************
       01 EMPRESA-ESTAGIO-RECORD.
          05 EE-CODIGO          PIC X(06).
          05 EE-RAZAO-SOCIAL    PIC X(40).
          05 EE-CNPJ            PIC X(14).
          05 EE-CONTATO         PIC X(30).
          05 EE-TELEFONE        PIC X(15).
          05 EE-CONVENIO        PIC X(10).
          05 EE-CONVENIO-INICIO PIC X(08).
          05 EE-CONVENIO-FIM    PIC X(08).
          05 EE-SITUACAO        PIC X(01).
             88 EE-ATIVA             VALUE 'A'.
             88 EE-INATIVA           VALUE 'I'.
          05 EE-DATA-ALTERACAO  PIC X(08).
          05 EE-USUARIO         PIC X(08).
