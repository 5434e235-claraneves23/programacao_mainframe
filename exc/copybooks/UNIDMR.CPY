      ******************************************************************
      * UNIDMR - Layout do mestre de unidades (UNIDADE-MASTER), os
      * campi da instituicao, chaveado pelo codigo da unidade.
      * Mantido pelo PROG159, que cria a unidade 'SEDE' na
      * implantacao do arquivo. O codigo da unidade e carregado nos
      * alunos, turmas, faturas, ordens de servico, locais de estoque
      * e perfis de usuario; nesses registros o codigo em branco
      * (registros anteriores a segunda unidade) vale como 'SEDE'.
      ******************************************************************
       01 UNIDADE-RECORD.
          05 UN-CODIGO          PIC X(04).
          05 UN-NOME            PIC X(30).
          05 UN-CIDADE          PIC X(20).
          05 UN-STATUS          PIC X(01).
             88 UN-ATIVA             VALUE 'A'.
             88 UN-INATIVA           VALUE 'I'.
