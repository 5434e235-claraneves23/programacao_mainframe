      * recebida -> aceita/declinada, e o extrato grava as aceitas no
      * layout ADMISSAO para o carregador existente, marcando-as como
      * matriculadas - e a escola passa a saber quantos aceitou, nao
      * so quantos matriculou. AC-UNIDADE e AC-DATA-NASC seguem no
      * extrato para o ADMISSAO (unidade do aluno e perfil do
      * checklist de documentos). AC-CPF e o CPF do candidato,
      * conferido na captura (PROG164).
      ******************************************************************
       01 CANDIDATO-RECORD.
          05 AC-NUMERO          PIC 9(08).
             88 AC-DECLINADA         VALUE 'D'.
             88 AC-MATRICULADA       VALUE 'E'.
          05 AC-OBS             PIC X(30).
          05 AC-UNIDADE         PIC X(04).
          05 AC-DATA-NASC       PIC X(08).
          05 AC-CPF             PIC X(11).
