      ******************************************************************
      * RECERREL - Linha da folha trimestral de recertificacao de
      * acessos emitida pelo PROG145: uma folha por coordenador com os
      * usuarios sob sua responsabilidade (nivel, situacao e ultima
      * atividade no AUDITLOG) para confirmar ou revogar o acesso e
      * assinar, mais a folha dos usuarios sem coordenador e o resumo
      * das contas inativadas por dormencia.
      ******************************************************************
       01 RECERT-REL-LINHA   PIC X(80).
