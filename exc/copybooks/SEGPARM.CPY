      * inicializacao do menu principal (PROG15): a validade da senha
      * em dias corridos (vencida, o sign-on forca a troca), para que
      * o endurecimento da regra nao exija recompilacao. Sem o
      * arquivo, valem noventa dias. A recertificacao de acessos
      * (PROG145) le do mesmo parametro o prazo de dormencia: usuario
      * ativo sem atividade no AUDITLOG ha mais dias que isso e
      * inativado automaticamente (sem o campo, noventa dias).
      ******************************************************************
       01 SEGURANCA-PARM-RECORD.
          05 SG-DIAS-VALIDADE     PIC 9(03).
          05 SG-DIAS-DORMENCIA    PIC 9(03).
