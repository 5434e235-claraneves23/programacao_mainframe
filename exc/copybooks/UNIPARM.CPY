      ******************************************************************
      * UNIPARM - Area de parametros do subprograma de unidades
      * PROG160 (CALL 'PROG160' USING UNIDADE-PARAMETROS).
      * UNP-OPERACAO 'V' valida a unidade em UNP-CODIGO no mestre de
      * unidades (UNIDMST) - branco vira 'SEDE' - e devolve o nome:
      * UNP-STATUS = '0' unidade ativa, '1' nao cadastrada, '2'
      * inativa, '9' codigo diferente de 'SEDE' com o mestre ainda
      * nao implantado. UNP-OPERACAO 'O' devolve em UNP-CODIGO a
      * unidade do perfil do usuario UNP-USUARIO (USRPROF): branco e
      * usuario de todas as unidades; UNP-STATUS = '0' perfil lido,
      * '1' sem perfil.
      ******************************************************************
       01 UNIDADE-PARAMETROS.
          05 UNP-OPERACAO       PIC X(01).
          05 UNP-USUARIO        PIC X(08).
          05 UNP-CODIGO         PIC X(04).
          05 UNP-NOME           PIC X(30).
          05 UNP-STATUS         PIC X(01).
