      ******************************************************************
      * PERPARM - Area de parametros do subprograma de periodos
      * fechados PROG170 (CALL 'PROG170' USING PERIODO-PARAMETROS).
      * Recebe em PFP-DATA (AAAAMMDD) a data de um movimento de
      * estoque ou da postagem de um pagamento e devolve em
      * PFP-MES-FECHADO o ultimo mes fechado (AAAAMM, branco sem
      * fechamento registrado) e em PFP-STATUS '0' quando a data cai
      * em periodo aberto ou '1' quando cai em mes ja fechado - caso
      * em que PFP-DATA-ABERTA traz o primeiro dia do periodo aberto
      * (o mes seguinte ao ultimo fechado), para onde o lancamento e
      * empurrado.
      ******************************************************************
       01 PERIODO-PARAMETROS.
          05 PFP-DATA           PIC X(08).
          05 PFP-MES-FECHADO    PIC X(06).
          05 PFP-DATA-ABERTA    PIC X(08).
          05 PFP-STATUS         PIC X(01).
             88 PFP-PERIODO-ABERTO   VALUE '0'.
             88 PFP-PERIODO-FECHADO  VALUE '1'.
