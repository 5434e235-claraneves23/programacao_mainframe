      ******************************************************************
      * TAXPARM - Area de parametros do subprograma de taxa de
      * documentos PROG183 (CALL 'PROG183' USING TAXA-PARAMETROS),
      * chamado pelos emissores de documento de balcao antes de
      * gravar o EMISSAO-REGISTRO. Recebe o tipo (ER-TIPO), o aluno,
      * o codigo de autenticidade e o usuario emissor; devolve a
      * situacao do documento ('L' liberado para entrega, 'R' retido
      * ate a quitacao da fatura), o valor da taxa, o numero da
      * fatura levantada no FATURA-MASTER (zero sem cobranca) e, na
      * isencao, o codigo e o coordenador que a aprovou.
      * Codigos de isencao: 'P' primeira via, 'E' erro da
      * secretaria, 'C' convenio ou bolsa, 'O' outros (decisao da
      * coordenacao).
      * TXP-MODO 'L' e a chamada de lote (PROG134, segunda via de
      * diploma): sem operador no balcao, nao ha isencao a oferecer
      * e a taxa cadastrada e sempre faturada, com o documento
      * retido. Branco e a emissao de balcao de sempre.
      ******************************************************************
       01 TAXA-PARAMETROS.
          05 TXP-TIPO           PIC X(01).
          05 TXP-ALUNO-ID       PIC X(14).
          05 TXP-CODIGO         PIC X(12).
          05 TXP-USUARIO        PIC X(08).
          05 TXP-SITUACAO       PIC X(01).
             88 TXP-LIBERADO         VALUE 'L'.
             88 TXP-RETIDO           VALUE 'R'.
          05 TXP-VALOR          PIC 9(05)V99.
          05 TXP-FATURA         PIC 9(08).
          05 TXP-ISENCAO        PIC X(01).
          05 TXP-APROVADOR      PIC X(08).
          05 TXP-MODO           PIC X(01).
             88 TXP-LOTE             VALUE 'L'.
