      ******************************************************************
      * PARMACC - Area de parametros da rotina comum de acesso aos
      * arquivos de parametro PROG152 (CALL 'PROG152' USING
      * PARAMETRO-ACESSO): PX-OPERACAO 'L' le e 'G' regrava o
      * registro unico do arquivo nomeado em PX-ARQUIVO (o nome DD da
      * tabela PARMDEF), devolvendo ou recebendo a imagem em
      * PX-IMAGEM. PX-STATUS devolve '0' feito, '1' arquivo ausente
      * ou vazio (imagem em branco) ou '9' falha/arquivo desconhecido.
      ******************************************************************
       01 PARAMETRO-ACESSO.
          05 PX-OPERACAO        PIC X(01).
          05 PX-ARQUIVO         PIC X(08).
          05 PX-IMAGEM          PIC X(40).
          05 PX-STATUS          PIC X(01).
