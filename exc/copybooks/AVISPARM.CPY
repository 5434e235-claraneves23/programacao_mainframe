      ******************************************************************
      * AVISPARM - Parametro dos avisos eletronicos: quantas faltas
      * seguidas na mesma materia disparam o aviso do PROG19 e com
      * quantos dias de antecedencia do vencimento o PROG70 (modo
      * LEMBRETE) avisa a fatura em aberto. Sem o arquivo valem tres
      * faltas e tres dias.
      ******************************************************************
       01 AVISO-PARM-RECORD.
          05 AV-LIMITE-FALTAS   PIC 9(02).
          05 AV-DIAS-LEMBRETE   PIC 9(02).
