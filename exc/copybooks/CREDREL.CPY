      ******************************************************************
      * CREDREL - Linha da nota de credito e da ordem de reembolso
      * impressas pelo PROG113 no trancamento (uma via para o
      * financeiro por nota emitida) e dos avisos de estorno na
      * reintegracao.
      ******************************************************************
       01 CRED-REL-LINHA     PIC X(80).
