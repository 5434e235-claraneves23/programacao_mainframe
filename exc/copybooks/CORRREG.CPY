      * (CORRESPONDENCIA), chaveado pelo numero sequencial alocado no
      * contador controlado (RECNUM, chave 'CARTA'). Toda carta ou
      * aviso gerado para o responsavel entra aqui na emissao (as
      * cartas de recuperacao do PROG29, os formularios de fatura do
      * PROG70 e as declaracoes anuais de pagamentos do PROG175), com
      * tipo, aluno, destinatario e data; a secretaria atualiza o
      * status de entrega (impressa, enviada, devolvida)
      * e consulta o historico por aluno no PROG110 - a resposta para
      * o 'nunca fomos avisados'.
      ******************************************************************
             88 CR-CARTA-RECUP       VALUE 'R'.
             88 CR-FATURA            VALUE 'F'.
             88 CR-AVISO             VALUE 'A'.
             88 CR-DECLARACAO        VALUE 'D'.
          05 CR-ALUNO-ID        PIC X(14).
          05 CR-DESTINATARIO    PIC X(30).
          05 CR-DATA            PIC X(08).
