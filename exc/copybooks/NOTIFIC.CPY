      ******************************************************************
      * NOTIFIC - Layout da caixa de saida de notificacoes eletronicas
      * (NOTIFICACAO), chaveada pelo numero sequencial alocado no
      * contador controlado (RECNUM, chave 'NOTIFIC'). Gravada somente
      * pela rotina comum PROG130, em nome dos programas que avisam o
      * aluno e o responsavel (PROG19 faltas seguidas, PROG70 fatura
      * emitida e lembrete de vencimento, PROG29 recuperacao, PROG107
      * decisao de recurso): uma mensagem por canal (e-mail e/ou SMS),
      * com o contato do ALUNODEM no momento da geracao. O PROG131
      * extrai as pendentes para o gateway de mensagens (enviada) e o
      * PROG132 posta o retorno do gateway (entregue ou devolvida, com
      * o motivo); as devolvidas cujo contato ainda nao foi corrigido
      * saem no relatorio de contatos a corrigir da secretaria.
      * NF-REF-CHAVE (aluno + tipo + referencia, chave alternada com
      * duplicatas - uma por canal) impede que o mesmo aviso seja
      * gerado duas vezes.
      ******************************************************************
       01 NOTIFICACAO-RECORD.
          05 NF-NUMERO          PIC 9(08).
          05 NF-REF-CHAVE.
             10 NF-ALUNO-ID     PIC X(14).
             10 NF-TIPO         PIC X(01).
                88 NF-FALTAS         VALUE 'F'.
                88 NF-FATURA         VALUE 'V'.
                88 NF-LEMBRETE       VALUE 'L'.
                88 NF-RECUPERACAO    VALUE 'R'.
                88 NF-RECURSO        VALUE 'P'.
             10 NF-REFERENCIA   PIC X(24).
          05 NF-CANAL           PIC X(01).
             88 NF-EMAIL             VALUE 'E'.
             88 NF-SMS               VALUE 'S'.
          05 NF-DESTINATARIO    PIC X(30).
          05 NF-CONTATO         PIC X(40).
          05 NF-TEXTO           PIC X(120).
          05 NF-PROGRAMA        PIC X(08).
          05 NF-DATA-GERACAO    PIC X(08).
          05 NF-STATUS          PIC X(01).
             88 NF-PENDENTE          VALUE 'P'.
             88 NF-ENVIADA           VALUE 'E'.
             88 NF-ENTREGUE          VALUE 'D'.
             88 NF-DEVOLVIDA         VALUE 'B'.
          05 NF-DATA-STATUS     PIC X(08).
          05 NF-MOTIVO          PIC X(30).
