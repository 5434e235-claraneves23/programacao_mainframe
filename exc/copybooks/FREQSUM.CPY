      * janela noturna. O PROG77 tambem expurga do FREQUEN o detalhe
      * dos semestres ja fechados.
      ******************************************************************
      * FS-FALTAS-SEGUIDAS conta as ausencias consecutivas mais
      * recentes (zera na presenca); quando chega ao limite do
      * AVISPARM o PROG19 gera o aviso eletronico de faltas. Registros
      * anteriores a extensao carregam o campo em branco (vale zero).
      * FS-JUSTIFICADAS conta as ausencias marcadas como justificadas
      * pelo PROG77 (modo J) e FS-ABONADAS, dentre elas, as de tipo
      * que conta como presenca (JT-CONTA-PRESENCA); as ausencias
      * continuam no total. Registros anteriores a extensao carregam
      * os campos em branco (vale zero).
       01 FREQUENCIA-RESUMO-RECORD.
          05 FS-CHAVE.
             10 FS-ALUNO-ID     PIC X(14).
             10 FS-SEMESTRE     PIC X(06).
          05 FS-TOTAL           PIC 9(05).
          05 FS-PRESENCAS       PIC 9(05).
          05 FS-FALTAS-SEGUIDAS PIC 9(03).
          05 FS-JUSTIFICADAS    PIC 9(05).
          05 FS-ABONADAS        PIC 9(05).
