      ******************************************************************
      * AVALRESP - Layout da resposta anonima a avaliacao de curso
      * (AVALIACAO-RESPOSTA), gravada pelo PROG123 uma vez por aluno
      * matriculado e turma. Nao leva o ALUNO-ID nem qualquer outro
      * dado do aluno: quem respondeu fica registrado so pela marca
      * MT-AVALIADA no vinculo de MATRICULA-TURMA. AR-NOTA e indexada
      * pelo numero da questao do QUESTAO (1 a 5; zero = questao nao
      * perguntada nesta resposta). Lido pelo PROG124.
      ******************************************************************
       01 AVALIACAO-RESPOSTA-RECORD.
          05 AR-TURMA           PIC X(06).
          05 AR-SEMESTRE        PIC X(06).
          05 AR-NOTAS.
             10 AR-NOTA         PIC 9(01) OCCURS 20 TIMES.
