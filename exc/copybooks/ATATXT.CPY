      ******************************************************************
      * ATATXT - Linha da ata oficial de notas impressa pelo PROG137:
      * cabecalho da turma, alunos numerados com nota, exame,
      * frequencia e resultado, totais e o bloco numerado de
      * assinaturas (instrutor, coordenacao e secretaria academica).
      ******************************************************************
       01 ATA-TXT-LINHA           PIC X(80).
