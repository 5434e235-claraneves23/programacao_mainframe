      ******************************************************************
      * ATAALU - Layout das linhas da ata oficial de notas (ATA-ALUNO),
      * uma por aluno da turma, chaveado por aluno + materia +
      * semestre (a mesma chave do SITMST, para que o PROG03, o
      * PROG107 e o fechamento PROG17 consultem direto pela nota que
      * vao tocar). Gravado pelo PROG137 na emissao com a nota, a nota
      * de exame, o percentual de frequencia e o resultado impressos
      * na ata; AI-ASSINADA passa a 'S' quando a assinatura da ata e
      * registrada, congelando a nota daquele aluno na materia.
      ******************************************************************
       01 ATA-ALUNO-RECORD.
          05 AI-CHAVE.
             10 AI-ALUNO-ID     PIC X(14).
             10 AI-MATERIA      PIC X(15).
             10 AI-SEMESTRE     PIC X(06).
          05 AI-TURMA           PIC X(06).
          05 AI-NUMERO          PIC 9(08).
          05 AI-LINHA           PIC 9(03).
          05 AI-NOME            PIC X(30).
          05 AI-NOTA            PIC 9(02)V99.
          05 AI-NOTA-EXAME      PIC 9(02)V99.
          05 AI-PCT-FREQ        PIC 9(03).
          05 AI-RESULTADO       PIC X(20).
          05 AI-ASSINADA        PIC X(01).
             88 AI-CONGELADA         VALUE 'S'.
