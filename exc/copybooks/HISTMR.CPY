      * reimpressao de notas de periodos anteriores nao dependa de
      * geracoes antigas de GDG.
      ******************************************************************
      * Extensao: tipo do lancamento. O aproveitamento de estudos
      * de outra instituicao (PROG135) entra como tipo 'A', com a
      * nota de origem - vale para o curriculo (PROG54) e para os
      * pre-requisitos (PROG26), mas fica fora do GPA (PROG79).
      * Registros gravados antes da extensao carregam o tipo em
      * branco e valem como disciplina cursada.
      * Extensao: HT-ATA e o numero da ata oficial de notas da turma
      * (ATANOTA, PROG137) em que a nota foi assinada - carimbado no
      * registro da assinatura e pelo fechamento (PROG17) quando a
      * linha da ata esta congelada. Em branco, a nota nao passou por
      * ata assinada (registros antigos e aproveitamentos).
       01 HISTORICO-RECORD.
          05 HT-CHAVE.
             10 HT-ALUNO-ID     PIC X(14).
          05 HT-NOME            PIC X(30).
          05 HT-NOTA            PIC 9(02)V99.
          05 HT-DATA            PIC X(08).
          05 HT-TIPO            PIC X(01).
             88 HT-CURSADA           VALUE 'C' ' '.
             88 HT-APROVEITADA       VALUE 'A'.
          05 HT-ATA             PIC X(08).
