       77 WRK-NUMERO        PIC 9(08) VALUE 0.
       77 WRK-DECISAO       PIC X(01) VALUE SPACES.
       77 WRK-NUM-RECIBO    PIC 9(08) VALUE 0.
       01 WRK-IMAGEM-ANTES  PIC X(63) VALUE SPACES.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
           MOVE WRK-IMAGEM-ANTES TO JR-ANTES
           MOVE SPACES           TO JR-DEPOIS
           MOVE AQ-MOTIVO        TO JR-MOTIVO
           MOVE WRK-IMAGEM-ANTES(60:4) TO JR-ANT-UNIDADE
           MOVE SPACES           TO JR-DEP-UNIDADE
           WRITE JORNAL-ALUNO-RECORD
           CLOSE JORNAL-ALUNO-FILE.

