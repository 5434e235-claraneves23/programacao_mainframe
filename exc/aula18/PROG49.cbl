       FD  ESTOQUE-MATERIAL-FILE.
           COPY ESTOQMR.
       FD  BKP-ALUNO-FILE.
       01  BKP-ALUNO-RECORD   PIC X(63).
       FD  BKP-DISC-FILE.
       01  BKP-DISC-RECORD    PIC X(58).
       FD  BKP-ESTOQUE-FILE.
       01  BKP-ESTOQUE-RECORD PIC X(71).
       FD  BACKUP-CONTROLE-FILE.
           COPY BKPCTL.
       WORKING-STORAGE SECTION.
