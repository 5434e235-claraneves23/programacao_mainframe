      ******************************************************************
      * NOTAHIST - Layout do historico indexado das transacoes de
      * notas (NOTA-HISTORICO), chaveado por matricula + data + hora
      * da captura; NH-SEQ separa as transacoes do mesmo aluno no
      * mesmo segundo. Pousado toda noite pelo PROG156 a partir do
      * fluxo validado do PROG82 (e carregado uma vez das geracoes
      * antigas do NOTAS-TRANS). Transacoes antigas sem matricula
      * entram com a matricula resolvida pelo nome no ALUNO-MASTER e
      * sem tipo entram como inclusao. Lido por chave pela ficha do
      * aluno (PROG18) e pela trilha de atividade (PROG114).
      ******************************************************************
       01 NOTA-HISTORICO-RECORD.
          05 NH-CHAVE.
             10 NH-ALUNO-ID     PIC X(14).
             10 NH-DATA         PIC X(08).
             10 NH-HORA         PIC X(06).
             10 NH-SEQ          PIC 9(02).
          05 NH-SEMESTRE        PIC X(06).
          05 NH-TIPO            PIC X(01).
             88 NH-INCLUSAO           VALUE 'I'.
             88 NH-CORRECAO           VALUE 'C'.
             88 NH-EXCLUSAO           VALUE 'E'.
          05 NH-MATERIA         PIC X(15).
          05 NH-NOTA            PIC 9(02)V99.
          05 NH-NOME            PIC X(30).
          05 NH-DATA-CARGA      PIC X(08).
