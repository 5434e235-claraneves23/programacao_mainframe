      *  DE BOLETINS EMITIDOS (GRAVADO PELO PROG08) E REGENERA O
      *  BOLETIM DO ALUNO TAL COMO EMITIDO, SEM REPROCESSAR O LOTE DE
      *  NOTAS - ATENDIMENTO DE BALCAO PARA O 'PERDI MEU BOLETIM'.
      *  SEGUNDA VIA COM TAXA NA TABELA DE DOCUMENTOS (TAXADOC) PASSA
      *  PELO PROG183: ISENTA COM APROVACAO DE COORDENADOR OU COBRADA
      *  EM FATURA, FICANDO RETIDA ATE O PAGAMENTO NO CAIXA (PROG71).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       COPY TAXPARM.
       77 WRK-MEDIA-ED      PIC Z9,99.
       LINKAGE SECTION.
      * O PARM opcional carrega a matricula quando a reimpressao e
      * documento (data da emissao + sequencial do contador
      * controlado RECNUM, chave 'EMISSAO') e o registra no
      * EMISSAO-REGISTRO com tipo, aluno, carimbo e solicitante, para
      * a conferencia posterior pelo PROG94. A taxa do documento
      * (PROG183) decide se ele sai liberado ou retido ate a quitacao
      * da fatura levantada.
      ******************************************************************
       GERA-CODIGO-AUTENT.
           OPEN I-O RECIBO-CONTROLE-FILE
               INTO WRK-COD-AUTENT

           ACCEPT WRK-USUARIO-EMIS FROM ENVIRONMENT "USER"
      * taxa do documento: isenta, cobrada (retido) ou inexistente
           MOVE WRK-TIPO-EMISSAO TO TXP-TIPO
           MOVE WRK-ID-BUSCA     TO TXP-ALUNO-ID
           MOVE WRK-COD-AUTENT   TO TXP-CODIGO
           MOVE WRK-USUARIO-EMIS TO TXP-USUARIO
           MOVE SPACE            TO TXP-MODO
           CALL 'PROG183' USING TAXA-PARAMETROS

           OPEN I-O EMISSAO-REGISTRO-FILE
           IF WRK-FS-EMIS = '35'
               CLOSE EMISSAO-REGISTRO-FILE
           MOVE WRK-CD-DATA      TO ER-DATA
           MOVE WRK-CD-HORA      TO ER-HORA
           MOVE WRK-USUARIO-EMIS TO ER-USUARIO
           MOVE TXP-SITUACAO     TO ER-SITUACAO
           MOVE TXP-FATURA       TO ER-FATURA
           MOVE TXP-ISENCAO      TO ER-ISENCAO
           MOVE TXP-APROVADOR    TO ER-APROVADOR
           IF TXP-RETIDO
               MOVE SPACES       TO ER-DATA-LIBERACAO
           ELSE
               MOVE WRK-CD-DATA  TO ER-DATA-LIBERACAO
           END-IF
           WRITE EMISSAO-REGISTRO-RECORD
               INVALID KEY CONTINUE
           END-WRITE
