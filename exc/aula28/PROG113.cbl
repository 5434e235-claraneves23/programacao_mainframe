      *  SOZINHO. (R)EINTEGRAR REFAZ OS MESMOS
      *  PASSOS AO CONTRARIO. OS CODIGOS DE MOTIVO SAO OS QUE O
      *  ANALITICO DE EVASAO PRECISAVA.
      *  NO TRANCAMENTO A FATURA DO SEMESTRE DEIXA DE FICAR COM O
      *  VALOR CHEIO: A PARTE NAO USUFRUIDA DE CADA TURMA DERRUBADA
      *  (DIAS DA DATA DE EFEITO ATE O FIM DO SEMESTRE NO CALACAD)
      *  VIRA NOTA DE CREDITO QUE ABATE O SALDO, E O QUE O PAGAMENTO
      *  MOSTRAR PAGO ACIMA DO NOVO DEVIDO VIRA ORDEM DE REEMBOLSO;
      *  A REINTEGRACAO ESTORNA A NOTA (E DEVOLVE AO SALDO O
      *  REEMBOLSO JA PAGO, OU CANCELA O PENDENTE).
      *  O KIT DE LABORATORIO JA ENTREGUE NO VINCULO DERRUBADO
      *  (MT-KIT) VOLTA AO ESTOQUE PELO PROG172 QUANDO O OPERADOR
      *  CONFIRMA QUE ESTA SEM USO; NA REINTEGRACAO O VINCULO VOLTA
      *  SEM KIT E A PROXIMA ENTREGA SEMESTRAL (PROG173) O REENTREGA.
      *  A BAIXA DO REEMBOLSO PAGO GRAVA A DATA DO PAGAMENTO NA NOTA,
      *  USADA PELA DECLARACAO ANUAL DE PAGAMENTOS (PROG175).
      *  O ESTORNO GRAVA A DATA DO ESTORNO NA NOTA; A EMISSAO, A BAIXA
      *  DO REEMBOLSO E O ESTORNO CHEGAM A CONTABILIDADE PELA PROPRIA
      *  NOTA, LIDA PELO EXTRATO CONTABIL (PROG119).
      *  O TRANCAMENTO JA REGISTRADO NA MESMA DATA E RECUSADO ANTES DE
      *  DERRUBAR QUALQUER VINCULO, E A FALHA AO GRAVAR O REGISTRO
      *  INTERROMPE O TRANCAMENTO ANTES DA INATIVACAO E DO CREDITO. A
      *  REINTEGRACAO DEVOLVE A CADA VINCULO A MARCA DE AVALIACAO JA
      *  RESPONDIDA (MT-AVALIADA) GUARDADA NO TRANCAMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TW-CHAVE
               FILE STATUS IS WRK-FS-ESPERA.
           SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CODIGO
               FILE STATUS IS WRK-FS-TURMA.
           SELECT MENSALIDADE-FILE ASSIGN TO "MENSTAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-CHAVE
               FILE STATUS IS WRK-FS-MENS.
           SELECT CALENDARIO-FILE ASSIGN TO "CALACAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-SEMESTRE
               FILE STATUS IS WRK-FS-CAL.
           SELECT FATURA-MASTER-FILE ASSIGN TO "FATURMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUMERO
               FILE STATUS IS WRK-FS-FAT.
           SELECT BOLSA-MASTER-FILE ASSIGN TO "BOLSAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-CHAVE
               FILE STATUS IS WRK-FS-BOLSA.
           SELECT PAGAMENTO-FILE ASSIGN TO "PAGTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGTO.
           SELECT NOTA-CREDITO-FILE ASSIGN TO "NCREDITO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-NUMERO
               FILE STATUS IS WRK-FS-NCRED.
           SELECT RECIBO-CONTROLE-FILE ASSIGN TO "RECNUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WRK-FS-RECNUM.
           SELECT CRED-REL-FILE ASSIGN TO "CREDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDREL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER-FILE.
           COPY JRNALU.
       FD  TURMA-ESPERA-FILE.
           COPY TURWAIT.
       FD  TURMA-MASTER-FILE.
           COPY TURMAMR.
       FD  MENSALIDADE-FILE.
           COPY MENSTAB.
       FD  CALENDARIO-FILE.
           COPY CALACAD.
       FD  FATURA-MASTER-FILE.
           COPY FATURMR.
       FD  BOLSA-MASTER-FILE.
           COPY BOLSAMR.
       FD  PAGAMENTO-FILE.
           COPY PAGTO.
       FD  NOTA-CREDITO-FILE.
           COPY NOTACRED.
       FD  RECIBO-CONTROLE-FILE.
           COPY RECNUM.
       FD  CRED-REL-FILE.
           COPY CREDREL.
       WORKING-STORAGE SECTION.
       COPY DATAPARM.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
           88 FIM-ESPERA           VALUE 'S'.
       77 WRK-PROMOVIDO     PIC X(14) VALUE SPACES.
       77 WRK-TRANC-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-TRANC-GRAVADO PIC X(01) VALUE 'N'.
           88 TRANCAMENTO-GRAVADO  VALUE 'S'.
       77 WRK-QTD-TURMAS    PIC 9(02) VALUE 0.
       77 WRK-QTD-VINCULOS  PIC 9(03) VALUE 0.
       77 WRK-TURIDX        PIC 9(02) VALUE 0.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-MENS       PIC X(02) VALUE SPACES.
       77 WRK-FS-CAL        PIC X(02) VALUE SPACES.
       77 WRK-FS-FAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-BOLSA      PIC X(02) VALUE SPACES.
       77 WRK-FS-PAGTO      PIC X(02) VALUE SPACES.
       77 WRK-FS-NCRED      PIC X(02) VALUE SPACES.
       77 WRK-FS-RECNUM     PIC X(02) VALUE SPACES.
       77 WRK-FS-CREDREL    PIC X(02) VALUE SPACES.
       77 WRK-FIM-CAL       PIC X(01) VALUE 'N'.
           88 FIM-CAL              VALUE 'S'.
       77 WRK-FIM-FAT       PIC X(01) VALUE 'N'.
           88 FIM-FAT              VALUE 'S'.
       77 WRK-FIM-PAGTO     PIC X(01) VALUE 'N'.
           88 FIM-PAGTO            VALUE 'S'.
       77 WRK-FIM-NCRED     PIC X(01) VALUE 'N'.
           88 FIM-NCRED            VALUE 'S'.
       77 WRK-FATURA-OK     PIC X(01) VALUE 'N'.
           88 FATURA-SEMESTRE-ACHADA VALUE 'S'.
       77 WRK-SEM-TRANC     PIC X(06) VALUE SPACES.
       77 WRK-SEM-INICIO    PIC X(08) VALUE SPACES.
       77 WRK-SEM-FIM       PIC X(08) VALUE SPACES.
       77 WRK-DIAS-SEM      PIC 9(03) VALUE 0.
       77 WRK-DIAS-REST     PIC 9(03) VALUE 0.
       77 WRK-BRUTO-TURMAS  PIC 9(07)V99 VALUE 0.
       77 WRK-VALOR-CREDITO PIC 9(07)V99 VALUE 0.
       77 WRK-VALOR-DESC    PIC 9(07)V99 VALUE 0.
       77 WRK-PCT-BOLSA     PIC 9(03) VALUE 0.
       77 WRK-TOTAL-PAGO    PIC 9(07)V99 VALUE 0.
       77 WRK-NOVO-DEVIDO   PIC S9(07)V99 VALUE 0.
       77 WRK-NOVO-SALDO    PIC 9(07)V99 VALUE 0.
       77 WRK-SALDO-ABATIDO PIC 9(07)V99 VALUE 0.
       77 WRK-REEMBOLSO     PIC 9(07)V99 VALUE 0.
       77 WRK-NUM-CREDITO   PIC 9(08) VALUE 0.
       77 WRK-NUMERO-ED     PIC X(08) VALUE SPACES.
       77 WRK-QTD-ESTORNOS  PIC 9(03) VALUE 0.
       77 WRK-VALOR-SAI     PIC Z,ZZZ,ZZ9.99.
       77 WRK-CRED-SAI      PIC Z,ZZZ,ZZ9.99.
       77 WRK-KIT-SEM-USO   PIC X(01) VALUE SPACES.
       COPY KITPARM.
       01 WRK-IMAGEM-ANTES  PIC X(63) VALUE SPACES.
       01 WRK-IMAGEM-DEPOIS PIC X(63) VALUE SPACES.
       01 TABELA-TURMAS-CAIDAS.
          05 TC-TURMA       PIC X(06) OCCURS 10 TIMES.
       01 TABELA-AVALIACOES-CAIDAS.
          05 TC-AVALIADA    PIC X(01) OCCURS 10 TIMES.
       01 TABELA-TARIFAS-CAIDAS.
          05 TC-TARIFA OCCURS 10 TIMES.
             10 TC-MATERIA  PIC X(15).
             10 TC-VALOR    PIC 9(05)V99.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
           DISPLAY 'T - TRANCAR'
           DISPLAY 'R - REINTEGRAR'
           DISPLAY 'C - CONSULTAR TRANCAMENTOS DO ALUNO'
           DISPLAY 'P - REGISTRAR REEMBOLSO PAGO'
           DISPLAY 'S - SAIR'
           ACCEPT WRK-OPCAO
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO
               WHEN 'T' PERFORM TRANCA-MATRICULA
               WHEN 'R' PERFORM REINTEGRA-MATRICULA
               WHEN 'C' PERFORM CONSULTA-TRANCAMENTOS
               WHEN 'P' PERFORM REGISTRA-REEMBOLSO-PAGO
               WHEN 'S' MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
                   DISPLAY 'DESCRICAO DO MOTIVO:'
                   ACCEPT WRK-MOTIVO-DESC

                   PERFORM VERIFICA-TRANCAMENTO-DATA
                   PERFORM CONTA-VINCULOS
                   EVALUATE TRUE
                       WHEN WRK-TRANC-ACHADO = 'S'
                           DISPLAY 'JA HA TRANCAMENTO NESTA DATA PARA '
                               'O ALUNO. TRANCAMENTO RECUSADO.'
      * o registro de trancamento guarda ate dez turmas para a
      * reintegracao refazer; acima disso nada e derrubado, para
      * nenhum vinculo sumir sem volta
                       WHEN WRK-QTD-VINCULOS > 10
                           DISPLAY 'ALUNO COM ' WRK-QTD-VINCULOS
                               ' VINCULOS DE TURMA - O REGISTRO DE '
                               'TRANCAMENTO GUARDA NO MAXIMO 10. '
                               'TRANCAMENTO RECUSADO; DESMATRICULE O '
                               'EXCEDENTE PELO PROG26 ANTES.'
                       WHEN OTHER
                           PERFORM DERRUBA-VINCULOS
                           PERFORM PROMOVE-FILAS-TRANCAMENTO
                           PERFORM GRAVA-TRANCAMENTO
                           IF TRANCAMENTO-GRAVADO
                               PERFORM INATIVA-ALUNO
                               PERFORM CREDITA-PRO-RATA
                               DISPLAY 'TRANCAMENTO EFETIVADO: '
                                   WRK-QTD-TURMAS
                                   ' VINCULO(S) DERRUBADO(S).'
                           ELSE
                               PERFORM AVISA-FALHA-TRANCAMENTO
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

           PERFORM VARYING WRK-TURIDX FROM 1 BY 1
               UNTIL WRK-TURIDX > 10
               MOVE SPACES TO TC-TURMA(WRK-TURIDX)
               MOVE SPACES TO TC-AVALIADA(WRK-TURIDX)
           END-PERFORM

           OPEN I-O MATRICULA-TURMA-FILE
                               ADD 1 TO WRK-QTD-TURMAS
                               MOVE MT-TURMA
                                   TO TC-TURMA(WRK-QTD-TURMAS)
                               MOVE MT-AVALIADA
                                   TO TC-AVALIADA(WRK-QTD-TURMAS)
                           END-IF
                           IF MT-KIT-ENTREGUE
                               PERFORM DEVOLVE-KIT
                           END-IF
                           DELETE MATRICULA-TURMA-FILE
                               INVALID KEY CONTINUE
               CLOSE MATRICULA-TURMA-FILE
           END-IF.

      ******************************************************************
      * DEVOLVE-KIT - O vinculo derrubado ja recebeu o kit de
      * laboratorio: com a confirmacao do operador de que o kit volta
      * sem uso, devolve os materiais ao estoque (movimento de kit
      * com a turma); kit usado fica baixado.
      ******************************************************************
       DEVOLVE-KIT.
           DISPLAY 'TURMA ' MT-TURMA ' - KIT DE LABORATORIO DEVOLVIDO '
               'SEM USO (S/N)?'
           ACCEPT WRK-KIT-SEM-USO
           MOVE FUNCTION UPPER-CASE(WRK-KIT-SEM-USO) TO WRK-KIT-SEM-USO
           IF WRK-KIT-SEM-USO = 'S'
               OPEN INPUT TURMA-MASTER-FILE
               MOVE MT-TURMA TO TU-CODIGO
               READ TURMA-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO TU-MATERIA
               END-READ
               CLOSE TURMA-MASTER-FILE
               ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
               MOVE 'D'         TO KTP-OPERACAO
               MOVE TU-MATERIA  TO KTP-MATERIA
               MOVE MT-TURMA    TO KTP-TURMA
               MOVE WRK-USUARIO TO KTP-OPERADOR
               CALL 'PROG172' USING KIT-PARAMETROS
               IF KTP-OK
                   DISPLAY 'KIT DA TURMA ' MT-TURMA
                       ' DEVOLVIDO AO ESTOQUE.'
               ELSE
                   DISPLAY 'KIT DA TURMA ' MT-TURMA ' NAO DEVOLVIDO '
                       '(KIT OU ESTOQUE INDISPONIVEL) - LANCAR O '
                       'RETORNO PELO PROG32.'
               END-IF
           END-IF.

      ******************************************************************
      * PROMOVE-FILAS-TRANCAMENTO - Cada vinculo derrubado abriu uma
      * vaga: promove o primeiro da fila de espera de cada turma da
           IF WRK-PROMOVIDO NOT = SPACES
               MOVE WRK-PROMOVIDO        TO MT-ALUNO-ID
               MOVE TC-TURMA(WRK-TURIDX) TO MT-TURMA
               MOVE 'N'                  TO MT-AVALIADA
               MOVE 'N'                  TO MT-KIT
               WRITE MATRICULA-TURMA-RECORD
                   INVALID KEY
                       DISPLAY 'PROMOVIDO DA FILA JA ESTAVA '
               END-WRITE
           END-IF.

      ******************************************************************
      * VERIFICA-TRANCAMENTO-DATA - Ja existe trancamento do aluno com
      * a mesma data de efeito? A chave do registro e aluno + data,
      * entao o segundo seria recusado so depois de os vinculos
      * terem caido.
      ******************************************************************
       VERIFICA-TRANCAMENTO-DATA.
           MOVE 'N' TO WRK-TRANC-ACHADO
           MOVE WRK-ID-BUSCA    TO TN-ALUNO-ID
           MOVE WRK-DATA-EFEITO TO TN-DATA
           READ TRANCAMENTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TRANC-ACHADO
           END-READ.

      ******************************************************************
      * GRAVA-TRANCAMENTO - Grava o registro do trancamento com as
      * turmas derrubadas e a marca de avaliacao de cada uma; a falha
      * fica em WRK-TRANC-GRAVADO para o trancamento parar ali.
      ******************************************************************
       GRAVA-TRANCAMENTO.
           MOVE 'N' TO WRK-TRANC-GRAVADO
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           MOVE WRK-ID-BUSCA    TO TN-ALUNO-ID
           MOVE WRK-DATA-EFEITO TO TN-DATA
           PERFORM VARYING WRK-TURIDX FROM 1 BY 1
               UNTIL WRK-TURIDX > 10
               MOVE TC-TURMA(WRK-TURIDX) TO TN-TURMA(WRK-TURIDX)
               MOVE TC-AVALIADA(WRK-TURIDX)
                   TO TN-AVALIADA(WRK-TURIDX)
           END-PERFORM
           WRITE TRANCAMENTO-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR O REGISTRO DE TRANCAMENTO.'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TRANC-GRAVADO
           END-WRITE.

      ******************************************************************
      * AVISA-FALHA-TRANCAMENTO - Sem o registro gravado o aluno nao e
      * inativado nem creditado; os vinculos ja derrubados sao
      * listados para a secretaria refaze-los pelo PROG26.
      ******************************************************************
       AVISA-FALHA-TRANCAMENTO.
           DISPLAY 'TRANCAMENTO INTERROMPIDO - ALUNO NAO INATIVADO, '
               'NENHUM CREDITO GERADO.'
           PERFORM VARYING WRK-TURIDX FROM 1 BY 1
               UNTIL WRK-TURIDX > WRK-QTD-TURMAS
               DISPLAY '  VINCULO DERRUBADO NA TURMA '
                   TC-TURMA(WRK-TURIDX) ' - REFAZER PELO PROG26.'
           END-PERFORM.

      ******************************************************************
      * INATIVA-ALUNO - Vira o ALUNO-STATUS para inativo com o jornal
      * antes/depois e o codigo do motivo gravado no proprio jornal.
               ELSE
                   PERFORM REATIVA-ALUNO
                   PERFORM RECRIA-VINCULOS
                   PERFORM ESTORNA-CREDITOS
                   MOVE 'R' TO TN-STATUS
                   REWRITE TRANCAMENTO-RECORD
                       INVALID KEY
               OR WRK-TURIDX > 10
               MOVE WRK-ID-BUSCA TO MT-ALUNO-ID
               MOVE TN-TURMA(WRK-TURIDX) TO MT-TURMA
               IF TN-AVALIADA(WRK-TURIDX) = 'S'
                   MOVE 'S'              TO MT-AVALIADA
               ELSE
                   MOVE 'N'              TO MT-AVALIADA
               END-IF
               MOVE 'N'                  TO MT-KIT
               WRITE MATRICULA-TURMA-RECORD
                   INVALID KEY
                       CONTINUE
           END-PERFORM
           CLOSE MATRICULA-TURMA-FILE.

      ******************************************************************
      * CREDITA-PRO-RATA - Nota de credito do trancamento: acha o
      * semestre da data de efeito no calendario, a fracao nao
      * usufruida, o valor de tabela das turmas derrubadas desse
      * semestre e a fatura do aluno no semestre; abate o saldo e,
      * havendo pago acima do novo devido, emite a ordem de
      * reembolso.
      ******************************************************************
       CREDITA-PRO-RATA.
           PERFORM APURA-SEMESTRE-EFEITO
           IF WRK-SEM-TRANC = SPACES
               DISPLAY 'DATA DE EFEITO FORA DO CALENDARIO ACADEMICO '
                   '- NENHUM CREDITO GERADO.'
           ELSE
               PERFORM APURA-FRACAO-RESTANTE
               PERFORM SOMA-TURMAS-CAIDAS
               IF WRK-DIAS-REST = 0 OR WRK-BRUTO-TURMAS = 0
                   DISPLAY 'NADA A CREDITAR NO SEMESTRE '
                       WRK-SEM-TRANC '.'
               ELSE
                   OPEN I-O FATURA-MASTER-FILE
                   IF WRK-FS-FAT = '35'
                       DISPLAY 'MESTRE DE FATURAS INEXISTENTE - '
                           'NENHUM CREDITO GERADO.'
                   ELSE
                       PERFORM LOCALIZA-FATURA-SEMESTRE
                       IF NOT FATURA-SEMESTRE-ACHADA
                           DISPLAY 'ALUNO SEM FATURA NO SEMESTRE '
                               WRK-SEM-TRANC
                               ' - NADA A CREDITAR.'
                       ELSE
                           PERFORM CALCULA-CREDITO
                           PERFORM SOMA-PAGAMENTOS-FATURA
                           PERFORM APLICA-CREDITO-FATURA
                           PERFORM GRAVA-NOTA-CREDITO
                           PERFORM IMPRIME-NOTA-CREDITO
                       END-IF
                   END-IF
                   CLOSE FATURA-MASTER-FILE
               END-IF
           END-IF.

      ******************************************************************
      * APURA-SEMESTRE-EFEITO - Primeiro semestre do calendario (a
      * chave AAAA-S e cronologica) que ainda nao terminou na data de
      * efeito: o que a contem ou, no recesso, o proximo a comecar.
      ******************************************************************
       APURA-SEMESTRE-EFEITO.
           MOVE SPACES TO WRK-SEM-TRANC
           MOVE 'N' TO WRK-FIM-CAL
           OPEN INPUT CALENDARIO-FILE
           IF WRK-FS-CAL = '35'
               CONTINUE
           ELSE
               MOVE SPACES TO CA-SEMESTRE
               START CALENDARIO-FILE KEY IS NOT LESS THAN CA-SEMESTRE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CAL
               END-START
               PERFORM UNTIL FIM-CAL
                   READ CALENDARIO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-CAL
                   END-READ
                   IF NOT FIM-CAL
                       IF CA-DATA-FIM >= WRK-DATA-EFEITO
                           MOVE CA-SEMESTRE    TO WRK-SEM-TRANC
                           MOVE CA-DATA-INICIO TO WRK-SEM-INICIO
                           MOVE CA-DATA-FIM    TO WRK-SEM-FIM
                           MOVE 'S' TO WRK-FIM-CAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

      ******************************************************************
      * APURA-FRACAO-RESTANTE - Dias corridos do semestre e dias nao
      * usufruidos (da data de efeito ao fim, inclusive) pelo
      * subprograma comum de datas; trancamento antes do inicio
      * credita o semestre inteiro.
      ******************************************************************
       APURA-FRACAO-RESTANTE.
           MOVE 0 TO WRK-DIAS-SEM
           MOVE 0 TO WRK-DIAS-REST
           MOVE 4 TO DP-OPERACAO
           MOVE WRK-SEM-FIM    TO DP-DATA-1
           MOVE WRK-SEM-INICIO TO DP-DATA-2
           CALL 'PROG104' USING DATA-PARAMETROS
           IF DP-VALIDA = 'S' AND DP-DIAS >= 0
               COMPUTE WRK-DIAS-SEM = DP-DIAS + 1
           END-IF

           IF WRK-DATA-EFEITO < WRK-SEM-INICIO
               MOVE WRK-DIAS-SEM TO WRK-DIAS-REST
           ELSE
               MOVE 4 TO DP-OPERACAO
               MOVE WRK-SEM-FIM     TO DP-DATA-1
               MOVE WRK-DATA-EFEITO TO DP-DATA-2
               CALL 'PROG104' USING DATA-PARAMETROS
               IF DP-VALIDA = 'S' AND DP-DIAS >= 0
                   COMPUTE WRK-DIAS-REST = DP-DIAS + 1
               END-IF
           END-IF

           IF WRK-DIAS-REST > WRK-DIAS-SEM
               MOVE WRK-DIAS-SEM TO WRK-DIAS-REST
           END-IF.

      ******************************************************************
      * SOMA-TURMAS-CAIDAS - Precifica cada turma derrubada que
      * pertence ao semestre do credito pela tabela de mensalidades,
      * como o PROG70 fez na emissao, guardando materia e valor por
      * turma para a impressao da nota.
      ******************************************************************
       SOMA-TURMAS-CAIDAS.
           MOVE 0 TO WRK-BRUTO-TURMAS
           PERFORM VARYING WRK-TURIDX FROM 1 BY 1
               UNTIL WRK-TURIDX > 10
               MOVE SPACES TO TC-MATERIA(WRK-TURIDX)
               MOVE 0 TO TC-VALOR(WRK-TURIDX)
           END-PERFORM
           OPEN INPUT TURMA-MASTER-FILE
           OPEN INPUT MENSALIDADE-FILE
           IF WRK-FS-TURMA = '35' OR WRK-FS-MENS = '35'
               CONTINUE
           ELSE
               PERFORM PRECIFICA-TURMA-CAIDA
                   VARYING WRK-TURIDX FROM 1 BY 1
                   UNTIL WRK-TURIDX > WRK-QTD-TURMAS
           END-IF
           CLOSE TURMA-MASTER-FILE
           CLOSE MENSALIDADE-FILE.

       PRECIFICA-TURMA-CAIDA.
           MOVE TC-TURMA(WRK-TURIDX) TO TU-CODIGO
           READ TURMA-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TU-SEMESTRE = SPACES
                       OR TU-SEMESTRE = WRK-SEM-TRANC
                       MOVE WRK-SEM-TRANC TO MS-SEMESTRE
                       MOVE TU-MATERIA    TO MS-MATERIA
                       READ MENSALIDADE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE TU-MATERIA
                                   TO TC-MATERIA(WRK-TURIDX)
                               MOVE MS-VALOR TO TC-VALOR(WRK-TURIDX)
                               ADD MS-VALOR TO WRK-BRUTO-TURMAS
                       END-READ
                   END-IF
           END-READ.

      ******************************************************************
      * LOCALIZA-FATURA-SEMESTRE - Mensalidade nao cancelada do aluno
      * no semestre do credito (varredura pelo numero, como a checagem
      * de reexecucao do PROG70); fica posicionada na area do FD.
      ******************************************************************
       LOCALIZA-FATURA-SEMESTRE.
           MOVE 'N' TO WRK-FATURA-OK
           MOVE 'N' TO WRK-FIM-FAT
           MOVE 0 TO FA-NUMERO
           START FATURA-MASTER-FILE KEY IS NOT LESS THAN FA-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-FAT
           END-START
           PERFORM UNTIL FIM-FAT OR FATURA-SEMESTRE-ACHADA
               READ FATURA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-FAT
               END-READ
               IF NOT FIM-FAT
                   IF FA-ALUNO-ID = WRK-ID-BUSCA
                       AND FA-SEMESTRE = WRK-SEM-TRANC
                       AND NOT FA-CANCELADA
                       AND NOT FA-RENEGOCIADA
                       AND FA-MENSALIDADE
                       MOVE 'S' TO WRK-FATURA-OK
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * CALCULA-CREDITO - Parte nao usufruida do valor de tabela,
      * descontada a bolsa que o PROG70 aplicou na emissao (mesma
      * regra: bolsa vigente do ano da emissao), limitada ao valor
      * faturado.
      ******************************************************************
       CALCULA-CREDITO.
           COMPUTE WRK-VALOR-CREDITO ROUNDED =
               WRK-BRUTO-TURMAS * WRK-DIAS-REST / WRK-DIAS-SEM

           MOVE 0 TO WRK-PCT-BOLSA
           OPEN INPUT BOLSA-MASTER-FILE
           IF WRK-FS-BOLSA = '35'
               CONTINUE
           ELSE
               MOVE WRK-ID-BUSCA          TO BL-ALUNO-ID
               MOVE FA-DATA-EMISSAO(1:4)  TO BL-ANO
               READ BOLSA-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BL-VIGENTE
                           AND FA-DATA-EMISSAO >= BL-VALIDADE-DE
                           AND FA-DATA-EMISSAO <= BL-VALIDADE-ATE
                           MOVE BL-PERCENTUAL TO WRK-PCT-BOLSA
                       END-IF
               END-READ
               CLOSE BOLSA-MASTER-FILE
           END-IF

           IF WRK-PCT-BOLSA > 0
               COMPUTE WRK-VALOR-DESC ROUNDED =
                   WRK-VALOR-CREDITO * WRK-PCT-BOLSA / 100
               SUBTRACT WRK-VALOR-DESC FROM WRK-VALOR-CREDITO
           END-IF

           IF WRK-VALOR-CREDITO > FA-VALOR
               MOVE FA-VALOR TO WRK-VALOR-CREDITO
           END-IF.

      ******************************************************************
      * SOMA-PAGAMENTOS-FATURA - Total ja recebido na fatura (balcao
      * e banco) segundo o arquivo de pagamentos.
      ******************************************************************
       SOMA-PAGAMENTOS-FATURA.
           MOVE 0 TO WRK-TOTAL-PAGO
           MOVE 'N' TO WRK-FIM-PAGTO
           OPEN INPUT PAGAMENTO-FILE
           IF WRK-FS-PAGTO = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-PAGTO
                   READ PAGAMENTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-PAGTO
                   END-READ
                   IF NOT FIM-PAGTO
                       IF PG-FATURA = FA-NUMERO
                           ADD PG-VALOR TO WRK-TOTAL-PAGO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAGAMENTO-FILE
           END-IF.

      ******************************************************************
      * APLICA-CREDITO-FATURA - Novo devido = faturado - credito. O
      * saldo passa a ser o devido menos o pago (nunca acima do saldo
      * que ja estava); pago acima do devido vira reembolso. Saldo
      * zerado quita a fatura. A data de situacao da fatura nao muda:
      * o abatimento e o reembolso vao ao extrato contabil pela nota.
      ******************************************************************
       APLICA-CREDITO-FATURA.
           COMPUTE WRK-NOVO-DEVIDO = FA-VALOR - WRK-VALOR-CREDITO
           IF WRK-TOTAL-PAGO > WRK-NOVO-DEVIDO
               COMPUTE WRK-REEMBOLSO = WRK-TOTAL-PAGO - WRK-NOVO-DEVIDO
               MOVE 0 TO WRK-NOVO-SALDO
           ELSE
               MOVE 0 TO WRK-REEMBOLSO
               COMPUTE WRK-NOVO-SALDO = WRK-NOVO-DEVIDO - WRK-TOTAL-PAGO
           END-IF
           IF WRK-NOVO-SALDO > FA-SALDO
               MOVE FA-SALDO TO WRK-NOVO-SALDO
           END-IF
           COMPUTE WRK-SALDO-ABATIDO = FA-SALDO - WRK-NOVO-SALDO

           MOVE WRK-NOVO-SALDO TO FA-SALDO
           IF FA-SALDO = 0 AND FA-ABERTA
               MOVE 'P' TO FA-STATUS
           END-IF
           REWRITE FATURA-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO ABATER O SALDO DA FATURA '
                       FA-NUMERO '.'
           END-REWRITE.

      ******************************************************************
      * GRAVA-NOTA-CREDITO - Aloca o numero no contador controlado
      * (chave 'CREDITO') e grava a nota amarrada ao trancamento.
      ******************************************************************
       GRAVA-NOTA-CREDITO.
           PERFORM ALOCA-NUMERO-CREDITO
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN I-O NOTA-CREDITO-FILE
           IF WRK-FS-NCRED = '35'
               CLOSE NOTA-CREDITO-FILE
               OPEN OUTPUT NOTA-CREDITO-FILE
               CLOSE NOTA-CREDITO-FILE
               OPEN I-O NOTA-CREDITO-FILE
           END-IF
           MOVE WRK-NUM-CREDITO   TO NC-NUMERO
           MOVE WRK-ID-BUSCA      TO NC-ALUNO-ID
           MOVE WRK-DATA-EFEITO   TO NC-DATA-TRANC
           MOVE FA-NUMERO         TO NC-FATURA
           MOVE WRK-SEM-TRANC     TO NC-SEMESTRE
           MOVE WRK-DIAS-REST     TO NC-DIAS-RESTANTES
           MOVE WRK-DIAS-SEM      TO NC-DIAS-SEMESTRE
           MOVE WRK-VALOR-CREDITO TO NC-VALOR-CREDITO
           MOVE WRK-SALDO-ABATIDO TO NC-SALDO-ABATIDO
           MOVE WRK-REEMBOLSO     TO NC-VALOR-REEMBOLSO
           IF WRK-REEMBOLSO > 0
               MOVE 'P' TO NC-REEMB-STATUS
           ELSE
               MOVE 'N' TO NC-REEMB-STATUS
           END-IF
           MOVE 'A'               TO NC-STATUS
           MOVE WRK-USUARIO       TO NC-OPERADOR
           MOVE WRK-CD-DATA       TO NC-DATA-EMISSAO
           MOVE SPACES            TO NC-DATA-REEMBOLSO
           MOVE SPACES            TO NC-DATA-ESTORNO
           WRITE NOTA-CREDITO-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR A NOTA DE CREDITO.'
           END-WRITE
           CLOSE NOTA-CREDITO-FILE.

       ALOCA-NUMERO-CREDITO.
           OPEN I-O RECIBO-CONTROLE-FILE
           IF WRK-FS-RECNUM = '35'
               CLOSE RECIBO-CONTROLE-FILE
               OPEN OUTPUT RECIBO-CONTROLE-FILE
               CLOSE RECIBO-CONTROLE-FILE
               OPEN I-O RECIBO-CONTROLE-FILE
           END-IF
           MOVE 'CREDITO' TO RB-CHAVE
           READ RECIBO-CONTROLE-FILE
               INVALID KEY
                   MOVE 1 TO WRK-NUM-CREDITO
                   MOVE 'CREDITO' TO RB-CHAVE
                   MOVE 2 TO RB-PROXIMO
                   WRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RB-PROXIMO TO WRK-NUM-CREDITO
                   ADD 1 TO RB-PROXIMO
                   REWRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RECIBO-CONTROLE-FILE.

      ******************************************************************
      * IMPRIME-NOTA-CREDITO - Via do financeiro: nota de credito com
      * a conta pro-rata por turma e, havendo, a ordem de reembolso.
      ******************************************************************
       IMPRIME-NOTA-CREDITO.
           OPEN EXTEND CRED-REL-FILE
           IF WRK-FS-CREDREL = '05' OR WRK-FS-CREDREL = '35'
               OPEN OUTPUT CRED-REL-FILE
           END-IF
           MOVE ALL '-' TO CRED-REL-LINHA
           WRITE CRED-REL-LINHA
           MOVE SPACES TO CRED-REL-LINHA
           STRING 'NOTA DE CREDITO NR ' DELIMITED BY SIZE
               WRK-NUM-CREDITO DELIMITED BY SIZE
               ' TRANCAMENTO EM ' DELIMITED BY SIZE
               WRK-DATA-EFEITO DELIMITED BY SIZE
               ' SEMESTRE ' DELIMITED BY SIZE
               WRK-SEM-TRANC DELIMITED BY SIZE
               INTO CRED-REL-LINHA
           WRITE CRED-REL-LINHA
           MOVE SPACES TO CRED-REL-LINHA
           STRING 'ALUNO ' DELIMITED BY SIZE
               WRK-ID-BUSCA DELIMITED BY SIZE
               ' FATURA ' DELIMITED BY SIZE
               FA-NUMERO DELIMITED BY SIZE
               ' DIAS NAO USUFRUIDOS ' DELIMITED BY SIZE
               WRK-DIAS-REST DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DIAS-SEM DELIMITED BY SIZE
               INTO CRED-REL-LINHA
           WRITE CRED-REL-LINHA
           PERFORM IMPRIME-TURMA-CREDITADA
               VARYING WRK-TURIDX FROM 1 BY 1
               UNTIL WRK-TURIDX > WRK-QTD-TURMAS
           MOVE WRK-VALOR-CREDITO TO WRK-CRED-SAI
           MOVE SPACES TO CRED-REL-LINHA
           STRING 'CREDITO (APOS BOLSA).: ' DELIMITED BY SIZE
               WRK-CRED-SAI DELIMITED BY SIZE
               INTO CRED-REL-LINHA
           WRITE CRED-REL-LINHA
           MOVE WRK-SALDO-ABATIDO TO WRK-VALOR-SAI
           MOVE FA-SALDO TO WRK-CRED-SAI
           MOVE SPACES TO CRED-REL-LINHA
           STRING 'SALDO ABATIDO........: ' DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               ' SALDO NOVO ' DELIMITED BY SIZE
               WRK-CRED-SAI DELIMITED BY SIZE
               INTO CRED-REL-LINHA
           WRITE CRED-REL-LINHA
           IF WRK-REEMBOLSO > 0
               MOVE WRK-REEMBOLSO TO WRK-VALOR-SAI
               MOVE SPACES TO CRED-REL-LINHA
               STRING '*** ORDEM DE REEMBOLSO: PAGAR AO ALUNO '
                   DELIMITED BY SIZE
                   WRK-VALOR-SAI DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                   INTO CRED-REL-LINHA
               WRITE CRED-REL-LINHA
               DISPLAY 'ORDEM DE REEMBOLSO EMITIDA: ' WRK-VALOR-SAI
           END-IF
           CLOSE CRED-REL-FILE
           DISPLAY 'NOTA DE CREDITO ' WRK-NUM-CREDITO ' EMITIDA: '
               WRK-CRED-SAI.

       IMPRIME-TURMA-CREDITADA.
           IF TC-VALOR(WRK-TURIDX) > 0
               MOVE TC-VALOR(WRK-TURIDX) TO WRK-VALOR-SAI
               MOVE SPACES TO CRED-REL-LINHA
               STRING '  TURMA ' DELIMITED BY SIZE
                   TC-TURMA(WRK-TURIDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TC-MATERIA(WRK-TURIDX) DELIMITED BY SIZE
                   ' TABELA ' DELIMITED BY SIZE
                   WRK-VALOR-SAI DELIMITED BY SIZE
                   INTO CRED-REL-LINHA
               WRITE CRED-REL-LINHA
           END-IF.

      ******************************************************************
      * ESTORNA-CREDITOS - Na reintegracao, desfaz cada nota de
      * credito ativa do trancamento reaberto: devolve ao saldo o que
      * foi abatido; reembolso pendente e cancelado, reembolso ja
      * pago volta a ser devido pelo aluno.
      ******************************************************************
       ESTORNA-CREDITOS.
           MOVE 0 TO WRK-QTD-ESTORNOS
           OPEN I-O NOTA-CREDITO-FILE
           IF WRK-FS-NCRED = '35'
               CONTINUE
           ELSE
               OPEN I-O FATURA-MASTER-FILE
               IF WRK-FS-FAT = '35'
                   DISPLAY 'MESTRE DE FATURAS NAO IMPLANTADO - NOTAS '
                       'DE CREDITO NAO ESTORNADAS.'
               ELSE
                   MOVE 'N' TO WRK-FIM-NCRED
                   MOVE 0 TO NC-NUMERO
                   START NOTA-CREDITO-FILE
                       KEY IS NOT LESS THAN NC-NUMERO
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-NCRED
                   END-START
                   PERFORM UNTIL FIM-NCRED
                       READ NOTA-CREDITO-FILE NEXT RECORD
                           AT END
                               MOVE 'S' TO WRK-FIM-NCRED
                       END-READ
                       IF NOT FIM-NCRED
                           IF NC-ALUNO-ID = WRK-ID-BUSCA
                               AND NC-DATA-TRANC = TN-DATA
                               AND NC-ATIVA
                               PERFORM ESTORNA-NOTA-CREDITO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE FATURA-MASTER-FILE
               END-IF
               CLOSE NOTA-CREDITO-FILE
           END-IF
           IF WRK-QTD-ESTORNOS > 0
               DISPLAY WRK-QTD-ESTORNOS
                   ' NOTA(S) DE CREDITO ESTORNADA(S).'
           END-IF.

       ESTORNA-NOTA-CREDITO.
           MOVE NC-FATURA TO FA-NUMERO
           READ FATURA-MASTER-FILE
               INVALID KEY
                   DISPLAY 'FATURA ' NC-FATURA ' DA NOTA '
                       NC-NUMERO ' NAO ENCONTRADA - ESTORNO NEGADO.'
               NOT INVALID KEY
                   ADD NC-SALDO-ABATIDO TO FA-SALDO
                   IF NC-REEMB-PAGO
                       ADD NC-VALOR-REEMBOLSO TO FA-SALDO
                   END-IF
                   IF NC-REEMB-PENDENTE
                       MOVE 'C' TO NC-REEMB-STATUS
                   END-IF
                   IF FA-SALDO > 0 AND FA-PAGA
                       MOVE 'A' TO FA-STATUS
                   END-IF
                   REWRITE FATURA-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO REPOR O SALDO DA FATURA '
                               FA-NUMERO '.'
                       NOT INVALID KEY
                           MOVE 'E' TO NC-STATUS
                           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
                           MOVE WRK-CD-DATA TO NC-DATA-ESTORNO
                           REWRITE NOTA-CREDITO-RECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                           ADD 1 TO WRK-QTD-ESTORNOS
                           PERFORM IMPRIME-ESTORNO
                   END-REWRITE
           END-READ.

       IMPRIME-ESTORNO.
           OPEN EXTEND CRED-REL-FILE
           IF WRK-FS-CREDREL = '05' OR WRK-FS-CREDREL = '35'
               OPEN OUTPUT CRED-REL-FILE
           END-IF
           MOVE FA-SALDO TO WRK-VALOR-SAI
           MOVE SPACES TO CRED-REL-LINHA
           STRING 'ESTORNO DA NOTA DE CREDITO NR ' DELIMITED BY SIZE
               NC-NUMERO DELIMITED BY SIZE
               ' FATURA ' DELIMITED BY SIZE
               FA-NUMERO DELIMITED BY SIZE
               ' SALDO REPOSTO ' DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               INTO CRED-REL-LINHA
           WRITE CRED-REL-LINHA
           IF NC-REEMB-CANCELADO
               MOVE SPACES TO CRED-REL-LINHA
               MOVE '  ORDEM DE REEMBOLSO PENDENTE CANCELADA.'
                   TO CRED-REL-LINHA
               WRITE CRED-REL-LINHA
           END-IF
           CLOSE CRED-REL-FILE.

      ******************************************************************
      * REGISTRA-REEMBOLSO-PAGO - O financeiro baixa a ordem de
      * reembolso depois de pagar o aluno; so ordem pendente de nota
      * ativa pode ser baixada.
      ******************************************************************
       REGISTRA-REEMBOLSO-PAGO.
           DISPLAY 'NUMERO DA NOTA DE CREDITO:'
           ACCEPT WRK-NUMERO-ED
           IF FUNCTION TEST-NUMVAL(WRK-NUMERO-ED) NOT = 0
               DISPLAY 'NUMERO INVALIDO.'
           ELSE
               OPEN I-O NOTA-CREDITO-FILE
               IF WRK-FS-NCRED = '35'
                   DISPLAY 'NENHUMA NOTA DE CREDITO EMITIDA.'
               ELSE
                   COMPUTE NC-NUMERO = FUNCTION NUMVAL(WRK-NUMERO-ED)
                   READ NOTA-CREDITO-FILE
                       INVALID KEY
                           DISPLAY 'NOTA DE CREDITO NAO ENCONTRADA.'
                       NOT INVALID KEY
                           IF NC-ATIVA AND NC-REEMB-PENDENTE
                               MOVE FUNCTION CURRENT-DATE
                                   TO WRK-DATA-HORA
                               MOVE 'E' TO NC-REEMB-STATUS
                               MOVE WRK-CD-DATA TO NC-DATA-REEMBOLSO
                               REWRITE NOTA-CREDITO-RECORD
                                   INVALID KEY CONTINUE
                               END-REWRITE
                               DISPLAY 'REEMBOLSO REGISTRADO COMO PAGO.'
                           ELSE
                               DISPLAY 'NOTA SEM REEMBOLSO PENDENTE.'
                           END-IF
                   END-READ
               END-IF
               CLOSE NOTA-CREDITO-FILE
           END-IF.

       CONSULTA-TRANCAMENTOS.
           PERFORM LOCALIZA-ALUNO
           IF REGISTRO-ACHADO
           MOVE WRK-USUARIO       TO JR-OPERADOR
           MOVE WRK-IMAGEM-ANTES  TO JR-ANTES
           MOVE WRK-IMAGEM-DEPOIS TO JR-DEPOIS
           MOVE WRK-IMAGEM-ANTES(60:4)  TO JR-ANT-UNIDADE
           MOVE WRK-IMAGEM-DEPOIS(60:4) TO JR-DEP-UNIDADE
           MOVE SPACES TO JR-MOTIVO
           STRING WRK-MOTIVO-COD DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
