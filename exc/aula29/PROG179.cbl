      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG179.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  CADASTRO DE ESTAGIO SUPERVISIONADO - MANTEM AS EMPRESAS
      *  CONCEDENTES (EMPESTAG) COM O CONVENIO DE ESTAGIO E SEU
      *  PERIODO DE VALIDADE, E O ESTAGIO DE CADA ALUNO (ESTAGIO): A
      *  EMPRESA, O SUPERVISOR NA EMPRESA, O ORIENTADOR ACADEMICO
      *  (INSTRUTOR DO INSTRMST), O PERIODO E A CARGA HORARIA DO
      *  TERMO DE COMPROMISSO. ESTAGIO NOVO EXIGE ALUNO ATIVO, EMPRESA
      *  ATIVA COM O CONVENIO VIGENTE E ORIENTADOR ATIVO; TERMINO
      *  PREVISTO DEPOIS DO VENCIMENTO DO CONVENIO E AVISADO. AS HORAS
      *  MENSAIS SAO LANCADAS E APROVADAS NO PROG180.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESA-ESTAGIO-FILE ASSIGN TO "EMPESTAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EE-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
           SELECT ESTAGIO-FILE ASSIGN TO "ESTAGIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS WRK-FS-ESTAGIO.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT INSTRUTOR-FILE ASSIGN TO "INSTRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-CODIGO
               FILE STATUS IS WRK-FS-INSTR.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESA-ESTAGIO-FILE.
           COPY EMPESTAG.
       FD  ESTAGIO-FILE.
           COPY ESTAGIO.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  INSTRUTOR-FILE.
           COPY INSTRMR.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPRESA    PIC X(02) VALUE SPACES.
       77 WRK-FS-ESTAGIO    PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-INSTR      PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC 9 VALUE 0.
       77 WRK-CONTINUAR     PIC X VALUE 'S'.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-EMPRESA       PIC X(06) VALUE SPACES.
       77 WRK-ALUNO-ID      PIC X(14) VALUE SPACES.
       77 WRK-ORIENTADOR    PIC X(06) VALUE SPACES.
       77 WRK-TEXTO         PIC X(40) VALUE SPACES.
       77 WRK-SUPERVISOR    PIC X(30) VALUE SPACES.
       77 WRK-CNPJ          PIC X(14) VALUE SPACES.
       77 WRK-RESPOSTA      PIC X(01) VALUE SPACES.
       77 WRK-DATA-ED       PIC X(08) VALUE SPACES.
       77 WRK-DATA-INICIO   PIC X(08) VALUE SPACES.
       77 WRK-DATA-FIM      PIC X(08) VALUE SPACES.
       77 WRK-CADASTRO-OK   PIC X(01) VALUE 'S'.
           88 CADASTRO-VALIDO      VALUE 'S'.
       77 WRK-NUM-ED        PIC X(06) VALUE SPACES.
       77 WRK-HORAS         PIC 9(04) VALUE 0.
       77 WRK-SEQUENCIA     PIC 9(02) VALUE 0.
       77 WRK-QTD-ESTAGIOS  PIC 9(02) VALUE 0.
       77 WRK-QTD-ANDAMENTO PIC 9(02) VALUE 0.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-MARCA         PIC X(08) VALUE SPACES.
       77 WRK-HORAS-SAI     PIC Z.ZZ9.
       77 WRK-APROV-SAI     PIC Z.ZZ9,9.
       COPY DATAPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           OPEN I-O EMPRESA-ESTAGIO-FILE
           IF WRK-FS-EMPRESA = '35'
               CLOSE EMPRESA-ESTAGIO-FILE
               OPEN OUTPUT EMPRESA-ESTAGIO-FILE
               CLOSE EMPRESA-ESTAGIO-FILE
               OPEN I-O EMPRESA-ESTAGIO-FILE
           END-IF
           OPEN I-O ESTAGIO-FILE
           IF WRK-FS-ESTAGIO = '35'
               CLOSE ESTAGIO-FILE
               OPEN OUTPUT ESTAGIO-FILE
               CLOSE ESTAGIO-FILE
               OPEN I-O ESTAGIO-FILE
           END-IF

           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

           CLOSE ESTAGIO-FILE
           CLOSE EMPRESA-ESTAGIO-FILE
           STOP RUN.

       EXIBE-MENU.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           DISPLAY 'CADASTRO DE ESTAGIO SUPERVISIONADO'
           DISPLAY '1 - INCLUIR/ALTERAR EMPRESA CONCEDENTE E CONVENIO'
           DISPLAY '2 - LISTAR EMPRESAS CONCEDENTES'
           DISPLAY '3 - INCLUIR ESTAGIO DO ALUNO'
           DISPLAY '4 - ALTERAR/ENCERRAR ESTAGIO DO ALUNO'
           DISPLAY '5 - SAIR'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1 PERFORM MANTEM-EMPRESA
               WHEN 2 PERFORM LISTA-EMPRESAS
               WHEN 3 PERFORM INCLUI-ESTAGIO
               WHEN 4 PERFORM ALTERA-ESTAGIO
               WHEN 5 MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      ******************************************************************
      * MANTEM-EMPRESA - Inclui a empresa concedente nova ou altera
      * os dados, o convenio e a situacao de uma existente.
      ******************************************************************
       MANTEM-EMPRESA.
           DISPLAY 'CODIGO DA EMPRESA:'
           ACCEPT WRK-EMPRESA
           MOVE FUNCTION UPPER-CASE(WRK-EMPRESA) TO WRK-EMPRESA
           IF WRK-EMPRESA = SPACES
               DISPLAY 'CODIGO NAO PODE SER EM BRANCO.'
           ELSE
               MOVE WRK-EMPRESA TO EE-CODIGO
               READ EMPRESA-ESTAGIO-FILE
                   INVALID KEY
                       PERFORM INCLUI-EMPRESA
                   NOT INVALID KEY
                       PERFORM ALTERA-EMPRESA
               END-READ
           END-IF.

       INCLUI-EMPRESA.
           MOVE 'S' TO WRK-CADASTRO-OK
           INITIALIZE EMPRESA-ESTAGIO-RECORD
           MOVE WRK-EMPRESA TO EE-CODIGO
           DISPLAY 'RAZAO SOCIAL:'
           ACCEPT EE-RAZAO-SOCIAL
           MOVE FUNCTION UPPER-CASE(EE-RAZAO-SOCIAL) TO EE-RAZAO-SOCIAL
           IF EE-RAZAO-SOCIAL = SPACES
               DISPLAY 'RAZAO SOCIAL OBRIGATORIA.'
               MOVE 'N' TO WRK-CADASTRO-OK
           END-IF
           IF CADASTRO-VALIDO
               DISPLAY 'CNPJ (14 DIGITOS):'
               ACCEPT WRK-CNPJ
               IF WRK-CNPJ IS NUMERIC
                   MOVE WRK-CNPJ TO EE-CNPJ
               ELSE
                   DISPLAY 'CNPJ INVALIDO.'
                   MOVE 'N' TO WRK-CADASTRO-OK
               END-IF
           END-IF
           IF CADASTRO-VALIDO
               DISPLAY 'CONTATO NA EMPRESA:'
               ACCEPT EE-CONTATO
               MOVE FUNCTION UPPER-CASE(EE-CONTATO) TO EE-CONTATO
               DISPLAY 'TELEFONE:'
               ACCEPT EE-TELEFONE
               PERFORM SOLICITA-CONVENIO
           END-IF
           IF CADASTRO-VALIDO
               MOVE 'A' TO EE-SITUACAO
               MOVE WRK-CD-DATA TO EE-DATA-ALTERACAO
               MOVE WRK-USUARIO TO EE-USUARIO
               WRITE EMPRESA-ESTAGIO-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO INCLUIR A EMPRESA.'
                   NOT INVALID KEY
                       DISPLAY 'EMPRESA INCLUIDA: ' EE-CODIGO
               END-WRITE
           ELSE
               DISPLAY 'EMPRESA NAO INCLUIDA.'
           END-IF.

       ALTERA-EMPRESA.
           MOVE 'S' TO WRK-CADASTRO-OK
           PERFORM EXIBE-EMPRESA
           DISPLAY 'NOVA RAZAO SOCIAL (EM BRANCO = MANTEM):'
           ACCEPT WRK-TEXTO
           IF WRK-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WRK-TEXTO) TO EE-RAZAO-SOCIAL
           END-IF
           DISPLAY 'NOVO CONTATO (EM BRANCO = MANTEM):'
           ACCEPT WRK-TEXTO
           IF WRK-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WRK-TEXTO) TO EE-CONTATO
           END-IF
           DISPLAY 'NOVO TELEFONE (EM BRANCO = MANTEM):'
           ACCEPT WRK-TEXTO
           IF WRK-TEXTO NOT = SPACES
               MOVE WRK-TEXTO TO EE-TELEFONE
           END-IF
           DISPLAY 'RENOVAR O CONVENIO (S/N)?'
           ACCEPT WRK-RESPOSTA
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               PERFORM SOLICITA-CONVENIO
           END-IF
           DISPLAY 'SITUACAO (A/I, EM BRANCO = MANTEM):'
           ACCEPT WRK-RESPOSTA
           MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA) TO WRK-RESPOSTA
           IF WRK-RESPOSTA = 'A' OR WRK-RESPOSTA = 'I'
               MOVE WRK-RESPOSTA TO EE-SITUACAO
           END-IF
           IF CADASTRO-VALIDO
               MOVE WRK-CD-DATA TO EE-DATA-ALTERACAO
               MOVE WRK-USUARIO TO EE-USUARIO
               REWRITE EMPRESA-ESTAGIO-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO ALTERAR A EMPRESA.'
                   NOT INVALID KEY
                       DISPLAY 'EMPRESA ALTERADA: ' EE-CODIGO
               END-REWRITE
           ELSE
               DISPLAY 'EMPRESA NAO ALTERADA.'
           END-IF.

       EXIBE-EMPRESA.
           DISPLAY 'EMPRESA ' EE-CODIGO ' ' EE-RAZAO-SOCIAL
           DISPLAY 'CNPJ ' EE-CNPJ '  CONTATO ' EE-CONTATO
               ' ' EE-TELEFONE
           DISPLAY 'CONVENIO ' EE-CONVENIO ' DE ' EE-CONVENIO-INICIO
               ' A ' EE-CONVENIO-FIM '  SITUACAO ' EE-SITUACAO
               ' (A=ATIVA I=INATIVA)'.

      ******************************************************************
      * SOLICITA-CONVENIO - Numero e periodo de validade do convenio;
      * o vencimento precisa ser posterior ao inicio.
      ******************************************************************
       SOLICITA-CONVENIO.
           DISPLAY 'NUMERO DO CONVENIO:'
           ACCEPT WRK-TEXTO
           MOVE FUNCTION UPPER-CASE(WRK-TEXTO) TO WRK-TEXTO
           IF WRK-TEXTO = SPACES
               DISPLAY 'NUMERO DO CONVENIO OBRIGATORIO.'
               MOVE 'N' TO WRK-CADASTRO-OK
           END-IF
           IF CADASTRO-VALIDO
               DISPLAY 'INICIO DO CONVENIO (AAAAMMDD):'
               PERFORM SOLICITA-DATA
               MOVE WRK-DATA-ED TO WRK-DATA-INICIO
           END-IF
           IF CADASTRO-VALIDO
               DISPLAY 'VENCIMENTO DO CONVENIO (AAAAMMDD):'
               PERFORM SOLICITA-DATA
               MOVE WRK-DATA-ED TO WRK-DATA-FIM
           END-IF
           IF CADASTRO-VALIDO
               IF WRK-DATA-FIM NOT > WRK-DATA-INICIO
                   DISPLAY 'VENCIMENTO DEVE SER POSTERIOR AO INICIO.'
                   MOVE 'N' TO WRK-CADASTRO-OK
               ELSE
                   MOVE WRK-TEXTO(1:10) TO EE-CONVENIO
                   MOVE WRK-DATA-INICIO TO EE-CONVENIO-INICIO
                   MOVE WRK-DATA-FIM    TO EE-CONVENIO-FIM
               END-IF
           END-IF.

      ******************************************************************
      * SOLICITA-DATA - Data em AAAAMMDD, conferida pelo subprograma
      * comum de datas; data invalida recusa o cadastro.
      ******************************************************************
       SOLICITA-DATA.
           ACCEPT WRK-DATA-ED
           MOVE 1 TO DP-OPERACAO
           MOVE WRK-DATA-ED TO DP-DATA-1
           CALL 'PROG104' USING DATA-PARAMETROS
           IF DP-VALIDA NOT = 'S'
               DISPLAY 'DATA INVALIDA.'
               MOVE 'N' TO WRK-CADASTRO-OK
           END-IF.

      ******************************************************************
      * LISTA-EMPRESAS - Empresas concedentes em ordem de codigo, com
      * o vencimento do convenio; convenio ja vencido sai marcado.
      ******************************************************************
       LISTA-EMPRESAS.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO EE-CODIGO
           START EMPRESA-ESTAGIO-FILE KEY IS NOT LESS THAN EE-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
                   DISPLAY 'NENHUMA EMPRESA CADASTRADA.'
           END-START
           PERFORM UNTIL FIM-ARQ
               READ EMPRESA-ESTAGIO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
                   NOT AT END
                       MOVE SPACES TO WRK-MARCA
                       IF EE-CONVENIO-FIM < WRK-CD-DATA
                           MOVE 'VENCIDO' TO WRK-MARCA
                       END-IF
                       DISPLAY EE-CODIGO ' ' EE-RAZAO-SOCIAL(1:30)
                           ' ' EE-CONVENIO-FIM ' ' EE-SITUACAO
                           ' ' WRK-MARCA
               END-READ
           END-PERFORM.

      ******************************************************************
      * INCLUI-ESTAGIO - Registra o estagio do aluno com o proximo
      * sequencial dele. Qualquer campo recusado cancela a inclusao.
      ******************************************************************
       INCLUI-ESTAGIO.
           MOVE 'S' TO WRK-CADASTRO-OK
           PERFORM SOLICITA-ALUNO
           IF CADASTRO-VALIDO
               PERFORM SOLICITA-EMPRESA
           END-IF
           IF CADASTRO-VALIDO
               DISPLAY 'SUPERVISOR NA EMPRESA:'
               ACCEPT WRK-SUPERVISOR
               MOVE FUNCTION UPPER-CASE(WRK-SUPERVISOR)
                   TO WRK-SUPERVISOR
               IF WRK-SUPERVISOR = SPACES
                   DISPLAY 'SUPERVISOR OBRIGATORIO.'
                   MOVE 'N' TO WRK-CADASTRO-OK
               END-IF
           END-IF
           IF CADASTRO-VALIDO
               DISPLAY 'CODIGO DO ORIENTADOR ACADEMICO (INSTRUTOR):'
               ACCEPT WRK-ORIENTADOR
               PERFORM CONFERE-ORIENTADOR
           END-IF
           IF CADASTRO-VALIDO
               DISPLAY 'INICIO DO ESTAGIO (AAAAMMDD):'
               PERFORM SOLICITA-DATA
               MOVE WRK-DATA-ED TO WRK-DATA-INICIO
           END-IF
           IF CADASTRO-VALIDO
               DISPLAY 'TERMINO PREVISTO (AAAAMMDD):'
               PERFORM SOLICITA-DATA
               MOVE WRK-DATA-ED TO WRK-DATA-FIM
           END-IF
           IF CADASTRO-VALIDO
               PERFORM CONFERE-PERIODO
           END-IF
           IF CADASTRO-VALIDO
               DISPLAY 'CARGA HORARIA DO TERMO DE COMPROMISSO (HORAS):'
               PERFORM SOLICITA-HORAS
               IF WRK-HORAS = 0
                   DISPLAY 'CARGA HORARIA INVALIDA.'
                   MOVE 'N' TO WRK-CADASTRO-OK
               END-IF
           END-IF
           IF CADASTRO-VALIDO
               PERFORM PROXIMA-SEQUENCIA
               IF WRK-QTD-ANDAMENTO > 0
                   DISPLAY 'ATENCAO: O ALUNO JA TEM ' WRK-QTD-ANDAMENTO
                       ' ESTAGIO(S) EM ANDAMENTO.'
               END-IF
               INITIALIZE ESTAGIO-RECORD
               MOVE WRK-ALUNO-ID    TO ES-ALUNO-ID
               MOVE WRK-SEQUENCIA   TO ES-SEQUENCIA
               MOVE EE-CODIGO       TO ES-EMPRESA
               MOVE WRK-SUPERVISOR  TO ES-SUPERVISOR
               MOVE WRK-ORIENTADOR  TO ES-ORIENTADOR
               MOVE WRK-DATA-INICIO TO ES-DATA-INICIO
               MOVE WRK-DATA-FIM    TO ES-DATA-FIM
               MOVE WRK-HORAS       TO ES-HORAS-EXIGIDAS
               MOVE 0               TO ES-HORAS-APROVADAS
               MOVE 'A'             TO ES-SITUACAO
               MOVE WRK-CD-DATA     TO ES-DATA-REGISTRO
               MOVE WRK-USUARIO     TO ES-USUARIO
               WRITE ESTAGIO-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO INCLUIR O ESTAGIO.'
                   NOT INVALID KEY
                       DISPLAY 'ESTAGIO INCLUIDO: ' ES-ALUNO-ID
                           ' SEQUENCIA ' ES-SEQUENCIA
               END-WRITE
           ELSE
               DISPLAY 'ESTAGIO NAO INCLUIDO.'
           END-IF.

       SOLICITA-ALUNO.
           DISPLAY 'MATRICULA DO ALUNO:'
           ACCEPT WRK-ALUNO-ID
           OPEN INPUT ALUNO-MASTER-FILE
           IF WRK-FS-ALUNO = '35'
               DISPLAY 'ARQUIVO ALUNO-MASTER VAZIO OU INEXISTENTE.'
               MOVE 'N' TO WRK-CADASTRO-OK
           ELSE
               MOVE WRK-ALUNO-ID TO ALUNO-ID
               READ ALUNO-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'ALUNO NAO CADASTRADO.'
                       MOVE 'N' TO WRK-CADASTRO-OK
                   NOT INVALID KEY
                       IF ALUNO-ATIVO
                           DISPLAY 'ALUNO: ' ALUNO-NOME
                       ELSE
                           DISPLAY 'ALUNO INATIVO.'
                           MOVE 'N' TO WRK-CADASTRO-OK
                       END-IF
               END-READ
               CLOSE ALUNO-MASTER-FILE
           END-IF.

      ******************************************************************
      * SOLICITA-EMPRESA - A empresa do estagio precisa estar ativa e
      * com o convenio vigente na data de hoje.
      ******************************************************************
       SOLICITA-EMPRESA.
           DISPLAY 'CODIGO DA EMPRESA CONCEDENTE:'
           ACCEPT WRK-EMPRESA
           MOVE FUNCTION UPPER-CASE(WRK-EMPRESA) TO WRK-EMPRESA
           MOVE WRK-EMPRESA TO EE-CODIGO
           READ EMPRESA-ESTAGIO-FILE
               INVALID KEY
                   DISPLAY 'EMPRESA NAO CADASTRADA (OPCAO 1).'
                   MOVE 'N' TO WRK-CADASTRO-OK
               NOT INVALID KEY
                   IF EE-INATIVA
                       DISPLAY 'EMPRESA INATIVA.'
                       MOVE 'N' TO WRK-CADASTRO-OK
                   ELSE
                       IF EE-CONVENIO-FIM < WRK-CD-DATA
                           DISPLAY 'CONVENIO DA EMPRESA VENCIDO EM '
                               EE-CONVENIO-FIM ' - RENOVAR (OPCAO 1).'
                           MOVE 'N' TO WRK-CADASTRO-OK
                       ELSE
                           DISPLAY 'EMPRESA: ' EE-RAZAO-SOCIAL
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * CONFERE-ORIENTADOR - O orientador academico e um instrutor
      * ativo do mestre de instrutores; e ele quem aprova as horas.
      ******************************************************************
       CONFERE-ORIENTADOR.
           MOVE FUNCTION UPPER-CASE(WRK-ORIENTADOR) TO WRK-ORIENTADOR
           OPEN INPUT INSTRUTOR-FILE
           IF WRK-FS-INSTR = '35'
               DISPLAY 'MESTRE DE INSTRUTORES NAO IMPLANTADO.'
               MOVE 'N' TO WRK-CADASTRO-OK
           ELSE
               MOVE WRK-ORIENTADOR TO IN-CODIGO
               READ INSTRUTOR-FILE
                   INVALID KEY
                       DISPLAY 'INSTRUTOR NAO CADASTRADO.'
                       MOVE 'N' TO WRK-CADASTRO-OK
                   NOT INVALID KEY
                       IF IN-INSTR-ATIVO
                           DISPLAY 'ORIENTADOR: ' IN-NOME
                       ELSE
                           DISPLAY 'INSTRUTOR INATIVO.'
                           MOVE 'N' TO WRK-CADASTRO-OK
                       END-IF
               END-READ
               CLOSE INSTRUTOR-FILE
           END-IF.

      ******************************************************************
      * CONFERE-PERIODO - O termino precisa ser posterior ao inicio;
      * termino depois do vencimento do convenio da empresa e aceito
      * com aviso, para a renovacao do convenio.
      ******************************************************************
       CONFERE-PERIODO.
           IF WRK-DATA-FIM NOT > WRK-DATA-INICIO
               DISPLAY 'TERMINO DEVE SER POSTERIOR AO INICIO.'
               MOVE 'N' TO WRK-CADASTRO-OK
           ELSE
               IF WRK-DATA-FIM > EE-CONVENIO-FIM
                   DISPLAY 'ATENCAO: TERMINO DEPOIS DO VENCIMENTO DO '
                       'CONVENIO (' EE-CONVENIO-FIM ') - RENOVAR O '
                       'CONVENIO.'
               END-IF
           END-IF.

       SOLICITA-HORAS.
           MOVE 0 TO WRK-HORAS
           ACCEPT WRK-NUM-ED
           IF WRK-NUM-ED NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WRK-NUM-ED) = 0
                   IF FUNCTION NUMVAL(WRK-NUM-ED) > 0
                       AND FUNCTION NUMVAL(WRK-NUM-ED) < 10000
                       COMPUTE WRK-HORAS = FUNCTION NUMVAL(WRK-NUM-ED)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * PROXIMA-SEQUENCIA - Percorre os estagios do aluno: o novo
      * recebe o sequencial seguinte ao ultimo, e os que estao em
      * andamento sao contados para o aviso.
      ******************************************************************
       PROXIMA-SEQUENCIA.
           MOVE 0 TO WRK-SEQUENCIA
           MOVE 0 TO WRK-QTD-ANDAMENTO
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE WRK-ALUNO-ID TO ES-ALUNO-ID
           MOVE 0 TO ES-SEQUENCIA
           START ESTAGIO-FILE KEY IS NOT LESS THAN ES-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ ESTAGIO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
                   NOT AT END
                       IF ES-ALUNO-ID NOT = WRK-ALUNO-ID
                           MOVE 'S' TO WRK-FIM-ARQ
                       ELSE
                           MOVE ES-SEQUENCIA TO WRK-SEQUENCIA
                           IF ES-EM-ANDAMENTO
                               ADD 1 TO WRK-QTD-ANDAMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WRK-SEQUENCIA.

      ******************************************************************
      * ALTERA-ESTAGIO - Lista os estagios do aluno e altera o
      * escolhido: supervisor, orientador, termino, carga horaria e
      * situacao (concluido ou cancelado encerra o estagio; as horas
      * ja aprovadas continuam valendo para a formatura).
      ******************************************************************
       ALTERA-ESTAGIO.
           MOVE 'S' TO WRK-CADASTRO-OK
           DISPLAY 'MATRICULA DO ALUNO:'
           ACCEPT WRK-ALUNO-ID
           PERFORM LISTA-ESTAGIOS-ALUNO
           IF WRK-QTD-ESTAGIOS = 0
               DISPLAY 'NENHUM ESTAGIO CADASTRADO PARA O ALUNO.'
           ELSE
               DISPLAY 'SEQUENCIA DO ESTAGIO:'
               ACCEPT WRK-NUM-ED
               MOVE WRK-ALUNO-ID TO ES-ALUNO-ID
               MOVE 0 TO ES-SEQUENCIA
               IF FUNCTION TEST-NUMVAL(WRK-NUM-ED) = 0
                   AND FUNCTION NUMVAL(WRK-NUM-ED) < 100
                   COMPUTE ES-SEQUENCIA = FUNCTION NUMVAL(WRK-NUM-ED)
               END-IF
               READ ESTAGIO-FILE
                   INVALID KEY
                       DISPLAY 'ESTAGIO NAO ENCONTRADO.'
                   NOT INVALID KEY
                       PERFORM ALTERA-DADOS-ESTAGIO
               END-READ
           END-IF.

       ALTERA-DADOS-ESTAGIO.
           MOVE ES-ORIENTADOR TO WRK-ORIENTADOR
           DISPLAY 'NOVO SUPERVISOR (EM BRANCO = MANTEM):'
           ACCEPT WRK-TEXTO
           IF WRK-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WRK-TEXTO) TO ES-SUPERVISOR
           END-IF
           DISPLAY 'NOVO ORIENTADOR (EM BRANCO = MANTEM):'
           ACCEPT WRK-TEXTO
           IF WRK-TEXTO NOT = SPACES
               MOVE WRK-TEXTO(1:6) TO WRK-ORIENTADOR
               PERFORM CONFERE-ORIENTADOR
           END-IF
           IF CADASTRO-VALIDO
               MOVE WRK-ORIENTADOR TO ES-ORIENTADOR
               DISPLAY 'NOVO TERMINO AAAAMMDD (EM BRANCO = MANTEM):'
               ACCEPT WRK-DATA-ED
               IF WRK-DATA-ED NOT = SPACES
                   PERFORM CONFERE-NOVO-TERMINO
               END-IF
           END-IF
           IF CADASTRO-VALIDO
               DISPLAY 'NOVA CARGA HORARIA (EM BRANCO = MANTEM):'
               PERFORM SOLICITA-HORAS
               IF WRK-HORAS > 0
                   MOVE WRK-HORAS TO ES-HORAS-EXIGIDAS
               END-IF
               DISPLAY 'SITUACAO (A=EM ANDAMENTO C=CONCLUIDO '
                   'X=CANCELADO, EM BRANCO = MANTEM):'
               ACCEPT WRK-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA) TO WRK-RESPOSTA
               IF WRK-RESPOSTA = 'A' OR WRK-RESPOSTA = 'C'
                   OR WRK-RESPOSTA = 'X'
                   MOVE WRK-RESPOSTA TO ES-SITUACAO
               END-IF
               MOVE WRK-USUARIO TO ES-USUARIO
               REWRITE ESTAGIO-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO ALTERAR O ESTAGIO.'
                   NOT INVALID KEY
                       DISPLAY 'ESTAGIO ALTERADO: ' ES-ALUNO-ID
                           ' SEQUENCIA ' ES-SEQUENCIA
               END-REWRITE
           ELSE
               DISPLAY 'ESTAGIO NAO ALTERADO.'
           END-IF.

      ******************************************************************
      * CONFERE-NOVO-TERMINO - Termino prorrogado ou antecipado: data
      * valida e posterior ao inicio; depois do vencimento do
      * convenio da empresa, so com aviso.
      ******************************************************************
       CONFERE-NOVO-TERMINO.
           MOVE 1 TO DP-OPERACAO
           MOVE WRK-DATA-ED TO DP-DATA-1
           CALL 'PROG104' USING DATA-PARAMETROS
           IF DP-VALIDA NOT = 'S'
               DISPLAY 'DATA INVALIDA.'
               MOVE 'N' TO WRK-CADASTRO-OK
           ELSE
               MOVE ES-EMPRESA TO EE-CODIGO
               READ EMPRESA-ESTAGIO-FILE
                   INVALID KEY
                       MOVE HIGH-VALUES TO EE-CONVENIO-FIM
               END-READ
               MOVE ES-DATA-INICIO TO WRK-DATA-INICIO
               MOVE WRK-DATA-ED TO WRK-DATA-FIM
               PERFORM CONFERE-PERIODO
               IF CADASTRO-VALIDO
                   MOVE WRK-DATA-FIM TO ES-DATA-FIM
               END-IF
           END-IF.

      ******************************************************************
      * LISTA-ESTAGIOS-ALUNO - Mostra os estagios do aluno com a
      * carga do termo e as horas ja aprovadas.
      ******************************************************************
       LISTA-ESTAGIOS-ALUNO.
           MOVE 0 TO WRK-QTD-ESTAGIOS
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE WRK-ALUNO-ID TO ES-ALUNO-ID
           MOVE 0 TO ES-SEQUENCIA
           START ESTAGIO-FILE KEY IS NOT LESS THAN ES-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ ESTAGIO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
                   NOT AT END
                       IF ES-ALUNO-ID NOT = WRK-ALUNO-ID
                           MOVE 'S' TO WRK-FIM-ARQ
                       ELSE
                           ADD 1 TO WRK-QTD-ESTAGIOS
                           MOVE ES-HORAS-EXIGIDAS TO WRK-HORAS-SAI
                           MOVE ES-HORAS-APROVADAS TO WRK-APROV-SAI
                           DISPLAY ES-SEQUENCIA ' ' ES-EMPRESA ' '
                               ES-DATA-INICIO ' A ' ES-DATA-FIM
                               ' ORIENT ' ES-ORIENTADOR
                               ' HORAS ' WRK-APROV-SAI '/'
                               WRK-HORAS-SAI ' ' ES-SITUACAO
                       END-IF
               END-READ
           END-PERFORM.
       END PROGRAM PROG179.
