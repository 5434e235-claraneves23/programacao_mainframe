      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG150.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  MANUTENCAO CONTROLADA DOS ARQUIVOS DE PARAMETRO - ACABA A
      *  EDICAO DIRETA DO GRADEPRM, FATPARM, HONPARM, RETPARM,
      *  SEGPARM, ORCPARM E DEMAIS ARQUIVOS DA TABELA PARMDEF. SO
      *  COORDENADOR ATIVO NO USRPROF ENTRA. PARA O ARQUIVO ESCOLHIDO
      *  E A DATA DE VIGENCIA (HOJE OU FUTURA - NUNCA RETROATIVA), O
      *  PROGRAMA MOSTRA OS VALORES QUE ESTARAO EM VIGOR NAQUELA DATA,
      *  ACEITA CADA CAMPO COM A CONFERENCIA DE FAIXA E DE TIPO, E
      *  CONFERE AS REGRAS ENTRE CAMPOS (REPROVADO MAXIMO ABAIXO DA
      *  RECUPERACAO MAXIMA, PISO DO QUADRO DE HONRA ATE A MEDIA
      *  MINIMA, DATA DE INICIO DOS ENCARGOS QUANDO HA MULTA OU JUROS,
      *  TURNOS DE PROVA CRESCENTES). A ALTERACAO CONFIRMADA GRAVA NO
      *  PARMHIST O REGISTRO ANTES E DEPOIS E O AUDITLOG (PROG87); COM
      *  VIGENCIA HOJE O ARQUIVO VIVO E REGRAVADO NA HORA, COM
      *  VIGENCIA FUTURA FICA PROGRAMADA PARA O PROG151 APLICAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIO-PERFIL-FILE ASSIGN TO "USRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-USUARIO
               FILE STATUS IS WRK-FS-PERFIL.
           SELECT PARAMETRO-HISTORICO-FILE ASSIGN TO "PARMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CHAVE
               FILE STATUS IS WRK-FS-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-PERFIL-FILE.
           COPY USRPROF.
       FD  PARAMETRO-HISTORICO-FILE.
           COPY PARMHIST.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PERFIL     PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST       PIC X(02) VALUE SPACES.
       77 WRK-REVISOR       PIC X(08) VALUE SPACES.
       77 WRK-SENHA         PIC X(08) VALUE SPACES.
       77 WRK-AUTORIZADO    PIC X(01) VALUE 'N'.
           88 COORDENADOR-AUTORIZADO VALUE 'S'.
       77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77 WRK-FIM-HIST      PIC X(01) VALUE 'N'.
           88 FIM-HIST             VALUE 'S'.
       77 WRK-VIG-OK        PIC X(01) VALUE 'N'.
           88 VIGENCIA-VALIDA      VALUE 'S'.
       77 WRK-CAMPO-OK      PIC X(01) VALUE 'N'.
           88 CAMPO-VALIDO         VALUE 'S'.
       77 WRK-REGRAS-OK     PIC X(01) VALUE 'N'.
           88 REGRAS-VALIDAS       VALUE 'S'.
       77 WRK-OPCAO-ED      PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC 9(02) VALUE 0.
       77 WRK-AIDX          PIC 9(02) VALUE 0.
       77 WRK-CIDX          PIC 9(02) VALUE 0.
       77 WRK-TURNO         PIC 9(01) VALUE 0.
       77 WRK-POS           PIC 9(02) VALUE 0.
       77 WRK-POS-ANT       PIC 9(02) VALUE 0.
       77 WRK-ARQUIVO       PIC X(08) VALUE SPACES.
       77 WRK-VIGENCIA      PIC X(08) VALUE SPACES.
       77 WRK-IMAGEM-BASE   PIC X(40) VALUE SPACES.
       77 WRK-IMAGEM-NOVA   PIC X(40) VALUE SPACES.
       77 WRK-QTD-FUTURAS   PIC 9(03) VALUE 0.
       77 WRK-DATA-FUTURA   PIC X(08) VALUE SPACES.
       77 WRK-ENTRADA       PIC X(14) VALUE SPACES.
       77 WRK-CANDIDATO     PIC X(08) VALUE SPACES.
       77 WRK-VALOR-ENT     PIC S9(07)V9(04) VALUE 0.
       77 WRK-VALOR-DEC     PIC 9(07)V9(04) VALUE 0.
       77 WRK-CONFERE       PIC 9(07)V9(04) VALUE 0.
       77 WRK-BRUTO         PIC 9(09) VALUE 0.
       01 WRK-BRUTO-9       PIC 9(09) VALUE 0.
       01 WRK-BRUTO-X REDEFINES WRK-BRUTO-9 PIC X(09).
       77 WRK-VALOR-TXT     PIC X(14) VALUE SPACES.
       77 WRK-MIN-TXT       PIC X(14) VALUE SPACES.
       77 WRK-ED-0          PIC ZZZZZZ9.
       77 WRK-ED-1          PIC ZZZZZZ9.9.
       77 WRK-ED-2          PIC ZZZZZZ9.99.
       77 WRK-ED-4          PIC ZZZZZZ9.9999.
       77 WRK-QTD-ED        PIC ZZ9.
       01 WRK-DATA-ED.
          05 WRK-DE-DIA     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-MES     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-ANO     PIC X(04).
       77 WRK-DATA-TRAB     PIC X(08) VALUE SPACES.
       COPY PARMDEF.
       COPY PARMACC.
       COPY DATAPARM.
       COPY AUDPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'MANUTENCAO DOS ARQUIVOS DE PARAMETRO'
           PERFORM AUTENTICA-COORDENADOR
           IF NOT COORDENADOR-AUTORIZADO
               DISPLAY 'ACESSO NEGADO. A MANUTENCAO DE PARAMETROS '
                   'EXIGE COORDENADOR.'
           ELSE
               PERFORM MANTEM-PARAMETRO
                   UNTIL WRK-CONTINUA NOT = 'S' AND
                   WRK-CONTINUA NOT = 's'
           END-IF
           STOP RUN.

      ******************************************************************
      * AUTENTICA-COORDENADOR - Exige credencial de coordenador ativa
      * no USRPROF antes de abrir a manutencao.
      ******************************************************************
       AUTENTICA-COORDENADOR.
           MOVE 'N' TO WRK-AUTORIZADO
           OPEN INPUT USUARIO-PERFIL-FILE
           IF WRK-FS-PERFIL = '35'
               DISPLAY 'ARQUIVO DE PERFIS NAO IMPLANTADO. '
                   'MANUTENCAO BLOQUEADA.'
           ELSE
               DISPLAY 'USUARIO DO COORDENADOR:'
               ACCEPT WRK-REVISOR
               DISPLAY 'SENHA:'
               ACCEPT WRK-SENHA
               MOVE WRK-REVISOR TO UP-USUARIO
               READ USUARIO-PERFIL-FILE
                   INVALID KEY
                       DISPLAY 'USUARIO NAO ENCONTRADO.'
                   NOT INVALID KEY
                       IF UP-SENHA = WRK-SENHA
                           AND UP-USUARIO-ATIVO
                           AND UP-NIVEL-COORDENADOR
                           MOVE 'S' TO WRK-AUTORIZADO
                       ELSE
                           DISPLAY 'CREDENCIAL SEM NIVEL DE '
                               'COORDENADOR.'
                       END-IF
               END-READ
               CLOSE USUARIO-PERFIL-FILE
           END-IF.

      ******************************************************************
      * MANTEM-PARAMETRO - Um ciclo de manutencao: arquivo, vigencia,
      * campos, regras e gravacao da versao.
      ******************************************************************
       MANTEM-PARAMETRO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           PERFORM ESCOLHE-ARQUIVO
           IF WRK-AIDX > 0
               PERFORM ESCOLHE-VIGENCIA
           END-IF
           IF WRK-AIDX > 0 AND VIGENCIA-VALIDA
               PERFORM MONTA-BASE
               MOVE WRK-IMAGEM-BASE TO WRK-IMAGEM-NOVA
               PERFORM VARYING WRK-CIDX FROM 1 BY 1
                   UNTIL WRK-CIDX > PD-QTD-CAMPOS
                   IF PD-ARQUIVO(WRK-CIDX) = WRK-ARQUIVO
                       PERFORM EDITA-CAMPO
                   END-IF
               END-PERFORM
               PERFORM VALIDA-REGISTRO
               EVALUATE TRUE
                   WHEN NOT REGRAS-VALIDAS
                       DISPLAY 'ALTERACAO RECUSADA. NADA GRAVADO.'
                   WHEN WRK-IMAGEM-NOVA = WRK-IMAGEM-BASE
                       DISPLAY 'NENHUMA ALTERACAO. NADA GRAVADO.'
                   WHEN OTHER
                       DISPLAY 'CONFIRMA A ALTERACAO? (S/N)'
                       MOVE SPACES TO WRK-CONFIRMA
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                           PERFORM GRAVA-VERSAO
                       ELSE
                           DISPLAY 'ALTERACAO DESCARTADA.'
                       END-IF
               END-EVALUATE
           END-IF

           DISPLAY 'DESEJA MANTER OUTRO PARAMETRO? (S/N)'
           ACCEPT WRK-CONTINUA.

       ESCOLHE-ARQUIVO.
           MOVE 0 TO WRK-AIDX
           PERFORM VARYING WRK-OPCAO FROM 1 BY 1
               UNTIL WRK-OPCAO > PA-QTD-ARQUIVOS
               DISPLAY WRK-OPCAO ' - ' PA-NOME-ARQ(WRK-OPCAO) ' '
                   PA-DESCRICAO(WRK-OPCAO)
           END-PERFORM
           DISPLAY 'ARQUIVO DE PARAMETRO (NUMERO):'
           MOVE SPACES TO WRK-OPCAO-ED
           ACCEPT WRK-OPCAO-ED
           MOVE 0 TO WRK-OPCAO
           IF FUNCTION TEST-NUMVAL(WRK-OPCAO-ED) = 0
               COMPUTE WRK-OPCAO = FUNCTION NUMVAL(WRK-OPCAO-ED)
           END-IF
           IF WRK-OPCAO >= 1 AND WRK-OPCAO <= PA-QTD-ARQUIVOS
               MOVE WRK-OPCAO TO WRK-AIDX
               MOVE PA-NOME-ARQ(WRK-AIDX) TO WRK-ARQUIVO
           ELSE
               DISPLAY 'OPCAO INVALIDA.'
           END-IF.

      ******************************************************************
      * ESCOLHE-VIGENCIA - Data a partir da qual vale a alteracao: em
      * branco, hoje; nunca anterior a hoje.
      ******************************************************************
       ESCOLHE-VIGENCIA.
           MOVE 'N' TO WRK-VIG-OK
           DISPLAY 'VIGENCIA A PARTIR DE (AAAAMMDD, BRANCO = HOJE):'
           MOVE SPACES TO WRK-VIGENCIA
           ACCEPT WRK-VIGENCIA
           IF WRK-VIGENCIA = SPACES
               MOVE WRK-CD-DATA TO WRK-VIGENCIA
           END-IF
           MOVE 1            TO DP-OPERACAO
           MOVE WRK-VIGENCIA TO DP-DATA-1
           CALL 'PROG104' USING DATA-PARAMETROS
           IF DP-VALIDA = 'S' AND WRK-VIGENCIA >= WRK-CD-DATA
               MOVE 'S' TO WRK-VIG-OK
           ELSE
               DISPLAY 'VIGENCIA INVALIDA. A DATA NAO PODE SER '
                   'RETROATIVA.'
           END-IF.

      ******************************************************************
      * MONTA-BASE - Valores em vigor na data de vigencia: a ultima
      * versao do PARMHIST com vigencia ate ela ou, sem versao, o
      * arquivo vivo. Avisa das versoes programadas para depois, que
      * prevalecem sobre esta alteracao quando chegarem.
      ******************************************************************
       MONTA-BASE.
           MOVE 'L'         TO PX-OPERACAO
           MOVE WRK-ARQUIVO TO PX-ARQUIVO
           CALL 'PROG152' USING PARAMETRO-ACESSO
           MOVE PX-IMAGEM TO WRK-IMAGEM-BASE
           MOVE 0 TO WRK-QTD-FUTURAS
           MOVE SPACES TO WRK-DATA-FUTURA
           OPEN INPUT PARAMETRO-HISTORICO-FILE
           IF WRK-FS-HIST = '00'
               MOVE 'N' TO WRK-FIM-HIST
               MOVE LOW-VALUES  TO PH-CHAVE
               MOVE WRK-ARQUIVO TO PH-ARQUIVO
               START PARAMETRO-HISTORICO-FILE
                   KEY IS NOT LESS THAN PH-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-HIST
               END-START
               PERFORM UNTIL FIM-HIST
                   READ PARAMETRO-HISTORICO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-HIST
                   END-READ
                   IF NOT FIM-HIST
                       IF PH-ARQUIVO NOT = WRK-ARQUIVO
                           MOVE 'S' TO WRK-FIM-HIST
                       ELSE
                           IF PH-DATA-VIGENCIA <= WRK-VIGENCIA
                               MOVE PH-DEPOIS TO WRK-IMAGEM-BASE
                           ELSE
                               IF WRK-QTD-FUTURAS = 0
                                   MOVE PH-DATA-VIGENCIA
                                       TO WRK-DATA-FUTURA
                               END-IF
                               ADD 1 TO WRK-QTD-FUTURAS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PARAMETRO-HISTORICO-FILE
           END-IF
           MOVE WRK-VIGENCIA TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           DISPLAY 'VALORES DE ' WRK-ARQUIVO ' EM VIGOR EM '
               WRK-DATA-ED ':'
           IF WRK-QTD-FUTURAS > 0
               MOVE WRK-QTD-FUTURAS TO WRK-QTD-ED
               MOVE WRK-DATA-FUTURA TO WRK-DATA-TRAB
               PERFORM EDITA-DATA
               DISPLAY 'ATENCAO: ' WRK-QTD-ED ' ALTERACAO(OES) JA '
                   'PROGRAMADA(S) A PARTIR DE ' WRK-DATA-ED
               DISPLAY 'PREVALECE(M) SOBRE ESTA QUANDO ENTRAR(EM) '
                   'EM VIGOR.'
           END-IF.

      ******************************************************************
      * EDITA-CAMPO - Mostra o valor do campo e a faixa e aceita o
      * novo valor ate ele ser valido (branco mantem).
      ******************************************************************
       EDITA-CAMPO.
           MOVE WRK-IMAGEM-NOVA(PD-POS(WRK-CIDX):PD-TAM(WRK-CIDX))
               TO WRK-CANDIDATO
           PERFORM FORMATA-VALOR
           EVALUATE TRUE
               WHEN PD-NUMERICO(WRK-CIDX)
                   MOVE WRK-VALOR-TXT TO WRK-ENTRADA
                   MOVE PD-MIN(WRK-CIDX) TO WRK-BRUTO
                   PERFORM FORMATA-NUMERO
                   MOVE WRK-VALOR-TXT TO WRK-MIN-TXT
                   MOVE PD-MAX(WRK-CIDX) TO WRK-BRUTO
                   PERFORM FORMATA-NUMERO
                   DISPLAY PD-CAMPO(WRK-CIDX) ' ATUAL: ' WRK-ENTRADA
                       ' FAIXA: ' WRK-MIN-TXT ' A ' WRK-VALOR-TXT
               WHEN PD-DATA(WRK-CIDX)
                   DISPLAY PD-CAMPO(WRK-CIDX) ' ATUAL: ' WRK-VALOR-TXT
                       ' (AAAAMMDD)'
               WHEN PD-HORA(WRK-CIDX)
                   DISPLAY PD-CAMPO(WRK-CIDX) ' ATUAL: ' WRK-VALOR-TXT
                       ' (HHMM)'
               WHEN OTHER
                   DISPLAY PD-CAMPO(WRK-CIDX) ' ATUAL: ' WRK-VALOR-TXT
                       ' (HHMMSS)'
           END-EVALUATE
           MOVE 'N' TO WRK-CAMPO-OK
           PERFORM UNTIL CAMPO-VALIDO
               DISPLAY 'NOVO VALOR (BRANCO = MANTEM):'
               MOVE SPACES TO WRK-ENTRADA
               ACCEPT WRK-ENTRADA
               IF WRK-ENTRADA = SPACES
                   MOVE 'S' TO WRK-CAMPO-OK
               ELSE
                   PERFORM VALIDA-ENTRADA
               END-IF
           END-PERFORM.

      ******************************************************************
      * VALIDA-ENTRADA - Converte o valor digitado para o formato do
      * campo (numerico sem a virgula, com as casas do campo), confere
      * e, valido, coloca na nova imagem do registro.
      ******************************************************************
       VALIDA-ENTRADA.
           MOVE SPACES TO WRK-CANDIDATO
           IF PD-NUMERICO(WRK-CIDX)
               IF FUNCTION TEST-NUMVAL(WRK-ENTRADA) NOT = 0
                   DISPLAY 'VALOR INVALIDO. DIGITE SOMENTE NUMEROS.'
               ELSE
                   COMPUTE WRK-VALOR-ENT =
                       FUNCTION NUMVAL(WRK-ENTRADA)
                   PERFORM CONVERTE-NUMERO
               END-IF
           ELSE
               IF WRK-ENTRADA(PD-TAM(WRK-CIDX) + 1:) NOT = SPACES
                   DISPLAY 'VALOR INVALIDO PARA O CAMPO.'
               ELSE
                   MOVE WRK-ENTRADA(1:PD-TAM(WRK-CIDX))
                       TO WRK-CANDIDATO
                   PERFORM VALIDA-VALOR
                   IF CAMPO-VALIDO
                       MOVE WRK-CANDIDATO
                           TO WRK-IMAGEM-NOVA(PD-POS(WRK-CIDX):
                               PD-TAM(WRK-CIDX))
                   ELSE
                       DISPLAY 'VALOR INVALIDO PARA O CAMPO.'
                   END-IF
               END-IF
           END-IF.

       CONVERTE-NUMERO.
           IF WRK-VALOR-ENT < 0
               DISPLAY 'VALOR NEGATIVO NAO ADMITIDO.'
           ELSE
               MOVE WRK-VALOR-ENT TO WRK-VALOR-DEC
               COMPUTE WRK-BRUTO =
                   WRK-VALOR-DEC * 10 ** PD-DEC(WRK-CIDX)
               COMPUTE WRK-CONFERE =
                   WRK-BRUTO / 10 ** PD-DEC(WRK-CIDX)
               EVALUATE TRUE
                   WHEN WRK-CONFERE NOT = WRK-VALOR-DEC
                       DISPLAY 'CASAS DECIMAIS ALEM DO ADMITIDO '
                           'PELO CAMPO.'
                   WHEN WRK-BRUTO < PD-MIN(WRK-CIDX)
                       OR WRK-BRUTO > PD-MAX(WRK-CIDX)
                       DISPLAY 'VALOR FORA DA FAIXA ADMITIDA.'
                   WHEN OTHER
                       MOVE WRK-BRUTO TO WRK-BRUTO-9
                       MOVE WRK-BRUTO-X(10 - PD-TAM(WRK-CIDX):
                           PD-TAM(WRK-CIDX))
                           TO WRK-IMAGEM-NOVA(PD-POS(WRK-CIDX):
                               PD-TAM(WRK-CIDX))
                       MOVE 'S' TO WRK-CAMPO-OK
               END-EVALUATE
           END-IF.

      ******************************************************************
      * VALIDA-VALOR - Confere WRK-CANDIDATO contra o tipo e a faixa
      * do campo WRK-CIDX; data em branco e admitida.
      ******************************************************************
       VALIDA-VALOR.
           MOVE 'N' TO WRK-CAMPO-OK
           EVALUATE TRUE
               WHEN PD-NUMERICO(WRK-CIDX)
                   IF WRK-CANDIDATO(1:PD-TAM(WRK-CIDX)) IS NUMERIC
                       MOVE WRK-CANDIDATO(1:PD-TAM(WRK-CIDX))
                           TO WRK-BRUTO
                       IF WRK-BRUTO >= PD-MIN(WRK-CIDX)
                           AND WRK-BRUTO <= PD-MAX(WRK-CIDX)
                           MOVE 'S' TO WRK-CAMPO-OK
                       END-IF
                   END-IF
               WHEN PD-DATA(WRK-CIDX)
                   IF WRK-CANDIDATO = SPACES
                       MOVE 'S' TO WRK-CAMPO-OK
                   ELSE
                       MOVE 1             TO DP-OPERACAO
                       MOVE WRK-CANDIDATO TO DP-DATA-1
                       CALL 'PROG104' USING DATA-PARAMETROS
                       IF DP-VALIDA = 'S'
                           MOVE 'S' TO WRK-CAMPO-OK
                       END-IF
                   END-IF
               WHEN PD-HORA(WRK-CIDX)
                   IF WRK-CANDIDATO(1:4) IS NUMERIC
                       AND WRK-CANDIDATO(1:2) <= '23'
                       AND WRK-CANDIDATO(3:2) <= '59'
                       MOVE 'S' TO WRK-CAMPO-OK
                   END-IF
               WHEN PD-HORARIO(WRK-CIDX)
                   IF WRK-CANDIDATO(1:6) IS NUMERIC
                       AND WRK-CANDIDATO(1:2) <= '23'
                       AND WRK-CANDIDATO(3:2) <= '59'
                       AND WRK-CANDIDATO(5:2) <= '59'
                       MOVE 'S' TO WRK-CAMPO-OK
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * VALIDA-REGISTRO - Todo campo do registro novo precisa de valor
      * valido (arquivos antigos trazem campos em branco) e as regras
      * entre campos precisam fechar.
      ******************************************************************
       VALIDA-REGISTRO.
           MOVE 'S' TO WRK-REGRAS-OK
           PERFORM VARYING WRK-CIDX FROM 1 BY 1
               UNTIL WRK-CIDX > PD-QTD-CAMPOS
               IF PD-ARQUIVO(WRK-CIDX) = WRK-ARQUIVO
                   MOVE WRK-IMAGEM-NOVA(PD-POS(WRK-CIDX):
                       PD-TAM(WRK-CIDX)) TO WRK-CANDIDATO
                   PERFORM VALIDA-VALOR
                   IF NOT CAMPO-VALIDO
                       DISPLAY 'CAMPO ' PD-CAMPO(WRK-CIDX)
                           ' SEM VALOR VALIDO.'
                       MOVE 'N' TO WRK-REGRAS-OK
                   END-IF
               END-IF
           END-PERFORM
           IF REGRAS-VALIDAS
               PERFORM VALIDA-REGRAS-CRUZADAS
           END-IF.

       VALIDA-REGRAS-CRUZADAS.
           EVALUATE WRK-ARQUIVO
               WHEN 'GRADEPRM'
                   IF WRK-IMAGEM-NOVA(1:2) NOT < WRK-IMAGEM-NOVA(3:2)
                       DISPLAY 'GP-REPROVADO-MAX DEVE FICAR ABAIXO DE '
                           'GP-RECUPERACAO-MAX.'
                       MOVE 'N' TO WRK-REGRAS-OK
                   END-IF
               WHEN 'HONPARM'
                   IF WRK-IMAGEM-NOVA(5:4) > WRK-IMAGEM-NOVA(1:4)
                       DISPLAY 'HP-NOTA-PISO NAO PODE PASSAR DE '
                           'HP-MEDIA-MINIMA.'
                       MOVE 'N' TO WRK-REGRAS-OK
                   END-IF
               WHEN 'FATPARM'
                   IF (WRK-IMAGEM-NOVA(4:4) > '0000'
                       OR WRK-IMAGEM-NOVA(8:5) > '00000')
                       AND WRK-IMAGEM-NOVA(16:8) = SPACES
                       DISPLAY 'COM MULTA OU JUROS, FP-INICIO-ENCARGO '
                           'E OBRIGATORIA.'
                       MOVE 'N' TO WRK-REGRAS-OK
                   END-IF
               WHEN 'PROVPARM'
                   IF WRK-IMAGEM-NOVA(18:1) > WRK-IMAGEM-NOVA(1:1)
                       DISPLAY 'PV-LIMITE-DIA NAO PODE PASSAR DE '
                           'PV-TURNOS-DIA.'
                       MOVE 'N' TO WRK-REGRAS-OK
                   END-IF
                   MOVE WRK-IMAGEM-NOVA(1:1) TO WRK-TURNO
                   PERFORM VARYING WRK-OPCAO FROM 2 BY 1
                       UNTIL WRK-OPCAO > WRK-TURNO
                       COMPUTE WRK-POS = 2 + (WRK-OPCAO - 1) * 4
                       COMPUTE WRK-POS-ANT = WRK-POS - 4
                       IF WRK-IMAGEM-NOVA(WRK-POS:4)
                           NOT > WRK-IMAGEM-NOVA(WRK-POS-ANT:4)
                           DISPLAY 'OS HORARIOS DOS TURNOS EM USO '
                               'DEVEM SER CRESCENTES.'
                           MOVE 'N' TO WRK-REGRAS-OK
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * GRAVA-VERSAO - Grava a versao no PARMHIST (antes e depois) e,
      * com vigencia hoje, regrava o arquivo vivo; se a regravacao
      * falhar, a versao fica programada para o PROG151.
      ******************************************************************
       GRAVA-VERSAO.
           OPEN I-O PARAMETRO-HISTORICO-FILE
           IF WRK-FS-HIST = '35'
               CLOSE PARAMETRO-HISTORICO-FILE
               OPEN OUTPUT PARAMETRO-HISTORICO-FILE
               CLOSE PARAMETRO-HISTORICO-FILE
               OPEN I-O PARAMETRO-HISTORICO-FILE
           END-IF
           MOVE WRK-ARQUIVO     TO PH-ARQUIVO
           MOVE WRK-VIGENCIA    TO PH-DATA-VIGENCIA
           MOVE WRK-CD-DATA     TO PH-DATA-ALTERACAO
           MOVE WRK-CD-HORA     TO PH-HORA-ALTERACAO
           MOVE WRK-REVISOR     TO PH-USUARIO
           MOVE WRK-IMAGEM-BASE TO PH-ANTES
           MOVE WRK-IMAGEM-NOVA TO PH-DEPOIS
           IF WRK-VIGENCIA > WRK-CD-DATA
               MOVE 'P'    TO PH-SITUACAO
               MOVE SPACES TO PH-DATA-APLICACAO
           ELSE
               MOVE 'A'         TO PH-SITUACAO
               MOVE WRK-CD-DATA TO PH-DATA-APLICACAO
           END-IF
           WRITE PARAMETRO-HISTORICO-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR O HISTORICO. NADA '
                       'ALTERADO.'
               NOT INVALID KEY
                   PERFORM APLICA-VERSAO
           END-WRITE
           CLOSE PARAMETRO-HISTORICO-FILE.

       APLICA-VERSAO.
           IF PH-PROGRAMADA
               MOVE WRK-VIGENCIA TO WRK-DATA-TRAB
               PERFORM EDITA-DATA
               DISPLAY 'ALTERACAO PROGRAMADA PARA ' WRK-DATA-ED '.'
           ELSE
               MOVE 'G'             TO PX-OPERACAO
               MOVE WRK-ARQUIVO     TO PX-ARQUIVO
               MOVE WRK-IMAGEM-NOVA TO PX-IMAGEM
               CALL 'PROG152' USING PARAMETRO-ACESSO
               IF PX-STATUS = '0'
                   DISPLAY 'ALTERACAO APLICADA AO ' WRK-ARQUIVO '.'
               ELSE
                   MOVE 'P'    TO PH-SITUACAO
                   MOVE SPACES TO PH-DATA-APLICACAO
                   REWRITE PARAMETRO-HISTORICO-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   DISPLAY 'FALHA AO REGRAVAR O ' WRK-ARQUIVO
                       '. A ALTERACAO SERA APLICADA PELO PROG151.'
               END-IF
           END-IF
           MOVE WRK-REVISOR TO AD-USUARIO
           MOVE 'PROG150'   TO AD-PROGRAMA
           MOVE SPACES      TO AD-DADOS
           STRING 'PARM ' DELIMITED BY SIZE
               WRK-ARQUIVO DELIMITED BY SIZE
               ' VIG ' DELIMITED BY SIZE
               WRK-VIGENCIA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PH-SITUACAO DELIMITED BY SIZE
               INTO AD-DADOS
           CALL 'PROG87' USING AUDITORIA-PARAMETROS.

      ******************************************************************
      * FORMATA-VALOR - Valor de WRK-CANDIDATO para exibicao, com a
      * virgula decimal do campo WRK-CIDX.
      ******************************************************************
       FORMATA-VALOR.
           MOVE SPACES TO WRK-VALOR-TXT
           EVALUATE TRUE
               WHEN WRK-CANDIDATO(1:PD-TAM(WRK-CIDX)) = SPACES
                   MOVE '(SEM VALOR)' TO WRK-VALOR-TXT
               WHEN PD-NUMERICO(WRK-CIDX)
                   IF WRK-CANDIDATO(1:PD-TAM(WRK-CIDX)) IS NUMERIC
                       MOVE WRK-CANDIDATO(1:PD-TAM(WRK-CIDX))
                           TO WRK-BRUTO
                       PERFORM FORMATA-NUMERO
                   ELSE
                       MOVE '(INVALIDO)' TO WRK-VALOR-TXT
                   END-IF
               WHEN OTHER
                   MOVE WRK-CANDIDATO(1:PD-TAM(WRK-CIDX))
                       TO WRK-VALOR-TXT
           END-EVALUATE.

       FORMATA-NUMERO.
           COMPUTE WRK-VALOR-DEC = WRK-BRUTO / 10 ** PD-DEC(WRK-CIDX)
           EVALUATE PD-DEC(WRK-CIDX)
               WHEN 0
                   MOVE WRK-VALOR-DEC TO WRK-ED-0
                   MOVE WRK-ED-0 TO WRK-VALOR-TXT
               WHEN 1
                   MOVE WRK-VALOR-DEC TO WRK-ED-1
                   MOVE WRK-ED-1 TO WRK-VALOR-TXT
               WHEN 2
                   MOVE WRK-VALOR-DEC TO WRK-ED-2
                   MOVE WRK-ED-2 TO WRK-VALOR-TXT
               WHEN OTHER
                   MOVE WRK-VALOR-DEC TO WRK-ED-4
                   MOVE WRK-ED-4 TO WRK-VALOR-TXT
           END-EVALUATE.

       EDITA-DATA.
           MOVE WRK-DATA-TRAB(7:2) TO WRK-DE-DIA
           MOVE WRK-DATA-TRAB(5:2) TO WRK-DE-MES
           MOVE WRK-DATA-TRAB(1:4) TO WRK-DE-ANO.
       END PROGRAM PROG150.
