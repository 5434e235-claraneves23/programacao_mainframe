      ******************************************************************
      * PARMDEF - Tabelas dos arquivos de parametro controlados pela
      * manutencao de parametros (PROG150) e pela aplicacao e relatorio
      * de vigencia (PROG151): para cada arquivo, o nome (DD), o tamanho
      * do registro e a descricao; para cada campo, o arquivo, o nome,
      * a posicao e o tamanho no registro, as casas decimais, o tipo
      * (N numerico com faixa, D data AAAAMMDD ou branco, H hora HHMM,
      * T horario HHMMSS) e a faixa admitida, em unidades do campo sem
      * a virgula (PD-MIN/PD-MAX). Novo campo ou novo arquivo de
      * parametro entra aqui.
      ******************************************************************
       01 TABELA-PARM-ARQUIVOS.
          05 FILLER PIC X(40) VALUE
             'GRADEPRM07FAIXAS DE APROVACAO           '.
          05 FILLER PIC X(40) VALUE
             'FATPARM 23CICLO DE COBRANCA             '.
          05 FILLER PIC X(40) VALUE
             'HONPARM 08QUADRO DE HONRA               '.
          05 FILLER PIC X(40) VALUE
             'RETPARM 04RETENCAO DE INATIVOS          '.
          05 FILLER PIC X(40) VALUE
             'SEGPARM 06SEGURANCA DO SIGN-ON          '.
          05 FILLER PIC X(40) VALUE
             'ORCPARM 05MARGEM DOS ORCAMENTOS         '.
          05 FILLER PIC X(40) VALUE
             'RISCPARM11ALUNOS EM RISCO               '.
          05 FILLER PIC X(40) VALUE
             'JANPARM 12JANELA BATCH                  '.
          05 FILLER PIC X(40) VALUE
             'CONFPARM10CONFERENCIA DE NOTA FISCAL    '.
          05 FILLER PIC X(40) VALUE
             'AVFPARM 09AVALIACAO DE FORNECEDORES     '.
          05 FILLER PIC X(40) VALUE
             'PROVPARM18CALENDARIO DE PROVAS          '.
          05 FILLER PIC X(40) VALUE
             'AVISPARM04AVISOS ELETRONICOS            '.
       01 TABELA-PARM-ARQUIVOS-R REDEFINES TABELA-PARM-ARQUIVOS.
          05 PA-ENTRY OCCURS 12 TIMES.
             10 PA-NOME-ARQ     PIC X(08).
             10 PA-TAMANHO      PIC 9(02).
             10 PA-DESCRICAO    PIC X(30).
       01 TABELA-PARM-CAMPOS.
          05 FILLER PIC X(46) VALUE
             'GRADEPRMGP-REPROVADO-MAX  01020N00000000000009'.
          05 FILLER PIC X(46) VALUE
             'GRADEPRMGP-RECUPERACAO-MAX03020N00000010000009'.
          05 FILLER PIC X(46) VALUE
             'GRADEPRMGP-FREQ-MINIMA    05030N00000000000100'.
          05 FILLER PIC X(46) VALUE
             'FATPARM FP-DIAS-BLOQUEIO  01030N00000000000365'.
          05 FILLER PIC X(46) VALUE
             'FATPARM FP-MULTA-PCT      04042N00000000001000'.
          05 FILLER PIC X(46) VALUE
             'FATPARM FP-JUROS-DIA-PCT  08054N00000000010000'.
          05 FILLER PIC X(46) VALUE
             'FATPARM FP-PRAZO-ENCARGO  13030N00000010000090'.
          05 FILLER PIC X(46) VALUE
             'FATPARM FP-INICIO-ENCARGO 16080D00000000000000'.
          05 FILLER PIC X(46) VALUE
             'HONPARM HP-MEDIA-MINIMA   01042N00000000001000'.
          05 FILLER PIC X(46) VALUE
             'HONPARM HP-NOTA-PISO      05042N00000000001000'.
          05 FILLER PIC X(46) VALUE
             'RETPARM RP-DIAS-INATIVO   01040N00000300003650'.
          05 FILLER PIC X(46) VALUE
             'SEGPARM SG-DIAS-VALIDADE  01030N00000010000365'.
          05 FILLER PIC X(46) VALUE
             'SEGPARM SG-DIAS-DORMENCIA 04030N00000300000365'.
          05 FILLER PIC X(46) VALUE
             'ORCPARM OM-MARGEM-PCT     01052N00000000020000'.
          05 FILLER PIC X(46) VALUE
             'RISCPARMRQ-PCT-FALTAS     01030N00000010000100'.
          05 FILLER PIC X(46) VALUE
             'RISCPARMRQ-QTD-SIT        04020N00000010000020'.
          05 FILLER PIC X(46) VALUE
             'RISCPARMRQ-QUEDA-GPA      06032N00000010000400'.
          05 FILLER PIC X(46) VALUE
             'RISCPARMRQ-DIAS-ATRASO    09030N00000010000365'.
          05 FILLER PIC X(46) VALUE
             'JANPARM JP-HORA-LIMITE    01060T00000000000000'.
          05 FILLER PIC X(46) VALUE
             'JANPARM JP-PCT-DESVIO     07030N00000010000500'.
          05 FILLER PIC X(46) VALUE
             'JANPARM JP-NOITES-AVISO   10030N00000010000090'.
          05 FILLER PIC X(46) VALUE
             'CONFPARMCF-TOL-QTD-PCT    01052N00000000005000'.
          05 FILLER PIC X(46) VALUE
             'CONFPARMCF-TOL-PRECO-PCT  06052N00000000005000'.
          05 FILLER PIC X(46) VALUE
             'AVFPARM AF-PCT-PRAZO-MIN  01030N00000000000100'.
          05 FILLER PIC X(46) VALUE
             'AVFPARM AF-PCT-ATEND-MIN  04030N00000000000100'.
          05 FILLER PIC X(46) VALUE
             'AVFPARM AF-PCT-PRECO-MAX  07030N00000000000100'.
          05 FILLER PIC X(46) VALUE
             'PROVPARMPV-TURNOS-DIA     01010N00000010000004'.
          05 FILLER PIC X(46) VALUE
             'PROVPARMPV-HORA-TURNO(1)  02040H00000000000000'.
          05 FILLER PIC X(46) VALUE
             'PROVPARMPV-HORA-TURNO(2)  06040H00000000000000'.
          05 FILLER PIC X(46) VALUE
             'PROVPARMPV-HORA-TURNO(3)  10040H00000000000000'.
          05 FILLER PIC X(46) VALUE
             'PROVPARMPV-HORA-TURNO(4)  14040H00000000000000'.
          05 FILLER PIC X(46) VALUE
             'PROVPARMPV-LIMITE-DIA     18010N00000010000004'.
          05 FILLER PIC X(46) VALUE
             'AVISPARMAV-LIMITE-FALTAS  01020N00000010000020'.
          05 FILLER PIC X(46) VALUE
             'AVISPARMAV-DIAS-LEMBRETE  03020N00000000000030'.
       01 TABELA-PARM-CAMPOS-R REDEFINES TABELA-PARM-CAMPOS.
          05 PD-ENTRY OCCURS 34 TIMES.
             10 PD-ARQUIVO      PIC X(08).
             10 PD-CAMPO        PIC X(18).
             10 PD-POS          PIC 9(02).
             10 PD-TAM          PIC 9(02).
             10 PD-DEC          PIC 9(01).
             10 PD-TIPO         PIC X(01).
                88 PD-NUMERICO       VALUE 'N'.
                88 PD-DATA           VALUE 'D'.
                88 PD-HORA           VALUE 'H'.
                88 PD-HORARIO        VALUE 'T'.
             10 PD-MIN          PIC 9(07).
             10 PD-MAX          PIC 9(07).
       77 PA-QTD-ARQUIVOS    PIC 9(02) VALUE 12.
       77 PD-QTD-CAMPOS      PIC 9(02) VALUE 34.
