      * nao podem ser reutilizadas. Perfis gravados antes da extensao
      * carregam a data de troca em branco e caem na troca forcada no
      * primeiro sign-on.
      ******************************************************************
      * A recertificacao trimestral de acessos (PROG145/PROG146) usa o
      * coordenador responsavel pelo usuario, que confirma ou revoga
      * o acesso na folha de recertificacao, o motivo da inativacao
      * (tentativas erradas, dormencia ou revogacao - so a primeira
      * se desfaz pelo desbloqueio do menu principal) e a data e o
      * coordenador da ultima recertificacao. Perfis gravados antes
      * desta extensao carregam esses campos em branco e caem na folha
      * dos usuarios sem coordenador responsavel.
      ******************************************************************
      * O nivel 4 e o instrutor: no menu principal alcanca so as
      * opcoes de operador mais a captura de notas (PROG03) e a de
      * frequencia (PROG19), e nelas so as turmas cujo TU-INSTR-COD e
      * o UP-INSTR-COD do perfil - o codigo do instrutor no mestre de
      * instrutores (INSTRMST). Nos demais niveis o campo fica em
      * branco, como nos perfis gravados antes desta extensao.
       01 USUARIO-PERFIL-RECORD.
          05 UP-USUARIO         PIC X(08).
          05 UP-SENHA           PIC X(08).
             88 UP-NIVEL-OPERADOR     VALUE 1.
             88 UP-NIVEL-SECRETARIA   VALUE 2.
             88 UP-NIVEL-COORDENADOR  VALUE 3.
             88 UP-NIVEL-INSTRUTOR    VALUE 4.
          05 UP-ATIVO           PIC X(01).
             88 UP-USUARIO-ATIVO      VALUE 'A'.
             88 UP-USUARIO-INATIVO    VALUE 'I'.
          05 UP-FALHAS          PIC 9(01).
          05 UP-SENHAS-ANTERIORES.
             10 UP-SENHA-ANT    PIC X(08) OCCURS 3 TIMES.
          05 UP-COORDENADOR     PIC X(08).
          05 UP-MOTIVO-INATIVO  PIC X(01).
             88 UP-BLOQUEIO-FALHAS    VALUE 'F'.
             88 UP-INATIVO-DORMENCIA  VALUE 'D'.
             88 UP-ACESSO-REVOGADO    VALUE 'R'.
          05 UP-DATA-RECERT     PIC X(08).
          05 UP-RECERTIFICADOR  PIC X(08).
          05 UP-INSTR-COD       PIC X(06).
      * UP-UNIDADE restringe o usuario a uma unidade (campus): no
      * cadastro de alunos (PROG01/PROG12), nas turmas e matriculas
      * (PROG26) e nas ordens de servico (PROG62) ele so enxerga e
      * grava registros da sua unidade. Em branco, o usuario atende
      * todas as unidades (administracao central, perfis antigos).
          05 UP-UNIDADE         PIC X(04).
