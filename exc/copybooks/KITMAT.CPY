      ******************************************************************
      * KITMAT - Layout do arquivo de kits de material de laboratorio
      * (KIT-MATERIAL), chaveado pela materia do catalogo + material
      * do ESTOQUE-MATERIAL: a quantidade de cada material (chapas,
      * reagentes, consumiveis) que cada aluno matriculado consome na
      * materia, e o local de estoque de onde o kit sai (branco vale
      * o almoxarifado central, 'CENT'). Mantido junto com o catalogo
      * pelo PROG20; materia com kit cadastrado e materia de
      * laboratorio. A entrega e a devolucao dos kits passam pelo
      * subprograma PROG172, chamado pela entrega semestral (PROG173)
      * e pelo trancamento (PROG113).
      ******************************************************************
       01 KIT-MATERIAL-RECORD.
          05 KT-CHAVE.
             10 KT-MATERIA      PIC X(15).
             10 KT-MATERIAL     PIC X(06).
          05 KT-QTD-ALUNO       PIC 9(04)V99.
          05 KT-LOCAL           PIC X(04).
