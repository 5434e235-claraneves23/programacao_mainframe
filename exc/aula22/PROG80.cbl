      *  REGRAVA O HISTORICO-MASTER E MARCA O BOLETIM ARQUIVADO DO
      *  ALUNO COMO SUPERADO PARA QUE O PROG45 AVISE NA SEGUNDA VIA;
      *  A FICHA DO PROG18 JA SAI CORRIGIDA POR LER O MESTRE VIVO.
      *  LANCAMENTO DE APROVEITAMENTO DE ESTUDOS (HT-TIPO 'A') NAO SE
      *  RETIFICA AQUI: A NOTA E A DA INSTITUICAO DE ORIGEM, DECIDIDA
      *  NO PROG135. E TAMBEM O UNICO CAMINHO PARA A NOTA QUE SAIU EM
      *  ATA OFICIAL ASSINADA (HT-ATA, PROG137) - O NUMERO DA ATA E
      *  EXIBIDO ANTES DA RETIFICACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RETIFICA-NOTA - Localiza a nota consolidada pela chave
      * completa, mostra o valor vigente, captura a nota corrigida e
      * o motivo, grava o jornal antes/depois e so entao regrava o
      * historico e marca o boletim arquivado como superado. O
      * lancamento de aproveitamento de estudos e recusado.
      ******************************************************************
       RETIFICA-NOTA.
           MOVE 'N' TO WRK-ACHOU
                   MOVE 'S' TO WRK-ACHOU
           END-READ

           IF REGISTRO-ACHADO AND HT-APROVEITADA
               DISPLAY 'LANCAMENTO DE APROVEITAMENTO DE ESTUDOS - '
                   'TRATAR NO PROG135.'
               MOVE 'N' TO WRK-ACHOU
           END-IF

           IF REGISTRO-ACHADO
               MOVE HT-NOTA TO WRK-NOTA-ANTES
               MOVE HT-NOTA TO WRK-NOTA-SAI
               DISPLAY 'NOTA VIGENTE: ' WRK-NOTA-SAI
               IF HT-ATA NOT = SPACES
                   DISPLAY 'NOTA ASSINADA NA ATA OFICIAL ' HT-ATA
                       ' - A RETIFICACAO FICA NO JORNAL.'
               END-IF
               PERFORM ACEITA-NOTA-NOVA
               DISPLAY 'MOTIVO DA RETIFICACAO:'
               ACCEPT WRK-MOTIVO
