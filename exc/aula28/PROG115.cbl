           MOVE HI-NOME     TO HT-NOME
           MOVE HI-NOTA     TO HT-NOTA
           MOVE HI-DATA     TO HT-DATA
           MOVE 'C'         TO HT-TIPO
           MOVE SPACES      TO HT-ATA
           WRITE HISTORICO-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO CONVERTER O HISTORICO DE '
