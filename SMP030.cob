       R1.
           MOVE SPACES TO LNK-BUSCA-CEP
           MOVE ZEROS  TO LNK-B-COD
           MOVE "SMP0030" TO LNK-B-PROGRAMA
           DISPLAY TELABUS.

       R2.
