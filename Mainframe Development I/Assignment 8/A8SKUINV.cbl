
       FD INVENTORY-MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.

           COPY INVMSTR.

