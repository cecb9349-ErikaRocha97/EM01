
       01 REG-FIX.
           02 COD-FIX        PIC 9(05).
           02 DADOS-FIX      PIC X(63).

       WORKING-STORAGE SECTION.

