           05 CLO-FRAIS             PIC 9(5).
           05 CLO-CAISSE            PIC 9(7).
           05 CLO-HORS-FORMAT       PIC 9(5).
           05 CLO-BONS-VENDUS       PIC 9(5).
           05 CLO-BONS-RACHETES     PIC 9(5).
           05 FILLER                PIC X(1).

       FD  F-DECLARATION
           RECORD CONTAINS 132 CHARACTERS
