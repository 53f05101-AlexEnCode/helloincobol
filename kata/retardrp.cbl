           05 PRG-PROMIS            PIC 9(14).
           05 PRG-STATUT            PIC X.
           05 PRG-NUMERO            PIC 9(6).
           05 PRG-REGLEMENT         PIC X.
           05 FILLER                PIC X(27).

       FD  F-ORDERS
           RECORD CONTAINS 100 CHARACTERS
                   NOT AT END
                       IF ORD-NUMERO NUMERIC
                           AND ORD-FLAG-ANNUL NOT EQUAL "A"
                           AND NOT ORD-EST-LIGNE
                           AND WS-JRN-NB < 2000
                           ADD 1 TO WS-JRN-NB
                           MOVE ORD-NUMERO
