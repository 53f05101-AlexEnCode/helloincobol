       FILE SECTION.

       FD  F-HISTORIQUE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  HISTORIQUE-REC.
               10 HST-IMG-SALAIRE       PIC 9(5).
               10 HST-IMG-DATE-EMB      PIC 9(8).
           05 FILLER                PIC X(3).
           05 HST-DATE-SAISIE       PIC X(8).
           05 HST-SALAIRE-AVANT     PIC X(5).
           05 FILLER                PIC X(7).

       WORKING-STORAGE SECTION.

           EXIT.

      ******************************************************************
      *l'historique est en ajout chronologique de saisie, mais une
      *modification peut etre retroactive : l'image retenue est celle
      *de plus grande date d'effet ne depassant pas la date demandee,
      *la derniere saisie l'emportant a date d'effet egale
       CHERCHER-SITUATION.

           MOVE "N" TO WS-RETENUE-TROUVEE.
                       IF HST-NUMERO EQUAL WS-RECHERCHE
                           ADD 1 TO WS-LIGNES-MATRICULE
                           IF HST-DATE-EFFET NOT > WS-DATE-DEMANDEE
                               AND (WS-RETENUE-TROUVEE NOT EQUAL "Y"
                                   OR HST-DATE-EFFET NOT < WS-RET-DATE)
                               MOVE "Y" TO WS-RETENUE-TROUVEE
                               MOVE HST-DATE-EFFET TO WS-RET-DATE
                               MOVE HST-ACTION TO WS-RET-ACTION
