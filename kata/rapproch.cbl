      *    STOCK-MOUVEMENTS.txt et les factures saisies dans           *
      *    FACTURES-FOURNISSEURS.txt sont cumules par ingredient et    *
      *    compares : ecarts de quantite, ecart du prix unitaire       *
      *    facture au cout de reference du maitre ingredients          *
      *    (INGREDIENTS.idx, tous les ingredients suivis), et bons de  *
      *    commande ouverts au-dela de l'age configurable              *
      *    PO-AGE-MAX-JOURS.                                           *
      *    On cesse ainsi de payer ce que MOULINS SA ou LAITERIE       *
      *    facturent sans contrepartie. Sortie dans                    *
      *    RAPPROCHEMENT-FACTURES.txt. Chaque ligne de facture est de  *
      *    plus recopiee dans FACTURES-RAPPROCHEES.txt (dessin         *
      *    FACTRAP), rapprochee si son ingredient est sans anomalie,   *
      *    en anomalie sinon : seules les rapprochees sont proposees   *
      *    au paiement par fourpaie.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapproch.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FACTURES.

           SELECT F-INGREDIENTS ASSIGN
           TO "INGREDIENTS.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ING-CODE
           FILE STATUS IS FS-INGREDIENTS.

           SELECT F-RAPPROCHEES ASSIGN
           TO "FACTURES-RAPPROCHEES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPROCHEES.

           SELECT F-RAPPORT ASSIGN
           TO "RAPPROCHEMENT-FACTURES.txt"
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       COPY FACTFOUR.

       FD  F-INGREDIENTS
           RECORD CONTAINS 80 CHARACTERS.

       COPY INGREDNT.

       FD  F-RAPPROCHEES
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       COPY FACTRAP.

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           88 FS-MOUVEMENTS-OK VALUE "00".
       01  FS-FACTURES PIC X(02).
           88 FS-FACTURES-OK VALUE "00".
       01  FS-INGREDIENTS PIC X(02).
           88 FS-INGREDIENTS-OK VALUE "00".
       01  FS-RAPPROCHEES PIC X(02).
           88 FS-RAPPROCHEES-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

       01  WS-PO-AGE-MAX            PIC 9(3) VALUE 7.

      *cumuls par ingredient : commande, recu, facture, cout de
      *reference du maitre ingredients
       01  WS-ING-TABLE.
           03 WS-ING-NB PIC 9(3) VALUE ZEROES.
           03 WS-ING-ENTREE OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-ING-NB
               INDEXED BY IDX-ING.
               05 WS-ING-NOM        PIC X(10).
               05 WS-ING-FACTURE    PIC 9(7).
               05 WS-ING-MONTANT    PIC 9(7)V99.
               05 WS-ING-COUT-REF   PIC 9(3)V99.
               05 WS-ING-ANOMALIE   PIC X.

      *bons de commande individuels, pour la liste des ouverts ages
       01  WS-PO-TABLE.
               05 WS-PO-INGREDIENT  PIC X(10).
               05 WS-PO-QUANTITE    PIC 9(5).

       01  WS-ING-CIBLE             PIC 9(3) VALUE ZEROES.
       01  WS-ING-COURANT           PIC X(10) VALUE SPACES.
       01  WS-QTE-LUE               PIC 9(5) VALUE ZEROES.
       01  WS-PRIX-UNITAIRE         PIC 9(3)V99 VALUE ZEROES.
       01  WS-PO-OUVERTS            PIC 9(3) VALUE ZEROES.
       01  WS-DATE-LIMITE           PIC 9(8) VALUE ZEROES.
       01  WS-RESTE-A-RECEVOIR      PIC S9(7) VALUE ZEROES.
       01  WS-NB-RAPPROCHEES        PIC 9(5) VALUE ZEROES.
       01  WS-NB-BLOQUEES           PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM CHARGER-FACTURES THRU CHARGER-FACTURES-EXIT.

           PERFORM ECRIRE-RAPPORT THRU ECRIRE-RAPPORT-EXIT.
           PERFORM ECRIRE-RAPPROCHEES THRU ECRIRE-RAPPROCHEES-EXIT.

           DISPLAY "Rapprochement : " WS-ANOMALIES " anomalie(s), "
               WS-PO-OUVERTS " bon(s) de commande age(s).".
           DISPLAY "Lignes de facture rapprochees : " WS-NB-RAPPROCHEES
               ", en anomalie : " WS-NB-BLOQUEES.

           IF WS-ANOMALIES > ZEROES OR WS-PO-OUVERTS > ZEROES
               MOVE 4 TO RETURN-CODE
                   SET WS-ING-CIBLE TO IDX-ING
               END-IF
           END-PERFORM.
           IF WS-ING-CIBLE EQUAL ZEROES AND WS-ING-NB < 500
               ADD 1 TO WS-ING-NB
               MOVE WS-ING-NB TO WS-ING-CIBLE
               MOVE WS-ING-COURANT TO WS-ING-NOM(WS-ING-CIBLE)
                   WS-ING-FACTURE(WS-ING-CIBLE)
                   WS-ING-MONTANT(WS-ING-CIBLE)
                   WS-ING-COUT-REF(WS-ING-CIBLE)
               MOVE "N" TO WS-ING-ANOMALIE(WS-ING-CIBLE)
           END-IF.

       CHERCHER-INGREDIENT-EXIT.
           EXIT.

      ******************************************************************
      *couts de reference du maitre ingredients, lu de cle en cle
       CHARGER-COUTS-REF.

           OPEN INPUT F-INGREDIENTS.
           IF NOT FS-INGREDIENTS-OK
               DISPLAY "Maitre INGREDIENTS.idx absent."
               GO TO CHARGER-COUTS-REF-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-INGREDIENTS NEXT
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       MOVE ING-CODE TO WS-ING-COURANT
                       PERFORM CHERCHER-INGREDIENT
                           THRU CHERCHER-INGREDIENT-EXIT
                       IF WS-ING-CIBLE > ZEROES
                           MOVE ING-COUT
                               TO WS-ING-COUT-REF(WS-ING-CIBLE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-INGREDIENTS.

       CHARGER-COUTS-REF-EXIT.
           EXIT.
      *quantite facturee au-dela du recu : on paierait du vent
           IF WS-ING-FACTURE(IDX-ING) > WS-ING-RECU(IDX-ING)
               ADD 1 TO WS-ANOMALIES
               MOVE "Y" TO WS-ING-ANOMALIE(IDX-ING)
               COMPUTE WS-ECART-QTE = WS-ING-FACTURE(IDX-ING)
                   - WS-ING-RECU(IDX-ING)
               MOVE WS-ECART-QTE TO WS-ECART-QTE-ED
                   AND WS-PRIX-UNITAIRE >
                       WS-ING-COUT-REF(IDX-ING)
                   ADD 1 TO WS-ANOMALIES
                   MOVE "Y" TO WS-ING-ANOMALIE(IDX-ING)
                   MOVE WS-PRIX-UNITAIRE TO WS-PRIX-UNITAIRE-ED
                   MOVE WS-ING-COUT-REF(IDX-ING) TO WS-COUT-REF-ED
                   MOVE SPACES TO WS-RAPPORT-LINE
       LISTER-PO-OUVERTS-EXIT.
           EXIT.
      ******************************************************************

      ******************************************************************
      *recopie de chaque ligne de facture avec le verdict de son
      *ingredient ; un ingredient hors table (table pleine) reste en
      *anomalie
       ECRIRE-RAPPROCHEES.

           OPEN INPUT F-FACTURES.
           IF NOT FS-FACTURES-OK
               GO TO ECRIRE-RAPPROCHEES-EXIT
           END-IF.
           OPEN OUTPUT F-RAPPROCHEES.
           IF NOT FS-RAPPROCHEES-OK
               DISPLAY "Erreur ouverture F-RAPPROCHEES : "
                   FS-RAPPROCHEES
               CLOSE F-FACTURES
               GO TO ECRIRE-RAPPROCHEES-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-FACTURES
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       MOVE SPACES TO FRP-REC
                       MOVE FACTURE-REC TO FRP-FACTURE
                       MOVE WS-AUJOURDHUI TO FRP-DATE
                       MOVE "A" TO FRP-STATUT
                       MOVE FAC-INGREDIENT TO WS-ING-COURANT
                       PERFORM CHERCHER-INGREDIENT
                           THRU CHERCHER-INGREDIENT-EXIT
                       IF WS-ING-CIBLE > ZEROES
                           IF WS-ING-ANOMALIE(WS-ING-CIBLE)
                               EQUAL "N"
                               MOVE "R" TO FRP-STATUT
                           END-IF
                       END-IF
                       IF FRP-EST-RAPPROCHEE
                           ADD 1 TO WS-NB-RAPPROCHEES
                       ELSE
                           ADD 1 TO WS-NB-BLOQUEES
                       END-IF
                       WRITE FRP-REC
               END-READ
           END-PERFORM.
           CLOSE F-FACTURES.
           CLOSE F-RAPPROCHEES.

       ECRIRE-RAPPROCHEES-EXIT.
           EXIT.
      ******************************************************************
