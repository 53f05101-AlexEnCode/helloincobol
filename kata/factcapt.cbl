      ******************************************************************
      *    Saisie batch des factures fournisseurs : alimente           *
      *    FACTURES-FOURNISSEURS.txt (date, fournisseur, numero de     *
      *    facture, ingredient, quantite facturee, montant) repris par *
      *    rapproch pour le rapprochement bons de commande /           *
      *    receptions / factures, puis par fourpaie et fourbal pour le *
      *    paiement et la balance agee ; une ligne par ingredient.     *
      *    Sur le modele de la saisie des absences (abscapt).          *
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       COPY FACTFOUR.

       WORKING-STORAGE SECTION.


       01  WS-SAISIE-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-SAISIE-FOURNISSEUR    PIC X(10) VALUE SPACES.
       01  WS-SAISIE-NUMERO         PIC X(10) VALUE SPACES.
       01  WS-SAISIE-INGREDIENT     PIC X(10) VALUE SPACES.
       01  WS-SAISIE-QUANTITE       PIC 9(5) VALUE ZEROES.
       01  WS-SAISIE-MONTANT        PIC 9(5)V99 VALUE ZEROES.
               GO TO SAISIR-UNE-FACTURE-EXIT
           END-IF.

           DISPLAY "Numero de la facture du fournisseur ?".
           MOVE SPACES TO WS-SAISIE-NUMERO.
           ACCEPT WS-SAISIE-NUMERO.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-NUMERO)
               TO WS-SAISIE-NUMERO.
           IF WS-SAISIE-NUMERO EQUAL SPACES
               DISPLAY "Numero de facture vide, saisie abandonnee."
               GO TO SAISIR-UNE-FACTURE-EXIT
           END-IF.

           DISPLAY "Ingredient ?".
           ACCEPT WS-SAISIE-INGREDIENT.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-INGREDIENT)
               TO WS-SAISIE-INGREDIENT.
           MOVE SPACES TO FACTURE-REC.
           MOVE WS-SAISIE-DATE TO FAC-DATE.
           MOVE WS-SAISIE-FOURNISSEUR TO FAC-FOURNISSEUR.
           MOVE WS-SAISIE-NUMERO TO FAC-NUMERO.
           MOVE WS-SAISIE-INGREDIENT TO FAC-INGREDIENT.
           MOVE WS-SAISIE-QUANTITE TO FAC-QUANTITE.
           MOVE WS-SAISIE-MONTANT TO FAC-MONTANT.

           ADD 1 TO WS-SAISIES-ECRITES.
           DISPLAY "Facture enregistree : " WS-SAISIE-FOURNISSEUR
               " " WS-SAISIE-NUMERO " " WS-SAISIE-INGREDIENT
               " x " WS-SAISIE-QUANTITE.

       SAISIR-UNE-FACTURE-EXIT.
