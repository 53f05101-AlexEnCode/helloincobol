      *    ajout de jours, repris de la logique eprouvee de annee      *
      *    pour que toute la suite valide et manipule les dates de la  *
      *    meme facon (date d'embauche de client, tarifs dates de      *
      *    pizzamgt, ...), avec le compte, l'ajout et le retrait de    *
      *    jours ouvres (calendrier des echeances de annee). Interface *
      *    dans le copybook DATESVC.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. datesvc.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *jours feries produits par annee, pour les fonctions en jours
      *ouvres (O, P et R)
           SELECT F-FERIES ASSIGN
           TO "JOURS-FERIES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
                       PERFORM AJOUTER-JOURS-OUVRES
                           THRU AJOUTER-JOURS-OUVRES-EXIT
                   END-IF
               WHEN "R"
                   PERFORM CONTROLER-DATE THRU CONTROLER-DATE-EXIT
                   IF WS-DATE-VALIDE EQUAL "N"
                       MOVE "4" TO DSV-STATUT
                   ELSE
                       PERFORM RETIRER-JOURS-OUVRES
                           THRU RETIRER-JOURS-OUVRES-EXIT
                   END-IF
               WHEN OTHER
                   MOVE "8" TO DSV-STATUT
           END-EVALUATE.
       AVANCER-UN-JOUR-EXIT.
           EXIT.

      ******************************************************************
       RECULER-UN-JOUR.

           SUBTRACT 1 FROM WS-JOUR.
           IF WS-JOUR EQUAL ZEROES
               SUBTRACT 1 FROM WS-MOIS
               IF WS-MOIS EQUAL ZEROES
                   MOVE 12 TO WS-MOIS
                   SUBTRACT 1 FROM WS-ANNEE
               END-IF
               PERFORM DETERMINER-BISEXTILE
                   THRU DETERMINER-BISEXTILE-EXIT
               MOVE WS-JOURS-MOIS-VAL(WS-MOIS) TO WS-JOUR
               IF WS-MOIS EQUAL 2 AND WS-BISEXTILE-FLAG EQUAL "Y"
                   MOVE 29 TO WS-JOUR
               END-IF
           END-IF.

       RECULER-UN-JOUR-EXIT.
           EXIT.

      ******************************************************************
      *chargement unique des jours feries ; fichier absent : seuls
      *les week-ends seront sautes
       AJOUTER-JOURS-OUVRES-EXIT.
           EXIT.
      ******************************************************************
      *fonction R : retrait de DSV-NB-JOURS jours ouvres a DSV-DATE,
      *symetrique de la fonction P (report d'une echeance au jour
      *ouvre precedent)
       RETIRER-JOURS-OUVRES.

           PERFORM CHARGER-FERIES THRU CHARGER-FERIES-EXIT.

           MOVE DSV-NB-JOURS TO WS-OUV-RESTANT.
           MOVE ZEROES TO WS-OUV-GARDE.
           PERFORM UNTIL WS-OUV-RESTANT EQUAL ZEROES
               OR WS-OUV-GARDE > 100000
               PERFORM RECULER-UN-JOUR THRU RECULER-UN-JOUR-EXIT
               PERFORM EST-JOUR-OUVRE THRU EST-JOUR-OUVRE-EXIT
               IF WS-JOUR-OUVRE EQUAL "Y"
                   SUBTRACT 1 FROM WS-OUV-RESTANT
               END-IF
               ADD 1 TO WS-OUV-GARDE
           END-PERFORM.

           MOVE WS-ANNEE TO WS-DEC-ANNEE.
           MOVE WS-MOIS TO WS-DEC-MOIS.
           MOVE WS-JOUR TO WS-DEC-JOUR.
           MOVE WS-DATE-DEC TO DSV-DATE-RESULTAT.

       RETIRER-JOURS-OUVRES-EXIT.
           EXIT.
      ******************************************************************
