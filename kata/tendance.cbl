      ******************************************************************
      *    Tendances de vente : balaye la famille ORDERS-LOG- de       *
      *    l'archive compacte (LOG-ARCHIVE.txt d'avant le decoupage    *
      *    puis les segments annuels LOG-ARCHIVE-AAAA.txt) et restitue *
      *    le chiffre d'affaires et les pizzas par semaine, le profil  *
      *    par jour de semaine, la repartition des tailles (tiree des  *
      *    lignes par taille de chaque commande) et la part de la      *
      *    livraison, avec la comparaison de chaque semaine a la       *
      *    precedente et a la meme semaine quatre semaines plus tot.   *
      *    De quoi dimensionner les vendredis et la commande de pate   *
      *    sur des chiffres. Sortie dans TENDANCES-REPORT.txt.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tendance.
           05 ORD-TOTAL             PIC 9(5).
           05 ORD-LIVREUR           PIC 9(9).
           05 ORD-FLAG-ANNUL        PIC X.
           05 ORD-TYPE-ENREG        PIC X.
               88 ORD-EST-ENTETE VALUE "E".
               88 ORD-EST-LIGNE VALUE "L".
               88 ORD-EST-ANCIEN-FORMAT VALUE SPACE.
           05 ORD-RANG-LIGNE        PIC 9(2).
           05 FILLER                PIC X(39).

      *cumuls par semaine (code AAAASS, numero de semaine simple :
      *quantieme / 7 + 1), en ordre chronologique d'apparition
               GO TO CUMULER-UNE-COMMANDE-EXIT
           END-IF.

      *ligne par taille : seule la repartition des tailles la
      *reprend, les cumuls de la commande viennent de son entete
           IF ORD-EST-LIGNE
               PERFORM CALCULER-SEMAINE THRU CALCULER-SEMAINE-EXIT
               PERFORM CHERCHER-SEMAINE THRU CHERCHER-SEMAINE-EXIT
               IF WS-SEM-CIBLE > ZEROES
                   PERFORM REPARTIR-TAILLE THRU REPARTIR-TAILLE-EXIT
               END-IF
               GO TO CUMULER-UNE-COMMANDE-EXIT
           END-IF.

           ADD 1 TO WS-LIGNES-LUES.

           PERFORM CALCULER-SEMAINE THRU CALCULER-SEMAINE-EXIT.
           IF ORD-MODE EQUAL "L"
               ADD 1 TO WS-SEM-LIVRAISONS(WS-SEM-CIBLE)
           END-IF.
      *un enregistrement d'avant les lignes par taille vaut sa
      *propre ligne unique
           IF ORD-EST-ANCIEN-FORMAT
               PERFORM REPARTIR-TAILLE THRU REPARTIR-TAILLE-EXIT
           END-IF.

           PERFORM CALCULER-JOUR-SEMAINE
               THRU CALCULER-JOUR-SEMAINE-EXIT.
           IF WS-JOUR-COURANT >= 1 AND WS-JOUR-COURANT <= 7
               ADD 1 TO WS-JOU-COMMANDES(WS-JOUR-COURANT)
               ADD ORD-TOTAL TO WS-JOU-CA(WS-JOUR-COURANT)
           END-IF.

       CUMULER-UNE-COMMANDE-EXIT.
           EXIT.

      ******************************************************************
       REPARTIR-TAILLE.

           MOVE ZERO TO WS-TAI-CIBLE.
           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1
               UNTIL WS-TAI-IDX > 4
                   TO WS-SEM-TAILLE(WS-SEM-CIBLE, WS-TAI-CIBLE)
           END-IF.

       REPARTIR-TAILLE-EXIT.
           EXIT.

      ******************************************************************
