      ******************************************************************
      *    Feuilles de tournee des livreurs : relit le journal des     *
      *    commandes ORDERS-LOG-AAAAMMJJ.txt du jour demande, regroupe *
      *    les livraisons par ORD-LIVREUR et edite une feuille par     *
      *    livreur dans TOURNEES-REPORT.txt : numeros de commandes,    *
      *    adresses clients tirees de CUSTOMERS.idx, zone, contenu par *
      *    taille tire des lignes de la commande et montant a          *
      *    encaisser par commande avec son mode de reglement (la part  *
      *    reglee par bon cadeau deduite) et especes a verser par      *
      *    tournee - le livreur signe pour les especes qu'il devra     *
      *    remettre a son retour (versliv). Les commandes annulees     *
      *    sont ecartees comme a la cloture.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tournee.
           05 CLI-IDX-ADRESSE       PIC X(25).
           05 CLI-IDX-ZONE          PIC 9.
           05 CLI-IDX-NB-COMMANDES  PIC 9(5).
           05 CLI-IDX-ALLERGIES     PIC X(4).

       WORKING-STORAGE SECTION.

               05 WS-LIV-CLIENT     PIC 9(5).
               05 WS-LIV-ZONE       PIC 9.
               05 WS-LIV-TOTAL      PIC 9(5).
               05 WS-LIV-REGLEMENT  PIC X.
               05 WS-LIV-QTE        PIC 9(3) OCCURS 4 TIMES.

      *livreurs distincts du jour
       01  WS-CHAUFFEURS-TABLE.
       01  WS-NOM-CLIENT            PIC X(20) VALUE SPACES.
       01  WS-SANS-LIVREUR          PIC 9(4) VALUE ZEROES.

      *contenu de la livraison par taille (P, M, G, F), repris des
      *lignes de la commande, pour le controle au depart du livreur
       01  WS-TAILLES-CODES         PIC X(4) VALUE "PMGF".
       01  WS-TAI-IDX               PIC 9 VALUE ZERO.
       01  WS-CONTENU               PIC X(24) VALUE SPACES.
       01  WS-CONTENU-PTR           PIC 9(2) VALUE 1.

      *reste du au livreur (total moins la part reglee par bon
      *cadeau) et son mode de reglement : seules les commandes en
      *especes, ou d'avant le suivi des reglements, font la somme
      *que le livreur rapporte et verse a son retour (versliv)
       01  WS-REGLEMENT-LIBELLE     PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
               GO TO RANGER-UNE-LIVRAISON-EXIT
           END-IF.

      *ligne par taille : rattachee a la livraison de son entete,
      *ecrite juste apres elle au journal
           IF ORD-EST-LIGNE
               IF WS-LIV-NB > ZEROES
                   AND WS-LIV-NUMERO(WS-LIV-NB) EQUAL ORD-NUMERO
                   PERFORM AJOUTER-CONTENU THRU AJOUTER-CONTENU-EXIT
               END-IF
               GO TO RANGER-UNE-LIVRAISON-EXIT
           END-IF.

           IF ORD-LIVREUR NOT NUMERIC OR ORD-LIVREUR EQUAL ZEROES
               ADD 1 TO WS-SANS-LIVREUR
               GO TO RANGER-UNE-LIVRAISON-EXIT
           ELSE
               MOVE ZEROES TO WS-LIV-TOTAL(WS-LIV-NB)
           END-IF.
           IF ORD-BON-MONTANT NUMERIC
               AND ORD-BON-MONTANT NOT > WS-LIV-TOTAL(WS-LIV-NB)
               SUBTRACT ORD-BON-MONTANT FROM WS-LIV-TOTAL(WS-LIV-NB)
           END-IF.
           MOVE ORD-REGLEMENT TO WS-LIV-REGLEMENT(WS-LIV-NB).
           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1 UNTIL WS-TAI-IDX > 4
               MOVE ZEROES TO WS-LIV-QTE(WS-LIV-NB, WS-TAI-IDX)
           END-PERFORM.
      *enregistrement d'avant les lignes par taille : sa taille et
      *son nombre de pizzas font le contenu
           IF ORD-EST-ANCIEN-FORMAT
               PERFORM AJOUTER-CONTENU THRU AJOUTER-CONTENU-EXIT
           END-IF.

      *livreur ajoute a la liste des tournees du jour
           MOVE ZEROES TO WS-CHF-CIBLE.
                   WS-CHF-ESPECES(WS-CHF-CIBLE)
           END-IF.
           ADD 1 TO WS-CHF-COURSES(WS-CHF-CIBLE).
           IF WS-LIV-REGLEMENT(WS-LIV-NB) EQUAL "E" OR SPACE
               ADD WS-LIV-TOTAL(WS-LIV-NB)
                   TO WS-CHF-ESPECES(WS-CHF-CIBLE)
           END-IF.

       RANGER-UNE-LIVRAISON-EXIT.
           EXIT.

      ******************************************************************
       AJOUTER-CONTENU.

           IF ORD-PIZZAS NOT NUMERIC
               GO TO AJOUTER-CONTENU-EXIT
           END-IF.
           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1 UNTIL WS-TAI-IDX > 4
               IF WS-TAILLES-CODES(WS-TAI-IDX:1) EQUAL ORD-TAILLE
                   ADD ORD-PIZZAS
                       TO WS-LIV-QTE(WS-LIV-NB, WS-TAI-IDX)
               END-IF
           END-PERFORM.

       AJOUTER-CONTENU-EXIT.
           EXIT.

      ******************************************************************
       ECRIRE-TOURNEES.

                   WS-CHF-NUMERO(IDX-CHF)
                   PERFORM CHERCHER-ADRESSE
                       THRU CHERCHER-ADRESSE-EXIT
                   PERFORM EDITER-CONTENU THRU EDITER-CONTENU-EXIT
                   EVALUATE WS-LIV-REGLEMENT(IDX-LIV)
                       WHEN "C"
                           MOVE "CARTE" TO WS-REGLEMENT-LIBELLE
                       WHEN "T"
                           MOVE "TITRE" TO WS-REGLEMENT-LIBELLE
                       WHEN "B"
                           MOVE "BON" TO WS-REGLEMENT-LIBELLE
                       WHEN OTHER
                           MOVE "ESPECES" TO WS-REGLEMENT-LIBELLE
                   END-EVALUATE
                   MOVE "D" TO RPT-ACTION
                   MOVE SPACES TO RPT-LIGNE
                   STRING "  CMD " WS-LIV-NUMERO(IDX-LIV)
                       "  " WS-ADRESSE
                       "  zone " WS-LIV-ZONE(IDX-LIV)
                       "  a encaisser " WS-LIV-TOTAL(IDX-LIV)
                       " euros " WS-REGLEMENT-LIBELLE " " WS-CONTENU
                       DELIMITED BY SIZE INTO RPT-LIGNE
                   CALL "rptwrit" USING RPT-PARAMS
               END-IF
           MOVE SPACES TO RPT-LIGNE.
           STRING "  TOTAL TOURNEE  courses="
               WS-CHF-COURSES(IDX-CHF)
               "  especes a verser=" WS-CHF-ESPECES(IDX-CHF)
               " euros   signature du livreur : ............"
               DELIMITED BY SIZE INTO RPT-LIGNE.
           CALL "rptwrit" USING RPT-PARAMS.
       EDITER-UNE-TOURNEE-EXIT.
           EXIT.

      ******************************************************************
      *contenu de la livraison : nombre de pizzas par taille, par
      *exemple "002G 001P"
       EDITER-CONTENU.

           MOVE SPACES TO WS-CONTENU.
           MOVE 1 TO WS-CONTENU-PTR.
           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1 UNTIL WS-TAI-IDX > 4
               IF WS-LIV-QTE(IDX-LIV, WS-TAI-IDX) > ZEROES
                   STRING WS-LIV-QTE(IDX-LIV, WS-TAI-IDX)
                       WS-TAILLES-CODES(WS-TAI-IDX:1) " "
                       DELIMITED BY SIZE INTO WS-CONTENU
                       WITH POINTER WS-CONTENU-PTR
               END-IF
           END-PERFORM.

       EDITER-CONTENU-EXIT.
           EXIT.

      ******************************************************************
      *nom et adresse du client de la livraison, lus par la cle dans
      *CUSTOMERS.idx ; une commande anonyme part sans adresse
