      ******************************************************************
      *    Cout matiere et marge brute par taille de pizza : chaque    *
      *    recette de RECETTES.txt est valorisee au cout unitaire      *
      *    courant du maitre INGREDIENTS.idx (usage par pizza du       *
      *    maitre pour une taille sans recette) et comparee au tarif   *
      *    en vigueur de TARIFS.txt, seul puis sous la promotion du    *
      *    jour la plus forte (montant fixe compte sur une seule       *
      *    pizza). COUT-MATIERE-REPORT.txt donne par taille le cout    *
      *    matiere, son pourcentage du prix et la marge brute par      *
      *    pizza, puis la marge brute du jour tiree du journal des     *
      *    commandes (ventes nettes des remises, commandes annulees    *
      *    ecartees, frais de livraison exclus). Une taille dont le    *
      *    cout matiere depasse COUT-MATIERE-PLAFOND % du prix (30 par *
      *    defaut) est marquee *** et rend RC 4.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. coutrpt.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INGREDIENTS ASSIGN
           TO "INGREDIENTS.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ING-CODE
           FILE STATUS IS FS-INGREDIENTS.

           SELECT F-RECETTES ASSIGN
           TO "RECETTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RECETTES.

           SELECT F-TARIFS ASSIGN
           TO "TARIFS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TARIFS.

           SELECT F-ORDERS ASSIGN
           USING WS-ORDERS-FNAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ORDERS.

           SELECT F-RAPPORT ASSIGN
           TO "COUT-MATIERE-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

       FD  F-INGREDIENTS
           RECORD CONTAINS 80 CHARACTERS.

       COPY INGREDNT.

      *meme dessin que dans pizzamgt
       FD  F-RECETTES
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RECETTE-REC.
           05 RCT-TAILLE            PIC X.
           05 RCT-INGREDIENT        PIC X(10).
           05 RCT-QUANTITE          PIC 9(3).
           05 FILLER                PIC X(6).

       FD  F-TARIFS
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.

       01  WS-TARIF-LIGNE           PIC X(40).

       FD  F-ORDERS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       COPY ORDLOG.

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-INGREDIENTS PIC X(02).
           88 FS-INGREDIENTS-OK VALUE "00".
       01  FS-RECETTES PIC X(02).
           88 FS-RECETTES-OK VALUE "00".
       01  FS-TARIFS PIC X(02).
           88 FS-TARIFS-OK VALUE "00".
       01  FS-ORDERS PIC X(02).
           88 FS-ORDERS-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

      *configuration d'exploitation partagee (CALL "cfglire")
       COPY CONFIG.

      *bloc de parametres des services de dates (CALL "datesvc")
       COPY DATESVC.

       01  WS-ORDERS-FNAME          PIC X(30) VALUE SPACES.
       01  WS-HORODATAGE            PIC X(20).
       01  WS-DATE-JOUR             PIC 9(8) VALUE ZEROES.
       01  WS-JOUR-ORDRE            PIC 9 VALUE ZERO.
       01  WS-PLAFOND               PIC 9(3) VALUE 30.
       01  WS-FIN                   PIC X VALUE "N".

      *cout unitaire et usage par pizza des ingredients du maitre
       01  WS-ING-TABLE.
           03 WS-ING-NB PIC 9(3) VALUE ZEROES.
           03 WS-ING-ENTREE OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-ING-NB
               INDEXED BY IDX-ING.
               05 WS-ING-CODE       PIC X(10).
               05 WS-ING-COUT       PIC 9(3)V99.
               05 WS-ING-USAGE      PIC 9(3).
       01  WS-ING-CIBLE             PIC 9(3) VALUE ZEROES.

      *decomposition des lignes du fichier tarifs, memes dessins que
      *dans pizzamgt
       01  WS-TARIF-T.
           05 FILLER                PIC X.
           05 WS-TAR-CODE           PIC X.
           05 WS-TAR-NOM            PIC X(9).
           05 WS-TAR-PRIX           PIC 9(2).
           05 WS-TAR-DATE-EFFET     PIC 9(8).
           05 FILLER                PIC X(19).
       01  WS-TARIF-P.
           05 FILLER                PIC X.
           05 WS-PRO-CODE           PIC X.
           05 WS-PRO-TYPE           PIC X.
           05 WS-PRO-VALEUR         PIC 9(3).
           05 WS-PRO-DEBUT          PIC 9(8).
           05 WS-PRO-FIN            PIC 9(8).
           05 WS-PRO-JOUR           PIC 9.
           05 WS-PRO-LIBELLE        PIC X(10).
           05 FILLER                PIC X(7).

      *une entree par taille (1=P 2=M 3=G 4=F) : prix retenu, prix
      *sous la promotion du jour, cout matiere de la recette, et
      *ventes du jour
       01  WS-TAILLES-CODES         PIC X(4) VALUE "PMGF".
       01  WS-PRIX-DEFAUTS-VALEURS.
           05 FILLER PIC 9(2) VALUE 08.
           05 FILLER PIC 9(2) VALUE 11.
           05 FILLER PIC 9(2) VALUE 14.
           05 FILLER PIC 9(2) VALUE 17.
       01  WS-PRIX-DEFAUTS REDEFINES WS-PRIX-DEFAUTS-VALEURS.
           05 WS-PRIX-DEFAUT PIC 9(2) OCCURS 4 TIMES.

       01  WS-TAI-TABLE.
           05 WS-TAI OCCURS 4 TIMES.
               10 WS-TAI-PRIX       PIC 9(2).
               10 WS-TAI-DATE-RET   PIC 9(8).
               10 WS-TAI-REMISE     PIC 9(3)V99.
               10 WS-TAI-PROMO      PIC X(10).
               10 WS-TAI-RECETTE    PIC X.
               10 WS-TAI-COUT       PIC 9(5)V99.
               10 WS-TAI-PIZZAS     PIC 9(5).
               10 WS-TAI-VENTES     PIC 9(7).
       01  WS-TAI-IDX               PIC 9 VALUE ZERO.
       01  WS-TAI-CIBLE             PIC 9 VALUE ZERO.
       01  WS-REMISE-CALC           PIC 9(3)V99 VALUE ZEROES.

      *commandes annulees du jour (premiere passe)
       01  WS-ANNUL-TABLE.
           03 WS-NB-ANNUL PIC 9(3) VALUE ZEROES.
           03 WS-ANNUL OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-NB-ANNUL
               INDEXED BY IDX-ANN
               PIC 9(6).
       01  WS-ANN-CIBLE             PIC 9(3) VALUE ZEROES.

      *editions
       01  WS-PRIX-NET              PIC 9(3)V99 VALUE ZEROES.
       01  WS-MARGE                 PIC S9(5)V99 VALUE ZEROES.
       01  WS-TAUX                  PIC 9(3)V9 VALUE ZEROES.
       01  WS-TAUX-PROMO            PIC 9(3)V9 VALUE ZEROES.
       01  WS-COUT-ED               PIC ZZZ9.99.
       01  WS-PRIX-NET-ED           PIC ZZ9.99.
       01  WS-MARGE-ED              PIC -(4)9.99.
       01  WS-TAUX-ED               PIC ZZ9.9.
       01  WS-TAUX-PROMO-ED         PIC ZZ9.9.
       01  WS-ALERTE                PIC X(3) VALUE SPACES.

       01  WS-COUT-VENTES           PIC 9(7)V99 VALUE ZEROES.
       01  WS-COUT-JOUR             PIC 9(7)V99 VALUE ZEROES.
       01  WS-VENTES-JOUR           PIC 9(7) VALUE ZEROES.
       01  WS-REMISES-ENTETES       PIC 9(7) VALUE ZEROES.
       01  WS-REMISES-LIGNES        PIC 9(7) VALUE ZEROES.
       01  WS-REMISES-COMMANDE      PIC S9(7) VALUE ZEROES.
       01  WS-MARGE-JOUR            PIC S9(7)V99 VALUE ZEROES.
       01  WS-MONTANT-ED            PIC -(6)9.99.
       01  WS-COMMANDES             PIC 9(5) VALUE ZEROES.

       01  WS-NB-LUS                PIC 9(7) VALUE ZEROES.
       01  WS-NB-IGNORES            PIC 9(7) VALUE ZEROES.
       01  WS-NB-LIGNES             PIC 9(5) VALUE ZEROES.
       01  WS-NB-ALERTES            PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "coutrpt" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           DISPLAY "Journal de quelle date ? (AAAAMMJJ, "
               "0=aujourd'hui)".
           ACCEPT WS-DATE-JOUR.
           IF WS-DATE-JOUR EQUAL ZEROES
               MOVE WS-HORODATAGE(1:8) TO WS-DATE-JOUR
           END-IF.
           MOVE "V" TO DSV-FONCTION.
           MOVE WS-DATE-JOUR TO DSV-DATE.
           CALL "datesvc" USING DSV-PARAMS.
           IF DSV-STATUT NOT EQUAL "0"
               DISPLAY "Date invalide : " WS-DATE-JOUR
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.
           MOVE "J" TO DSV-FONCTION.
           CALL "datesvc" USING DSV-PARAMS.
           MOVE DSV-JOUR-SEMAINE TO WS-JOUR-ORDRE.

           INITIALIZE CFG-PARAMS.
           MOVE "COUT-MATIERE-PLAFOND" TO CFG-CLE.
           MOVE "30" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-PLAFOND = FUNCTION NUMVAL(CFG-VALEUR).

           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1
               UNTIL WS-TAI-IDX > 4
               MOVE WS-PRIX-DEFAUT(WS-TAI-IDX)
                   TO WS-TAI-PRIX(WS-TAI-IDX)
               MOVE ZEROES TO WS-TAI-DATE-RET(WS-TAI-IDX)
                   WS-TAI-REMISE(WS-TAI-IDX) WS-TAI-COUT(WS-TAI-IDX)
                   WS-TAI-PIZZAS(WS-TAI-IDX) WS-TAI-VENTES(WS-TAI-IDX)
               MOVE SPACES TO WS-TAI-PROMO(WS-TAI-IDX)
               MOVE "N" TO WS-TAI-RECETTE(WS-TAI-IDX)
           END-PERFORM.

           PERFORM CHARGER-INGREDIENTS THRU CHARGER-INGREDIENTS-EXIT.
           IF WS-ING-NB EQUAL ZEROES
               DISPLAY "Maitre INGREDIENTS.idx absent ou vide."
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.
           PERFORM COUTER-RECETTES THRU COUTER-RECETTES-EXIT.
           PERFORM CHARGER-TARIFS THRU CHARGER-TARIFS-EXIT.
           PERFORM DEPOUILLER-JOURNAL THRU DEPOUILLER-JOURNAL-EXIT.
           PERFORM EDITER-ETAT THRU EDITER-ETAT-EXIT.

           MOVE WS-MARGE-JOUR TO WS-MONTANT-ED.
           DISPLAY "Marge brute du " WS-DATE-JOUR " : "
               WS-MONTANT-ED " euros, " WS-NB-ALERTES
               " taille(s) au-dela du plafond matiere.".

           IF NOT FS-RAPPORT-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NB-ALERTES > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       FIN-DU-PASSAGE.
           MOVE "F" TO RJN-PHASE.
           MOVE WS-NB-LUS TO RJN-LUS.
           MOVE WS-NB-LIGNES TO RJN-ECRITS.
           MOVE WS-NB-IGNORES TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
       CHARGER-INGREDIENTS.

           MOVE ZEROES TO WS-ING-NB.
           OPEN INPUT F-INGREDIENTS.
           IF NOT FS-INGREDIENTS-OK
               GO TO CHARGER-INGREDIENTS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-INGREDIENTS NEXT
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF WS-ING-NB < 500
                           ADD 1 TO WS-ING-NB
                           MOVE ING-CODE TO WS-ING-CODE(WS-ING-NB)
                           MOVE ING-COUT TO WS-ING-COUT(WS-ING-NB)
                           MOVE ING-USAGE TO WS-ING-USAGE(WS-ING-NB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-INGREDIENTS.

       CHARGER-INGREDIENTS-EXIT.
           EXIT.

      ******************************************************************
      *cout matiere de chaque taille : lignes de recette au cout
      *courant ; une taille sans recette consomme l'usage par pizza
      *de chaque ingredient du maitre, comme a la prise de commande
       COUTER-RECETTES.

           OPEN INPUT F-RECETTES.
           IF FS-RECETTES-OK
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "Y"
                   READ F-RECETTES
                       AT END
                           MOVE "Y" TO WS-FIN
                       NOT AT END
                           PERFORM COUTER-LIGNE-RECETTE
                               THRU COUTER-LIGNE-RECETTE-EXIT
                   END-READ
               END-PERFORM
               CLOSE F-RECETTES
           END-IF.

           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1
               UNTIL WS-TAI-IDX > 4
               IF WS-TAI-RECETTE(WS-TAI-IDX) EQUAL "N"
                   PERFORM VARYING IDX-ING FROM 1 BY 1
                       UNTIL IDX-ING > WS-ING-NB
                       COMPUTE WS-TAI-COUT(WS-TAI-IDX) =
                           WS-TAI-COUT(WS-TAI-IDX)
                           + WS-ING-USAGE(IDX-ING)
                           * WS-ING-COUT(IDX-ING)
                   END-PERFORM
               END-IF
           END-PERFORM.

       COUTER-RECETTES-EXIT.
           EXIT.

      ******************************************************************
       COUTER-LIGNE-RECETTE.

           MOVE ZERO TO WS-TAI-CIBLE.
           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1
               UNTIL WS-TAI-IDX > 4
               IF WS-TAILLES-CODES(WS-TAI-IDX:1) EQUAL RCT-TAILLE
                   MOVE WS-TAI-IDX TO WS-TAI-CIBLE
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-ING-CIBLE.
           PERFORM VARYING IDX-ING FROM 1 BY 1
               UNTIL IDX-ING > WS-ING-NB OR WS-ING-CIBLE > ZEROES
               IF WS-ING-CODE(IDX-ING) EQUAL RCT-INGREDIENT
                   SET WS-ING-CIBLE TO IDX-ING
               END-IF
           END-PERFORM.
           IF WS-TAI-CIBLE EQUAL ZERO OR WS-ING-CIBLE EQUAL ZEROES
               OR RCT-QUANTITE NOT NUMERIC
               ADD 1 TO WS-NB-IGNORES
               GO TO COUTER-LIGNE-RECETTE-EXIT
           END-IF.

           MOVE "Y" TO WS-TAI-RECETTE(WS-TAI-CIBLE).
           COMPUTE WS-TAI-COUT(WS-TAI-CIBLE) =
               WS-TAI-COUT(WS-TAI-CIBLE)
               + RCT-QUANTITE * WS-ING-COUT(WS-ING-CIBLE).

       COUTER-LIGNE-RECETTE-EXIT.
           EXIT.

      ******************************************************************
      *prix le plus recent non posterieur a la date du jour, et pour
      *chaque taille la plus forte promotion active ce jour-la
       CHARGER-TARIFS.

           OPEN INPUT F-TARIFS.
           IF NOT FS-TARIFS-OK
               DISPLAY "Fichier TARIFS.txt absent : tarifs par "
                   "defaut."
               GO TO CHARGER-TARIFS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-TARIFS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF WS-TARIF-LIGNE(1:1) EQUAL "T"
                           PERFORM RETENIR-TARIF
                               THRU RETENIR-TARIF-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TARIFS.

      *les promotions sont jugees sur le prix retenu : seconde passe
           OPEN INPUT F-TARIFS.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-TARIFS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF WS-TARIF-LIGNE(1:1) EQUAL "P"
                           PERFORM RETENIR-PROMOTION
                               THRU RETENIR-PROMOTION-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TARIFS.

       CHARGER-TARIFS-EXIT.
           EXIT.

      ******************************************************************
       RETENIR-TARIF.

           MOVE WS-TARIF-LIGNE TO WS-TARIF-T.
           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1
               UNTIL WS-TAI-IDX > 4
               IF WS-TAILLES-CODES(WS-TAI-IDX:1) EQUAL WS-TAR-CODE
                   AND WS-TAR-DATE-EFFET NOT > WS-DATE-JOUR
                   AND WS-TAR-DATE-EFFET >=
                       WS-TAI-DATE-RET(WS-TAI-IDX)
                   MOVE WS-TAR-PRIX TO WS-TAI-PRIX(WS-TAI-IDX)
                   MOVE WS-TAR-DATE-EFFET
                       TO WS-TAI-DATE-RET(WS-TAI-IDX)
               END-IF
           END-PERFORM.

       RETENIR-TARIF-EXIT.
           EXIT.

      ******************************************************************
      *promotion active ce jour (periode, jour de semaine), pour la
      *taille ou pour toutes (*) : remise R en pourcentage du prix,
      *sinon montant fixe compte en entier sur une pizza
       RETENIR-PROMOTION.

           MOVE WS-TARIF-LIGNE TO WS-TARIF-P.
           IF WS-PRO-VALEUR NOT NUMERIC
               OR WS-PRO-DEBUT > WS-DATE-JOUR
               OR WS-PRO-FIN < WS-DATE-JOUR
               OR (WS-PRO-JOUR NOT EQUAL ZERO
                   AND WS-PRO-JOUR NOT EQUAL WS-JOUR-ORDRE)
               GO TO RETENIR-PROMOTION-EXIT
           END-IF.

           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1
               UNTIL WS-TAI-IDX > 4
               IF WS-PRO-CODE EQUAL "*"
                   OR WS-PRO-CODE EQUAL WS-TAILLES-CODES(WS-TAI-IDX:1)
                   IF WS-PRO-TYPE EQUAL "R"
                       COMPUTE WS-REMISE-CALC ROUNDED =
                           WS-TAI-PRIX(WS-TAI-IDX) * WS-PRO-VALEUR
                           / 100
                   ELSE
                       MOVE WS-PRO-VALEUR TO WS-REMISE-CALC
                   END-IF
                   IF WS-REMISE-CALC > WS-TAI-PRIX(WS-TAI-IDX)
                       MOVE WS-TAI-PRIX(WS-TAI-IDX) TO WS-REMISE-CALC
                   END-IF
                   IF WS-REMISE-CALC > WS-TAI-REMISE(WS-TAI-IDX)
                       MOVE WS-REMISE-CALC TO WS-TAI-REMISE(WS-TAI-IDX)
                       MOVE WS-PRO-LIBELLE TO WS-TAI-PROMO(WS-TAI-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       RETENIR-PROMOTION-EXIT.
           EXIT.

      ******************************************************************
      *ventes du jour par taille, au net des remises promotion de
      *chaque ligne ; les remises de commande (fidelite, points) sont
      *l'ecart entre la remise de l'entete et celles de ses lignes
       DEPOUILLER-JOURNAL.

           MOVE SPACES TO WS-ORDERS-FNAME.
           STRING "ORDERS-LOG-" WS-DATE-JOUR ".txt"
               DELIMITED BY SIZE INTO WS-ORDERS-FNAME.

           MOVE ZEROES TO WS-NB-ANNUL.
           OPEN INPUT F-ORDERS.
           IF NOT FS-ORDERS-OK
               DISPLAY "Journal " WS-ORDERS-FNAME " absent : pas de "
                   "marge du jour."
               GO TO DEPOUILLER-JOURNAL-EXIT
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-ORDERS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF ORD-FLAG-ANNUL EQUAL "A"
                           AND WS-NB-ANNUL < 500
                           ADD 1 TO WS-NB-ANNUL
                           MOVE ORD-NUMERO TO WS-ANNUL(WS-NB-ANNUL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ORDERS.

           OPEN INPUT F-ORDERS.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-ORDERS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM CUMULER-COMMANDE
                           THRU CUMULER-COMMANDE-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-ORDERS.

       DEPOUILLER-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
       CUMULER-COMMANDE.

           IF ORD-FLAG-ANNUL EQUAL "A"
               GO TO CUMULER-COMMANDE-EXIT
           END-IF.
           MOVE ZEROES TO WS-ANN-CIBLE.
           PERFORM VARYING IDX-ANN FROM 1 BY 1
               UNTIL IDX-ANN > WS-NB-ANNUL
               IF WS-ANNUL(IDX-ANN) EQUAL ORD-NUMERO
                   SET WS-ANN-CIBLE TO IDX-ANN
               END-IF
           END-PERFORM.
           IF WS-ANN-CIBLE > ZEROES
               GO TO CUMULER-COMMANDE-EXIT
           END-IF.
           IF ORD-PIZZAS NOT NUMERIC OR ORD-TOTAL NOT NUMERIC
               OR ORD-REMISE NOT NUMERIC
               ADD 1 TO WS-NB-IGNORES
               GO TO CUMULER-COMMANDE-EXIT
           END-IF.

           IF ORD-EST-ENTETE
               ADD 1 TO WS-COMMANDES
               ADD ORD-REMISE TO WS-REMISES-ENTETES
               GO TO CUMULER-COMMANDE-EXIT
           END-IF.

           MOVE ZERO TO WS-TAI-CIBLE.
           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1
               UNTIL WS-TAI-IDX > 4
               IF WS-TAILLES-CODES(WS-TAI-IDX:1) EQUAL ORD-TAILLE
                   MOVE WS-TAI-IDX TO WS-TAI-CIBLE
               END-IF
           END-PERFORM.
           IF WS-TAI-CIBLE EQUAL ZERO
               ADD 1 TO WS-NB-IGNORES
               GO TO CUMULER-COMMANDE-EXIT
           END-IF.

           ADD ORD-PIZZAS TO WS-TAI-PIZZAS(WS-TAI-CIBLE).
      *ancien format : entete et ligne a la fois, frais compris
           IF ORD-EST-ANCIEN-FORMAT
               ADD 1 TO WS-COMMANDES
               COMPUTE WS-TAI-VENTES(WS-TAI-CIBLE) =
                   WS-TAI-VENTES(WS-TAI-CIBLE)
                   + ORD-PIZZAS * ORD-PRIX-UNITAIRE
               ADD ORD-REMISE TO WS-REMISES-ENTETES
           ELSE
               ADD ORD-TOTAL TO WS-TAI-VENTES(WS-TAI-CIBLE)
               ADD ORD-REMISE TO WS-REMISES-LIGNES
           END-IF.

       CUMULER-COMMANDE-EXIT.
           EXIT.

      ******************************************************************
       EDITER-ETAT.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               GO TO EDITER-ETAT-EXIT
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "COUT MATIERE ET MARGE BRUTE DU " WS-DATE-JOUR
               "  (plafond matiere " WS-PLAFOND " %)"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "TAILLE PRIX COUT MAT.  %PRIX  MARGE   PROMO"
               "      PRIX NET  %NET  MARGE NET"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1
               UNTIL WS-TAI-IDX > 4
               PERFORM EDITER-UNE-TAILLE THRU EDITER-UNE-TAILLE-EXIT
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "VENTES DU JOUR PAR TAILLE (" WS-COMMANDES
               " commandes)"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1
               UNTIL WS-TAI-IDX > 4
               COMPUTE WS-COUT-VENTES = WS-TAI-PIZZAS(WS-TAI-IDX)
                   * WS-TAI-COUT(WS-TAI-IDX)
               ADD WS-COUT-VENTES TO WS-COUT-JOUR
               ADD WS-TAI-VENTES(WS-TAI-IDX) TO WS-VENTES-JOUR
               COMPUTE WS-MARGE-JOUR = WS-TAI-VENTES(WS-TAI-IDX)
                   - WS-COUT-VENTES
               MOVE WS-COUT-VENTES TO WS-MONTANT-ED
               MOVE WS-MARGE-JOUR TO WS-MARGE-ED
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "  " WS-TAILLES-CODES(WS-TAI-IDX:1)
                   "  pizzas=" WS-TAI-PIZZAS(WS-TAI-IDX)
                   "  ventes=" WS-TAI-VENTES(WS-TAI-IDX)
                   "  cout matiere=" WS-MONTANT-ED
                   "  marge=" WS-MARGE-ED
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-PERFORM.

           COMPUTE WS-REMISES-COMMANDE =
               WS-REMISES-ENTETES - WS-REMISES-LIGNES.
           IF WS-REMISES-COMMANDE < ZEROES
               MOVE ZEROES TO WS-REMISES-COMMANDE
           END-IF.
           COMPUTE WS-MARGE-JOUR = WS-VENTES-JOUR
               - WS-REMISES-COMMANDE - WS-COUT-JOUR.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  REMISES DE COMMANDE (fidelite, points)="
               WS-REMISES-COMMANDE
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE WS-COUT-JOUR TO WS-COUT-VENTES.
           MOVE WS-COUT-VENTES TO WS-MONTANT-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  COUT MATIERE DU JOUR=" WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE WS-MARGE-JOUR TO WS-MONTANT-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "MARGE BRUTE DU JOUR=" WS-MONTANT-ED " euros"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           IF WS-NB-IGNORES > ZEROES
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "ATTENTION : " WS-NB-IGNORES
                   " ligne(s) de recette ou de journal ignoree(s)"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-IF.
           CLOSE F-RAPPORT.

       EDITER-ETAT-EXIT.
           EXIT.

      ******************************************************************
      *le plafond est juge sur le prix net de la promotion du jour :
      *c'est la pizza la moins rentable qui sortira du four
       EDITER-UNE-TAILLE.

           COMPUTE WS-PRIX-NET = WS-TAI-PRIX(WS-TAI-IDX)
               - WS-TAI-REMISE(WS-TAI-IDX).
           MOVE ZEROES TO WS-TAUX WS-TAUX-PROMO.
           IF WS-TAI-PRIX(WS-TAI-IDX) > ZEROES
               COMPUTE WS-TAUX ROUNDED = WS-TAI-COUT(WS-TAI-IDX)
                   * 100 / WS-TAI-PRIX(WS-TAI-IDX)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-TAUX
               END-COMPUTE
           END-IF.
           IF WS-PRIX-NET > ZEROES
               COMPUTE WS-TAUX-PROMO ROUNDED = WS-TAI-COUT(WS-TAI-IDX)
                   * 100 / WS-PRIX-NET
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-TAUX-PROMO
               END-COMPUTE
           ELSE
               MOVE 999.9 TO WS-TAUX-PROMO
           END-IF.

           MOVE SPACES TO WS-ALERTE.
           IF WS-TAUX-PROMO > WS-PLAFOND
               MOVE "***" TO WS-ALERTE
               ADD 1 TO WS-NB-ALERTES
           END-IF.

           MOVE WS-TAI-COUT(WS-TAI-IDX) TO WS-COUT-ED.
           MOVE WS-TAUX TO WS-TAUX-ED.
           COMPUTE WS-MARGE = WS-TAI-PRIX(WS-TAI-IDX)
               - WS-TAI-COUT(WS-TAI-IDX).
           MOVE WS-MARGE TO WS-MARGE-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  " WS-TAILLES-CODES(WS-TAI-IDX:1) "    "
               WS-TAI-PRIX(WS-TAI-IDX) "  " WS-COUT-ED "  "
               WS-TAUX-ED " " WS-MARGE-ED "  "
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.

           MOVE WS-PRIX-NET TO WS-PRIX-NET-ED.
           MOVE WS-TAUX-PROMO TO WS-TAUX-PROMO-ED.
           COMPUTE WS-MARGE = WS-PRIX-NET - WS-TAI-COUT(WS-TAI-IDX).
           MOVE WS-MARGE TO WS-MARGE-ED.
           STRING WS-TAI-PROMO(WS-TAI-IDX) " " WS-PRIX-NET-ED "  "
               WS-TAUX-PROMO-ED " " WS-MARGE-ED " " WS-ALERTE
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE(44:60).
           IF WS-TAI-RECETTE(WS-TAI-IDX) EQUAL "N"
               MOVE "(usage du maitre)" TO WS-RAPPORT-LINE(104:17)
           END-IF.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           ADD 1 TO WS-NB-LIGNES.

       EDITER-UNE-TAILLE-EXIT.
           EXIT.
      ******************************************************************
