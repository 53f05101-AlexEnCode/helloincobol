      ******************************************************************
      *    Versement des livreurs au retour de tournee : pour la date  *
      *    demandee, reprend du journal ORDERS-LOG-AAAAMMJJ.txt la     *
      *    feuille de tournee de chaque livreur (commandes livrees non *
      *    annulees, especes a rapporter comme sur la feuille de       *
      *    tournee), fait saisir les commandes rapportees non livrees  *
      *    puis les especes remises, et ecrit dans                     *
      *    VERSEMENTS-LIVREURS.txt les retours et le versement avec    *
      *    son ecart nominatif. La cloture pizzafin attend le          *
      *    versement de chaque tournee du jour ; versrp cumule les     *
      *    manquants du mois par livreur. Un ecart rend RC 4.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. versliv.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ORDERS ASSIGN
           USING WS-ORDERS-FNAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ORDERS.

           SELECT F-VERSEMENTS ASSIGN
           TO "VERSEMENTS-LIVREURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-VERSEMENTS.

       DATA DIVISION.

       FILE SECTION.

       FD  F-ORDERS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       COPY ORDLOG.

       FD  F-VERSEMENTS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       COPY VERSLIV.

       WORKING-STORAGE SECTION.

       COPY WSBOUCLE.

       01  FS-ORDERS PIC X(02).
           88 FS-ORDERS-OK VALUE "00".
       01  FS-VERSEMENTS PIC X(02).
           88 FS-VERSEMENTS-OK VALUE "00".

       01  WS-HORODATAGE            PIC X(20).
       01  WS-DATE-TOURNEE          PIC 9(8) VALUE ZEROES.
       01  WS-ORDERS-FNAME          PIC X(30) VALUE SPACES.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-OPERATEUR             PIC X(8) VALUE "INCONNU ".

      *livraisons du jour : especes a rapporter (commande en especes
      *ou d'avant le suivi des reglements, bon cadeau deduit)
       01  WS-LIVRAISONS-TABLE.
           03 WS-LIV-NB PIC 9(4) VALUE ZEROES.
           03 WS-LIV-ENTREE OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-LIV-NB
               INDEXED BY IDX-LIV.
               05 WS-LIV-LIVREUR    PIC 9(9).
               05 WS-LIV-NUMERO     PIC 9(6).
               05 WS-LIV-DU         PIC 9(5).
               05 WS-LIV-ESPECES    PIC 9(5).
               05 WS-LIV-REGLEMENT  PIC X.
               05 WS-LIV-RETOUR     PIC X.

      *annulations du jour, comme a la cloture
       01  WS-ANNUL-TABLE.
           03 WS-NB-ANNUL PIC 9(3) VALUE ZEROES.
           03 WS-ANNUL OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-NB-ANNUL
               INDEXED BY IDX-ANN
               PIC 9(6).
       01  WS-ANN-CIBLE             PIC 9(3) VALUE ZEROES.

      *livreurs ayant deja verse pour la date
       01  WS-VERSES-TABLE.
           03 WS-NB-VERSES PIC 9(3) VALUE ZEROES.
           03 WS-VERSE OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-NB-VERSES
               INDEXED BY IDX-VRS
               PIC 9(9).

       01  WS-SAISIE-LIVREUR        PIC 9(9) VALUE ZEROES.
       01  WS-SAISIE-COMMANDE       PIC 9(6) VALUE ZEROES.
       01  WS-SAISIE-REMIS          PIC 9(7) VALUE ZEROES.
       01  WS-DEJA-VERSE            PIC X VALUE "N".
       01  WS-TROUVE                PIC X VALUE "N".
       01  WS-COURSES               PIC 9(4) VALUE ZEROES.
       01  WS-ATTENDU               PIC 9(7) VALUE ZEROES.
       01  WS-RETOURS-MONTANT       PIC 9(7) VALUE ZEROES.
       01  WS-ECART                 PIC S9(7) VALUE ZEROES.
       01  WS-ECART-ED              PIC -(6)9.
       01  WS-REGLEMENT-LIBELLE     PIC X(8) VALUE SPACES.

       01  WS-NB-VERSEMENTS         PIC 9(3) VALUE ZEROES.
       01  WS-NB-ECARTS             PIC 9(3) VALUE ZEROES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           DISPLAY "Tournees de quelle date ? (AAAAMMJJ, "
               "0=aujourd'hui)".
           ACCEPT WS-DATE-TOURNEE.
           IF WS-DATE-TOURNEE EQUAL ZEROES
               MOVE WS-HORODATAGE(1:8) TO WS-DATE-TOURNEE
           END-IF.

           DISPLAY "Identifiant de l'operateur ?".
           ACCEPT WS-OPERATEUR.
           MOVE FUNCTION UPPER-CASE(WS-OPERATEUR) TO WS-OPERATEUR.
           IF WS-OPERATEUR EQUAL SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           END-IF.

           PERFORM CHARGER-LIVRAISONS THRU CHARGER-LIVRAISONS-EXIT.
           IF WS-LIV-NB EQUAL ZEROES
               DISPLAY "Aucune livraison au journal du "
                   WS-DATE-TOURNEE "."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHARGER-VERSEMENTS THRU CHARGER-VERSEMENTS-EXIT.

           PERFORM 1000-BOUCLE-BEGIN THRU 1000-BOUCLE-END
           UNTIL WS-BOUCLING = WS-FINISHED.

           DISPLAY "Versements enregistres : " WS-NB-VERSEMENTS
               "  dont avec ecart : " WS-NB-ECARTS.
           IF WS-NB-ECARTS > ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
       1000-BOUCLE-BEGIN.

           PERFORM VERSER-UNE-TOURNEE THRU VERSER-UNE-TOURNEE-EXIT.

           DISPLAY SPACE
           DISPLAY "Continuer? (Y/N)".
           ACCEPT WS-EXITCODE.
           MOVE FUNCTION UPPER-CASE(WS-EXITCODE) TO WS-EXITCODE.
           IF WS-EXITCODE EQUAL "N"
               SET WS-FINISHED TO WS-BOUCLING
           END-IF.

       1000-BOUCLE-END.
           EXIT.

      ******************************************************************
       CHARGER-LIVRAISONS.

           MOVE SPACES TO WS-ORDERS-FNAME.
           STRING "ORDERS-LOG-" WS-DATE-TOURNEE ".txt"
               DELIMITED BY SIZE INTO WS-ORDERS-FNAME.

      *premiere passe : reperage des annulations
           OPEN INPUT F-ORDERS.
           IF NOT FS-ORDERS-OK
               DISPLAY "Journal " WS-ORDERS-FNAME " introuvable."
               GO TO CHARGER-LIVRAISONS-EXIT
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-ORDERS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF ORD-FLAG-ANNUL EQUAL "A"
                           AND ORD-NUMERO NUMERIC
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
                       IF ORD-MODE EQUAL "L"
                           AND ORD-FLAG-ANNUL NOT EQUAL "A"
                           AND NOT ORD-EST-LIGNE
                           PERFORM RANGER-UNE-LIVRAISON
                               THRU RANGER-UNE-LIVRAISON-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ORDERS.

       CHARGER-LIVRAISONS-EXIT.
           EXIT.

      ******************************************************************
       RANGER-UNE-LIVRAISON.

           MOVE ZEROES TO WS-ANN-CIBLE.
           PERFORM VARYING IDX-ANN FROM 1 BY 1
               UNTIL IDX-ANN > WS-NB-ANNUL
               IF WS-ANNUL(IDX-ANN) EQUAL ORD-NUMERO
                   SET WS-ANN-CIBLE TO IDX-ANN
               END-IF
           END-PERFORM.
           IF WS-ANN-CIBLE > ZEROES
               GO TO RANGER-UNE-LIVRAISON-EXIT
           END-IF.

           IF ORD-LIVREUR NOT NUMERIC OR ORD-LIVREUR EQUAL ZEROES
               OR ORD-TOTAL NOT NUMERIC
               GO TO RANGER-UNE-LIVRAISON-EXIT
           END-IF.
           IF WS-LIV-NB >= 2000
               GO TO RANGER-UNE-LIVRAISON-EXIT
           END-IF.

           ADD 1 TO WS-LIV-NB.
           MOVE ORD-LIVREUR TO WS-LIV-LIVREUR(WS-LIV-NB).
           MOVE ORD-NUMERO TO WS-LIV-NUMERO(WS-LIV-NB).
           MOVE ORD-TOTAL TO WS-LIV-DU(WS-LIV-NB).
           IF ORD-BON-MONTANT NUMERIC
               AND ORD-BON-MONTANT NOT > WS-LIV-DU(WS-LIV-NB)
               SUBTRACT ORD-BON-MONTANT FROM WS-LIV-DU(WS-LIV-NB)
           END-IF.
           MOVE ORD-REGLEMENT TO WS-LIV-REGLEMENT(WS-LIV-NB).
           IF ORD-REGLEMENT EQUAL "E" OR SPACE
               MOVE WS-LIV-DU(WS-LIV-NB) TO WS-LIV-ESPECES(WS-LIV-NB)
           ELSE
               MOVE ZEROES TO WS-LIV-ESPECES(WS-LIV-NB)
           END-IF.
           MOVE "N" TO WS-LIV-RETOUR(WS-LIV-NB).

       RANGER-UNE-LIVRAISON-EXIT.
           EXIT.

      ******************************************************************
      *versements deja saisis pour la date : un livreur ne verse
      *qu'une fois par tournee
       CHARGER-VERSEMENTS.

           MOVE ZEROES TO WS-NB-VERSES.
           OPEN INPUT F-VERSEMENTS.
           IF NOT FS-VERSEMENTS-OK
               GO TO CHARGER-VERSEMENTS-EXIT
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-VERSEMENTS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF VRS-EST-VERSEMENT
                           AND VRS-DATE EQUAL WS-DATE-TOURNEE
                           AND WS-NB-VERSES < 200
                           ADD 1 TO WS-NB-VERSES
                           MOVE VRS-LIVREUR TO WS-VERSE(WS-NB-VERSES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-VERSEMENTS.

       CHARGER-VERSEMENTS-EXIT.
           EXIT.

      ******************************************************************
       VERSER-UNE-TOURNEE.

           DISPLAY "Matricule du livreur de retour ?".
           MOVE ZEROES TO WS-SAISIE-LIVREUR.
           ACCEPT WS-SAISIE-LIVREUR.
           IF WS-SAISIE-LIVREUR EQUAL ZEROES
               GO TO VERSER-UNE-TOURNEE-EXIT
           END-IF.

           MOVE "N" TO WS-DEJA-VERSE.
           PERFORM VARYING IDX-VRS FROM 1 BY 1
               UNTIL IDX-VRS > WS-NB-VERSES
               IF WS-VERSE(IDX-VRS) EQUAL WS-SAISIE-LIVREUR
                   MOVE "Y" TO WS-DEJA-VERSE
               END-IF
           END-PERFORM.
           IF WS-DEJA-VERSE EQUAL "Y"
               DISPLAY "Tournee du " WS-DATE-TOURNEE " deja versee "
                   "par le livreur " WS-SAISIE-LIVREUR "."
               GO TO VERSER-UNE-TOURNEE-EXIT
           END-IF.

      *feuille de tournee du livreur
           MOVE ZEROES TO WS-COURSES WS-ATTENDU.
           PERFORM VARYING IDX-LIV FROM 1 BY 1
               UNTIL IDX-LIV > WS-LIV-NB
               IF WS-LIV-LIVREUR(IDX-LIV) EQUAL WS-SAISIE-LIVREUR
                   ADD 1 TO WS-COURSES
                   ADD WS-LIV-ESPECES(IDX-LIV) TO WS-ATTENDU
                   MOVE "N" TO WS-LIV-RETOUR(IDX-LIV)
                   PERFORM NOMMER-REGLEMENT THRU NOMMER-REGLEMENT-EXIT
                   DISPLAY "  CMD " WS-LIV-NUMERO(IDX-LIV)
                       "  du " WS-LIV-DU(IDX-LIV) " euros "
                       WS-REGLEMENT-LIBELLE
               END-IF
           END-PERFORM.
           IF WS-COURSES EQUAL ZEROES
               DISPLAY "Aucune course pour le livreur "
                   WS-SAISIE-LIVREUR " le " WS-DATE-TOURNEE "."
               GO TO VERSER-UNE-TOURNEE-EXIT
           END-IF.
           DISPLAY "Especes a rapporter : " WS-ATTENDU " euros.".

      *commandes rapportees : leurs especes ne sont plus attendues
           MOVE ZEROES TO WS-RETOURS-MONTANT.
           MOVE 1 TO WS-SAISIE-COMMANDE.
           PERFORM SAISIR-RETOUR THRU SAISIR-RETOUR-EXIT
               UNTIL WS-SAISIE-COMMANDE EQUAL ZEROES.
           SUBTRACT WS-RETOURS-MONTANT FROM WS-ATTENDU.

           DISPLAY "Especes remises par le livreur ? (euros)".
           MOVE ZEROES TO WS-SAISIE-REMIS.
           ACCEPT WS-SAISIE-REMIS.
           COMPUTE WS-ECART = WS-SAISIE-REMIS - WS-ATTENDU.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           OPEN EXTEND F-VERSEMENTS.
           IF NOT FS-VERSEMENTS-OK
               CLOSE F-VERSEMENTS
               OPEN OUTPUT F-VERSEMENTS
           END-IF.
           IF NOT FS-VERSEMENTS-OK
               DISPLAY "Erreur ouverture F-VERSEMENTS : "
                   FS-VERSEMENTS
               GO TO VERSER-UNE-TOURNEE-EXIT
           END-IF.

           PERFORM VARYING IDX-LIV FROM 1 BY 1
               UNTIL IDX-LIV > WS-LIV-NB
               IF WS-LIV-LIVREUR(IDX-LIV) EQUAL WS-SAISIE-LIVREUR
                   AND WS-LIV-RETOUR(IDX-LIV) EQUAL "Y"
                   MOVE SPACES TO VRS-REC
                   MOVE "R" TO VRS-TYPE
                   MOVE WS-DATE-TOURNEE TO VRS-DATE
                   MOVE WS-SAISIE-LIVREUR TO VRS-LIVREUR
                   MOVE WS-LIV-NUMERO(IDX-LIV) TO VRS-COMMANDE
                   MOVE ZEROES TO VRS-COURSES VRS-ATTENDU VRS-REMIS
                       VRS-ECART
                   MOVE WS-LIV-ESPECES(IDX-LIV)
                       TO VRS-RETOURS-MONTANT
                   MOVE "+" TO VRS-ECART-SIGNE
                   MOVE WS-HORODATAGE(1:14) TO VRS-HORODATAGE
                   MOVE WS-OPERATEUR TO VRS-OPERATEUR
                   WRITE VRS-REC
               END-IF
           END-PERFORM.

           MOVE SPACES TO VRS-REC.
           MOVE "V" TO VRS-TYPE.
           MOVE WS-DATE-TOURNEE TO VRS-DATE.
           MOVE WS-SAISIE-LIVREUR TO VRS-LIVREUR.
           MOVE ZEROES TO VRS-COMMANDE.
           MOVE WS-COURSES TO VRS-COURSES.
           MOVE WS-ATTENDU TO VRS-ATTENDU.
           MOVE WS-RETOURS-MONTANT TO VRS-RETOURS-MONTANT.
           MOVE WS-SAISIE-REMIS TO VRS-REMIS.
           IF WS-ECART < ZEROES
               MOVE "-" TO VRS-ECART-SIGNE
               COMPUTE VRS-ECART = 0 - WS-ECART
           ELSE
               MOVE "+" TO VRS-ECART-SIGNE
               MOVE WS-ECART TO VRS-ECART
           END-IF.
           MOVE WS-HORODATAGE(1:14) TO VRS-HORODATAGE.
           MOVE WS-OPERATEUR TO VRS-OPERATEUR.
           WRITE VRS-REC.
           CLOSE F-VERSEMENTS.

           ADD 1 TO WS-NB-VERSEMENTS.
           IF WS-NB-VERSES < 200
               ADD 1 TO WS-NB-VERSES
               MOVE WS-SAISIE-LIVREUR TO WS-VERSE(WS-NB-VERSES)
           END-IF.

           MOVE WS-ECART TO WS-ECART-ED.
           DISPLAY "Versement enregistre : attendu " WS-ATTENDU
               "  remis " WS-SAISIE-REMIS "  ecart " WS-ECART-ED
               " euros.".
           IF WS-ECART NOT EQUAL ZEROES
               ADD 1 TO WS-NB-ECARTS
               IF WS-ECART < ZEROES
                   DISPLAY "*** MANQUANT au nom du livreur "
                       WS-SAISIE-LIVREUR " ***"
               END-IF
           END-IF.
           PERFORM VARYING IDX-LIV FROM 1 BY 1
               UNTIL IDX-LIV > WS-LIV-NB
               IF WS-LIV-LIVREUR(IDX-LIV) EQUAL WS-SAISIE-LIVREUR
                   AND WS-LIV-RETOUR(IDX-LIV) EQUAL "Y"
                   DISPLAY "Commande " WS-LIV-NUMERO(IDX-LIV)
                       " rapportee : a annuler au comptoir si "
                       "elle n'est pas relivree."
               END-IF
           END-PERFORM.

       VERSER-UNE-TOURNEE-EXIT.
           EXIT.

      ******************************************************************
       SAISIR-RETOUR.

           DISPLAY "Commande rapportee non livree ? (numero, 0=aucune"
               " ou fin)".
           MOVE ZEROES TO WS-SAISIE-COMMANDE.
           ACCEPT WS-SAISIE-COMMANDE.
           IF WS-SAISIE-COMMANDE EQUAL ZEROES
               GO TO SAISIR-RETOUR-EXIT
           END-IF.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING IDX-LIV FROM 1 BY 1
               UNTIL IDX-LIV > WS-LIV-NB
               IF WS-LIV-LIVREUR(IDX-LIV) EQUAL WS-SAISIE-LIVREUR
                   AND WS-LIV-NUMERO(IDX-LIV) EQUAL WS-SAISIE-COMMANDE
                   AND WS-LIV-RETOUR(IDX-LIV) EQUAL "N"
                   MOVE "Y" TO WS-TROUVE
                   MOVE "Y" TO WS-LIV-RETOUR(IDX-LIV)
                   ADD WS-LIV-ESPECES(IDX-LIV) TO WS-RETOURS-MONTANT
               END-IF
           END-PERFORM.
           IF WS-TROUVE NOT EQUAL "Y"
               DISPLAY "Commande " WS-SAISIE-COMMANDE " absente de la "
                   "tournee ou deja rapportee."
           END-IF.

       SAISIR-RETOUR-EXIT.
           EXIT.

      ******************************************************************
       NOMMER-REGLEMENT.

           EVALUATE WS-LIV-REGLEMENT(IDX-LIV)
               WHEN "C"
                   MOVE "CARTE" TO WS-REGLEMENT-LIBELLE
               WHEN "T"
                   MOVE "TITRE" TO WS-REGLEMENT-LIBELLE
               WHEN "B"
                   MOVE "BON" TO WS-REGLEMENT-LIBELLE
               WHEN OTHER
                   MOVE "ESPECES" TO WS-REGLEMENT-LIBELLE
           END-EVALUATE.

       NOMMER-REGLEMENT-EXIT.
           EXIT.
      ******************************************************************
