      ******************************************************************
      *    Proposition hebdomadaire de commande d'ingredients : au     *
      *    lieu d'attendre que VERIFIER-SEUIL emette un bon une fois   *
      *    le stock passe sous le seuil, projette les pizzas par       *
      *    taille de la semaine prochaine sur l'historique des         *
      *    commandes (meme source que tendance : archive compacte      *
      *    LOG-ARCHIVE.txt, segments annuels LOG-ARCHIVE-AAAA.txt et   *
      *    journaux du jour ORDERS-LOG-AAAAMMJJ.txt pas encore         *
      *    archives), sur les PROPOSITION-SEMAINES dernieres semaines  *
      *    completes, jour de semaine par jour de semaine. Les         *
      *    pizzas projetees deviennent des besoins par ingredient      *
      *    selon RECETTES.txt (usage par pizza du maitre pour une      *
      *    taille sans recette) ; on y ajoute le seuil, stock de       *
      *    securite a retrouver en fin de semaine, et on en retire le  *
      *    stock du maitre INGREDIENTS.idx et les bons de commande     *
      *    ouverts (PURCHASE-ORDERS.txt moins les receptions de        *
      *    STOCK-MOUVEMENTS.txt, comme rapproch).                      *
      *    Mode P : la proposition par fournisseur est ecrite dans     *
      *    PROPOSITION-COMMANDES.txt et editee dans                    *
      *    PROPOSITION-COMMANDES-REPORT.txt pour revue du gerant.      *
      *    Mode L : la proposition est relue fournisseur par           *
      *    fournisseur ; chaque fournisseur accepte (quantites         *
      *    proposees ou corrigees) part en bons de commande dans       *
      *    PURCHASE-ORDERS.txt, au dessin de VERIFIER-SEUIL, et ses    *
      *    lignes sont marquees liberees pour ne partir qu'une fois.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. propcmd.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ARCHIVE ASSIGN
           USING WS-ARCHIVE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCHIVE.

           SELECT F-ORDERS ASSIGN
           USING WS-ORDERS-FNAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ORDERS.

           SELECT F-INGREDIENTS ASSIGN
           TO "INGREDIENTS.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ING-CODE
           FILE STATUS IS FS-INGREDIENTS.

           SELECT F-RECETTES ASSIGN
           TO "RECETTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RECETTES.

           SELECT F-PO ASSIGN
           TO "PURCHASE-ORDERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PO.

           SELECT F-MOUVEMENTS ASSIGN
           TO "STOCK-MOUVEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MOUVEMENTS.

           SELECT F-PROPOSITION ASSIGN
           TO "PROPOSITION-COMMANDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PROPOSITION.

       DATA DIVISION.

       FILE SECTION.

       FD  F-ARCHIVE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.

       01  WS-ARCHIVE-REC.
           05 ARC-FAMILLE           PIC X(14).
           05 ARC-CONTENU           PIC X(136).

       FD  F-ORDERS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  WS-ORDERS-REC            PIC X(100).

       FD  F-INGREDIENTS
           RECORD CONTAINS 80 CHARACTERS.

       COPY INGREDNT.

       FD  F-RECETTES
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RECETTE-REC.
           05 RCT-TAILLE            PIC X.
           05 RCT-INGREDIENT        PIC X(10).
           05 RCT-QUANTITE          PIC 9(3).
           05 FILLER                PIC X(6).

       FD  F-PO
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  WS-PO-LINE               PIC X(80).

       FD  F-MOUVEMENTS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  WS-MOUVEMENT-LINE        PIC X(80).

      *une ligne par ingredient a commander, rangee par fournisseur :
      *statut P=proposee, L=liberee en bon de commande, E=ecartee
      *par le gerant
       FD  F-PROPOSITION
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  PRP-REC.
           05 PRP-SEMAINE           PIC 9(8).
           05 PRP-FOURNISSEUR       PIC X(10).
           05 PRP-INGREDIENT        PIC X(10).
           05 PRP-UNITE             PIC X(5).
           05 PRP-BESOIN            PIC 9(7).
           05 PRP-STOCK-SIGNE       PIC X.
           05 PRP-STOCK             PIC 9(7).
           05 PRP-EN-COMMANDE       PIC 9(7).
           05 PRP-SEUIL             PIC 9(5).
           05 PRP-QUANTITE          PIC 9(5).
           05 PRP-STATUT            PIC X.
               88 PRP-EST-PROPOSEE VALUE "P".
               88 PRP-EST-LIBEREE VALUE "L".
               88 PRP-EST-ECARTEE VALUE "E".
           05 FILLER                PIC X(14).

       WORKING-STORAGE SECTION.

       01  FS-ARCHIVE PIC X(02).
           88 FS-ARCHIVE-OK VALUE "00".
       01  FS-ORDERS PIC X(02).
           88 FS-ORDERS-OK VALUE "00".
       01  FS-INGREDIENTS PIC X(02).
           88 FS-INGREDIENTS-OK VALUE "00".
       01  FS-RECETTES PIC X(02).
           88 FS-RECETTES-OK VALUE "00".
       01  FS-PO PIC X(02).
           88 FS-PO-OK VALUE "00".
       01  FS-MOUVEMENTS PIC X(02).
           88 FS-MOUVEMENTS-OK VALUE "00".
       01  FS-PROPOSITION PIC X(02).
           88 FS-PROPOSITION-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

      *configuration d'exploitation partagee (CALL "cfglire")
       COPY CONFIG.

      *bloc de parametres de l'editeur d'etats commun
      *(CALL "rptwrit")
       COPY RPTWRIT.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-AUJOURDHUI            PIC 9(8) VALUE ZEROES.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-ECHEC                 PIC X VALUE "N".
           88 WS-EST-EN-ECHEC VALUE "Y".

       01  WS-MODE                  PIC X VALUE SPACE.
           88 WS-MODE-PROPOSITION VALUE "P".
           88 WS-MODE-LIBERATION VALUE "L".

      *fenetre d'historique : les semaines completes (lundi a
      *dimanche) qui precedent la semaine en cours ; la semaine
      *proposee est la suivante
       01  WS-NB-SEMAINES           PIC 9(2) VALUE ZEROES.
       01  WS-JOUR-INT              PIC 9(7) VALUE ZEROES.
       01  WS-LUNDI-INT             PIC 9(7) VALUE ZEROES.
       01  WS-DEBUT-INT             PIC 9(7) VALUE ZEROES.
       01  WS-FIN-INT               PIC 9(7) VALUE ZEROES.
       01  WS-DATE-DEBUT            PIC 9(8) VALUE ZEROES.
       01  WS-DATE-FIN              PIC 9(8) VALUE ZEROES.
       01  WS-SEMAINE-PROPOSEE      PIC 9(8) VALUE ZEROES.
       01  WS-ANNEE-DEBUT           PIC 9(4) VALUE ZEROES.
       01  WS-ANNEE-FIN             PIC 9(4) VALUE ZEROES.
       01  WS-ANNEE-COURANTE        PIC 9(4) VALUE ZEROES.
       01  WS-JOUR-COURANT          PIC 9 VALUE ZERO.

       01  WS-ARCHIVE-NOM           PIC X(30) VALUE SPACES.
       01  WS-ORDERS-FNAME          PIC X(40) VALUE SPACES.
       01  WS-JOUR-LU               PIC 9(8) VALUE ZEROES.

      *premiere passe : reperage des contrepassations d'annulation ;
      *seconde passe : cumul des pizzas par jour et par taille
       01  WS-PASSE                 PIC 9 VALUE ZERO.

      *commandes annulees sur toute la fenetre (les numeros de
      *commande sont uniques sur toute la sequence)
       01  WS-ANNUL-TABLE.
           03 WS-NB-ANNUL PIC 9(4) VALUE ZEROES.
           03 WS-ANNUL OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-NB-ANNUL
               INDEXED BY IDX-ANN
               PIC 9(6).
       01  WS-ANN-CIBLE             PIC 9(4) VALUE ZEROES.

      *image de commande au dessin ORDLOG, tiree de l'archive ou du
      *journal du jour
       01  WS-ORD-IMAGE.
           05 ORD-NUMERO            PIC 9(6).
           05 ORD-HORODATAGE        PIC X(14).
           05 ORD-CONVIVES          PIC 9(3).
           05 ORD-PIZZAS            PIC 9(3).
           05 ORD-TAILLE            PIC X.
           05 ORD-PRIX-UNITAIRE     PIC 9(2).
           05 ORD-MODE              PIC X.
           05 ORD-ZONE              PIC 9.
           05 ORD-FRAIS             PIC 9(2).
           05 ORD-CLIENT            PIC 9(5).
           05 ORD-REMISE            PIC 9(5).
           05 ORD-TOTAL             PIC 9(5).
           05 ORD-LIVREUR           PIC 9(9).
           05 ORD-FLAG-ANNUL        PIC X.
           05 ORD-TYPE-ENREG        PIC X.
               88 ORD-EST-ENTETE VALUE "E".
               88 ORD-EST-LIGNE VALUE "L".
               88 ORD-EST-ANCIEN-FORMAT VALUE SPACE.
           05 ORD-RANG-LIGNE        PIC 9(2).
           05 FILLER                PIC X(39).
       01  WS-DATE-ORD              PIC 9(8) VALUE ZEROES.

      *historique par jour de semaine (1=lundi .. 7=dimanche) et par
      *taille, puis projection de la semaine proposee
       01  WS-HISTORIQUE.
           05 WS-HIS-JOUR OCCURS 7 TIMES.
               10 WS-HIS-PIZZAS     PIC 9(7) OCCURS 4 TIMES.
       01  WS-PROJECTION.
           05 WS-PRJ-JOUR OCCURS 7 TIMES.
               10 WS-PRJ-PIZZAS     PIC 9(5) OCCURS 4 TIMES.
           05 WS-PRJ-TAILLE         PIC 9(6) OCCURS 4 TIMES.
           05 WS-PRJ-RECETTE        PIC X OCCURS 4 TIMES.
       01  WS-NB-COMMANDES          PIC 9(6) VALUE ZEROES.
       01  WS-NB-PIZZAS-HIST        PIC 9(7) VALUE ZEROES.

       01  WS-TAILLES-CODES         PIC X(4) VALUE "PMGF".
       01  WS-TAI-IDX               PIC 9 VALUE ZERO.
       01  WS-TAI-CIBLE             PIC 9 VALUE ZERO.

      *ingredients suivis du maitre, avec leurs besoins et les
      *quantites commandees et recues
       01  WS-ING-TABLE.
           03 WS-ING-NB PIC 9(3) VALUE ZEROES.
           03 WS-ING-ENTREE OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-ING-NB
               INDEXED BY IDX-ING.
               05 WS-ING-CODE       PIC X(10).
               05 WS-ING-LIBELLE    PIC X(20).
               05 WS-ING-UNITE      PIC X(5).
               05 WS-ING-STOCK      PIC S9(7).
               05 WS-ING-USAGE      PIC 9(3).
               05 WS-ING-SEUIL      PIC 9(5).
               05 WS-ING-FOURNISSEUR PIC X(10).
               05 WS-ING-BESOIN     PIC 9(9).
               05 WS-ING-CMDE       PIC 9(7).
               05 WS-ING-RECU       PIC 9(7).
               05 WS-ING-OUVERT     PIC 9(7).
               05 WS-ING-PROPOSE    PIC 9(5).
       01  WS-ING-COURANT           PIC X(10) VALUE SPACES.
       01  WS-ING-CIBLE             PIC 9(3) VALUE ZEROES.
       01  WS-QTE-LUE               PIC 9(5) VALUE ZEROES.
       01  WS-PROPOSE-CALC          PIC S9(9) VALUE ZEROES.

      *fournisseurs de la proposition, dans l'ordre du maitre
       01  WS-FRN-TABLE.
           03 WS-FRN-NB PIC 9(3) VALUE ZEROES.
           03 WS-FRN-ENTREE OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-FRN-NB
               INDEXED BY IDX-FRN.
               05 WS-FRN-CODE       PIC X(10).
               05 WS-FRN-LIGNES     PIC 9(3).
       01  WS-FRN-CIBLE             PIC 9(3) VALUE ZEROES.

      *proposition relue pour liberation, dans l'ordre du fichier
       01  WS-PRL-TABLE.
           03 WS-PRL-NB PIC 9(3) VALUE ZEROES.
           03 WS-PRL-ENTREE OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-PRL-NB
               INDEXED BY IDX-PRL.
               05 WS-PRL-SEMAINE    PIC 9(8).
               05 WS-PRL-FOURNISSEUR PIC X(10).
               05 WS-PRL-INGREDIENT PIC X(10).
               05 WS-PRL-UNITE      PIC X(5).
               05 WS-PRL-BESOIN     PIC 9(7).
               05 WS-PRL-STOCK-SIGNE PIC X.
               05 WS-PRL-STOCK      PIC 9(7).
               05 WS-PRL-EN-COMMANDE PIC 9(7).
               05 WS-PRL-SEUIL      PIC 9(5).
               05 WS-PRL-QUANTITE   PIC 9(5).
               05 WS-PRL-STATUT     PIC X.
       01  WS-GRP-DEBUT             PIC 9(3) VALUE ZEROES.
       01  WS-GRP-FIN               PIC 9(3) VALUE ZEROES.
       01  WS-GRP-PROPOSEES         PIC 9(3) VALUE ZEROES.
       01  WS-REPONSE               PIC X VALUE SPACE.
       01  WS-QTE-SAISIE            PIC X(5) VALUE SPACES.
       01  WS-PO-STOCK              PIC S9(7) VALUE ZEROES.
       01  WS-PO-STOCK-ED           PIC -(5)9.

      *compteurs et editions
       01  WS-NB-LUS                PIC 9(7) VALUE ZEROES.
       01  WS-NB-PROPOSEES          PIC 9(5) VALUE ZEROES.
       01  WS-NB-LIBEREES           PIC 9(5) VALUE ZEROES.
       01  WS-NB-ECARTEES           PIC 9(5) VALUE ZEROES.
       01  WS-NB-EXCEPTIONS         PIC 9(5) VALUE ZEROES.
       01  WS-QTE-ED                PIC Z(6)9.
       01  WS-BESOIN-ED             PIC Z(8)9.
       01  WS-STOCK-ED              PIC -(6)9.
       01  WS-OUVERT-ED             PIC Z(6)9.
       01  WS-SEUIL-ED              PIC Z(4)9.
       01  WS-PROPOSE-ED            PIC Z(4)9.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "propcmd" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:8) TO WS-AUJOURDHUI.

           DISPLAY "Mode ? (P=Proposition, L=Liberation des bons)".
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           IF NOT WS-MODE-PROPOSITION AND NOT WS-MODE-LIBERATION
               DISPLAY "Mode invalide : " WS-MODE
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.

           IF WS-MODE-LIBERATION
               PERFORM LIBERER-PROPOSITION
                   THRU LIBERER-PROPOSITION-EXIT
           ELSE
               PERFORM PROPOSER-COMMANDE
                   THRU PROPOSER-COMMANDE-EXIT
           END-IF.

           IF WS-EST-EN-ECHEC
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NB-EXCEPTIONS > ZEROES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       FIN-DU-PASSAGE.
           MOVE "F" TO RJN-PHASE.
           MOVE WS-NB-LUS TO RJN-LUS.
           IF WS-MODE-LIBERATION
               MOVE WS-NB-LIBEREES TO RJN-ECRITS
           ELSE
               MOVE WS-NB-PROPOSEES TO RJN-ECRITS
           END-IF.
           MOVE WS-NB-EXCEPTIONS TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
      *l'appel du journal remet RETURN-CODE a zero : le code retour
      *du programme est repose apres coup
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *mode P : historique, projection, besoins, proposition
       PROPOSER-COMMANDE.

           INITIALIZE CFG-PARAMS.
           MOVE "PROPOSITION-SEMAINES" TO CFG-CLE.
           MOVE "4" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-NB-SEMAINES = FUNCTION NUMVAL(CFG-VALEUR).
           IF WS-NB-SEMAINES EQUAL ZEROES OR WS-NB-SEMAINES > 52
               MOVE 4 TO WS-NB-SEMAINES
           END-IF.

      *le 01/01/1601, jour 1 du calendrier des fonctions de date,
      *etait un lundi : (jour - 1) modulo 7 donne 0=lundi
           COMPUTE WS-JOUR-INT =
               FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI).
           COMPUTE WS-LUNDI-INT = WS-JOUR-INT
               - FUNCTION MOD(WS-JOUR-INT - 1, 7).
           COMPUTE WS-DEBUT-INT = WS-LUNDI-INT - (7 * WS-NB-SEMAINES).
           COMPUTE WS-FIN-INT = WS-LUNDI-INT - 1.
           COMPUTE WS-DATE-DEBUT =
               FUNCTION DATE-OF-INTEGER(WS-DEBUT-INT).
           COMPUTE WS-DATE-FIN = FUNCTION DATE-OF-INTEGER(WS-FIN-INT).
           MOVE WS-DATE-DEBUT(1:4) TO WS-ANNEE-DEBUT.
           MOVE WS-DATE-FIN(1:4) TO WS-ANNEE-FIN.
           COMPUTE WS-SEMAINE-PROPOSEE =
               FUNCTION DATE-OF-INTEGER(WS-LUNDI-INT + 7).

           PERFORM CHARGER-INGREDIENTS THRU CHARGER-INGREDIENTS-EXIT.
           IF WS-EST-EN-ECHEC
               GO TO PROPOSER-COMMANDE-EXIT
           END-IF.

           INITIALIZE WS-HISTORIQUE.
           MOVE 1 TO WS-PASSE.
           PERFORM BALAYER-HISTORIQUE THRU BALAYER-HISTORIQUE-EXIT.
           MOVE 2 TO WS-PASSE.
           PERFORM BALAYER-HISTORIQUE THRU BALAYER-HISTORIQUE-EXIT.
           IF WS-NB-PIZZAS-HIST EQUAL ZEROES
               DISPLAY "Aucune pizza dans l'historique du "
                   WS-DATE-DEBUT " au " WS-DATE-FIN
                   " : proposition sur les seuils seuls."
               ADD 1 TO WS-NB-EXCEPTIONS
           END-IF.

           PERFORM PROJETER-SEMAINE THRU PROJETER-SEMAINE-EXIT.
           PERFORM CALCULER-BESOINS THRU CALCULER-BESOINS-EXIT.
           PERFORM CHARGER-PO THRU CHARGER-PO-EXIT.
           PERFORM CHARGER-RECEPTIONS THRU CHARGER-RECEPTIONS-EXIT.
           PERFORM CALCULER-PROPOSITION
               THRU CALCULER-PROPOSITION-EXIT.
           PERFORM ECRIRE-PROPOSITION THRU ECRIRE-PROPOSITION-EXIT.

           DISPLAY "Semaine du " WS-SEMAINE-PROPOSEE " : "
               WS-NB-PROPOSEES " ligne(s) proposee(s) chez "
               WS-FRN-NB " fournisseur(s).".
           DISPLAY "Revue dans PROPOSITION-COMMANDES-REPORT.txt, "
               "liberation par le mode L.".

       PROPOSER-COMMANDE-EXIT.
           EXIT.

      ******************************************************************
       CHARGER-INGREDIENTS.

           MOVE ZEROES TO WS-ING-NB.
           OPEN INPUT F-INGREDIENTS.
           IF NOT FS-INGREDIENTS-OK
               DISPLAY "Maitre INGREDIENTS.idx indisponible : "
                   FS-INGREDIENTS " (voir ingmaj)."
               MOVE "Y" TO WS-ECHEC
               GO TO CHARGER-INGREDIENTS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-INGREDIENTS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF WS-ING-NB < 200
                           ADD 1 TO WS-ING-NB
                           INITIALIZE WS-ING-ENTREE(WS-ING-NB)
                           MOVE ING-CODE TO WS-ING-CODE(WS-ING-NB)
                           MOVE ING-LIBELLE
                               TO WS-ING-LIBELLE(WS-ING-NB)
                           MOVE ING-UNITE TO WS-ING-UNITE(WS-ING-NB)
                           MOVE ING-STOCK TO WS-ING-STOCK(WS-ING-NB)
                           IF ING-STOCK-SIGNE EQUAL "-"
                               MULTIPLY -1
                                   BY WS-ING-STOCK(WS-ING-NB)
                           END-IF
                           MOVE ING-USAGE TO WS-ING-USAGE(WS-ING-NB)
                           MOVE ING-SEUIL TO WS-ING-SEUIL(WS-ING-NB)
                           MOVE ING-FOURNISSEUR
                               TO WS-ING-FOURNISSEUR(WS-ING-NB)
                       ELSE
                           DISPLAY "Table des ingredients pleine : "
                               ING-CODE " ignore."
                           ADD 1 TO WS-NB-EXCEPTIONS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-INGREDIENTS.

       CHARGER-INGREDIENTS-EXIT.
           EXIT.

      ******************************************************************
      *l'archive unique d'avant le decoupage annuel, les segments
      *annuels des annees de la fenetre, puis les journaux du jour
      *encore presents (logmenag vide ceux qu'il archive : un jour
      *n'est jamais lu deux fois)
       BALAYER-HISTORIQUE.

           MOVE "LOG-ARCHIVE.txt" TO WS-ARCHIVE-NOM.
           PERFORM BALAYER-UNE-ARCHIVE
               THRU BALAYER-UNE-ARCHIVE-EXIT.
           PERFORM VARYING WS-ANNEE-COURANTE
               FROM WS-ANNEE-DEBUT BY 1
               UNTIL WS-ANNEE-COURANTE > WS-ANNEE-FIN
               MOVE SPACES TO WS-ARCHIVE-NOM
               STRING "LOG-ARCHIVE-" WS-ANNEE-COURANTE ".txt"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-NOM
               PERFORM BALAYER-UNE-ARCHIVE
                   THRU BALAYER-UNE-ARCHIVE-EXIT
           END-PERFORM.

           PERFORM VARYING WS-JOUR-INT FROM WS-DEBUT-INT BY 1
               UNTIL WS-JOUR-INT > WS-FIN-INT
               COMPUTE WS-JOUR-LU =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INT)
               PERFORM BALAYER-UN-JOURNAL
                   THRU BALAYER-UN-JOURNAL-EXIT
           END-PERFORM.

       BALAYER-HISTORIQUE-EXIT.
           EXIT.

      ******************************************************************
       BALAYER-UNE-ARCHIVE.

           OPEN INPUT F-ARCHIVE.
           IF NOT FS-ARCHIVE-OK
               GO TO BALAYER-UNE-ARCHIVE-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-ARCHIVE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF ARC-FAMILLE(1:11) EQUAL "ORDERS-LOG-"
                           MOVE ARC-CONTENU(1:100) TO WS-ORD-IMAGE
                           PERFORM TRAITER-UNE-COMMANDE
                               THRU TRAITER-UNE-COMMANDE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE.

       BALAYER-UNE-ARCHIVE-EXIT.
           EXIT.

      ******************************************************************
       BALAYER-UN-JOURNAL.

           MOVE SPACES TO WS-ORDERS-FNAME.
           STRING "ORDERS-LOG-" WS-JOUR-LU ".txt"
               DELIMITED BY SIZE INTO WS-ORDERS-FNAME.
           OPEN INPUT F-ORDERS.
           IF NOT FS-ORDERS-OK
               GO TO BALAYER-UN-JOURNAL-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-ORDERS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       MOVE WS-ORDERS-REC TO WS-ORD-IMAGE
                       PERFORM TRAITER-UNE-COMMANDE
                           THRU TRAITER-UNE-COMMANDE-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-ORDERS.

       BALAYER-UN-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      *premiere passe : la contrepassation (drapeau A) designe la
      *commande annulee ; seconde passe : les lignes par taille de la
      *fenetre, hors commandes annulees, sont cumulees par jour de
      *semaine (un enregistrement d'avant le decoupage vaut sa propre
      *ligne unique)
       TRAITER-UNE-COMMANDE.

           IF ORD-NUMERO NOT NUMERIC OR ORD-PIZZAS NOT NUMERIC
               OR ORD-HORODATAGE(1:8) NOT NUMERIC
               GO TO TRAITER-UNE-COMMANDE-EXIT
           END-IF.

           IF WS-PASSE EQUAL 1
               IF ORD-FLAG-ANNUL EQUAL "A"
                   AND WS-NB-ANNUL < 2000
                   ADD 1 TO WS-NB-ANNUL
                   MOVE ORD-NUMERO TO WS-ANNUL(WS-NB-ANNUL)
               END-IF
               GO TO TRAITER-UNE-COMMANDE-EXIT
           END-IF.

           IF ORD-FLAG-ANNUL EQUAL "A"
               GO TO TRAITER-UNE-COMMANDE-EXIT
           END-IF.
           MOVE ORD-HORODATAGE(1:8) TO WS-DATE-ORD.
           IF WS-DATE-ORD < WS-DATE-DEBUT OR WS-DATE-ORD > WS-DATE-FIN
               GO TO TRAITER-UNE-COMMANDE-EXIT
           END-IF.

           MOVE ZEROES TO WS-ANN-CIBLE.
           PERFORM VARYING IDX-ANN FROM 1 BY 1
               UNTIL IDX-ANN > WS-NB-ANNUL
               IF WS-ANNUL(IDX-ANN) EQUAL ORD-NUMERO
                   SET WS-ANN-CIBLE TO IDX-ANN
               END-IF
           END-PERFORM.
           IF WS-ANN-CIBLE > ZEROES
               GO TO TRAITER-UNE-COMMANDE-EXIT
           END-IF.

           ADD 1 TO WS-NB-LUS.
           IF ORD-EST-ENTETE OR ORD-EST-ANCIEN-FORMAT
               ADD 1 TO WS-NB-COMMANDES
           END-IF.
           IF ORD-EST-ENTETE
               GO TO TRAITER-UNE-COMMANDE-EXIT
           END-IF.

           MOVE ZERO TO WS-TAI-CIBLE.
           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1
               UNTIL WS-TAI-IDX > 4
               IF WS-TAILLES-CODES(WS-TAI-IDX:1) EQUAL ORD-TAILLE
                   MOVE WS-TAI-IDX TO WS-TAI-CIBLE
               END-IF
           END-PERFORM.
           IF WS-TAI-CIBLE EQUAL ZERO
               GO TO TRAITER-UNE-COMMANDE-EXIT
           END-IF.

           COMPUTE WS-JOUR-COURANT = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATE-ORD) - 1, 7) + 1.
           ADD ORD-PIZZAS
               TO WS-HIS-PIZZAS(WS-JOUR-COURANT, WS-TAI-CIBLE).
           ADD ORD-PIZZAS TO WS-NB-PIZZAS-HIST.

       TRAITER-UNE-COMMANDE-EXIT.
           EXIT.

      ******************************************************************
      *moyenne de chaque jour de semaine sur la fenetre, arrondie
       PROJETER-SEMAINE.

           INITIALIZE WS-PROJECTION.
           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1
               UNTIL WS-TAI-IDX > 4
               MOVE "N" TO WS-PRJ-RECETTE(WS-TAI-IDX)
               PERFORM VARYING WS-JOUR-COURANT FROM 1 BY 1
                   UNTIL WS-JOUR-COURANT > 7
                   COMPUTE WS-PRJ-PIZZAS(WS-JOUR-COURANT, WS-TAI-IDX)
                       ROUNDED =
                       WS-HIS-PIZZAS(WS-JOUR-COURANT, WS-TAI-IDX)
                       / WS-NB-SEMAINES
                   ADD WS-PRJ-PIZZAS(WS-JOUR-COURANT, WS-TAI-IDX)
                       TO WS-PRJ-TAILLE(WS-TAI-IDX)
               END-PERFORM
           END-PERFORM.

       PROJETER-SEMAINE-EXIT.
           EXIT.

      ******************************************************************
      *besoin = pizzas projetees x quantite par pizza de la recette ;
      *une taille sans recette chargee prend l'usage par pizza de
      *chaque ingredient du maitre, comme pizzamgt
       CALCULER-BESOINS.

           OPEN INPUT F-RECETTES.
           IF FS-RECETTES-OK
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "Y"
                   READ F-RECETTES
                       AT END
                           MOVE "Y" TO WS-FIN
                       NOT AT END
                           PERFORM CUMULER-LIGNE-RECETTE
                               THRU CUMULER-LIGNE-RECETTE-EXIT
                   END-READ
               END-PERFORM
               CLOSE F-RECETTES
           END-IF.

           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1
               UNTIL WS-TAI-IDX > 4
               IF WS-PRJ-RECETTE(WS-TAI-IDX) EQUAL "N"
                   PERFORM VARYING IDX-ING FROM 1 BY 1
                       UNTIL IDX-ING > WS-ING-NB
                       COMPUTE WS-ING-BESOIN(IDX-ING) =
                           WS-ING-BESOIN(IDX-ING)
                           + WS-ING-USAGE(IDX-ING)
                           * WS-PRJ-TAILLE(WS-TAI-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM.

       CALCULER-BESOINS-EXIT.
           EXIT.

      ******************************************************************
       CUMULER-LIGNE-RECETTE.

           MOVE ZERO TO WS-TAI-CIBLE.
           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1
               UNTIL WS-TAI-IDX > 4
               IF WS-TAILLES-CODES(WS-TAI-IDX:1) EQUAL RCT-TAILLE
                   MOVE WS-TAI-IDX TO WS-TAI-CIBLE
               END-IF
           END-PERFORM.
           MOVE RCT-INGREDIENT TO WS-ING-COURANT.
           PERFORM CHERCHER-INGREDIENT THRU CHERCHER-INGREDIENT-EXIT.
           IF WS-TAI-CIBLE EQUAL ZERO OR WS-ING-CIBLE EQUAL ZEROES
               OR RCT-QUANTITE NOT NUMERIC
               GO TO CUMULER-LIGNE-RECETTE-EXIT
           END-IF.

           MOVE "Y" TO WS-PRJ-RECETTE(WS-TAI-CIBLE).
           COMPUTE WS-ING-BESOIN(WS-ING-CIBLE) =
               WS-ING-BESOIN(WS-ING-CIBLE)
               + RCT-QUANTITE * WS-PRJ-TAILLE(WS-TAI-CIBLE).

       CUMULER-LIGNE-RECETTE-EXIT.
           EXIT.

      ******************************************************************
       CHERCHER-INGREDIENT.

           MOVE ZEROES TO WS-ING-CIBLE.
           PERFORM VARYING IDX-ING FROM 1 BY 1
               UNTIL IDX-ING > WS-ING-NB
               IF WS-ING-CODE(IDX-ING) EQUAL WS-ING-COURANT
                   SET WS-ING-CIBLE TO IDX-ING
               END-IF
           END-PERFORM.

       CHERCHER-INGREDIENT-EXIT.
           EXIT.

      ******************************************************************
      *bons de commande : ingredient en 21 et quantite en 66, aux
      *positions fixes ecrites par VERIFIER-SEUIL
       CHARGER-PO.

           OPEN INPUT F-PO.
           IF NOT FS-PO-OK
               GO TO CHARGER-PO-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-PO
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF WS-PO-LINE(1:8) NUMERIC
                           AND WS-PO-LINE(66:5) NUMERIC
                           MOVE WS-PO-LINE(21:10) TO WS-ING-COURANT
                           PERFORM CHERCHER-INGREDIENT
                               THRU CHERCHER-INGREDIENT-EXIT
                           IF WS-ING-CIBLE > ZEROES
                               MOVE WS-PO-LINE(66:5) TO WS-QTE-LUE
                               ADD WS-QTE-LUE
                                   TO WS-ING-CMDE(WS-ING-CIBLE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PO.

       CHARGER-PO-EXIT.
           EXIT.

      ******************************************************************
      *receptions du journal des mouvements : sens E au motif
      *RECEPTION, nom en 16, quantite en 29 aux positions ecrites par
      *JOURNALISER-MOUVEMENT
       CHARGER-RECEPTIONS.

           OPEN INPUT F-MOUVEMENTS.
           IF NOT FS-MOUVEMENTS-OK
               GO TO CHARGER-RECEPTIONS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-MOUVEMENTS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF WS-MOUVEMENT-LINE(27:1) EQUAL "E"
                           AND WS-MOUVEMENT-LINE(35:9) EQUAL
                               "RECEPTION"
                           AND WS-MOUVEMENT-LINE(29:5) NUMERIC
                           MOVE WS-MOUVEMENT-LINE(16:10)
                               TO WS-ING-COURANT
                           PERFORM CHERCHER-INGREDIENT
                               THRU CHERCHER-INGREDIENT-EXIT
                           IF WS-ING-CIBLE > ZEROES
                               MOVE WS-MOUVEMENT-LINE(29:5)
                                   TO WS-QTE-LUE
                               ADD WS-QTE-LUE
                                   TO WS-ING-RECU(WS-ING-CIBLE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MOUVEMENTS.

       CHARGER-RECEPTIONS-EXIT.
           EXIT.

      ******************************************************************
      *a commander = besoin de la semaine + seuil - stock - bons
      *ouverts (commande non encore recue), borne a la capacite d'un
      *bon ; un ingredient sans fournisseur au maitre est signale
       CALCULER-PROPOSITION.

           PERFORM VARYING IDX-ING FROM 1 BY 1
               UNTIL IDX-ING > WS-ING-NB
               MOVE ZEROES TO WS-ING-OUVERT(IDX-ING)
               IF WS-ING-CMDE(IDX-ING) > WS-ING-RECU(IDX-ING)
                   COMPUTE WS-ING-OUVERT(IDX-ING) =
                       WS-ING-CMDE(IDX-ING) - WS-ING-RECU(IDX-ING)
               END-IF
               COMPUTE WS-PROPOSE-CALC = WS-ING-BESOIN(IDX-ING)
                   + WS-ING-SEUIL(IDX-ING) - WS-ING-STOCK(IDX-ING)
                   - WS-ING-OUVERT(IDX-ING)
               IF WS-PROPOSE-CALC > 99999
                   MOVE 99999 TO WS-PROPOSE-CALC
               END-IF
               IF WS-PROPOSE-CALC > ZEROES
                   MOVE WS-PROPOSE-CALC TO WS-ING-PROPOSE(IDX-ING)
               ELSE
                   MOVE ZEROES TO WS-ING-PROPOSE(IDX-ING)
               END-IF
               IF WS-ING-PROPOSE(IDX-ING) > ZEROES
                   IF WS-ING-FOURNISSEUR(IDX-ING) EQUAL SPACES
                       ADD 1 TO WS-NB-EXCEPTIONS
                   ELSE
                       PERFORM RETENIR-FOURNISSEUR
                           THRU RETENIR-FOURNISSEUR-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       CALCULER-PROPOSITION-EXIT.
           EXIT.

      ******************************************************************
       RETENIR-FOURNISSEUR.

           MOVE ZEROES TO WS-FRN-CIBLE.
           PERFORM VARYING IDX-FRN FROM 1 BY 1
               UNTIL IDX-FRN > WS-FRN-NB
               IF WS-FRN-CODE(IDX-FRN)
                   EQUAL WS-ING-FOURNISSEUR(IDX-ING)
                   SET WS-FRN-CIBLE TO IDX-FRN
               END-IF
           END-PERFORM.
           IF WS-FRN-CIBLE EQUAL ZEROES
               IF WS-FRN-NB >= 200
                   ADD 1 TO WS-NB-EXCEPTIONS
                   MOVE ZEROES TO WS-ING-PROPOSE(IDX-ING)
                   GO TO RETENIR-FOURNISSEUR-EXIT
               END-IF
               ADD 1 TO WS-FRN-NB
               MOVE WS-FRN-NB TO WS-FRN-CIBLE
               MOVE WS-ING-FOURNISSEUR(IDX-ING)
                   TO WS-FRN-CODE(WS-FRN-CIBLE)
               MOVE ZEROES TO WS-FRN-LIGNES(WS-FRN-CIBLE)
           END-IF.
           ADD 1 TO WS-FRN-LIGNES(WS-FRN-CIBLE).

       RETENIR-FOURNISSEUR-EXIT.
           EXIT.

      ******************************************************************
      *fichier de proposition et etat de revue, fournisseur par
      *fournisseur, precedes de l'historique et de la projection
       ECRIRE-PROPOSITION.

           OPEN OUTPUT F-PROPOSITION.
           IF NOT FS-PROPOSITION-OK
               DISPLAY "Erreur ouverture F-PROPOSITION : "
                   FS-PROPOSITION
               MOVE "Y" TO WS-ECHEC
               GO TO ECRIRE-PROPOSITION-EXIT
           END-IF.

           INITIALIZE RPT-PARAMS.
           MOVE "O" TO RPT-ACTION.
           MOVE "PROPOSITION-COMMANDES-REPORT.txt" TO RPT-FICHIER.
           STRING "PROPOSITION DE COMMANDE - SEMAINE DU "
               WS-SEMAINE-PROPOSEE
               DELIMITED BY SIZE INTO RPT-TITRE.
           MOVE 50 TO RPT-PAGE-SIZE.
           CALL "rptwrit" USING RPT-PARAMS.

           MOVE "D" TO RPT-ACTION.
           MOVE SPACES TO RPT-LIGNE.
           STRING "HISTORIQUE DU " WS-DATE-DEBUT " AU " WS-DATE-FIN
               " (" WS-NB-SEMAINES " semaines)  commandes="
               WS-NB-COMMANDES "  pizzas=" WS-NB-PIZZAS-HIST
               DELIMITED BY SIZE INTO RPT-LIGNE.
           CALL "rptwrit" USING RPT-PARAMS.
           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1
               UNTIL WS-TAI-IDX > 4
               MOVE "D" TO RPT-ACTION
               MOVE SPACES TO RPT-LIGNE
               STRING "  taille " WS-TAILLES-CODES(WS-TAI-IDX:1)
                   "  projection=" WS-PRJ-TAILLE(WS-TAI-IDX)
                   "  lun=" WS-PRJ-PIZZAS(1, WS-TAI-IDX)
                   " mar=" WS-PRJ-PIZZAS(2, WS-TAI-IDX)
                   " mer=" WS-PRJ-PIZZAS(3, WS-TAI-IDX)
                   " jeu=" WS-PRJ-PIZZAS(4, WS-TAI-IDX)
                   " ven=" WS-PRJ-PIZZAS(5, WS-TAI-IDX)
                   " sam=" WS-PRJ-PIZZAS(6, WS-TAI-IDX)
                   " dim=" WS-PRJ-PIZZAS(7, WS-TAI-IDX)
                   DELIMITED BY SIZE INTO RPT-LIGNE
               CALL "rptwrit" USING RPT-PARAMS
           END-PERFORM.

           PERFORM VARYING IDX-FRN FROM 1 BY 1
               UNTIL IDX-FRN > WS-FRN-NB
               MOVE "D" TO RPT-ACTION
               MOVE SPACES TO RPT-LIGNE
               CALL "rptwrit" USING RPT-PARAMS
               MOVE "D" TO RPT-ACTION
               MOVE SPACES TO RPT-LIGNE
               STRING "FOURNISSEUR " WS-FRN-CODE(IDX-FRN)
                   "  " WS-FRN-LIGNES(IDX-FRN) " ligne(s)"
                   DELIMITED BY SIZE INTO RPT-LIGNE
               CALL "rptwrit" USING RPT-PARAMS
               PERFORM VARYING IDX-ING FROM 1 BY 1
                   UNTIL IDX-ING > WS-ING-NB
                   IF WS-ING-PROPOSE(IDX-ING) > ZEROES
                       AND WS-ING-FOURNISSEUR(IDX-ING)
                           EQUAL WS-FRN-CODE(IDX-FRN)
                       PERFORM ECRIRE-UNE-LIGNE
                           THRU ECRIRE-UNE-LIGNE-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING IDX-ING FROM 1 BY 1
               UNTIL IDX-ING > WS-ING-NB
               IF WS-ING-PROPOSE(IDX-ING) > ZEROES
                   AND WS-ING-FOURNISSEUR(IDX-ING) EQUAL SPACES
                   MOVE WS-ING-PROPOSE(IDX-ING) TO WS-PROPOSE-ED
                   MOVE "T" TO RPT-ACTION
                   MOVE SPACES TO RPT-LIGNE
                   STRING "ATTENTION : " WS-ING-CODE(IDX-ING)
                       " sans fournisseur au maitre (ingmaj), "
                       WS-PROPOSE-ED " " WS-ING-UNITE(IDX-ING)
                       " non proposes"
                       DELIMITED BY SIZE INTO RPT-LIGNE
                   CALL "rptwrit" USING RPT-PARAMS
               END-IF
           END-PERFORM.

           MOVE "T" TO RPT-ACTION.
           MOVE SPACES TO RPT-LIGNE.
           STRING "TOTAL  lignes proposees=" WS-NB-PROPOSEES
               "  fournisseurs=" WS-FRN-NB
               "  exceptions=" WS-NB-EXCEPTIONS
               DELIMITED BY SIZE INTO RPT-LIGNE.
           CALL "rptwrit" USING RPT-PARAMS.

           MOVE "C" TO RPT-ACTION.
           CALL "rptwrit" USING RPT-PARAMS.
           CLOSE F-PROPOSITION.

       ECRIRE-PROPOSITION-EXIT.
           EXIT.

      ******************************************************************
       ECRIRE-UNE-LIGNE.

           MOVE SPACES TO PRP-REC.
           MOVE WS-SEMAINE-PROPOSEE TO PRP-SEMAINE.
           MOVE WS-ING-FOURNISSEUR(IDX-ING) TO PRP-FOURNISSEUR.
           MOVE WS-ING-CODE(IDX-ING) TO PRP-INGREDIENT.
           MOVE WS-ING-UNITE(IDX-ING) TO PRP-UNITE.
           IF WS-ING-BESOIN(IDX-ING) > 9999999
               MOVE 9999999 TO PRP-BESOIN
           ELSE
               MOVE WS-ING-BESOIN(IDX-ING) TO PRP-BESOIN
           END-IF.
           IF WS-ING-STOCK(IDX-ING) < ZEROES
               MOVE "-" TO PRP-STOCK-SIGNE
           ELSE
               MOVE "+" TO PRP-STOCK-SIGNE
           END-IF.
           MOVE WS-ING-STOCK(IDX-ING) TO PRP-STOCK.
           MOVE WS-ING-OUVERT(IDX-ING) TO PRP-EN-COMMANDE.
           MOVE WS-ING-SEUIL(IDX-ING) TO PRP-SEUIL.
           MOVE WS-ING-PROPOSE(IDX-ING) TO PRP-QUANTITE.
           MOVE "P" TO PRP-STATUT.
           WRITE PRP-REC.
           ADD 1 TO WS-NB-PROPOSEES.

           MOVE WS-ING-BESOIN(IDX-ING) TO WS-BESOIN-ED.
           MOVE WS-ING-STOCK(IDX-ING) TO WS-STOCK-ED.
           MOVE WS-ING-OUVERT(IDX-ING) TO WS-OUVERT-ED.
           MOVE WS-ING-SEUIL(IDX-ING) TO WS-SEUIL-ED.
           MOVE WS-ING-PROPOSE(IDX-ING) TO WS-PROPOSE-ED.
           MOVE "D" TO RPT-ACTION.
           MOVE SPACES TO RPT-LIGNE.
           STRING "  " WS-ING-CODE(IDX-ING)
               " " WS-ING-LIBELLE(IDX-ING)
               " besoin=" WS-BESOIN-ED
               " seuil=" WS-SEUIL-ED
               " stock=" WS-STOCK-ED
               " en commande=" WS-OUVERT-ED
               "  A COMMANDER=" WS-PROPOSE-ED
               " " WS-ING-UNITE(IDX-ING)
               DELIMITED BY SIZE INTO RPT-LIGNE.
           CALL "rptwrit" USING RPT-PARAMS.

       ECRIRE-UNE-LIGNE-EXIT.
           EXIT.

      ******************************************************************
      *mode L : le gerant libere, reporte ou corrige la proposition
      *fournisseur par fournisseur ; le fichier est reecrit avec le
      *statut de chaque ligne
       LIBERER-PROPOSITION.

           MOVE ZEROES TO WS-PRL-NB.
           OPEN INPUT F-PROPOSITION.
           IF NOT FS-PROPOSITION-OK
               DISPLAY "Fichier PROPOSITION-COMMANDES.txt introuvable :"
                   " lancer le mode P d'abord."
               MOVE "Y" TO WS-ECHEC
               GO TO LIBERER-PROPOSITION-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-PROPOSITION
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF WS-PRL-NB < 500
                           ADD 1 TO WS-PRL-NB
                           MOVE PRP-SEMAINE
                               TO WS-PRL-SEMAINE(WS-PRL-NB)
                           MOVE PRP-FOURNISSEUR
                               TO WS-PRL-FOURNISSEUR(WS-PRL-NB)
                           MOVE PRP-INGREDIENT
                               TO WS-PRL-INGREDIENT(WS-PRL-NB)
                           MOVE PRP-UNITE TO WS-PRL-UNITE(WS-PRL-NB)
                           MOVE PRP-BESOIN TO WS-PRL-BESOIN(WS-PRL-NB)
                           MOVE PRP-STOCK-SIGNE
                               TO WS-PRL-STOCK-SIGNE(WS-PRL-NB)
                           MOVE PRP-STOCK TO WS-PRL-STOCK(WS-PRL-NB)
                           MOVE PRP-EN-COMMANDE
                               TO WS-PRL-EN-COMMANDE(WS-PRL-NB)
                           MOVE PRP-SEUIL TO WS-PRL-SEUIL(WS-PRL-NB)
                           MOVE PRP-QUANTITE
                               TO WS-PRL-QUANTITE(WS-PRL-NB)
                           MOVE PRP-STATUT TO WS-PRL-STATUT(WS-PRL-NB)
                       ELSE
                           ADD 1 TO WS-NB-EXCEPTIONS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PROPOSITION.

           IF WS-NB-EXCEPTIONS > ZEROES
               DISPLAY "Proposition de plus de 500 lignes : liberation "
                   "abandonnee."
               MOVE "Y" TO WS-ECHEC
               GO TO LIBERER-PROPOSITION-EXIT
           END-IF.

           MOVE 1 TO WS-GRP-DEBUT.
           PERFORM UNTIL WS-GRP-DEBUT > WS-PRL-NB
               PERFORM LIBERER-UN-FOURNISSEUR
                   THRU LIBERER-UN-FOURNISSEUR-EXIT
               COMPUTE WS-GRP-DEBUT = WS-GRP-FIN + 1
           END-PERFORM.

           OPEN OUTPUT F-PROPOSITION.
           IF NOT FS-PROPOSITION-OK
               DISPLAY "Erreur reecriture F-PROPOSITION : "
                   FS-PROPOSITION
               MOVE "Y" TO WS-ECHEC
               GO TO LIBERER-PROPOSITION-EXIT
           END-IF.
           PERFORM VARYING IDX-PRL FROM 1 BY 1
               UNTIL IDX-PRL > WS-PRL-NB
               MOVE SPACES TO PRP-REC
               MOVE WS-PRL-SEMAINE(IDX-PRL) TO PRP-SEMAINE
               MOVE WS-PRL-FOURNISSEUR(IDX-PRL) TO PRP-FOURNISSEUR
               MOVE WS-PRL-INGREDIENT(IDX-PRL) TO PRP-INGREDIENT
               MOVE WS-PRL-UNITE(IDX-PRL) TO PRP-UNITE
               MOVE WS-PRL-BESOIN(IDX-PRL) TO PRP-BESOIN
               MOVE WS-PRL-STOCK-SIGNE(IDX-PRL) TO PRP-STOCK-SIGNE
               MOVE WS-PRL-STOCK(IDX-PRL) TO PRP-STOCK
               MOVE WS-PRL-EN-COMMANDE(IDX-PRL) TO PRP-EN-COMMANDE
               MOVE WS-PRL-SEUIL(IDX-PRL) TO PRP-SEUIL
               MOVE WS-PRL-QUANTITE(IDX-PRL) TO PRP-QUANTITE
               MOVE WS-PRL-STATUT(IDX-PRL) TO PRP-STATUT
               WRITE PRP-REC
           END-PERFORM.
           CLOSE F-PROPOSITION.

           DISPLAY "Bons de commande liberes : " WS-NB-LIBEREES
               ", lignes ecartees : " WS-NB-ECARTEES.

       LIBERER-PROPOSITION-EXIT.
           EXIT.

      ******************************************************************
      *les lignes d'un fournisseur se suivent dans la proposition ;
      *seules celles encore proposees sont soumises au gerant
       LIBERER-UN-FOURNISSEUR.

           MOVE WS-GRP-DEBUT TO WS-GRP-FIN.
           PERFORM UNTIL WS-GRP-FIN >= WS-PRL-NB
               OR WS-PRL-FOURNISSEUR(WS-GRP-FIN + 1)
                   NOT EQUAL WS-PRL-FOURNISSEUR(WS-GRP-DEBUT)
               ADD 1 TO WS-GRP-FIN
           END-PERFORM.

           MOVE ZEROES TO WS-GRP-PROPOSEES.
           PERFORM VARYING IDX-PRL FROM WS-GRP-DEBUT BY 1
               UNTIL IDX-PRL > WS-GRP-FIN
               IF WS-PRL-STATUT(IDX-PRL) EQUAL "P"
                   ADD 1 TO WS-GRP-PROPOSEES
               END-IF
           END-PERFORM.
           IF WS-GRP-PROPOSEES EQUAL ZEROES
               GO TO LIBERER-UN-FOURNISSEUR-EXIT
           END-IF.

           DISPLAY " ".
           DISPLAY "Fournisseur " WS-PRL-FOURNISSEUR(WS-GRP-DEBUT)
               " - semaine du " WS-PRL-SEMAINE(WS-GRP-DEBUT).
           PERFORM VARYING IDX-PRL FROM WS-GRP-DEBUT BY 1
               UNTIL IDX-PRL > WS-GRP-FIN
               IF WS-PRL-STATUT(IDX-PRL) EQUAL "P"
                   MOVE WS-PRL-QUANTITE(IDX-PRL) TO WS-PROPOSE-ED
                   DISPLAY "  " WS-PRL-INGREDIENT(IDX-PRL)
                       " " WS-PROPOSE-ED " " WS-PRL-UNITE(IDX-PRL)
               END-IF
           END-PERFORM.
           DISPLAY "Liberer ? (O=Oui, N=Plus tard, "
               "M=Modifier les quantites)".
           MOVE SPACE TO WS-REPONSE.
           ACCEPT WS-REPONSE.
           MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE.
           IF WS-REPONSE NOT EQUAL "O" AND WS-REPONSE NOT EQUAL "M"
               DISPLAY "Proposition conservee pour plus tard."
               GO TO LIBERER-UN-FOURNISSEUR-EXIT
           END-IF.

           PERFORM VARYING IDX-PRL FROM WS-GRP-DEBUT BY 1
               UNTIL IDX-PRL > WS-GRP-FIN
               IF WS-PRL-STATUT(IDX-PRL) EQUAL "P"
                   IF WS-REPONSE EQUAL "M"
                       PERFORM CORRIGER-QUANTITE
                           THRU CORRIGER-QUANTITE-EXIT
                   END-IF
                   IF WS-PRL-QUANTITE(IDX-PRL) EQUAL ZEROES
                       MOVE "E" TO WS-PRL-STATUT(IDX-PRL)
                       ADD 1 TO WS-NB-ECARTEES
                   ELSE
                       PERFORM EMETTRE-BON THRU EMETTRE-BON-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       LIBERER-UN-FOURNISSEUR-EXIT.
           EXIT.

      ******************************************************************
       CORRIGER-QUANTITE.

           MOVE WS-PRL-QUANTITE(IDX-PRL) TO WS-PROPOSE-ED.
           DISPLAY WS-PRL-INGREDIENT(IDX-PRL) " : quantite a "
               "commander ? (Entree=" WS-PROPOSE-ED ", 0=aucune)".
           MOVE SPACES TO WS-QTE-SAISIE.
           ACCEPT WS-QTE-SAISIE.
           IF WS-QTE-SAISIE EQUAL SPACES
               GO TO CORRIGER-QUANTITE-EXIT
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-QTE-SAISIE) NOT EQUAL ZERO
               DISPLAY "Quantite invalide, proposition conservee."
               GO TO CORRIGER-QUANTITE-EXIT
           END-IF.
           COMPUTE WS-PRL-QUANTITE(IDX-PRL) =
               FUNCTION NUMVAL(WS-QTE-SAISIE).

       CORRIGER-QUANTITE-EXIT.
           EXIT.

      ******************************************************************
      *bon de commande au dessin de VERIFIER-SEUIL : date, fournisseur
      *en 10, ingredient en 21, stock, seuil, quantite en 66
       EMETTRE-BON.

           OPEN EXTEND F-PO.
           IF NOT FS-PO-OK
               CLOSE F-PO
               OPEN OUTPUT F-PO
           END-IF.
           IF NOT FS-PO-OK
               DISPLAY "Erreur ouverture F-PO : " FS-PO
               MOVE "Y" TO WS-ECHEC
               GO TO EMETTRE-BON-EXIT
           END-IF.

           MOVE WS-PRL-STOCK(IDX-PRL) TO WS-PO-STOCK.
           IF WS-PRL-STOCK-SIGNE(IDX-PRL) EQUAL "-"
               MULTIPLY -1 BY WS-PO-STOCK
           END-IF.
           MOVE WS-PO-STOCK TO WS-PO-STOCK-ED.
           MOVE SPACES TO WS-PO-LINE.
           STRING WS-AUJOURDHUI
               " " WS-PRL-FOURNISSEUR(IDX-PRL)
               " " WS-PRL-INGREDIENT(IDX-PRL)
               " stock=" WS-PO-STOCK-ED
               " seuil=" WS-PRL-SEUIL(IDX-PRL)
               " quantite=" WS-PRL-QUANTITE(IDX-PRL)
               DELIMITED BY SIZE INTO WS-PO-LINE.
           WRITE WS-PO-LINE.
           CLOSE F-PO.

           MOVE "L" TO WS-PRL-STATUT(IDX-PRL).
           ADD 1 TO WS-NB-LIBEREES.
           DISPLAY "Bon de commande emis : "
               WS-PRL-INGREDIENT(IDX-PRL) " x "
               WS-PRL-QUANTITE(IDX-PRL)
               " aupres de " WS-PRL-FOURNISSEUR(IDX-PRL).

       EMETTRE-BON-EXIT.
           EXIT.
      ******************************************************************
