      ******************************************************************
      *    Campagne de paiement des fournisseurs : relit les lignes de *
      *    facture de FACTURES-RAPPROCHEES.txt (produit par rapproch)  *
      *    et retient celles qui sont rapprochees, pas encore reglees  *
      *    (REGLEMENTS-FOURNISSEURS.txt) et echues a la date           *
      *    d'execution demandee a la banque (deux jours ouvres apres   *
      *    la remise). L'echeance est la date de facture plus le delai *
      *    de paiement du maitre FOURNISSEURS.idx, en jours ouvres     *
      *    (datesvc, fonction P). Un virement par fournisseur part     *
      *    dans VIREMENTS-FOURNISSEURS.txt au format fixe de paievir : *
      *    enregistrement 01 d'entete, 02 par ordre de credit (numero  *
      *    de tiers, RIB, montant en centimes), 08 de total. Chaque    *
      *    ligne payee est inscrite au journal des reglements pour ne  *
      *    jamais etre payee deux fois. En simulation (mode S), seul   *
      *    l'etat PAIEMENTS-FOURNISSEURS-REPORT.txt est produit. Les   *
      *    factures d'un fournisseur inconnu, bloque ou sans RIB y     *
      *    sont listees en exception (RC=4).                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fourpaie.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RAPPROCHEES ASSIGN
           TO "FACTURES-RAPPROCHEES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPROCHEES.

           SELECT F-FOURNISSEURS ASSIGN
           TO "FOURNISSEURS.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FRN-CODE
           FILE STATUS IS FS-FOURNISSEURS.

           SELECT F-REGLEMENTS ASSIGN
           TO "REGLEMENTS-FOURNISSEURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REGLEMENTS.

           SELECT F-VIREMENTS ASSIGN
           TO "VIREMENTS-FOURNISSEURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-VIREMENTS.

           SELECT F-RAPPORT ASSIGN
           TO "PAIEMENTS-FOURNISSEURS-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

       FD  F-RAPPROCHEES
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       COPY FACTRAP.

       FD  F-FOURNISSEURS
           RECORD CONTAINS 100 CHARACTERS.

       COPY FOURNIS.

       FD  F-REGLEMENTS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       COPY REGLFRN.

       FD  F-VIREMENTS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  WS-VIREMENT-LINE         PIC X(80).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-RAPPROCHEES PIC X(02).
           88 FS-RAPPROCHEES-OK VALUE "00".
       01  FS-FOURNISSEURS PIC X(02).
           88 FS-FOURNISSEURS-OK VALUE "00".
       01  FS-REGLEMENTS PIC X(02).
           88 FS-REGLEMENTS-OK VALUE "00".
       01  FS-VIREMENTS PIC X(02).
           88 FS-VIREMENTS-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

      *bloc de parametres des services de dates (CALL "datesvc")
       COPY DATESVC.

      *ligne de facture d'origine, recopiee de FRP-FACTURE
       COPY FACTFOUR.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-AUJOURDHUI            PIC 9(8) VALUE ZEROES.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-ECHEC                 PIC X VALUE "N".
           88 WS-EST-EN-ECHEC VALUE "Y".

       01  WS-MODE                  PIC X VALUE SPACE.
           88 WS-MODE-SIMULATION VALUE "S".
           88 WS-MODE-PAIEMENT VALUE "P".

      *date d'execution demandee a la banque : deux jours ouvres
      *apres la remise ; toute facture echue a cette date est payee
       01  WS-DATE-EXECUTION        PIC 9(8) VALUE ZEROES.
       01  WS-ECHEANCE              PIC 9(8) VALUE ZEROES.
       01  WS-MOTIF                 PIC X(40) VALUE SPACES.

      *reglements deja emis ; un reglement ne couvre qu'une ligne
       01  WS-RGL-TABLE.
           03 WS-RGL-NB PIC 9(5) VALUE ZEROES.
           03 WS-RGL-ENTREE OCCURS 0 TO 20000 TIMES
               DEPENDING ON WS-RGL-NB
               INDEXED BY IDX-RGL.
               05 WS-RGL-FOURNISSEUR PIC X(10).
               05 WS-RGL-FAC-DATE   PIC 9(8).
               05 WS-RGL-FAC-NUMERO PIC X(10).
               05 WS-RGL-INGREDIENT PIC X(10).
               05 WS-RGL-MONTANT    PIC 9(5)V99.
               05 WS-RGL-UTILISE    PIC X.
       01  WS-RGL-TROUVE            PIC X VALUE "N".

      *un beneficiaire par fournisseur paye dans la remise
       01  WS-BEN-TABLE.
           03 WS-BEN-NB PIC 9(3) VALUE ZEROES.
           03 WS-BEN-ENTREE OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-BEN-NB
               INDEXED BY IDX-BEN.
               05 WS-BEN-CODE       PIC X(10).
               05 WS-BEN-NOM        PIC X(25).
               05 WS-BEN-NUMERO     PIC 9(9).
               05 WS-BEN-BANQUE     PIC X(5).
               05 WS-BEN-GUICHET    PIC X(5).
               05 WS-BEN-COMPTE     PIC X(11).
               05 WS-BEN-CLE        PIC X(2).
               05 WS-BEN-LIGNES     PIC 9(5).
               05 WS-BEN-CENTIMES   PIC 9(9).
       01  WS-BEN-CIBLE             PIC 9(3) VALUE ZEROES.

      *lignes de facture retenues pour la remise
       01  WS-SEL-TABLE.
           03 WS-SEL-NB PIC 9(5) VALUE ZEROES.
           03 WS-SEL-ENTREE OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-SEL-NB
               INDEXED BY IDX-SEL.
               05 WS-SEL-BEN        PIC 9(3).
               05 WS-SEL-FAC-DATE   PIC 9(8).
               05 WS-SEL-FAC-NUMERO PIC X(10).
               05 WS-SEL-INGREDIENT PIC X(10).
               05 WS-SEL-MONTANT    PIC 9(5)V99.

      *compteurs et totaux
       01  WS-NB-LUS                PIC 9(6) VALUE ZEROES.
       01  WS-NB-IGNORES            PIC 9(6) VALUE ZEROES.
       01  WS-NB-DEJA-PAYEES        PIC 9(6) VALUE ZEROES.
       01  WS-NB-LITIGES            PIC 9(6) VALUE ZEROES.
       01  WS-NB-NON-ECHUES         PIC 9(6) VALUE ZEROES.
       01  WS-NB-EXCEPTIONS         PIC 9(6) VALUE ZEROES.
       01  WS-ORDRES-EMIS           PIC 9(6) VALUE ZEROES.
       01  WS-MONTANT-CENTIMES      PIC 9(9) VALUE ZEROES.
       01  WS-TOTAL-CENTIMES        PIC 9(12) VALUE ZEROES.
       01  WS-TOTAL-LITIGES         PIC 9(9)V99 VALUE ZEROES.
       01  WS-MONTANT-ED            PIC Z(6)9.99.
       01  WS-TOTAL-ED              PIC Z(9)9.99.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "fourpaie" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:8) TO WS-AUJOURDHUI.

           DISPLAY "Mode ? (S=Simulation, P=Paiement et remise)".
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           IF NOT WS-MODE-SIMULATION AND NOT WS-MODE-PAIEMENT
               DISPLAY "Mode invalide : " WS-MODE
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.

           MOVE "P" TO DSV-FONCTION.
           MOVE WS-AUJOURDHUI TO DSV-DATE.
           MOVE 2 TO DSV-NB-JOURS.
           CALL "datesvc" USING DSV-PARAMS.
           IF DSV-STATUT EQUAL "0"
               MOVE DSV-DATE-RESULTAT TO WS-DATE-EXECUTION
           ELSE
               MOVE WS-AUJOURDHUI TO WS-DATE-EXECUTION
           END-IF.

           PERFORM CHARGER-REGLEMENTS THRU CHARGER-REGLEMENTS-EXIT.

           OPEN INPUT F-FOURNISSEURS.
           IF NOT FS-FOURNISSEURS-OK
               DISPLAY "Maitre FOURNISSEURS.idx indisponible : "
                   FS-FOURNISSEURS " (voir frnmaj)."
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.

           OPEN INPUT F-RAPPROCHEES.
           IF NOT FS-RAPPROCHEES-OK
               DISPLAY "Fichier FACTURES-RAPPROCHEES.txt introuvable :"
                   " lancer rapproch d'abord."
               CLOSE F-FOURNISSEURS
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               CLOSE F-FOURNISSEURS
               CLOSE F-RAPPROCHEES
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           IF WS-MODE-SIMULATION
               STRING "SIMULATION DE PAIEMENT FOURNISSEURS DU "
                   WS-AUJOURDHUI "  execution " WS-DATE-EXECUTION
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
           ELSE
               STRING "PAIEMENT FOURNISSEURS DU "
                   WS-AUJOURDHUI "  execution " WS-DATE-EXECUTION
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
           END-IF.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-RAPPROCHEES
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       PERFORM EXAMINER-FACTURE
                           THRU EXAMINER-FACTURE-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-RAPPROCHEES.
           CLOSE F-FOURNISSEURS.

           IF WS-MODE-PAIEMENT AND WS-SEL-NB > ZEROES
               PERFORM EMETTRE-REMISE THRU EMETTRE-REMISE-EXIT
           END-IF.

           PERFORM ECRIRE-VIREMENTS-ETAT
               THRU ECRIRE-VIREMENTS-ETAT-EXIT.
           CLOSE F-RAPPORT.

           DISPLAY "Lignes de facture lues : " WS-NB-LUS
               ", retenues : " WS-SEL-NB
               ", exceptions : " WS-NB-EXCEPTIONS.
           DISPLAY "Virements fournisseurs : " WS-BEN-NB.

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
           MOVE WS-ORDRES-EMIS TO RJN-ECRITS.
           MOVE WS-NB-EXCEPTIONS TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
      *l'appel du journal remet RETURN-CODE a zero : le code retour
      *du programme est repose apres coup
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
       CHARGER-REGLEMENTS.

           MOVE ZEROES TO WS-RGL-NB.
           OPEN INPUT F-REGLEMENTS.
           IF NOT FS-REGLEMENTS-OK
               GO TO CHARGER-REGLEMENTS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-REGLEMENTS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF WS-RGL-NB < 20000
                           AND RGF-MONTANT NUMERIC
                           ADD 1 TO WS-RGL-NB
                           MOVE RGF-FOURNISSEUR
                               TO WS-RGL-FOURNISSEUR(WS-RGL-NB)
                           MOVE RGF-FAC-DATE
                               TO WS-RGL-FAC-DATE(WS-RGL-NB)
                           MOVE RGF-FAC-NUMERO
                               TO WS-RGL-FAC-NUMERO(WS-RGL-NB)
                           MOVE RGF-INGREDIENT
                               TO WS-RGL-INGREDIENT(WS-RGL-NB)
                           MOVE RGF-MONTANT
                               TO WS-RGL-MONTANT(WS-RGL-NB)
                           MOVE "N" TO WS-RGL-UTILISE(WS-RGL-NB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-REGLEMENTS.

       CHARGER-REGLEMENTS-EXIT.
           EXIT.

      ******************************************************************
      *une ligne de facture : deja reglee, en anomalie, non echue, en
      *exception ou retenue pour la remise
       EXAMINER-FACTURE.

           MOVE FRP-FACTURE TO FACTURE-REC.
           IF FAC-DATE NOT NUMERIC OR FAC-MONTANT NOT NUMERIC
               ADD 1 TO WS-NB-IGNORES
               GO TO EXAMINER-FACTURE-EXIT
           END-IF.
           ADD 1 TO WS-NB-LUS.

           PERFORM CHERCHER-REGLEMENT THRU CHERCHER-REGLEMENT-EXIT.
           IF WS-RGL-TROUVE EQUAL "Y"
               ADD 1 TO WS-NB-DEJA-PAYEES
               GO TO EXAMINER-FACTURE-EXIT
           END-IF.

           IF NOT FRP-EST-RAPPROCHEE
               ADD 1 TO WS-NB-LITIGES
               ADD FAC-MONTANT TO WS-TOTAL-LITIGES
               MOVE "en anomalie au rapprochement" TO WS-MOTIF
               PERFORM ECRIRE-LIGNE-FACTURE
                   THRU ECRIRE-LIGNE-FACTURE-EXIT
               GO TO EXAMINER-FACTURE-EXIT
           END-IF.

           MOVE FAC-FOURNISSEUR TO FRN-CODE.
           READ F-FOURNISSEURS
               INVALID KEY
                   MOVE "fournisseur absent du maitre" TO WS-MOTIF
                   PERFORM ECRIRE-EXCEPTION
                       THRU ECRIRE-EXCEPTION-EXIT
                   GO TO EXAMINER-FACTURE-EXIT
           END-READ.

           MOVE "P" TO DSV-FONCTION.
           MOVE FAC-DATE TO DSV-DATE.
           MOVE FRN-DELAI TO DSV-NB-JOURS.
           CALL "datesvc" USING DSV-PARAMS.
           IF DSV-STATUT NOT EQUAL "0"
               MOVE "date de facture invalide" TO WS-MOTIF
               PERFORM ECRIRE-EXCEPTION THRU ECRIRE-EXCEPTION-EXIT
               GO TO EXAMINER-FACTURE-EXIT
           END-IF.
           MOVE DSV-DATE-RESULTAT TO WS-ECHEANCE.
           IF WS-ECHEANCE > WS-DATE-EXECUTION
               ADD 1 TO WS-NB-NON-ECHUES
               GO TO EXAMINER-FACTURE-EXIT
           END-IF.

           IF FRN-EST-BLOQUE
               MOVE "paiements bloques au maitre" TO WS-MOTIF
               PERFORM ECRIRE-EXCEPTION THRU ECRIRE-EXCEPTION-EXIT
               GO TO EXAMINER-FACTURE-EXIT
           END-IF.
           IF FRN-COMPTE EQUAL SPACES
               MOVE "RIB absent du maitre" TO WS-MOTIF
               PERFORM ECRIRE-EXCEPTION THRU ECRIRE-EXCEPTION-EXIT
               GO TO EXAMINER-FACTURE-EXIT
           END-IF.

           PERFORM CHERCHER-BENEFICIAIRE
               THRU CHERCHER-BENEFICIAIRE-EXIT.
           IF WS-BEN-CIBLE EQUAL ZEROES OR WS-SEL-NB >= 5000
               MOVE "remise pleine, reportee" TO WS-MOTIF
               PERFORM ECRIRE-EXCEPTION THRU ECRIRE-EXCEPTION-EXIT
               GO TO EXAMINER-FACTURE-EXIT
           END-IF.

           ADD 1 TO WS-SEL-NB.
           MOVE WS-BEN-CIBLE TO WS-SEL-BEN(WS-SEL-NB).
           MOVE FAC-DATE TO WS-SEL-FAC-DATE(WS-SEL-NB).
           MOVE FAC-NUMERO TO WS-SEL-FAC-NUMERO(WS-SEL-NB).
           MOVE FAC-INGREDIENT TO WS-SEL-INGREDIENT(WS-SEL-NB).
           MOVE FAC-MONTANT TO WS-SEL-MONTANT(WS-SEL-NB).
           COMPUTE WS-MONTANT-CENTIMES = FAC-MONTANT * 100.
           ADD WS-MONTANT-CENTIMES TO WS-BEN-CENTIMES(WS-BEN-CIBLE).
           ADD 1 TO WS-BEN-LIGNES(WS-BEN-CIBLE).

           MOVE SPACES TO WS-MOTIF.
           STRING "A PAYER, echeance " WS-ECHEANCE
               DELIMITED BY SIZE INTO WS-MOTIF.
           PERFORM ECRIRE-LIGNE-FACTURE
               THRU ECRIRE-LIGNE-FACTURE-EXIT.

       EXAMINER-FACTURE-EXIT.
           EXIT.

      ******************************************************************
      *reglement non encore utilise portant la meme ligne de facture
       CHERCHER-REGLEMENT.

           MOVE "N" TO WS-RGL-TROUVE.
           PERFORM VARYING IDX-RGL FROM 1 BY 1
               UNTIL IDX-RGL > WS-RGL-NB OR WS-RGL-TROUVE = "Y"
               IF WS-RGL-UTILISE(IDX-RGL) EQUAL "N"
                   AND WS-RGL-FOURNISSEUR(IDX-RGL) EQUAL
                       FAC-FOURNISSEUR
                   AND WS-RGL-FAC-DATE(IDX-RGL) EQUAL FAC-DATE
                   AND WS-RGL-FAC-NUMERO(IDX-RGL) EQUAL FAC-NUMERO
                   AND WS-RGL-INGREDIENT(IDX-RGL) EQUAL FAC-INGREDIENT
                   AND WS-RGL-MONTANT(IDX-RGL) EQUAL FAC-MONTANT
                   MOVE "Y" TO WS-RGL-UTILISE(IDX-RGL)
                   MOVE "Y" TO WS-RGL-TROUVE
               END-IF
           END-PERFORM.

       CHERCHER-REGLEMENT-EXIT.
           EXIT.

      ******************************************************************
      *poste du fournisseur lu au maitre, cree au besoin ; zero si la
      *table est pleine
       CHERCHER-BENEFICIAIRE.

           MOVE ZEROES TO WS-BEN-CIBLE.
           PERFORM VARYING IDX-BEN FROM 1 BY 1
               UNTIL IDX-BEN > WS-BEN-NB
               IF WS-BEN-CODE(IDX-BEN) EQUAL FRN-CODE
                   SET WS-BEN-CIBLE TO IDX-BEN
               END-IF
           END-PERFORM.
           IF WS-BEN-CIBLE EQUAL ZEROES AND WS-BEN-NB < 200
               ADD 1 TO WS-BEN-NB
               MOVE WS-BEN-NB TO WS-BEN-CIBLE
               MOVE FRN-CODE TO WS-BEN-CODE(WS-BEN-CIBLE)
               MOVE FRN-NOM TO WS-BEN-NOM(WS-BEN-CIBLE)
               MOVE FRN-NUMERO TO WS-BEN-NUMERO(WS-BEN-CIBLE)
               MOVE FRN-BANQUE TO WS-BEN-BANQUE(WS-BEN-CIBLE)
               MOVE FRN-GUICHET TO WS-BEN-GUICHET(WS-BEN-CIBLE)
               MOVE FRN-COMPTE TO WS-BEN-COMPTE(WS-BEN-CIBLE)
               MOVE FRN-CLE TO WS-BEN-CLE(WS-BEN-CIBLE)
               MOVE ZEROES TO WS-BEN-LIGNES(WS-BEN-CIBLE)
                   WS-BEN-CENTIMES(WS-BEN-CIBLE)
           END-IF.

       CHERCHER-BENEFICIAIRE-EXIT.
           EXIT.

      ******************************************************************
       ECRIRE-EXCEPTION.

           ADD 1 TO WS-NB-EXCEPTIONS.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE FAC-MONTANT TO WS-MONTANT-ED.
           STRING "EXCEPTION  " FAC-FOURNISSEUR " " FAC-DATE
               " " FAC-NUMERO " " FAC-INGREDIENT " " WS-MONTANT-ED
               " - " WS-MOTIF
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

       ECRIRE-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
       ECRIRE-LIGNE-FACTURE.

           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE FAC-MONTANT TO WS-MONTANT-ED.
           STRING "           " FAC-FOURNISSEUR " " FAC-DATE
               " " FAC-NUMERO " " FAC-INGREDIENT " " WS-MONTANT-ED
               " - " WS-MOTIF
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

       ECRIRE-LIGNE-FACTURE-EXIT.
           EXIT.

      ******************************************************************
      *remise de virements, puis inscription des lignes payees au
      *journal des reglements
       EMETTRE-REMISE.

           OPEN OUTPUT F-VIREMENTS.
           IF NOT FS-VIREMENTS-OK
               DISPLAY "Erreur ouverture F-VIREMENTS : " FS-VIREMENTS
               MOVE "Y" TO WS-ECHEC
               GO TO EMETTRE-REMISE-EXIT
           END-IF.

           MOVE SPACES TO WS-VIREMENT-LINE.
           STRING "01" WS-AUJOURDHUI WS-DATE-EXECUTION
               "PIZZALEX FOURNISSEURS"
               DELIMITED BY SIZE INTO WS-VIREMENT-LINE.
           WRITE WS-VIREMENT-LINE FROM WS-VIREMENT-LINE.

           PERFORM VARYING IDX-BEN FROM 1 BY 1
               UNTIL IDX-BEN > WS-BEN-NB
               ADD WS-BEN-CENTIMES(IDX-BEN) TO WS-TOTAL-CENTIMES
               ADD 1 TO WS-ORDRES-EMIS
               MOVE SPACES TO WS-VIREMENT-LINE
               STRING "02" WS-BEN-NUMERO(IDX-BEN)
                   WS-BEN-BANQUE(IDX-BEN)
                   WS-BEN-GUICHET(IDX-BEN)
                   WS-BEN-COMPTE(IDX-BEN)
                   WS-BEN-CLE(IDX-BEN)
                   WS-BEN-CENTIMES(IDX-BEN)
                   DELIMITED BY SIZE INTO WS-VIREMENT-LINE
               WRITE WS-VIREMENT-LINE FROM WS-VIREMENT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-VIREMENT-LINE.
           STRING "08" WS-ORDRES-EMIS WS-TOTAL-CENTIMES
               DELIMITED BY SIZE INTO WS-VIREMENT-LINE.
           WRITE WS-VIREMENT-LINE FROM WS-VIREMENT-LINE.
           CLOSE F-VIREMENTS.

           OPEN EXTEND F-REGLEMENTS.
           IF NOT FS-REGLEMENTS-OK
               CLOSE F-REGLEMENTS
               OPEN OUTPUT F-REGLEMENTS
           END-IF.
           IF NOT FS-REGLEMENTS-OK
               DISPLAY "Erreur ouverture F-REGLEMENTS : "
                   FS-REGLEMENTS " - remise emise sans journal des "
                   "reglements !"
               MOVE "Y" TO WS-ECHEC
               GO TO EMETTRE-REMISE-EXIT
           END-IF.

           PERFORM VARYING IDX-SEL FROM 1 BY 1
               UNTIL IDX-SEL > WS-SEL-NB
               MOVE SPACES TO RGF-REC
               MOVE WS-AUJOURDHUI TO RGF-DATE-REMISE
               MOVE WS-DATE-EXECUTION TO RGF-DATE-EXECUTION
               MOVE WS-BEN-CODE(WS-SEL-BEN(IDX-SEL))
                   TO RGF-FOURNISSEUR
               MOVE WS-BEN-NUMERO(WS-SEL-BEN(IDX-SEL))
                   TO RGF-NUMERO-TIERS
               MOVE WS-SEL-FAC-DATE(IDX-SEL) TO RGF-FAC-DATE
               MOVE WS-SEL-FAC-NUMERO(IDX-SEL) TO RGF-FAC-NUMERO
               MOVE WS-SEL-INGREDIENT(IDX-SEL) TO RGF-INGREDIENT
               MOVE WS-SEL-MONTANT(IDX-SEL) TO RGF-MONTANT
               WRITE RGF-REC
           END-PERFORM.
           CLOSE F-REGLEMENTS.

       EMETTRE-REMISE-EXIT.
           EXIT.

      ******************************************************************
      *recapitulatif par fournisseur et totaux de la campagne
       ECRIRE-VIREMENTS-ETAT.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  FOURNISSEUR RAISON SOCIALE             TIERS     "
               "LIGNES       MONTANT"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           MOVE ZEROES TO WS-TOTAL-CENTIMES.
           PERFORM VARYING IDX-BEN FROM 1 BY 1
               UNTIL IDX-BEN > WS-BEN-NB
               ADD WS-BEN-CENTIMES(IDX-BEN) TO WS-TOTAL-CENTIMES
               COMPUTE WS-MONTANT-ED =
                   WS-BEN-CENTIMES(IDX-BEN) / 100
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "  " WS-BEN-CODE(IDX-BEN) "  "
                   WS-BEN-NOM(IDX-BEN) " "
                   WS-BEN-NUMERO(IDX-BEN) " "
                   WS-BEN-LIGNES(IDX-BEN) " "
                   WS-MONTANT-ED
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           COMPUTE WS-TOTAL-ED = WS-TOTAL-CENTIMES / 100.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "TOTAL  virements=" WS-BEN-NB
               "  lignes payees=" WS-SEL-NB
               "  montant=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE WS-TOTAL-LITIGES TO WS-TOTAL-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "       deja reglees=" WS-NB-DEJA-PAYEES
               "  non echues=" WS-NB-NON-ECHUES
               "  en anomalie=" WS-NB-LITIGES
               " pour " WS-TOTAL-ED
               "  exceptions=" WS-NB-EXCEPTIONS
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           IF WS-MODE-SIMULATION
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "SIMULATION : aucune remise emise, aucun "
                   "reglement inscrit."
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-IF.
           IF WS-NB-IGNORES > ZEROES
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "ATTENTION : " WS-NB-IGNORES
                   " ligne(s) de facture hors format ignoree(s)"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-IF.

       ECRIRE-VIREMENTS-ETAT-EXIT.
           EXIT.
      ******************************************************************
