      ******************************************************************
      *    Balance agee des fournisseurs : toutes les lignes de        *
      *    FACTURES-FOURNISSEURS.txt non encore reglees (journal       *
      *    REGLEMENTS-FOURNISSEURS.txt de fourpaie), rapprochees ou    *
      *    non, sont ventilees par fournisseur selon leur retard a la  *
      *    date du jour : non echu, 1-30, 31-60, 61-90 et plus de 90   *
      *    jours calendaires apres l'echeance. L'echeance est la date  *
      *    de facture plus le delai de paiement du maitre              *
      *    FOURNISSEURS.idx en jours ouvres (datesvc, fonction P) ; un *
      *    fournisseur absent du maitre est echu des la date de        *
      *    facture et marque HORS MAITRE. Sortie dans                  *
      *    BALANCE-AGEE-FOURNISSEURS.txt ; RC=4 s'il reste une dette   *
      *    de plus de 90 jours.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fourbal.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-FACTURES ASSIGN
           TO "FACTURES-FOURNISSEURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FACTURES.

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

           SELECT F-RAPPORT ASSIGN
           TO "BALANCE-AGEE-FOURNISSEURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

       FD  F-FACTURES
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       COPY FACTFOUR.

       FD  F-FOURNISSEURS
           RECORD CONTAINS 100 CHARACTERS.

       COPY FOURNIS.

       FD  F-REGLEMENTS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       COPY REGLFRN.

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-FACTURES PIC X(02).
           88 FS-FACTURES-OK VALUE "00".
       01  FS-FOURNISSEURS PIC X(02).
           88 FS-FOURNISSEURS-OK VALUE "00".
       01  FS-REGLEMENTS PIC X(02).
           88 FS-REGLEMENTS-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

      *bloc de parametres des services de dates (CALL "datesvc")
       COPY DATESVC.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-AUJOURDHUI            PIC 9(8) VALUE ZEROES.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-MAITRE-OUVERT         PIC X VALUE "N".
       01  WS-FRN-CONNU             PIC X VALUE "N".
       01  WS-ECHEANCE              PIC 9(8) VALUE ZEROES.
       01  WS-RETARD                PIC S9(7) VALUE ZEROES.
       01  WS-TRANCHE               PIC 9 VALUE ZERO.

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

      *soldes par fournisseur : tranche 1 non echu, 2 a 5 de 1-30 a
      *plus de 90 jours de retard
       01  WS-BAL-TABLE.
           03 WS-BAL-NB PIC 9(3) VALUE ZEROES.
           03 WS-BAL-ENTREE OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-BAL-NB
               INDEXED BY IDX-BAL.
               05 WS-BAL-CODE       PIC X(10).
               05 WS-BAL-NOM        PIC X(25).
               05 WS-BAL-LIGNES     PIC 9(5).
               05 WS-BAL-TRANCHE    PIC 9(7)V99 OCCURS 5 TIMES.
               05 WS-BAL-TOTAL      PIC 9(8)V99.
       01  WS-BAL-CIBLE             PIC 9(3) VALUE ZEROES.

       01  WS-TOTAUX.
           05 WS-TOT-TRANCHE        PIC 9(8)V99 OCCURS 5 TIMES.
       01  WS-TOT-GENERAL           PIC 9(9)V99 VALUE ZEROES.
       01  WS-EDITION.
           05 WS-TRANCHE-ED         PIC Z(7)9.99 OCCURS 5 TIMES.
       01  WS-TOTAL-ED              PIC Z(8)9.99.

       01  WS-NB-LUS                PIC 9(6) VALUE ZEROES.
       01  WS-NB-IGNORES            PIC 9(6) VALUE ZEROES.
       01  WS-NB-REGLEES            PIC 9(6) VALUE ZEROES.
       01  WS-NB-OUVERTES           PIC 9(6) VALUE ZEROES.
       01  WS-NB-LIGNES             PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "fourbal" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:8) TO WS-AUJOURDHUI.
           INITIALIZE WS-TOTAUX.

           PERFORM CHARGER-REGLEMENTS THRU CHARGER-REGLEMENTS-EXIT.

           OPEN INPUT F-FOURNISSEURS.
           IF FS-FOURNISSEURS-OK
               MOVE "Y" TO WS-MAITRE-OUVERT
           ELSE
               DISPLAY "Maitre FOURNISSEURS.idx absent : echeance a la"
                   " date de facture pour tous."
           END-IF.

           OPEN INPUT F-FACTURES.
           IF NOT FS-FACTURES-OK
               DISPLAY "Fichier FACTURES-FOURNISSEURS.txt absent."
           ELSE
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "Y"
                   READ F-FACTURES
                       AT END
                           MOVE "Y" TO WS-FIN
                       NOT AT END
                           PERFORM VENTILER-FACTURE
                               THRU VENTILER-FACTURE-EXIT
                   END-READ
               END-PERFORM
               CLOSE F-FACTURES
           END-IF.
           IF WS-MAITRE-OUVERT EQUAL "Y"
               CLOSE F-FOURNISSEURS
           END-IF.

           PERFORM EDITER-BALANCE THRU EDITER-BALANCE-EXIT.

           MOVE WS-TOT-GENERAL TO WS-TOTAL-ED.
           DISPLAY "Balance agee au " WS-AUJOURDHUI " : "
               WS-NB-OUVERTES " ligne(s) ouverte(s), " WS-TOTAL-ED
               " euros.".

           IF NOT FS-RAPPORT-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOT-TRANCHE(5) > ZEROES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE "F" TO RJN-PHASE.
           MOVE WS-NB-LUS TO RJN-LUS.
           MOVE WS-NB-LIGNES TO RJN-ECRITS.
           MOVE WS-NB-IGNORES TO RJN-REJETES.
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
      *une ligne de facture non reglee, portee dans la tranche de son
      *retard sur l'echeance
       VENTILER-FACTURE.

           IF FAC-DATE NOT NUMERIC OR FAC-MONTANT NOT NUMERIC
               ADD 1 TO WS-NB-IGNORES
               GO TO VENTILER-FACTURE-EXIT
           END-IF.
           ADD 1 TO WS-NB-LUS.

           PERFORM CHERCHER-REGLEMENT THRU CHERCHER-REGLEMENT-EXIT.
           IF WS-RGL-TROUVE EQUAL "Y"
               ADD 1 TO WS-NB-REGLEES
               GO TO VENTILER-FACTURE-EXIT
           END-IF.

           MOVE "N" TO WS-FRN-CONNU.
           MOVE ZEROES TO FRN-DELAI.
           IF WS-MAITRE-OUVERT EQUAL "Y"
               MOVE FAC-FOURNISSEUR TO FRN-CODE
               READ F-FOURNISSEURS
                   INVALID KEY
                       MOVE ZEROES TO FRN-DELAI
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FRN-CONNU
               END-READ
           END-IF.

           MOVE "P" TO DSV-FONCTION.
           MOVE FAC-DATE TO DSV-DATE.
           MOVE FRN-DELAI TO DSV-NB-JOURS.
           CALL "datesvc" USING DSV-PARAMS.
           IF DSV-STATUT NOT EQUAL "0"
               ADD 1 TO WS-NB-IGNORES
               GO TO VENTILER-FACTURE-EXIT
           END-IF.
           MOVE DSV-DATE-RESULTAT TO WS-ECHEANCE.

           COMPUTE WS-RETARD = FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI)
               - FUNCTION INTEGER-OF-DATE(WS-ECHEANCE).
           EVALUATE TRUE
               WHEN WS-RETARD <= 0
                   MOVE 1 TO WS-TRANCHE
               WHEN WS-RETARD <= 30
                   MOVE 2 TO WS-TRANCHE
               WHEN WS-RETARD <= 60
                   MOVE 3 TO WS-TRANCHE
               WHEN WS-RETARD <= 90
                   MOVE 4 TO WS-TRANCHE
               WHEN OTHER
                   MOVE 5 TO WS-TRANCHE
           END-EVALUATE.

           PERFORM CHERCHER-FOURNISSEUR THRU CHERCHER-FOURNISSEUR-EXIT.
           IF WS-BAL-CIBLE EQUAL ZEROES
               ADD 1 TO WS-NB-IGNORES
               GO TO VENTILER-FACTURE-EXIT
           END-IF.

           ADD 1 TO WS-NB-OUVERTES.
           ADD 1 TO WS-BAL-LIGNES(WS-BAL-CIBLE).
           ADD FAC-MONTANT TO WS-BAL-TRANCHE(WS-BAL-CIBLE, WS-TRANCHE).
           ADD FAC-MONTANT TO WS-BAL-TOTAL(WS-BAL-CIBLE).
           ADD FAC-MONTANT TO WS-TOT-TRANCHE(WS-TRANCHE).
           ADD FAC-MONTANT TO WS-TOT-GENERAL.

       VENTILER-FACTURE-EXIT.
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
      *poste de solde du fournisseur de la facture, cree au besoin ;
      *zero si la table est pleine
       CHERCHER-FOURNISSEUR.

           MOVE ZEROES TO WS-BAL-CIBLE.
           PERFORM VARYING IDX-BAL FROM 1 BY 1
               UNTIL IDX-BAL > WS-BAL-NB
               IF WS-BAL-CODE(IDX-BAL) EQUAL FAC-FOURNISSEUR
                   SET WS-BAL-CIBLE TO IDX-BAL
               END-IF
           END-PERFORM.
           IF WS-BAL-CIBLE EQUAL ZEROES AND WS-BAL-NB < 200
               ADD 1 TO WS-BAL-NB
               MOVE WS-BAL-NB TO WS-BAL-CIBLE
               INITIALIZE WS-BAL-ENTREE(WS-BAL-CIBLE)
               MOVE FAC-FOURNISSEUR TO WS-BAL-CODE(WS-BAL-CIBLE)
               IF WS-FRN-CONNU EQUAL "Y"
                   MOVE FRN-NOM TO WS-BAL-NOM(WS-BAL-CIBLE)
               ELSE
                   MOVE "*** HORS MAITRE ***"
                       TO WS-BAL-NOM(WS-BAL-CIBLE)
               END-IF
           END-IF.

       CHERCHER-FOURNISSEUR-EXIT.
           EXIT.

      ******************************************************************
       EDITER-BALANCE.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               GO TO EDITER-BALANCE-EXIT
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "BALANCE AGEE FOURNISSEURS AU " WS-AUJOURDHUI
               "  (retard en jours calendaires apres echeance)"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "FOURNISSEUR RAISON SOCIALE            LIGNES"
               "     NON ECHU      1-30 J     31-60 J     61-90 J"
               "    + 90 J         TOTAL"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM VARYING IDX-BAL FROM 1 BY 1
               UNTIL IDX-BAL > WS-BAL-NB
               PERFORM VARYING WS-TRANCHE FROM 1 BY 1
                   UNTIL WS-TRANCHE > 5
                   MOVE WS-BAL-TRANCHE(IDX-BAL, WS-TRANCHE)
                       TO WS-TRANCHE-ED(WS-TRANCHE)
               END-PERFORM
               MOVE WS-BAL-TOTAL(IDX-BAL) TO WS-TOTAL-ED
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING WS-BAL-CODE(IDX-BAL) "  "
                   WS-BAL-NOM(IDX-BAL) " "
                   WS-BAL-LIGNES(IDX-BAL) " "
                   WS-TRANCHE-ED(1) " " WS-TRANCHE-ED(2) " "
                   WS-TRANCHE-ED(3) " " WS-TRANCHE-ED(4) " "
                   WS-TRANCHE-ED(5) " " WS-TOTAL-ED
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               ADD 1 TO WS-NB-LIGNES
           END-PERFORM.

           PERFORM VARYING WS-TRANCHE FROM 1 BY 1 UNTIL WS-TRANCHE > 5
               MOVE WS-TOT-TRANCHE(WS-TRANCHE)
                   TO WS-TRANCHE-ED(WS-TRANCHE)
           END-PERFORM.
           MOVE WS-TOT-GENERAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "TOTAL                                 "
               WS-NB-OUVERTES(2:5) " "
               WS-TRANCHE-ED(1) " " WS-TRANCHE-ED(2) " "
               WS-TRANCHE-ED(3) " " WS-TRANCHE-ED(4) " "
               WS-TRANCHE-ED(5) " " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "       lignes deja reglees=" WS-NB-REGLEES
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           IF WS-NB-IGNORES > ZEROES
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "ATTENTION : " WS-NB-IGNORES
                   " ligne(s) de facture hors format ou non chargee(s)"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-IF.
           CLOSE F-RAPPORT.

       EDITER-BALANCE-EXIT.
           EXIT.
      ******************************************************************
