           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FERIES.

           SELECT F-REGLES-ECH ASSIGN
           TO "ECHEANCES-REGLES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REGLES-ECH.

           SELECT F-ECHEANCES ASSIGN
           TO "ECHEANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ECHEANCES.

       DATA DIVISION.

       FILE SECTION.

       01  WS-FERIES-LIGNE PIC X(80).

      *regles des echeances recurrentes, une par ligne ("*" en
      *colonne 1 = commentaire) : code (1-8) ; regle (10) :
      *  O = N-ieme jour ouvre du mois
      *  D = dernier jour ouvre du mois
      *  R = jour J du mois, reporte au jour ouvre precedent
      *  S = jour J du mois, reporte au jour ouvre suivant
      *rang N ou jour J (12-13) ; mois concernes (15-26 : un X par
      *mois de janvier a decembre, tout a blanc = chaque mois) ;
      *libelle (28-57). Exemple, TVA trimestrielle le 19 reportee :
      *TVA      R 19 X  X  X  X   Declaration de TVA
       FD  F-REGLES-ECH
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REG-REC.
           05 REG-CODE              PIC X(8).
           05 FILLER                PIC X.
           05 REG-REGLE             PIC X.
           05 FILLER                PIC X.
           05 REG-JOUR              PIC X(2).
           05 REG-JOUR-NUM REDEFINES REG-JOUR PIC 99.
           05 FILLER                PIC X.
           05 REG-MOIS              PIC X(12).
           05 REG-MOIS-TABLE REDEFINES REG-MOIS.
               10 REG-MOIS-MARQUE   PIC X OCCURS 12 TIMES.
           05 FILLER                PIC X.
           05 REG-LIBELLE           PIC X(30).
           05 FILLER                PIC X(23).

      *calendrier des echeances (dessin ECHEANC) relu par matinrpt
       FD  F-ECHEANCES
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  WS-ECHEANCES-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.

       01 FS-FERIES PIC X(02).

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

      *services de dates : jours ouvres des echeances (CALL "datesvc")
       COPY DATESVC.

      *code retour : 4 si un calendrier d'echeances a ete produit
      *incomplet (regles absentes ou rejetees, table pleine)
       01 WS-ANNEE-RC PIC 9 VALUE ZERO.
       01 WS-MODULO-4    PIC 999.
       01 WS-MODULO-100  PIC 999.
       01 WS-MODULO-400  PIC 999.
       01 WS-OUV-COMPTE PIC 9(5) VALUE ZEROES.
       01 WS-OUV-BORNE  PIC 9(5) VALUE ZEROES.

      *edition des feries : a l'ecran (option 5) ou seulement dans le
      *fichier (preparation du calendrier des echeances)
       01 WS-FERIES-AFFICHER PIC X VALUE "Y".

      *calendrier des echeances
       01 FS-REGLES-ECH PIC X(02).
           88 FS-REGLES-ECH-OK VALUE "00".
       01 FS-ECHEANCES PIC X(02).
           88 FS-ECHEANCES-OK VALUE "00".
       COPY ECHEANC.
       01 WS-ECH-ANNEE      PIC 9999.
       01 WS-ECH-ANNEE-PREC PIC 9999.
       01 WS-ECH-FIN        PIC X VALUE "N".
       01 WS-ECH-MOIS       PIC 99.
       01 WS-ECH-JOUR-MAX   PIC 99.
       01 WS-ECH-RANG       PIC 99.
       01 WS-ECH-REGLE-OK   PIC X VALUE "N".
       01 WS-ECH-DATE-BRUTE PIC 9(8).
       01 WS-ECH-BRUTE-DEC REDEFINES WS-ECH-DATE-BRUTE.
           05 WS-ECH-BRUTE-ANNEE PIC 9999.
           05 WS-ECH-BRUTE-MOIS  PIC 99.
           05 WS-ECH-BRUTE-JOUR  PIC 99.
       01 WS-ECH-GENEREES   PIC 9(3) VALUE ZEROES.
       01 WS-ECH-CONSERVEES PIC 9(3) VALUE ZEROES.
       01 WS-ECH-REJETS     PIC 9(3) VALUE ZEROES.
       01 WS-ECH-PLEINE     PIC X VALUE "N".
      *lignes du calendrier tenues dans l'ordre date puis code
       01 WS-ECH-TABLE.
           03 WS-ECH-NB PIC 9(3) VALUE ZEROES.
           03 WS-ECH-LIGNE OCCURS 0 TO 600 TIMES
               DEPENDING ON WS-ECH-NB
               INDEXED BY IDX-ECH
               PIC X(80).
       01 WS-ECH-CLE        PIC X(16).
       01 WS-ECH-CLE-TAB    PIC X(16).
       01 WS-ECH-POS        PIC 9(3).
       01 WS-ECH-K          PIC 9(3).

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.

           PERFORM 1000-BEGIN
           UNTIL WS-BOUCLING = WS-FINISHED.
      *calendrier essentiellement interactif : seul un calendrier
      *d'echeances incomplet est signale (RC 4)
           MOVE WS-ANNEE-RC TO RETURN-CODE.

           MOVE "F" TO RJN-PHASE.
           MOVE RETURN-CODE TO RJN-RC.

           DISPLAY "Option ? (1=Annee bisextile 2=Calendrier complet".
           DISPLAY "          3=Compter bissextiles 4=Jour semaine".
           DISPLAY "          5=Jours feries 6=Jours ouvres".
           DISPLAY "          7=Calendrier des echeances)".
           ACCEPT WS-OPTION.

           EVALUATE WS-OPTION
               WHEN 6
                   PERFORM COMPTER-JOURS-OUVRES THRU
                       COMPTER-JOURS-OUVRES-EXIT
               WHEN 7
                   PERFORM GENERER-ECHEANCES THRU
                       GENERER-ECHEANCES-EXIT
               WHEN OTHER
                   DISPLAY "Option invalide."
           END-EVALUATE.
               GO TO EDITER-FERIES-EXIT
           END-IF.

           MOVE "Y" TO WS-FERIES-AFFICHER.
           PERFORM ECRIRE-FERIES-ANNEE THRU ECRIRE-FERIES-ANNEE-EXIT.

           CLOSE F-FERIES.

       EDITER-FERIES-EXIT.
           EXIT.
      ******************************************************************
      *ecrit dans F-FERIES (deja ouvert) les feries de la table
      *construite pour WS-ANNEE, affiches si WS-FERIES-AFFICHER
       ECRIRE-FERIES-ANNEE.

           IF WS-FERIES-AFFICHER EQUAL "Y"
               DISPLAY "Jours feries " WS-ANNEE " :"
           END-IF.
           PERFORM VARYING IDX-FER FROM 1 BY 1
               UNTIL IDX-FER > WS-NB-FERIES
               MOVE WS-FER-MOIS(IDX-FER) TO WS-MOIS-NUM
                   " " WS-FER-LIBELLE(IDX-FER)
                   DELIMITED BY SIZE INTO WS-FERIES-LIGNE
               WRITE WS-FERIES-LIGNE FROM WS-FERIES-LIGNE
               IF WS-FERIES-AFFICHER EQUAL "Y"
                   DISPLAY "  " WS-FER-JOUR(IDX-FER) "/"
                       WS-FER-MOIS(IDX-FER) " "
                       WS-JOUR-SEMAINE-NOM(WS-ZEL-H + 1) " "
                       WS-FER-LIBELLE(IDX-FER)
               END-IF
           END-PERFORM.

       ECRIRE-FERIES-ANNEE-EXIT.
           EXIT.
      ******************************************************************
      *option 6 : jours ouvres entre deux dates (bornes comprises),

       COMPTER-JOURS-OUVRES-EXIT.
           EXIT.
      ******************************************************************
      *option 7 : calendrier des echeances de l'annee saisie. Les
      *regles de ECHEANCES-REGLES.txt sont appliquees mois par mois
      *avec les jours ouvres de datesvc, apres regeneration de
      *JOURS-FERIES.txt de l'annee precedente a la suivante (une
      *echeance de fin decembre peut etre reportee en janvier, et le
      *calendrier de l'an prochain se prepare en cours d'annee sans
      *oter ses feries aux autres programmes). ECHEANCES.txt
      *garde les lignes de l'annee precedente et des annees deja
      *preparees ; celles de l'annee saisie sont remplacees.
       GENERER-ECHEANCES.

           DISPLAY "Entrez une année :" WITH NO ADVANCING.
           ACCEPT WS-ANNEE.
           IF WS-ANNEE < 1900
               DISPLAY "Annee invalide."
               GO TO GENERER-ECHEANCES-EXIT
           END-IF.
           MOVE WS-ANNEE TO WS-ECH-ANNEE.
           COMPUTE WS-ECH-ANNEE-PREC = WS-ECH-ANNEE - 1.
           MOVE ZEROES TO WS-ECH-NB WS-ECH-GENEREES WS-ECH-CONSERVEES
               WS-ECH-REJETS.
           MOVE "N" TO WS-ECH-PLEINE.

           PERFORM PREPARER-FERIES-ECH THRU PREPARER-FERIES-ECH-EXIT.
           IF NOT FS-FERIES-OK
               MOVE 4 TO WS-ANNEE-RC
               GO TO GENERER-ECHEANCES-EXIT
           END-IF.

           OPEN INPUT F-REGLES-ECH.
           IF NOT FS-REGLES-ECH-OK
               DISPLAY "Fichier ECHEANCES-REGLES.txt introuvable."
               MOVE 4 TO WS-ANNEE-RC
               GO TO GENERER-ECHEANCES-EXIT
           END-IF.

           PERFORM CHARGER-ECHEANCES THRU CHARGER-ECHEANCES-EXIT.

           MOVE WS-ECH-ANNEE TO WS-ANNEE.
           PERFORM DETERMINER-BISEXTILE THRU DETERMINER-BISEXTILE-EXIT.
           DISPLAY "Echeances " WS-ECH-ANNEE " :".
           MOVE "N" TO WS-ECH-FIN.
           PERFORM UNTIL WS-ECH-FIN = "Y"
               READ F-REGLES-ECH
                   AT END
                       MOVE "Y" TO WS-ECH-FIN
                   NOT AT END
                       PERFORM TRAITER-REGLE-ECH
                           THRU TRAITER-REGLE-ECH-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-REGLES-ECH.

           OPEN OUTPUT F-ECHEANCES.
           IF NOT FS-ECHEANCES-OK
               DISPLAY "Erreur ouverture F-ECHEANCES : " FS-ECHEANCES
               MOVE 4 TO WS-ANNEE-RC
               GO TO GENERER-ECHEANCES-EXIT
           END-IF.
           PERFORM VARYING IDX-ECH FROM 1 BY 1
               UNTIL IDX-ECH > WS-ECH-NB
               WRITE WS-ECHEANCES-LIGNE FROM WS-ECH-LIGNE(IDX-ECH)
           END-PERFORM.
           CLOSE F-ECHEANCES.

           IF WS-ECH-REJETS > ZEROES OR WS-ECH-PLEINE EQUAL "Y"
               MOVE 4 TO WS-ANNEE-RC
           END-IF.
           DISPLAY WS-ECH-GENEREES " echeance(s) generee(s) pour "
               WS-ECH-ANNEE ", " WS-ECH-CONSERVEES
               " conservee(s) d'autres annees, " WS-ECH-REJETS
               " regle(s) rejetee(s).".

       GENERER-ECHEANCES-EXIT.
           EXIT.
      ******************************************************************
      *JOURS-FERIES.txt est reecrit pour l'annee precedente, l'annee
      *et la suivante, puis datesvc est decharge pour qu'il relise ce
      *fichier a jour
       PREPARER-FERIES-ECH.

           OPEN OUTPUT F-FERIES.
           IF NOT FS-FERIES-OK
               DISPLAY "Erreur ouverture F-FERIES : " FS-FERIES
               GO TO PREPARER-FERIES-ECH-EXIT
           END-IF.

           MOVE "N" TO WS-FERIES-AFFICHER.
           MOVE WS-ECH-ANNEE-PREC TO WS-ANNEE.
           PERFORM CONSTRUIRE-FERIES THRU CONSTRUIRE-FERIES-EXIT.
           PERFORM ECRIRE-FERIES-ANNEE THRU ECRIRE-FERIES-ANNEE-EXIT.
           ADD 1 TO WS-ANNEE.
           PERFORM CONSTRUIRE-FERIES THRU CONSTRUIRE-FERIES-EXIT.
           PERFORM ECRIRE-FERIES-ANNEE THRU ECRIRE-FERIES-ANNEE-EXIT.
           ADD 1 TO WS-ANNEE.
           PERFORM CONSTRUIRE-FERIES THRU CONSTRUIRE-FERIES-EXIT.
           PERFORM ECRIRE-FERIES-ANNEE THRU ECRIRE-FERIES-ANNEE-EXIT.
           MOVE WS-ECH-ANNEE TO WS-ANNEE.

           CLOSE F-FERIES.
           CANCEL "datesvc".
           DISPLAY "JOURS-FERIES.txt regenere (annee precedente, "
               "annee saisie et suivante).".

       PREPARER-FERIES-ECH-EXIT.
           EXIT.
      ******************************************************************
      *reprise du calendrier existant : les lignes de l'annee saisie
      *sont abandonnees, comme celles d'avant l'annee precedente
       CHARGER-ECHEANCES.

           OPEN INPUT F-ECHEANCES.
           IF NOT FS-ECHEANCES-OK
               GO TO CHARGER-ECHEANCES-EXIT
           END-IF.

           MOVE "N" TO WS-ECH-FIN.
           PERFORM UNTIL WS-ECH-FIN = "Y"
               READ F-ECHEANCES INTO ECH-REC
                   AT END
                       MOVE "Y" TO WS-ECH-FIN
                   NOT AT END
                       IF ECH-ANNEE-CAL NUMERIC
                           AND ECH-ANNEE-CAL NOT EQUAL WS-ECH-ANNEE
                           AND ECH-ANNEE-CAL >= WS-ECH-ANNEE-PREC
                           PERFORM RANGER-ECHEANCE
                               THRU RANGER-ECHEANCE-EXIT
                           ADD 1 TO WS-ECH-CONSERVEES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ECHEANCES.

       CHARGER-ECHEANCES-EXIT.
           EXIT.
      ******************************************************************
       TRAITER-REGLE-ECH.

           IF REG-CODE(1:1) EQUAL "*" OR REG-REC EQUAL SPACES
               GO TO TRAITER-REGLE-ECH-EXIT
           END-IF.

           PERFORM CONTROLER-REGLE-ECH THRU CONTROLER-REGLE-ECH-EXIT.
           IF WS-ECH-REGLE-OK EQUAL "N"
               ADD 1 TO WS-ECH-REJETS
               DISPLAY "Regle rejetee : " REG-REC(1:57)
               GO TO TRAITER-REGLE-ECH-EXIT
           END-IF.

           PERFORM GENERER-MOIS-ECHEANCE THRU GENERER-MOIS-ECHEANCE-EXIT
               VARYING WS-ECH-MOIS FROM 1 BY 1
               UNTIL WS-ECH-MOIS > 12.

       TRAITER-REGLE-ECH-EXIT.
           EXIT.
      ******************************************************************
      *code renseigne, regle connue, rang de 1 a 20 pour O, jour de 1
      *a 31 pour R et S, mois marques par X seulement
       CONTROLER-REGLE-ECH.

           MOVE "N" TO WS-ECH-REGLE-OK.

           IF REG-CODE EQUAL SPACES
               GO TO CONTROLER-REGLE-ECH-EXIT
           END-IF.

           EVALUATE REG-REGLE
               WHEN "O"
                   IF REG-JOUR NOT NUMERIC
                       OR REG-JOUR-NUM < 1 OR REG-JOUR-NUM > 20
                       GO TO CONTROLER-REGLE-ECH-EXIT
                   END-IF
               WHEN "R"
               WHEN "S"
                   IF REG-JOUR NOT NUMERIC
                       OR REG-JOUR-NUM < 1 OR REG-JOUR-NUM > 31
                       GO TO CONTROLER-REGLE-ECH-EXIT
                   END-IF
               WHEN "D"
                   CONTINUE
               WHEN OTHER
                   GO TO CONTROLER-REGLE-ECH-EXIT
           END-EVALUATE.

           PERFORM VARYING WS-ECH-K FROM 1 BY 1 UNTIL WS-ECH-K > 12
               IF REG-MOIS-MARQUE(WS-ECH-K) NOT EQUAL SPACE
                   AND REG-MOIS-MARQUE(WS-ECH-K) NOT EQUAL "X"
                   GO TO CONTROLER-REGLE-ECH-EXIT
               END-IF
           END-PERFORM.

           MOVE "Y" TO WS-ECH-REGLE-OK.

       CONTROLER-REGLE-ECH-EXIT.
           EXIT.
      ******************************************************************
      *echeance de la regle courante pour le mois WS-ECH-MOIS : date
      *brute de la regle, puis report selon les jours ouvres
       GENERER-MOIS-ECHEANCE.

           IF REG-MOIS NOT EQUAL SPACES
               AND REG-MOIS-MARQUE(WS-ECH-MOIS) NOT EQUAL "X"
               GO TO GENERER-MOIS-ECHEANCE-EXIT
           END-IF.

           MOVE WS-JOURS-MOIS-VAL(WS-ECH-MOIS) TO WS-ECH-JOUR-MAX.
           IF WS-ECH-MOIS EQUAL 2 AND WS-BISEXTILE-FLAG EQUAL "Y"
               MOVE 29 TO WS-ECH-JOUR-MAX
           END-IF.

           MOVE WS-ECH-ANNEE TO WS-ECH-BRUTE-ANNEE.
           MOVE WS-ECH-MOIS TO WS-ECH-BRUTE-MOIS.
           EVALUATE REG-REGLE
               WHEN "O"
                   MOVE 1 TO WS-ECH-BRUTE-JOUR
               WHEN "D"
                   MOVE WS-ECH-JOUR-MAX TO WS-ECH-BRUTE-JOUR
               WHEN OTHER
                   MOVE REG-JOUR-NUM TO WS-ECH-BRUTE-JOUR
                   IF WS-ECH-BRUTE-JOUR > WS-ECH-JOUR-MAX
                       MOVE WS-ECH-JOUR-MAX TO WS-ECH-BRUTE-JOUR
                   END-IF
           END-EVALUATE.

      *la date brute est-elle ouvree ? (compte sur un seul jour)
           INITIALIZE DSV-PARAMS.
           MOVE "O" TO DSV-FONCTION.
           MOVE WS-ECH-DATE-BRUTE TO DSV-DATE DSV-DATE-FIN.
           CALL "datesvc" USING DSV-PARAMS.
           MOVE DSV-NB-JOURS TO WS-ECH-RANG.

           MOVE WS-ECH-DATE-BRUTE TO DSV-DATE.
           EVALUATE REG-REGLE
               WHEN "O"
      *le 1er ouvre compte pour le premier rang
                   MOVE "P" TO DSV-FONCTION
                   COMPUTE DSV-NB-JOURS = REG-JOUR-NUM - WS-ECH-RANG
               WHEN "S"
                   MOVE "P" TO DSV-FONCTION
                   COMPUTE DSV-NB-JOURS = 1 - WS-ECH-RANG
               WHEN OTHER
                   MOVE "R" TO DSV-FONCTION
                   COMPUTE DSV-NB-JOURS = 1 - WS-ECH-RANG
           END-EVALUATE.
           CALL "datesvc" USING DSV-PARAMS.

           MOVE SPACES TO ECH-REC.
           MOVE DSV-DATE-RESULTAT TO ECH-DATE.
      *le rang N d'une regle O n'a pas de date brute a reporter
           IF REG-REGLE EQUAL "O"
               MOVE ECH-DATE TO ECH-DATE-THEORIQUE
           ELSE
               MOVE WS-ECH-DATE-BRUTE TO ECH-DATE-THEORIQUE
           END-IF.
           MOVE REG-CODE TO ECH-CODE.
           MOVE REG-LIBELLE TO ECH-LIBELLE.
           MOVE WS-ECH-ANNEE TO ECH-ANNEE-CAL.

           MOVE "J" TO DSV-FONCTION.
           MOVE ECH-DATE TO DSV-DATE.
           CALL "datesvc" USING DSV-PARAMS.
           MOVE DSV-JOUR-NOM TO ECH-JOUR-NOM.

           PERFORM RANGER-ECHEANCE THRU RANGER-ECHEANCE-EXIT.
           IF WS-ECH-PLEINE EQUAL "Y"
               GO TO GENERER-MOIS-ECHEANCE-EXIT
           END-IF.
           ADD 1 TO WS-ECH-GENEREES.

           IF ECH-DATE EQUAL ECH-DATE-THEORIQUE
               DISPLAY "  " ECH-DATE " " ECH-JOUR-NOM " " ECH-CODE
                   " " ECH-LIBELLE
           ELSE
               DISPLAY "  " ECH-DATE " " ECH-JOUR-NOM " " ECH-CODE
                   " " ECH-LIBELLE " (reportee du "
                   ECH-DATE-THEORIQUE ")"
           END-IF.

       GENERER-MOIS-ECHEANCE-EXIT.
           EXIT.
      ******************************************************************
      *insere ECH-REC dans la table a son rang (date puis code)
       RANGER-ECHEANCE.

           IF WS-ECH-NB >= 600
               IF WS-ECH-PLEINE EQUAL "N"
                   DISPLAY "Calendrier plein : 600 echeances au plus."
               END-IF
               MOVE "Y" TO WS-ECH-PLEINE
               GO TO RANGER-ECHEANCE-EXIT
           END-IF.

           STRING ECH-DATE ECH-CODE DELIMITED BY SIZE INTO WS-ECH-CLE.
           COMPUTE WS-ECH-POS = WS-ECH-NB + 1.
           PERFORM VARYING IDX-ECH FROM 1 BY 1
               UNTIL IDX-ECH > WS-ECH-NB
                  OR WS-ECH-POS <= WS-ECH-NB
               MOVE WS-ECH-LIGNE(IDX-ECH)(1:8) TO WS-ECH-CLE-TAB(1:8)
               MOVE WS-ECH-LIGNE(IDX-ECH)(21:8) TO WS-ECH-CLE-TAB(9:8)
               IF WS-ECH-CLE-TAB > WS-ECH-CLE
                   SET WS-ECH-POS TO IDX-ECH
               END-IF
           END-PERFORM.

           ADD 1 TO WS-ECH-NB.
           PERFORM VARYING WS-ECH-K FROM WS-ECH-NB BY -1
               UNTIL WS-ECH-K <= WS-ECH-POS
               MOVE WS-ECH-LIGNE(WS-ECH-K - 1) TO WS-ECH-LIGNE(WS-ECH-K)
           END-PERFORM.
           MOVE ECH-REC TO WS-ECH-LIGNE(WS-ECH-POS).

       RANGER-ECHEANCE-EXIT.
           EXIT.
