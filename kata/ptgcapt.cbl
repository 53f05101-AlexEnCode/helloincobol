      ******************************************************************
      *    Saisie des pointages du personnel paye a l'heure (cuisine,  *
      *    livreurs) : alimente POINTAGES.txt (matricule, jour         *
      *    AAAAMMJJ, heures travaillees) repris par paienet pour le    *
      *    brut horaire, les heures supplementaires de la semaine et   *
      *    les majorations dimanche et jours feries. Une semaine (du   *
      *    lundi au dimanche) est payee avec le mois de son dimanche ; *
      *    un jour dont la semaine tombe sur une periode deja close    *
      *    par paiclot est refuse, comme un jour depassant 24 heures.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ptgcapt.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-POINTAGES ASSIGN
           TO "POINTAGES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-POINTAGES.

           SELECT F-CLOSES ASSIGN
           TO "PERIODES-CLOSES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLOSES.

       DATA DIVISION.

       FILE SECTION.

      *une ligne par saisie ; plusieurs saisies du meme jour
      *s'additionnent
       FD  F-POINTAGES
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.

       01  POINTAGE-REC.
           05 PTG-NUMERO-EMPLOYE    PIC 9(9).
           05 PTG-DATE              PIC 9(8).
           05 PTG-HEURES            PIC 9(2)V99.
           05 PTG-DATE-SAISIE       PIC 9(8).
           05 FILLER                PIC X(11).

      *registre des periodes closes tenu par paiclot
       FD  F-CLOSES
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.

       01  CLOSE-REC.
           05 PCL-PERIODE           PIC 9(6).
           05 PCL-DATE-CLOTURE      PIC 9(8).
           05 PCL-NB-BULLETINS      PIC 9(5).
           05 PCL-TOTAL-NET         PIC 9(10)V99.
           05 FILLER                PIC X(9).

       WORKING-STORAGE SECTION.

       COPY WSBOUCLE.

      *bloc de parametres des services de dates (CALL "datesvc")
       COPY DATESVC.

       01  FS-POINTAGES PIC X(02).
           88 FS-POINTAGES-OK VALUE "00".
       01  FS-CLOSES PIC X(02).
           88 FS-CLOSES-OK VALUE "00".

       01  WS-HORODATAGE            PIC X(20).
       01  WS-SAISIE-NUMERO         PIC 9(9) VALUE ZEROES.
       01  WS-SAISIE-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-SAISIE-HEURES-X       PIC X(12) VALUE SPACES.
       01  WS-SAISIE-HEURES         PIC 9(3)V99 VALUE ZEROES.
       01  WS-SAISIES-ECRITES       PIC 9(4) VALUE ZEROES.

      *periode de paie de la semaine du jour saisi (mois de son
      *dimanche) et heures deja pointees ce jour-la
       01  WS-PERIODE-SEMAINE       PIC 9(6) VALUE ZEROES.
       01  WS-PERIODE-CLOSE         PIC X VALUE "N".
           88 WS-IS-PERIODE-CLOSE VALUE "Y".
       01  WS-PTG-FIN               PIC X VALUE "N".
       01  WS-HEURES-JOUR           PIC 9(3)V99 VALUE ZEROES.
       01  WS-HEURES-ED             PIC ZZ9.99.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           PERFORM 1000-BOUCLE-BEGIN THRU 1000-BOUCLE-END
           UNTIL WS-BOUCLING = WS-FINISHED.

           DISPLAY "Pointages enregistres : " WS-SAISIES-ECRITES.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
       1000-BOUCLE-BEGIN.

           PERFORM SAISIR-UN-POINTAGE THRU SAISIR-UN-POINTAGE-EXIT.

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
       SAISIR-UN-POINTAGE.

           DISPLAY "Matricule ?".
           ACCEPT WS-SAISIE-NUMERO.
           IF WS-SAISIE-NUMERO EQUAL ZEROES
               DISPLAY "Matricule a zero, saisie abandonnee."
               GO TO SAISIR-UN-POINTAGE-EXIT
           END-IF.

           DISPLAY "Jour travaille ? (AAAAMMJJ)".
           ACCEPT WS-SAISIE-DATE.
           MOVE "J" TO DSV-FONCTION.
           MOVE WS-SAISIE-DATE TO DSV-DATE.
           CALL "datesvc" USING DSV-PARAMS.
           IF DSV-STATUT NOT EQUAL "0"
               DISPLAY "Date invalide, saisie abandonnee."
               GO TO SAISIR-UN-POINTAGE-EXIT
           END-IF.
           IF WS-SAISIE-DATE > WS-HORODATAGE(1:8)
               DISPLAY "Jour a venir, saisie abandonnee."
               GO TO SAISIR-UN-POINTAGE-EXIT
           END-IF.

      *le dimanche de la semaine donne la periode qui la paiera
           MOVE "A" TO DSV-FONCTION.
           COMPUTE DSV-NB-JOURS = 7 - DSV-JOUR-SEMAINE.
           CALL "datesvc" USING DSV-PARAMS.
           MOVE DSV-DATE-RESULTAT(1:6) TO WS-PERIODE-SEMAINE.
           PERFORM CONTROLER-PERIODE-CLOSE
               THRU CONTROLER-PERIODE-CLOSE-EXIT.
           IF WS-IS-PERIODE-CLOSE
               DISPLAY "Semaine payee sur la periode "
                   WS-PERIODE-SEMAINE ", deja close : saisie "
                   "abandonnee."
               GO TO SAISIR-UN-POINTAGE-EXIT
           END-IF.

           DISPLAY "Heures travaillees ? (ex. 7.50)".
           MOVE SPACES TO WS-SAISIE-HEURES-X.
           ACCEPT WS-SAISIE-HEURES-X.
           COMPUTE WS-SAISIE-HEURES =
               FUNCTION NUMVAL(WS-SAISIE-HEURES-X).
           IF WS-SAISIE-HEURES EQUAL ZEROES
               DISPLAY "Heures invalides, saisie abandonnee."
               GO TO SAISIR-UN-POINTAGE-EXIT
           END-IF.

           PERFORM CUMULER-HEURES-JOUR THRU CUMULER-HEURES-JOUR-EXIT.
           IF WS-HEURES-JOUR + WS-SAISIE-HEURES > 24
               MOVE WS-HEURES-JOUR TO WS-HEURES-ED
               DISPLAY "Deja " WS-HEURES-ED " heure(s) ce jour-la, "
                   "plus de 24 heures : saisie abandonnee."
               GO TO SAISIR-UN-POINTAGE-EXIT
           END-IF.

           OPEN EXTEND F-POINTAGES.
           IF NOT FS-POINTAGES-OK
               CLOSE F-POINTAGES
               OPEN OUTPUT F-POINTAGES
           END-IF.
           IF NOT FS-POINTAGES-OK
               DISPLAY "Erreur ouverture F-POINTAGES : " FS-POINTAGES
               GO TO SAISIR-UN-POINTAGE-EXIT
           END-IF.

           MOVE SPACES TO POINTAGE-REC.
           MOVE WS-SAISIE-NUMERO TO PTG-NUMERO-EMPLOYE.
           MOVE WS-SAISIE-DATE TO PTG-DATE.
           MOVE WS-SAISIE-HEURES TO PTG-HEURES.
           MOVE WS-HORODATAGE(1:8) TO PTG-DATE-SAISIE.
           WRITE POINTAGE-REC.
           CLOSE F-POINTAGES.

           ADD 1 TO WS-SAISIES-ECRITES.
           MOVE WS-SAISIE-HEURES TO WS-HEURES-ED.
           DISPLAY "Enregistre : " WS-SAISIE-NUMERO
               " le " WS-SAISIE-DATE
               " " WS-HEURES-ED " heure(s), payees sur "
               WS-PERIODE-SEMAINE.

       SAISIR-UN-POINTAGE-EXIT.
           EXIT.

      ******************************************************************
       CONTROLER-PERIODE-CLOSE.

           MOVE "N" TO WS-PERIODE-CLOSE.
           OPEN INPUT F-CLOSES.
           IF NOT FS-CLOSES-OK
               GO TO CONTROLER-PERIODE-CLOSE-EXIT
           END-IF.

           MOVE "N" TO WS-PTG-FIN.
           PERFORM UNTIL WS-PTG-FIN = "Y"
               READ F-CLOSES
                   AT END
                       MOVE "Y" TO WS-PTG-FIN
                   NOT AT END
                       IF PCL-PERIODE EQUAL WS-PERIODE-SEMAINE
                           MOVE "Y" TO WS-PERIODE-CLOSE
                           MOVE "Y" TO WS-PTG-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CLOSES.

       CONTROLER-PERIODE-CLOSE-EXIT.
           EXIT.

      ******************************************************************
       CUMULER-HEURES-JOUR.

           MOVE ZEROES TO WS-HEURES-JOUR.
           OPEN INPUT F-POINTAGES.
           IF NOT FS-POINTAGES-OK
               GO TO CUMULER-HEURES-JOUR-EXIT
           END-IF.

           MOVE "N" TO WS-PTG-FIN.
           PERFORM UNTIL WS-PTG-FIN = "Y"
               READ F-POINTAGES
                   AT END
                       MOVE "Y" TO WS-PTG-FIN
                   NOT AT END
                       IF PTG-NUMERO-EMPLOYE EQUAL WS-SAISIE-NUMERO
                           AND PTG-DATE EQUAL WS-SAISIE-DATE
                           ADD PTG-HEURES TO WS-HEURES-JOUR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-POINTAGES.

       CUMULER-HEURES-JOUR-EXIT.
           EXIT.
      ******************************************************************
