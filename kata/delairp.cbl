      ******************************************************************
      *    Rapport quotidien des delais de preparation et de           *
      *    livraison : relit COMMANDES-SUIVI.idx pour la date demandee *
      *    et ecrit dans DELAIS-REPORT.txt les delais moyens de        *
      *    preparation (recue a sortie ou prete) et de livraison       *
      *    (sortie a livree) par zone, par livreur et par heure de     *
      *    prise de commande, avec le nombre de commandes remises      *
      *    apres l'heure promise. Ces commandes en retard sont ensuite *
      *    listees une a une, marquees ***, ainsi que les commandes    *
      *    restees ouvertes. Un retard rend RC 4.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. delairp.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SUIVI ASSIGN
           TO "COMMANDES-SUIVI.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STA-NUMERO
           FILE STATUS IS FS-SUIVI.

           SELECT F-RAPPORT ASSIGN
           TO "DELAIS-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

       FD  F-SUIVI
           RECORD CONTAINS 100 CHARACTERS.

       COPY CMDSTAT.

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-SUIVI PIC X(02).
           88 FS-SUIVI-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-DATE-RAPPORT          PIC 9(8) VALUE ZEROES.
       01  WS-FIN                   PIC X VALUE "N".

      *ecart en minutes entre deux horodatages AAAAMMJJHHMMSS, le
      *second au plus le lendemain du premier
       01  WS-HORO-DEBUT            PIC 9(14) VALUE ZEROES.
       01  WS-HORO-DEBUT-DEC REDEFINES WS-HORO-DEBUT.
           05 WS-DEB-JOUR           PIC 9(8).
           05 WS-DEB-HH             PIC 99.
           05 WS-DEB-MM             PIC 99.
           05 WS-DEB-SS             PIC 99.
       01  WS-HORO-FIN              PIC 9(14) VALUE ZEROES.
       01  WS-HORO-FIN-DEC REDEFINES WS-HORO-FIN.
           05 WS-FIN-JOUR           PIC 9(8).
           05 WS-FIN-HH             PIC 99.
           05 WS-FIN-MM             PIC 99.
           05 WS-FIN-SS             PIC 99.
       01  WS-ECART-MIN             PIC S9(5) VALUE ZEROES.

      *delais de la commande en cours (-1 = etape non atteinte)
       01  WS-MIN-PREPARATION       PIC S9(5) VALUE ZEROES.
       01  WS-MIN-LIVRAISON         PIC S9(5) VALUE ZEROES.
       01  WS-MIN-RETARD            PIC S9(5) VALUE ZEROES.
       01  WS-EN-RETARD             PIC X VALUE "N".
       01  WS-HEURE                 PIC 99 VALUE ZEROES.

      *cumuls d'un axe : commandes, delais sommes et comptes, retards
       01  WS-ZONES-TABLE.
           05 WS-ZON-STAT OCCURS 4 TIMES.
               10 WS-ZON-NB         PIC 9(5).
               10 WS-ZON-PREP-NB    PIC 9(5).
               10 WS-ZON-PREP-MIN   PIC 9(7).
               10 WS-ZON-LIV-NB     PIC 9(5).
               10 WS-ZON-LIV-MIN    PIC 9(7).
               10 WS-ZON-RETARDS    PIC 9(5).
       01  WS-HEURES-TABLE.
           05 WS-HEU-STAT OCCURS 24 TIMES.
               10 WS-HEU-NB         PIC 9(5).
               10 WS-HEU-PREP-NB    PIC 9(5).
               10 WS-HEU-PREP-MIN   PIC 9(7).
               10 WS-HEU-LIV-NB     PIC 9(5).
               10 WS-HEU-LIV-MIN    PIC 9(7).
               10 WS-HEU-RETARDS    PIC 9(5).
       01  WS-LIVREURS-TABLE.
           03 WS-NB-LIVREURS PIC 9(3) VALUE ZEROES.
           03 WS-LIV-STAT OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-NB-LIVREURS
               INDEXED BY IDX-LIV.
               05 WS-LIV-NUMERO     PIC 9(9).
               05 WS-LIV-NB         PIC 9(5).
               05 WS-LIV-LIV-NB     PIC 9(5).
               05 WS-LIV-LIV-MIN    PIC 9(7).
               05 WS-LIV-RETARDS    PIC 9(5).
       01  WS-LIV-CIBLE             PIC 9(3) VALUE ZEROES.

      *commandes a detailler : en retard ou restees ouvertes
       01  WS-DETAIL-TABLE.
           03 WS-NB-DETAILS PIC 9(4) VALUE ZEROES.
           03 WS-DET-LIGNE PIC X(132) OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-NB-DETAILS.
       01  WS-DET-IDX               PIC 9(4) VALUE ZEROES.

       01  WS-IDX                   PIC 99 VALUE ZEROES.
       01  WS-MOY-PREP              PIC ZZZ9.
       01  WS-MOY-LIV               PIC ZZZ9.
       01  WS-RETARD-ED             PIC -(4)9.
       01  WS-ZONE-LIBELLE          PIC X(12) VALUE SPACES.

       01  WS-NB-LUS                PIC 9(7) VALUE ZEROES.
       01  WS-NB-COMMANDES          PIC 9(5) VALUE ZEROES.
       01  WS-NB-ANNULEES           PIC 9(5) VALUE ZEROES.
       01  WS-NB-OUVERTES           PIC 9(5) VALUE ZEROES.
       01  WS-NB-RETARDS            PIC 9(5) VALUE ZEROES.
       01  WS-NB-LIGNES             PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "delairp" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           INITIALIZE WS-ZONES-TABLE WS-HEURES-TABLE.

           DISPLAY "Date du rapport ? (AAAAMMJJ, 0=aujourd'hui)".
           ACCEPT WS-DATE-RAPPORT.
           IF WS-DATE-RAPPORT EQUAL ZEROES
               MOVE WS-HORODATAGE(1:8) TO WS-DATE-RAPPORT
           END-IF.

           PERFORM CHARGER-SUIVI THRU CHARGER-SUIVI-EXIT.
           PERFORM EDITER-RAPPORT THRU EDITER-RAPPORT-EXIT.

           DISPLAY "Commandes du " WS-DATE-RAPPORT " : "
               WS-NB-COMMANDES "  en retard : " WS-NB-RETARDS
               "  ouvertes : " WS-NB-OUVERTES.

           IF NOT FS-RAPPORT-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NB-RETARDS > ZEROES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE "F" TO RJN-PHASE.
           MOVE WS-NB-LUS TO RJN-LUS.
           MOVE WS-NB-LIGNES TO RJN-ECRITS.
           MOVE ZEROES TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
       CHARGER-SUIVI.

           OPEN INPUT F-SUIVI.
           IF NOT FS-SUIVI-OK
               DISPLAY "COMMANDES-SUIVI.idx indisponible : " FS-SUIVI
               GO TO CHARGER-SUIVI-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-SUIVI NEXT
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF STA-DATE EQUAL WS-DATE-RAPPORT
                           PERFORM CUMULER-COMMANDE
                               THRU CUMULER-COMMANDE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SUIVI.

       CHARGER-SUIVI-EXIT.
           EXIT.

      ******************************************************************
       CUMULER-COMMANDE.

           IF STA-EST-ANNULEE
               ADD 1 TO WS-NB-ANNULEES
               GO TO CUMULER-COMMANDE-EXIT
           END-IF.
           ADD 1 TO WS-NB-COMMANDES.

      *preparation : de la prise de commande a la sortie du four
           MOVE -1 TO WS-MIN-PREPARATION WS-MIN-LIVRAISON.
           IF STA-HORO-SORTIE > ZEROES
               MOVE STA-HORO-RECUE TO WS-HORO-DEBUT
               MOVE STA-HORO-SORTIE TO WS-HORO-FIN
               PERFORM CALCULER-ECART THRU CALCULER-ECART-EXIT
               MOVE WS-ECART-MIN TO WS-MIN-PREPARATION
           END-IF.
      *livraison : de la sortie a la remise au client
           IF STA-MODE EQUAL "L"
               AND STA-HORO-SORTIE > ZEROES
               AND STA-HORO-TERMINEE > ZEROES
               MOVE STA-HORO-SORTIE TO WS-HORO-DEBUT
               MOVE STA-HORO-TERMINEE TO WS-HORO-FIN
               PERFORM CALCULER-ECART THRU CALCULER-ECART-EXIT
               MOVE WS-ECART-MIN TO WS-MIN-LIVRAISON
           END-IF.

      *retard : remise apres l'heure promise
           MOVE "N" TO WS-EN-RETARD.
           MOVE ZEROES TO WS-MIN-RETARD.
           IF STA-HORO-TERMINEE > ZEROES
               AND STA-HORO-TERMINEE > STA-PROMIS
               MOVE "Y" TO WS-EN-RETARD
               ADD 1 TO WS-NB-RETARDS
               MOVE STA-PROMIS TO WS-HORO-DEBUT
               MOVE STA-HORO-TERMINEE TO WS-HORO-FIN
               PERFORM CALCULER-ECART THRU CALCULER-ECART-EXIT
               MOVE WS-ECART-MIN TO WS-MIN-RETARD
           END-IF.

      *zone : 1 a 3 en livraison, rang 4 pour la vente a emporter
           IF STA-MODE EQUAL "L" AND STA-ZONE >= 1 AND STA-ZONE <= 3
               MOVE STA-ZONE TO WS-IDX
           ELSE
               MOVE 4 TO WS-IDX
           END-IF.
           ADD 1 TO WS-ZON-NB(WS-IDX).
           IF WS-MIN-PREPARATION >= ZEROES
               ADD 1 TO WS-ZON-PREP-NB(WS-IDX)
               ADD WS-MIN-PREPARATION TO WS-ZON-PREP-MIN(WS-IDX)
           END-IF.
           IF WS-MIN-LIVRAISON >= ZEROES
               ADD 1 TO WS-ZON-LIV-NB(WS-IDX)
               ADD WS-MIN-LIVRAISON TO WS-ZON-LIV-MIN(WS-IDX)
           END-IF.
           IF WS-EN-RETARD EQUAL "Y"
               ADD 1 TO WS-ZON-RETARDS(WS-IDX)
           END-IF.

      *heure de prise de commande
           MOVE STA-HORO-RECUE(9:2) TO WS-HEURE.
           COMPUTE WS-IDX = WS-HEURE + 1.
           ADD 1 TO WS-HEU-NB(WS-IDX).
           IF WS-MIN-PREPARATION >= ZEROES
               ADD 1 TO WS-HEU-PREP-NB(WS-IDX)
               ADD WS-MIN-PREPARATION TO WS-HEU-PREP-MIN(WS-IDX)
           END-IF.
           IF WS-MIN-LIVRAISON >= ZEROES
               ADD 1 TO WS-HEU-LIV-NB(WS-IDX)
               ADD WS-MIN-LIVRAISON TO WS-HEU-LIV-MIN(WS-IDX)
           END-IF.
           IF WS-EN-RETARD EQUAL "Y"
               ADD 1 TO WS-HEU-RETARDS(WS-IDX)
           END-IF.

      *livreur : commandes livrees seulement
           IF STA-MODE EQUAL "L" AND STA-LIVREUR > ZEROES
               PERFORM CUMULER-LIVREUR THRU CUMULER-LIVREUR-EXIT
           END-IF.

           IF WS-EN-RETARD EQUAL "Y" OR STA-HORO-TERMINEE EQUAL ZEROES
               PERFORM RETENIR-DETAIL THRU RETENIR-DETAIL-EXIT
           END-IF.

       CUMULER-COMMANDE-EXIT.
           EXIT.

      ******************************************************************
       CUMULER-LIVREUR.

           MOVE ZEROES TO WS-LIV-CIBLE.
           PERFORM VARYING IDX-LIV FROM 1 BY 1
               UNTIL IDX-LIV > WS-NB-LIVREURS OR WS-LIV-CIBLE > ZEROES
               IF WS-LIV-NUMERO(IDX-LIV) EQUAL STA-LIVREUR
                   SET WS-LIV-CIBLE TO IDX-LIV
               END-IF
           END-PERFORM.
           IF WS-LIV-CIBLE EQUAL ZEROES
               IF WS-NB-LIVREURS >= 200
                   GO TO CUMULER-LIVREUR-EXIT
               END-IF
               ADD 1 TO WS-NB-LIVREURS
               MOVE WS-NB-LIVREURS TO WS-LIV-CIBLE
               MOVE STA-LIVREUR TO WS-LIV-NUMERO(WS-LIV-CIBLE)
               MOVE ZEROES TO WS-LIV-NB(WS-LIV-CIBLE)
                   WS-LIV-LIV-NB(WS-LIV-CIBLE)
                   WS-LIV-LIV-MIN(WS-LIV-CIBLE)
                   WS-LIV-RETARDS(WS-LIV-CIBLE)
           END-IF.

           ADD 1 TO WS-LIV-NB(WS-LIV-CIBLE).
           IF WS-MIN-LIVRAISON >= ZEROES
               ADD 1 TO WS-LIV-LIV-NB(WS-LIV-CIBLE)
               ADD WS-MIN-LIVRAISON TO WS-LIV-LIV-MIN(WS-LIV-CIBLE)
           END-IF.
           IF WS-EN-RETARD EQUAL "Y"
               ADD 1 TO WS-LIV-RETARDS(WS-LIV-CIBLE)
           END-IF.

       CUMULER-LIVREUR-EXIT.
           EXIT.

      ******************************************************************
      *ligne de detail gardee pour la fin du rapport
       RETENIR-DETAIL.

           IF WS-NB-DETAILS >= 2000
               GO TO RETENIR-DETAIL-EXIT
           END-IF.
           ADD 1 TO WS-NB-DETAILS.
           MOVE SPACES TO WS-DET-LIGNE(WS-NB-DETAILS).
           IF WS-EN-RETARD EQUAL "Y"
               MOVE WS-MIN-RETARD TO WS-RETARD-ED
               STRING "*** " STA-NUMERO "  " STA-MODE "  " STA-ZONE
                   "  " STA-LIVREUR "  recue " STA-HORO-RECUE(9:4)
                   "  promise " STA-PROMIS(9:4)
                   "  remise " STA-HORO-TERMINEE(9:4)
                   "  retard " WS-RETARD-ED " min"
                   DELIMITED BY SIZE INTO WS-DET-LIGNE(WS-NB-DETAILS)
           ELSE
               ADD 1 TO WS-NB-OUVERTES
               STRING "    " STA-NUMERO "  " STA-MODE "  " STA-ZONE
                   "  " STA-LIVREUR "  recue " STA-HORO-RECUE(9:4)
                   "  promise " STA-PROMIS(9:4)
                   "  restee ouverte a l'etat " STA-ETAT
                   DELIMITED BY SIZE INTO WS-DET-LIGNE(WS-NB-DETAILS)
           END-IF.

       RETENIR-DETAIL-EXIT.
           EXIT.

      ******************************************************************
       CALCULER-ECART.

           COMPUTE WS-ECART-MIN = (WS-FIN-HH * 60 + WS-FIN-MM)
               - (WS-DEB-HH * 60 + WS-DEB-MM).
           IF WS-FIN-JOUR > WS-DEB-JOUR
               ADD 1440 TO WS-ECART-MIN
           END-IF.
           IF WS-ECART-MIN < ZEROES
               MOVE ZEROES TO WS-ECART-MIN
           END-IF.

       CALCULER-ECART-EXIT.
           EXIT.

      ******************************************************************
       EDITER-RAPPORT.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               GO TO EDITER-RAPPORT-EXIT
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "DELAIS DE PREPARATION ET DE LIVRAISON DU "
               WS-DATE-RAPPORT "  commandes=" WS-NB-COMMANDES
               "  annulees=" WS-NB-ANNULEES
               "  en retard=" WS-NB-RETARDS
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT.

           MOVE SPACES TO WS-RAPPORT-LINE.
           PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT.
           MOVE "PAR ZONE      commandes  prep.moy  livr.moy  retards"
               TO WS-RAPPORT-LINE.
           PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               IF WS-IDX EQUAL 4
                   MOVE "  A EMPORTER" TO WS-ZONE-LIBELLE
               ELSE
                   MOVE SPACES TO WS-ZONE-LIBELLE
                   STRING "  ZONE " WS-IDX(2:1)
                       DELIMITED BY SIZE INTO WS-ZONE-LIBELLE
               END-IF
               MOVE ZEROES TO WS-MOY-PREP WS-MOY-LIV
               IF WS-ZON-PREP-NB(WS-IDX) > ZEROES
                   COMPUTE WS-MOY-PREP ROUNDED =
                       WS-ZON-PREP-MIN(WS-IDX) / WS-ZON-PREP-NB(WS-IDX)
               END-IF
               IF WS-ZON-LIV-NB(WS-IDX) > ZEROES
                   COMPUTE WS-MOY-LIV ROUNDED =
                       WS-ZON-LIV-MIN(WS-IDX) / WS-ZON-LIV-NB(WS-IDX)
               END-IF
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING WS-ZONE-LIBELLE "    " WS-ZON-NB(WS-IDX)
                   "      " WS-MOY-PREP "      " WS-MOY-LIV
                   "    " WS-ZON-RETARDS(WS-IDX)
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-LINE.
           PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT.
           MOVE "PAR LIVREUR   matricule  courses  livr.moy  retards"
               TO WS-RAPPORT-LINE.
           PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT.
           PERFORM VARYING IDX-LIV FROM 1 BY 1
               UNTIL IDX-LIV > WS-NB-LIVREURS
               MOVE ZEROES TO WS-MOY-LIV
               IF WS-LIV-LIV-NB(IDX-LIV) > ZEROES
                   COMPUTE WS-MOY-LIV ROUNDED =
                       WS-LIV-LIV-MIN(IDX-LIV) / WS-LIV-LIV-NB(IDX-LIV)
               END-IF
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "              " WS-LIV-NUMERO(IDX-LIV)
                   "  " WS-LIV-NB(IDX-LIV) "      " WS-MOY-LIV
                   "    " WS-LIV-RETARDS(IDX-LIV)
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-LINE.
           PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT.
           MOVE "PAR HEURE     commandes  prep.moy  livr.moy  retards"
               TO WS-RAPPORT-LINE.
           PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 24
               IF WS-HEU-NB(WS-IDX) > ZEROES
                   COMPUTE WS-HEURE = WS-IDX - 1
                   MOVE ZEROES TO WS-MOY-PREP WS-MOY-LIV
                   IF WS-HEU-PREP-NB(WS-IDX) > ZEROES
                       COMPUTE WS-MOY-PREP ROUNDED =
                           WS-HEU-PREP-MIN(WS-IDX)
                           / WS-HEU-PREP-NB(WS-IDX)
                   END-IF
                   IF WS-HEU-LIV-NB(WS-IDX) > ZEROES
                       COMPUTE WS-MOY-LIV ROUNDED =
                           WS-HEU-LIV-MIN(WS-IDX)
                           / WS-HEU-LIV-NB(WS-IDX)
                   END-IF
                   MOVE SPACES TO WS-RAPPORT-LINE
                   STRING "  " WS-HEURE "H          " WS-HEU-NB(WS-IDX)
                       "      " WS-MOY-PREP "      " WS-MOY-LIV
                       "    " WS-HEU-RETARDS(WS-IDX)
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                   PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-LINE.
           PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT.
           MOVE "COMMANDES EN RETARD (***) OU RESTEES OUVERTES"
               TO WS-RAPPORT-LINE.
           PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT.
           PERFORM VARYING WS-DET-IDX FROM 1 BY 1
               UNTIL WS-DET-IDX > WS-NB-DETAILS
               MOVE WS-DET-LIGNE(WS-DET-IDX) TO WS-RAPPORT-LINE
               PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT
           END-PERFORM.

           CLOSE F-RAPPORT.

       EDITER-RAPPORT-EXIT.
           EXIT.

      ******************************************************************
       ECRIRE-LIGNE.

           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           ADD 1 TO WS-NB-LIGNES.

       ECRIRE-LIGNE-EXIT.
           EXIT.
      ******************************************************************
