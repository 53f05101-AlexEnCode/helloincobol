      ******************************************************************
      *    Statistiques mensuelles des reclamations clients : relit le *
      *    registre RECLAMATIONS.txt pour le mois demande et ventile   *
      *    dans RECLAMATIONS-REPORT.txt les plaintes par categorie     *
      *    (retard, froide, erreur de commande, qualite, autre) avec   *
      *    les points et avoirs accordes, puis par livreur et par zone *
      *    de livraison (zone 0 et livreur a zero pour les commandes a *
      *    emporter), chaque ligne detaillee par categorie, pour voir  *
      *    ou se situent les problemes de service. Les avoirs deduits  *
      *    et recredites dans le mois sont rappeles en pied d'etat.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reclrpt.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RECLAM ASSIGN
           TO "RECLAMATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RECLAM.

           SELECT F-RAPPORT ASSIGN
           TO "RECLAMATIONS-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

       FD  F-RECLAM
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       COPY RECLAM.

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-RECLAM PIC X(02).
           88 FS-RECLAM-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-FIN                   PIC X VALUE "N".

       01  WS-MOIS-SAISI            PIC 9(6) VALUE ZEROES.
       01  WS-MOIS-DECOUPE REDEFINES WS-MOIS-SAISI.
           05 WS-MOIS-ANNEE         PIC 9(4).
           05 WS-MOIS-NUMERO        PIC 9(2).

      *categories dans l'ordre des colonnes de l'etat
       01  WS-CATEGORIES-VALEURS.
           05 FILLER PIC X(9) VALUE "RRETARD  ".
           05 FILLER PIC X(9) VALUE "FFROIDE  ".
           05 FILLER PIC X(9) VALUE "EERREUR  ".
           05 FILLER PIC X(9) VALUE "QQUALITE ".
           05 FILLER PIC X(9) VALUE "AAUTRE   ".
       01  WS-CATEGORIES REDEFINES WS-CATEGORIES-VALEURS.
           05 WS-CAT OCCURS 5 TIMES.
               10 WS-CAT-CODE       PIC X.
               10 WS-CAT-NOM        PIC X(8).
       01  WS-CAT-IDX               PIC 9 VALUE ZERO.
       01  WS-CAT-RANG              PIC 9 VALUE ZERO.

      *cumuls par categorie
       01  WS-CAT-CUMULS.
           05 WS-CTC-ENTREE OCCURS 5 TIMES.
               10 WS-CTC-PLAINTES   PIC 9(5).
               10 WS-CTC-POINTS     PIC 9(7).
               10 WS-CTC-AVOIRS     PIC 9(7).

      *un poste par livreur mis en cause dans le mois
       01  WS-RLV-TABLE.
           03 WS-RLV-NB PIC 9(3) VALUE ZEROES.
           03 WS-RLV-ENTREE OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-RLV-NB
               INDEXED BY IDX-RLV.
               05 WS-RLV-LIVREUR    PIC 9(9).
               05 WS-RLV-PLAINTES   PIC 9(5).
               05 WS-RLV-PAR-CAT    PIC 9(5) OCCURS 5 TIMES.
       01  WS-RLV-CIBLE             PIC 9(3) VALUE ZEROES.

      *zones 1 a 3, la zone 0 (rang 4) pour les commandes a emporter
       01  WS-ZONES-CUMULS.
           05 WS-RZN-ENTREE OCCURS 4 TIMES.
               10 WS-RZN-PLAINTES   PIC 9(5).
               10 WS-RZN-PAR-CAT    PIC 9(5) OCCURS 5 TIMES.
       01  WS-ZONE-RANG             PIC 9 VALUE ZERO.
       01  WS-ZONE-ED               PIC 9 VALUE ZERO.

       01  WS-NB-LUS                PIC 9(7) VALUE ZEROES.
       01  WS-NB-IGNORES            PIC 9(7) VALUE ZEROES.
       01  WS-NB-LIGNES             PIC 9(5) VALUE ZEROES.
       01  WS-TOT-PLAINTES          PIC 9(5) VALUE ZEROES.
       01  WS-TOT-POINTS            PIC 9(7) VALUE ZEROES.
       01  WS-TOT-AVOIRS            PIC 9(7) VALUE ZEROES.
       01  WS-TOT-DEDUITS           PIC 9(7) VALUE ZEROES.
       01  WS-TOT-RECREDITES        PIC 9(7) VALUE ZEROES.
       01  WS-PART                  PIC 9(3) VALUE ZEROES.

       01  WS-DETAIL-CAT            PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "reclrpt" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           DISPLAY "Mois a editer ? (AAAAMM, 0=mois en cours)".
           ACCEPT WS-MOIS-SAISI.
           IF WS-MOIS-SAISI EQUAL ZEROES
               MOVE WS-HORODATAGE(1:6) TO WS-MOIS-SAISI
           END-IF.
           IF WS-MOIS-NUMERO < 1 OR WS-MOIS-NUMERO > 12
               DISPLAY "Mois invalide : " WS-MOIS-SAISI
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.

           INITIALIZE WS-CAT-CUMULS WS-ZONES-CUMULS.
           PERFORM CHARGER-RECLAMATIONS
               THRU CHARGER-RECLAMATIONS-EXIT.
           PERFORM EDITER-ETAT THRU EDITER-ETAT-EXIT.

           DISPLAY "Reclamations du mois " WS-MOIS-SAISI " : "
               WS-TOT-PLAINTES ", points accordes " WS-TOT-POINTS
               ", avoirs accordes " WS-TOT-AVOIRS " euros.".

           IF NOT FS-RAPPORT-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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
       CHARGER-RECLAMATIONS.

           MOVE ZEROES TO WS-RLV-NB.
           OPEN INPUT F-RECLAM.
           IF NOT FS-RECLAM-OK
               GO TO CHARGER-RECLAMATIONS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-RECLAM
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM RETENIR-RECLAMATION
                           THRU RETENIR-RECLAMATION-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-RECLAM.

       CHARGER-RECLAMATIONS-EXIT.
           EXIT.

      ******************************************************************
      *une plainte est rattachee au mois de sa saisie ; les avoirs
      *deduits (U) et recredites (A) ne sont que totalises
       RETENIR-RECLAMATION.

           IF RCL-DATE NOT NUMERIC OR RCL-AVOIR NOT NUMERIC
               ADD 1 TO WS-NB-IGNORES
               GO TO RETENIR-RECLAMATION-EXIT
           END-IF.
           IF RCL-DATE(1:6) NOT EQUAL WS-MOIS-SAISI
               GO TO RETENIR-RECLAMATION-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN RCL-EST-UTILISATION
                   ADD RCL-AVOIR TO WS-TOT-DEDUITS
                   GO TO RETENIR-RECLAMATION-EXIT
               WHEN RCL-EST-RECREDIT
                   ADD RCL-AVOIR TO WS-TOT-RECREDITES
                   GO TO RETENIR-RECLAMATION-EXIT
               WHEN RCL-EST-PLAINTE
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-NB-IGNORES
                   GO TO RETENIR-RECLAMATION-EXIT
           END-EVALUATE.
           IF RCL-LIVREUR NOT NUMERIC OR RCL-ZONE NOT NUMERIC
               OR RCL-POINTS NOT NUMERIC
               ADD 1 TO WS-NB-IGNORES
               GO TO RETENIR-RECLAMATION-EXIT
           END-IF.

      *categorie inconnue comptee en autre
           MOVE 5 TO WS-CAT-RANG.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 5
               IF RCL-CATEGORIE EQUAL WS-CAT-CODE(WS-CAT-IDX)
                   MOVE WS-CAT-IDX TO WS-CAT-RANG
               END-IF
           END-PERFORM.

           ADD 1 TO WS-TOT-PLAINTES.
           ADD 1 TO WS-CTC-PLAINTES(WS-CAT-RANG).
           IF RCL-GESTE-POINTS
               ADD RCL-POINTS TO WS-CTC-POINTS(WS-CAT-RANG)
               ADD RCL-POINTS TO WS-TOT-POINTS
           END-IF.
           IF RCL-GESTE-AVOIR
               ADD RCL-AVOIR TO WS-CTC-AVOIRS(WS-CAT-RANG)
               ADD RCL-AVOIR TO WS-TOT-AVOIRS
           END-IF.

           IF RCL-ZONE >= 1 AND RCL-ZONE <= 3
               MOVE RCL-ZONE TO WS-ZONE-RANG
           ELSE
               MOVE 4 TO WS-ZONE-RANG
           END-IF.
           ADD 1 TO WS-RZN-PLAINTES(WS-ZONE-RANG).
           ADD 1 TO WS-RZN-PAR-CAT(WS-ZONE-RANG, WS-CAT-RANG).

           MOVE ZEROES TO WS-RLV-CIBLE.
           PERFORM VARYING IDX-RLV FROM 1 BY 1
               UNTIL IDX-RLV > WS-RLV-NB OR WS-RLV-CIBLE > ZEROES
               IF WS-RLV-LIVREUR(IDX-RLV) EQUAL RCL-LIVREUR
                   SET WS-RLV-CIBLE TO IDX-RLV
               END-IF
           END-PERFORM.
           IF WS-RLV-CIBLE EQUAL ZEROES
               IF WS-RLV-NB >= 200
                   ADD 1 TO WS-NB-IGNORES
                   GO TO RETENIR-RECLAMATION-EXIT
               END-IF
               ADD 1 TO WS-RLV-NB
               MOVE WS-RLV-NB TO WS-RLV-CIBLE
               INITIALIZE WS-RLV-ENTREE(WS-RLV-CIBLE)
               MOVE RCL-LIVREUR TO WS-RLV-LIVREUR(WS-RLV-CIBLE)
           END-IF.
           ADD 1 TO WS-RLV-PLAINTES(WS-RLV-CIBLE).
           ADD 1 TO WS-RLV-PAR-CAT(WS-RLV-CIBLE, WS-CAT-RANG).

       RETENIR-RECLAMATION-EXIT.
           EXIT.

      ******************************************************************
       EDITER-ETAT.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               GO TO EDITER-ETAT-EXIT
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "RECLAMATIONS CLIENTS DU MOIS " WS-MOIS-SAISI
               "  plaintes: " WS-TOT-PLAINTES
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

      *par categorie
           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE "  CATEGORIE  PLAINTES  PART %   POINTS  AVOIRS EUR"
               TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 5
               MOVE ZEROES TO WS-PART
               IF WS-TOT-PLAINTES > ZEROES
                   COMPUTE WS-PART ROUNDED =
                       WS-CTC-PLAINTES(WS-CAT-IDX) * 100
                       / WS-TOT-PLAINTES
               END-IF
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "  " WS-CAT-NOM(WS-CAT-IDX) "   "
                   WS-CTC-PLAINTES(WS-CAT-IDX) "     "
                   WS-PART "  "
                   WS-CTC-POINTS(WS-CAT-IDX) "  "
                   WS-CTC-AVOIRS(WS-CAT-IDX)
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               ADD 1 TO WS-NB-LIGNES
           END-PERFORM.

      *par livreur
           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  LIVREUR    PLAINTES  RETARD FROIDE ERREUR QUALITE"
               "  AUTRE"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           PERFORM VARYING IDX-RLV FROM 1 BY 1
               UNTIL IDX-RLV > WS-RLV-NB
               MOVE SPACES TO WS-DETAIL-CAT
               STRING " " WS-RLV-PAR-CAT(IDX-RLV, 1)
                   "  " WS-RLV-PAR-CAT(IDX-RLV, 2)
                   "  " WS-RLV-PAR-CAT(IDX-RLV, 3)
                   "   " WS-RLV-PAR-CAT(IDX-RLV, 4)
                   "  " WS-RLV-PAR-CAT(IDX-RLV, 5)
                   DELIMITED BY SIZE INTO WS-DETAIL-CAT
               MOVE SPACES TO WS-RAPPORT-LINE
               IF WS-RLV-LIVREUR(IDX-RLV) EQUAL ZEROES
                   STRING "  (emporter)    "
                       WS-RLV-PLAINTES(IDX-RLV) " " WS-DETAIL-CAT
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               ELSE
                   STRING "  " WS-RLV-LIVREUR(IDX-RLV) "     "
                       WS-RLV-PLAINTES(IDX-RLV) " " WS-DETAIL-CAT
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               END-IF
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               ADD 1 TO WS-NB-LIGNES
           END-PERFORM.

      *par zone
           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  ZONE       PLAINTES  RETARD FROIDE ERREUR QUALITE"
               "  AUTRE"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           PERFORM VARYING WS-ZONE-RANG FROM 1 BY 1
               UNTIL WS-ZONE-RANG > 4
               MOVE SPACES TO WS-DETAIL-CAT
               STRING " " WS-RZN-PAR-CAT(WS-ZONE-RANG, 1)
                   "  " WS-RZN-PAR-CAT(WS-ZONE-RANG, 2)
                   "  " WS-RZN-PAR-CAT(WS-ZONE-RANG, 3)
                   "   " WS-RZN-PAR-CAT(WS-ZONE-RANG, 4)
                   "  " WS-RZN-PAR-CAT(WS-ZONE-RANG, 5)
                   DELIMITED BY SIZE INTO WS-DETAIL-CAT
               MOVE SPACES TO WS-RAPPORT-LINE
               IF WS-ZONE-RANG EQUAL 4
                   STRING "  0 (emporter)  "
                       WS-RZN-PLAINTES(WS-ZONE-RANG) " " WS-DETAIL-CAT
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               ELSE
                   MOVE WS-ZONE-RANG TO WS-ZONE-ED
                   STRING "  " WS-ZONE-ED "             "
                       WS-RZN-PLAINTES(WS-ZONE-RANG) " " WS-DETAIL-CAT
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               END-IF
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               ADD 1 TO WS-NB-LIGNES
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "TOTAL  plaintes=" WS-TOT-PLAINTES
               "  points accordes=" WS-TOT-POINTS
               "  avoirs accordes=" WS-TOT-AVOIRS
               "  avoirs deduits=" WS-TOT-DEDUITS
               "  avoirs recredites=" WS-TOT-RECREDITES
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           IF WS-NB-IGNORES > ZEROES
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "ATTENTION : " WS-NB-IGNORES
                   " enregistrement(s) hors format ou non charges"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-IF.
           CLOSE F-RAPPORT.

       EDITER-ETAT-EXIT.
           EXIT.
      ******************************************************************
