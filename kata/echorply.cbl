      *    raffiche une par une sur l'ECHEQUIER, puis produit les      *
      *    statistiques demandees par le groupe d'entrainement :       *
      *    positions analysees, taux d'attaque global et par type de   *
      *    piece (D/R/T/F), cases les plus utilisees. Les verdicts     *
      *    de rois du meme jour (lignes ROI d'ECHEC-VERDICTS.txt)      *
      *    sont comptes a part : rois en echec, mats et pats.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. echorply.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HISTORIQUE.

           SELECT F-VERDICTS ASSIGN
           TO "ECHEC-VERDICTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-VERDICTS.

       DATA DIVISION.

       FILE SECTION.

       01  WS-HISTORIQUE-LIGNE  PIC X(80).

       FD  F-VERDICTS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-VERDICT-LIGNE     PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-HISTORIQUE PIC X(02).
           88 FS-HISTORIQUE-OK VALUE "00".
       01 FS-VERDICTS PIC X(02).
           88 FS-VERDICTS-OK VALUE "00".
       01 WS-HISTORIQUE-FNAME PIC X(30) VALUE SPACES.
       01 WS-DATE-REJEU       PIC 9(8) VALUE ZEROES.
       01 WS-HORODATAGE       PIC X(20).
       01 WS-TAUX             PIC 9(3)V99 VALUE ZEROES.
       01 WS-TAUX-ED          PIC ZZ9.99.

      *verdicts de rois d'echec, aux positions fixes d'ANALYSER-UN-ROI
       01 WS-ROIS             PIC 9(5) VALUE ZEROES.
       01 WS-ROIS-ECHEC       PIC 9(5) VALUE ZEROES.
       01 WS-ROIS-MAT         PIC 9(5) VALUE ZEROES.
       01 WS-ROIS-PAT         PIC 9(5) VALUE ZEROES.

      *statistiques par type de piece : presences et presences dans
      *une position d'attaque, toutes couleurs confondues
       01 WS-TYPES-CODES      PIC X(4) VALUE "DRTF".
           END-PERFORM.
           CLOSE F-HISTORIQUE.

           PERFORM COMPTER-VERDICTS THRU COMPTER-VERDICTS-EXIT.

           PERFORM AFFICHER-STATISTIQUES
               THRU AFFICHER-STATISTIQUES-EXIT.

       PLACER-ET-COMPTER-EXIT.
           EXIT.

      ******************************************************************
      *lignes ROI du jour rejoue ; fichier absent : aucun verdict
       COMPTER-VERDICTS.

           OPEN INPUT F-VERDICTS.
           IF NOT FS-VERDICTS-OK
               GO TO COMPTER-VERDICTS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-VERDICTS INTO WS-VERDICT-LIGNE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF WS-VERDICT-LIGNE(1:4) EQUAL "ROI "
                           AND WS-VERDICT-LIGNE(48:8) EQUAL
                               WS-DATE-REJEU
                           ADD 1 TO WS-ROIS
                           EVALUATE WS-VERDICT-LIGNE(18:5)
                               WHEN "ECHEC"
                                   ADD 1 TO WS-ROIS-ECHEC
                               WHEN "MAT  "
                                   ADD 1 TO WS-ROIS-MAT
                               WHEN "PAT  "
                                   ADD 1 TO WS-ROIS-PAT
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-VERDICTS.

       COMPTER-VERDICTS-EXIT.
           EXIT.

      ******************************************************************
       INITIALISER-ECHEQUIER.

               END-IF
           END-PERFORM.

           IF WS-ROIS > ZEROES
               DISPLAY "Rois analyses : " WS-ROIS
                   " (echec " WS-ROIS-ECHEC ", mat " WS-ROIS-MAT
                   ", pat " WS-ROIS-PAT ")"
           END-IF.

           DISPLAY "Cases les plus utilisees :".
           PERFORM VARYING WS-PALMARES-RANG FROM 1 BY 1
               UNTIL WS-PALMARES-RANG > 5
