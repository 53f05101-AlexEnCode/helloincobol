       01  WS-POSITION-LIGNE    PIC X(80).

       FD  F-VERDICTS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-VERDICT-LIGNE     PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-NB-ATTAQUES      PIC 9(3) VALUE ZEROES.
       01 WS-ATQ-COL-LETTRE   PIC X.
       01 WS-ATQ-COL-LETTRE-2 PIC X.
       01 WS-ATQ-CIBLE-LIG    PIC 9.
       01 WS-ATQ-CIBLE-COL    PIC 9.

      *analyse de chaque roi (R) de la position, son camp suppose au
      *trait : pieces qui le mettent en echec, cases de fuite, coups
      *legaux du camp (coup joue sur le damier puis roi re-examine,
      *sans prise en passant ni roque) et conclusion ECHEC, MAT, PAT
      *ou LIBRE
       01 WS-COLONNES-LETTRES PIC X(8) VALUE "abcdefgh".
       01 WS-ROI-IDX          PIC 99.
       01 WS-ROI-CAMP         PIC X.
       01 WS-ROI-ADVERSE      PIC X.
       01 WS-ROI-VERDICT      PIC X(5).
       01 WS-ROI-NB-ECHECS    PIC 99.
       01 WS-ROI-NB-FUITES    PIC 9.
       01 WS-ROI-NB-COUPS     PIC 9(4).
       01 WS-ROI-EN-PRISE     PIC X.
       01 WS-ROI-ATTAQUANTS   PIC X(40).
       01 WS-ROI-FUITES       PIC X(24).
       01 WS-ROI-PTR-ATQ      PIC 99.
       01 WS-ROI-PTR-FUI      PIC 99.
       01 WS-ROI-PTR-LIGNE    PIC 99.
       01 WS-MVT-PIECE        PIC 99.
       01 WS-MVT-LIG          PIC 9.
       01 WS-MVT-COL          PIC 9.
       01 WS-MVT-OCCUPANT     PIC 99.
       01 WS-MVT-POSSIBLE     PIC X.
       01 WS-MVT-ORIG-LIG     PIC 9.
       01 WS-MVT-ORIG-COL     PIC 9.
       01 WS-MVT-INTER-LIG    PIC 9.
       01 WS-MVT-PRISE-COUL   PIC X.
       01 WS-MVT-SENS         PIC S9.
       01 WS-MVT-DEPART       PIC 9.
       01 WS-MVT-DIFF-LIG     PIC S9.
       01 WS-BATCH-ECHECS     PIC 9(4) VALUE ZEROES.
       01 WS-BATCH-MATS       PIC 9(4) VALUE ZEROES.
       01 WS-BATCH-PATS       PIC 9(4) VALUE ZEROES.

      ******************************************************************       
       PROCEDURE DIVISION.

           PERFORM LISTER-ATTAQUES THRU LISTER-ATTAQUES-EXIT.

      *verdict des rois ajoute a la suite d'ECHEC-VERDICTS.txt
           OPEN EXTEND F-VERDICTS.
           IF NOT FS-VERDICTS-OK
               CLOSE F-VERDICTS
               OPEN OUTPUT F-VERDICTS
           END-IF.
           DISPLAY "Rois :".
           PERFORM ANALYSER-ROIS THRU ANALYSER-ROIS-EXIT.
           CLOSE F-VERDICTS.

       MODE-POSITION-EXIT.
           EXIT.

      ******************************************************************
      *mode verdict par lot : chaque ligne d'ECHEC-POSITIONS.txt est
      *evaluee par la logique d'attaque existante (obstruction
      *comprise) sans dialogue ; le verdict, suivi d'une ligne ROI
      *par roi pose (echec, fuites, mat ou pat), part dans
      *ECHEC-VERDICTS.txt et les positions a deux pieces sont aussi
      *consignees au journal du jour, qu'echorply fond dans ses
      *statistiques
       MODE-BATCH.

           MOVE ZEROES TO WS-BATCH-POSITIONS WS-BATCH-ATTAQUES
               WS-BATCH-HORS-FMT WS-BATCH-ECHECS WS-BATCH-MATS
               WS-BATCH-PATS.

           OPEN INPUT F-POSITIONS.
           IF NOT FS-POSITIONS-OK
           DISPLAY "Positions adjugees : " WS-BATCH-POSITIONS.
           DISPLAY "Positions avec attaque : " WS-BATCH-ATTAQUES.
           DISPLAY "Lignes hors format : " WS-BATCH-HORS-FMT.
           DISPLAY "Rois en echec : " WS-BATCH-ECHECS
               "  mat : " WS-BATCH-MATS "  pat : " WS-BATCH-PATS.

       MODE-BATCH-EXIT.
           EXIT.
               " verdict=" LA-BAGARRE
               DELIMITED BY SIZE INTO WS-VERDICT-LIGNE.
           WRITE WS-VERDICT-LIGNE FROM WS-VERDICT-LIGNE.
           PERFORM ANALYSER-ROIS THRU ANALYSER-ROIS-EXIT.

      *les duels a deux pieces (une blanche, une noire) rejoignent
      *aussi le journal du jour, au format de LOG-COUP, pour les
      *la piece WS-ATQ-DE attaque-t-elle la piece WS-ATQ-VERS ?
       EVALUER-ATTAQUE.

           MOVE WS-PCE-LIG(WS-ATQ-VERS) TO WS-ATQ-CIBLE-LIG.
           MOVE WS-PCE-COL(WS-ATQ-VERS) TO WS-ATQ-CIBLE-COL.
           PERFORM EVALUER-PORTEE THRU EVALUER-PORTEE-EXIT.

       EVALUER-ATTAQUE-EXIT.
           EXIT.

      ******************************************************************
      *la piece WS-ATQ-DE atteint-elle la case WS-ATQ-CIBLE-LIG/COL ?
      *(regles de prise ; le pas en avant du pion est a part)
       EVALUER-PORTEE.

           MOVE "N" TO WS-ATQ-POSSIBLE.
           COMPUTE WS-ATQ-DIFF-LIG =
               WS-ATQ-CIBLE-LIG - WS-PCE-LIG(WS-ATQ-DE).
           COMPUTE WS-ATQ-DIFF-COL =
               WS-ATQ-CIBLE-COL - WS-PCE-COL(WS-ATQ-DE).
           COMPUTE WS-ATQ-ABS-LIG = FUNCTION ABS(WS-ATQ-DIFF-LIG).
           COMPUTE WS-ATQ-ABS-COL = FUNCTION ABS(WS-ATQ-DIFF-COL).

                   END-IF
           END-EVALUATE.

       EVALUER-PORTEE-EXIT.
           EXIT.

      ******************************************************************
               WS-PCE-COL(WS-ATQ-DE) + WS-ATQ-PAS-COL.

           PERFORM UNTIL
               (WS-ATQ-CUR-LIG = WS-ATQ-CIBLE-LIG
                   AND WS-ATQ-CUR-COL = WS-ATQ-CIBLE-COL)
               OR WS-CHEMIN-LIBRE = "N"
               IF WS-GRILLE-CASE(WS-ATQ-CUR-LIG, WS-ATQ-CUR-COL)
                   NOT EQUAL ZEROES
       VERIFIER-CHEMIN-EXIT.
           EXIT.

      ******************************************************************
      *verdict de chaque roi de la position, ecrit dans F-VERDICTS
      *(deja ouvert par l'appelant) et affiche en mode position
       ANALYSER-ROIS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           PERFORM VARYING WS-ROI-IDX FROM 1 BY 1
               UNTIL WS-ROI-IDX > WS-NB-PIECES
               IF WS-PCE-TYPE(WS-ROI-IDX) EQUAL "R"
                   PERFORM ANALYSER-UN-ROI THRU ANALYSER-UN-ROI-EXIT
               END-IF
           END-PERFORM.

       ANALYSER-ROIS-EXIT.
           EXIT.

      ******************************************************************
       ANALYSER-UN-ROI.

           MOVE WS-PCE-COULEUR(WS-ROI-IDX) TO WS-ROI-CAMP.
           IF WS-ROI-CAMP EQUAL "B"
               MOVE "N" TO WS-ROI-ADVERSE
           ELSE
               MOVE "B" TO WS-ROI-ADVERSE
           END-IF.
           MOVE ZEROES TO WS-ROI-NB-ECHECS WS-ROI-NB-FUITES
               WS-ROI-NB-COUPS.
           MOVE SPACES TO WS-ROI-ATTAQUANTS WS-ROI-FUITES.
           MOVE 1 TO WS-ROI-PTR-ATQ WS-ROI-PTR-FUI.

      *pieces adverses qui mettent le roi en echec
           MOVE WS-ROI-IDX TO WS-ATQ-VERS.
           PERFORM VARYING WS-ATQ-DE FROM 1 BY 1
               UNTIL WS-ATQ-DE > WS-NB-PIECES
               IF WS-PCE-COULEUR(WS-ATQ-DE) EQUAL WS-ROI-ADVERSE
                   PERFORM EVALUER-ATTAQUE THRU EVALUER-ATTAQUE-EXIT
                   IF WS-ATQ-POSSIBLE EQUAL "Y"
                       ADD 1 TO WS-ROI-NB-ECHECS
                       STRING WS-PCE-TYPE(WS-ATQ-DE)
                           WS-COLONNES-LETTRES(WS-PCE-COL(WS-ATQ-DE):1)
                           WS-PCE-LIG(WS-ATQ-DE) " "
                           DELIMITED BY SIZE INTO WS-ROI-ATTAQUANTS
                           WITH POINTER WS-ROI-PTR-ATQ
                           ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

      *chaque coup du camp vers chaque case, garde s'il ne laisse
      *pas le roi en prise ; ceux du roi lui-meme sont ses fuites
           PERFORM VARYING WS-MVT-PIECE FROM 1 BY 1
               UNTIL WS-MVT-PIECE > WS-NB-PIECES
               IF WS-PCE-COULEUR(WS-MVT-PIECE) EQUAL WS-ROI-CAMP
                   PERFORM VARYING WS-MVT-LIG FROM 1 BY 1
                       UNTIL WS-MVT-LIG > 8
                       PERFORM VARYING WS-MVT-COL FROM 1 BY 1
                           UNTIL WS-MVT-COL > 8
                           PERFORM ESSAYER-COUP THRU ESSAYER-COUP-EXIT
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-ROI-NB-ECHECS > ZEROES
                   AND WS-ROI-NB-COUPS EQUAL ZEROES
                   MOVE "MAT" TO WS-ROI-VERDICT
                   ADD 1 TO WS-BATCH-MATS
               WHEN WS-ROI-NB-ECHECS > ZEROES
                   MOVE "ECHEC" TO WS-ROI-VERDICT
                   ADD 1 TO WS-BATCH-ECHECS
               WHEN WS-ROI-NB-COUPS EQUAL ZEROES
                   MOVE "PAT" TO WS-ROI-VERDICT
                   ADD 1 TO WS-BATCH-PATS
               WHEN OTHER
                   MOVE "LIBRE" TO WS-ROI-VERDICT
           END-EVALUATE.

      *partie fixe lue par echorply (verdict en 18, date en 48)
           MOVE SPACES TO WS-VERDICT-LIGNE.
           MOVE 1 TO WS-ROI-PTR-LIGNE.
           STRING "ROI " WS-ROI-CAMP " "
               WS-COLONNES-LETTRES(WS-PCE-COL(WS-ROI-IDX):1)
               WS-PCE-LIG(WS-ROI-IDX)
               " verdict=" WS-ROI-VERDICT
               " echecs=" WS-ROI-NB-ECHECS
               " fuites=" WS-ROI-NB-FUITES
               " date=" WS-HORODATAGE(1:8)
               DELIMITED BY SIZE INTO WS-VERDICT-LIGNE
               WITH POINTER WS-ROI-PTR-LIGNE.
           IF WS-ROI-NB-ECHECS > ZEROES
               STRING " par " WS-ROI-ATTAQUANTS
                   DELIMITED BY "  " INTO WS-VERDICT-LIGNE
                   WITH POINTER WS-ROI-PTR-LIGNE
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.
           IF WS-ROI-NB-FUITES > ZEROES
               STRING " vers " WS-ROI-FUITES
                   DELIMITED BY "  " INTO WS-VERDICT-LIGNE
                   WITH POINTER WS-ROI-PTR-LIGNE
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.
           WRITE WS-VERDICT-LIGNE FROM WS-VERDICT-LIGNE.
           IF WS-MODE-JEU EQUAL "P"
               DISPLAY WS-VERDICT-LIGNE(1:WS-ROI-PTR-LIGNE - 1)
           END-IF.

       ANALYSER-UN-ROI-EXIT.
           EXIT.

      ******************************************************************
      *coup de la piece WS-MVT-PIECE vers la case WS-MVT-LIG/COL :
      *possible selon ses regles, puis joue sur le damier le temps de
      *re-examiner le roi, et le damier est remis en etat
       ESSAYER-COUP.

           MOVE WS-GRILLE-CASE(WS-MVT-LIG, WS-MVT-COL)
               TO WS-MVT-OCCUPANT.
           IF WS-MVT-OCCUPANT NOT EQUAL ZEROES
               IF WS-PCE-COULEUR(WS-MVT-OCCUPANT) EQUAL WS-ROI-CAMP
                   GO TO ESSAYER-COUP-EXIT
               END-IF
           END-IF.

           MOVE "N" TO WS-MVT-POSSIBLE.
           IF WS-PCE-TYPE(WS-MVT-PIECE) EQUAL "P"
               AND WS-MVT-OCCUPANT EQUAL ZEROES
               PERFORM EVALUER-PAS-DE-PION
                   THRU EVALUER-PAS-DE-PION-EXIT
           ELSE
               MOVE WS-MVT-PIECE TO WS-ATQ-DE
               MOVE WS-MVT-LIG TO WS-ATQ-CIBLE-LIG
               MOVE WS-MVT-COL TO WS-ATQ-CIBLE-COL
               PERFORM EVALUER-PORTEE THRU EVALUER-PORTEE-EXIT
               MOVE WS-ATQ-POSSIBLE TO WS-MVT-POSSIBLE
           END-IF.
           IF WS-MVT-POSSIBLE NOT EQUAL "Y"
               GO TO ESSAYER-COUP-EXIT
           END-IF.

      *le coup est joue : une piece prise sort du jeu (couleur X)
           MOVE WS-PCE-LIG(WS-MVT-PIECE) TO WS-MVT-ORIG-LIG.
           MOVE WS-PCE-COL(WS-MVT-PIECE) TO WS-MVT-ORIG-COL.
           MOVE ZEROES TO WS-GRILLE-CASE(WS-MVT-ORIG-LIG,
               WS-MVT-ORIG-COL).
           IF WS-MVT-OCCUPANT NOT EQUAL ZEROES
               MOVE WS-PCE-COULEUR(WS-MVT-OCCUPANT)
                   TO WS-MVT-PRISE-COUL
               MOVE "X" TO WS-PCE-COULEUR(WS-MVT-OCCUPANT)
           END-IF.
           MOVE WS-MVT-PIECE TO WS-GRILLE-CASE(WS-MVT-LIG, WS-MVT-COL).
           MOVE WS-MVT-LIG TO WS-PCE-LIG(WS-MVT-PIECE).
           MOVE WS-MVT-COL TO WS-PCE-COL(WS-MVT-PIECE).

           MOVE "N" TO WS-ROI-EN-PRISE.
           MOVE WS-ROI-IDX TO WS-ATQ-VERS.
           PERFORM VARYING WS-ATQ-DE FROM 1 BY 1
               UNTIL WS-ATQ-DE > WS-NB-PIECES OR WS-ROI-EN-PRISE = "Y"
               IF WS-PCE-COULEUR(WS-ATQ-DE) EQUAL WS-ROI-ADVERSE
                   PERFORM EVALUER-ATTAQUE THRU EVALUER-ATTAQUE-EXIT
                   MOVE WS-ATQ-POSSIBLE TO WS-ROI-EN-PRISE
               END-IF
           END-PERFORM.

      *retour a la position d'origine
           MOVE WS-MVT-ORIG-LIG TO WS-PCE-LIG(WS-MVT-PIECE).
           MOVE WS-MVT-ORIG-COL TO WS-PCE-COL(WS-MVT-PIECE).
           MOVE WS-MVT-PIECE TO WS-GRILLE-CASE(WS-MVT-ORIG-LIG,
               WS-MVT-ORIG-COL).
           MOVE WS-MVT-OCCUPANT TO WS-GRILLE-CASE(WS-MVT-LIG,
               WS-MVT-COL).
           IF WS-MVT-OCCUPANT NOT EQUAL ZEROES
               MOVE WS-MVT-PRISE-COUL
                   TO WS-PCE-COULEUR(WS-MVT-OCCUPANT)
           END-IF.

           IF WS-ROI-EN-PRISE EQUAL "Y"
               GO TO ESSAYER-COUP-EXIT
           END-IF.
           ADD 1 TO WS-ROI-NB-COUPS.
           IF WS-MVT-PIECE EQUAL WS-ROI-IDX
               ADD 1 TO WS-ROI-NB-FUITES
               STRING WS-COLONNES-LETTRES(WS-MVT-COL:1) WS-MVT-LIG " "
                   DELIMITED BY SIZE INTO WS-ROI-FUITES
                   WITH POINTER WS-ROI-PTR-FUI
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.

       ESSAYER-COUP-EXIT.
           EXIT.

      ******************************************************************
      *pas en avant du pion vers une case vide : une case, ou deux
      *depuis sa ligne de depart si la case franchie est libre
       EVALUER-PAS-DE-PION.

           IF WS-MVT-COL NOT EQUAL WS-PCE-COL(WS-MVT-PIECE)
               GO TO EVALUER-PAS-DE-PION-EXIT
           END-IF.
           IF WS-PCE-COULEUR(WS-MVT-PIECE) EQUAL "B"
               MOVE 1 TO WS-MVT-SENS
               MOVE 2 TO WS-MVT-DEPART
           ELSE
               MOVE -1 TO WS-MVT-SENS
               MOVE 7 TO WS-MVT-DEPART
           END-IF.
           COMPUTE WS-MVT-DIFF-LIG =
               WS-MVT-LIG - WS-PCE-LIG(WS-MVT-PIECE).

           IF WS-MVT-DIFF-LIG EQUAL WS-MVT-SENS
               MOVE "Y" TO WS-MVT-POSSIBLE
               GO TO EVALUER-PAS-DE-PION-EXIT
           END-IF.
           IF WS-MVT-DIFF-LIG EQUAL WS-MVT-SENS * 2
               AND WS-PCE-LIG(WS-MVT-PIECE) EQUAL WS-MVT-DEPART
               COMPUTE WS-MVT-INTER-LIG =
                   WS-PCE-LIG(WS-MVT-PIECE) + WS-MVT-SENS
               IF WS-GRILLE-CASE(WS-MVT-INTER-LIG, WS-MVT-COL)
                   EQUAL ZEROES
                   MOVE "Y" TO WS-MVT-POSSIBLE
               END-IF
           END-IF.

       EVALUER-PAS-DE-PION-EXIT.
           EXIT.

      ******************************************************************
       AFFICHER-ATTAQUE.

