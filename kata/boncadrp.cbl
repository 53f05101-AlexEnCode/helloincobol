      ******************************************************************
      *    Etat mensuel de l'encours des bons cadeaux : relit le grand *
      *    livre BONS-CADEAUX.txt jusqu'au dernier jour du mois        *
      *    demande et liste dans BONS-CADEAUX-REPORT.txt chaque bon    *
      *    gardant un solde a cette date (emission, valeur, echeance,  *
      *    solde, VALIDE ou ECHU). Totaux : bons emis, rachetes et     *
      *    recredites dans le mois, encours des bons valides (dette    *
      *    envers les porteurs) et solde des bons echus non rachetes.  *
      *    Un solde echu a solder en comptabilite rend RC 4.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. boncadrp.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-BONS ASSIGN
           TO "BONS-CADEAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BONS.

           SELECT F-RAPPORT ASSIGN
           TO "BONS-CADEAUX-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

       FD  F-BONS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       COPY BONCAD.

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-BONS PIC X(02).
           88 FS-BONS-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

      *bloc de parametres des services de dates (CALL "datesvc")
       COPY DATESVC.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-FIN                   PIC X VALUE "N".

      *mois edite et ses bornes
       01  WS-MOIS-SAISI            PIC 9(6) VALUE ZEROES.
       01  WS-MOIS-DECOUPE REDEFINES WS-MOIS-SAISI.
           05 WS-MOIS-ANNEE         PIC 9(4).
           05 WS-MOIS-NUMERO        PIC 9(2).
       01  WS-DEBUT-MOIS            PIC 9(8) VALUE ZEROES.
       01  WS-FIN-MOIS              PIC 9(8) VALUE ZEROES.
       01  WS-DERNIER-JOUR          PIC 9(2) VALUE ZEROES.

       01  WS-JOURS-MOIS-VALEURS.
           05 FILLER PIC 99 VALUE 31.
           05 FILLER PIC 99 VALUE 28.
           05 FILLER PIC 99 VALUE 31.
           05 FILLER PIC 99 VALUE 30.
           05 FILLER PIC 99 VALUE 31.
           05 FILLER PIC 99 VALUE 30.
           05 FILLER PIC 99 VALUE 31.
           05 FILLER PIC 99 VALUE 31.
           05 FILLER PIC 99 VALUE 30.
           05 FILLER PIC 99 VALUE 31.
           05 FILLER PIC 99 VALUE 30.
           05 FILLER PIC 99 VALUE 31.
       01  WS-JOURS-MOIS REDEFINES WS-JOURS-MOIS-VALEURS.
           05 WS-JOURS-MOIS-VAL PIC 99 OCCURS 12 TIMES.

      *un poste par bon emis au plus tard le dernier jour du mois
       01  WS-BCD-TABLE.
           03 WS-BCD-NB PIC 9(5) VALUE ZEROES.
           03 WS-BCD-ENTREE OCCURS 0 TO 10000 TIMES
               DEPENDING ON WS-BCD-NB
               INDEXED BY IDX-BCD.
               05 WS-BCD-NUMERO     PIC 9(8).
               05 WS-BCD-EMISSION   PIC 9(8).
               05 WS-BCD-VALEUR     PIC 9(5).
               05 WS-BCD-EXPIRATION PIC 9(8).
               05 WS-BCD-SOLDE      PIC S9(7).

       01  WS-BCD-CIBLE             PIC 9(5) VALUE ZEROES.
       01  WS-STATUT                PIC X(6) VALUE SPACES.
       01  WS-SOLDE-ED              PIC -(6)9.

       01  WS-NB-LUS                PIC 9(7) VALUE ZEROES.
       01  WS-NB-IGNORES            PIC 9(7) VALUE ZEROES.
       01  WS-NB-LIGNES             PIC 9(5) VALUE ZEROES.
       01  WS-EMIS-MOIS             PIC 9(7) VALUE ZEROES.
       01  WS-RACHETES-MOIS         PIC 9(7) VALUE ZEROES.
       01  WS-RECREDITES-MOIS       PIC 9(7) VALUE ZEROES.
       01  WS-ENCOURS-VALIDE        PIC 9(9) VALUE ZEROES.
       01  WS-SOLDE-ECHU            PIC 9(9) VALUE ZEROES.
       01  WS-NB-VALIDES            PIC 9(5) VALUE ZEROES.
       01  WS-NB-ECHUS              PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "boncadrp" TO RJN-PROGRAMME.
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

      *dernier jour du mois : 29 fevrier les annees bissextiles
           MOVE WS-JOURS-MOIS-VAL(WS-MOIS-NUMERO) TO WS-DERNIER-JOUR.
           COMPUTE WS-DEBUT-MOIS = WS-MOIS-SAISI * 100 + 1.
           IF WS-MOIS-NUMERO EQUAL 2
               MOVE "B" TO DSV-FONCTION
               MOVE WS-DEBUT-MOIS TO DSV-DATE
               CALL "datesvc" USING DSV-PARAMS
               IF DSV-BISSEXTILE EQUAL "Y"
                   MOVE 29 TO WS-DERNIER-JOUR
               END-IF
           END-IF.
           COMPUTE WS-FIN-MOIS = WS-MOIS-SAISI * 100 + WS-DERNIER-JOUR.

           PERFORM CHARGER-BONS THRU CHARGER-BONS-EXIT.
           PERFORM EDITER-ETAT THRU EDITER-ETAT-EXIT.

           MOVE WS-ENCOURS-VALIDE TO WS-SOLDE-ED.
           DISPLAY "Encours bons cadeaux au " WS-FIN-MOIS " : "
               WS-SOLDE-ED " euros (" WS-NB-VALIDES " bons).".
           IF WS-SOLDE-ECHU > ZEROES
               DISPLAY "Solde de bons echus : " WS-SOLDE-ECHU
                   " euros (" WS-NB-ECHUS " bons)."
           END-IF.

           IF NOT FS-RAPPORT-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SOLDE-ECHU > ZEROES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
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
      *soldes au dernier jour du mois : les mouvements posterieurs
      *sont ignores, ceux du mois alimentent aussi ses totaux
       CHARGER-BONS.

           MOVE ZEROES TO WS-BCD-NB.
           OPEN INPUT F-BONS.
           IF NOT FS-BONS-OK
               GO TO CHARGER-BONS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-BONS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM RETENIR-MOUVEMENT
                           THRU RETENIR-MOUVEMENT-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-BONS.

       CHARGER-BONS-EXIT.
           EXIT.

      ******************************************************************
       RETENIR-MOUVEMENT.

           IF BON-NUMERO NOT NUMERIC OR BON-DATE NOT NUMERIC
               OR BON-MONTANT NOT NUMERIC
               ADD 1 TO WS-NB-IGNORES
               GO TO RETENIR-MOUVEMENT-EXIT
           END-IF.
           IF BON-DATE > WS-FIN-MOIS
               GO TO RETENIR-MOUVEMENT-EXIT
           END-IF.

           IF BON-DATE >= WS-DEBUT-MOIS
               EVALUATE TRUE
                   WHEN BON-EST-EMISSION
                       ADD BON-MONTANT TO WS-EMIS-MOIS
                   WHEN BON-EST-RACHAT
                       ADD BON-MONTANT TO WS-RACHETES-MOIS
                   WHEN BON-EST-RECREDIT
                       ADD BON-MONTANT TO WS-RECREDITES-MOIS
               END-EVALUATE
           END-IF.

           MOVE ZEROES TO WS-BCD-CIBLE.
           PERFORM VARYING IDX-BCD FROM 1 BY 1
               UNTIL IDX-BCD > WS-BCD-NB OR WS-BCD-CIBLE > ZEROES
               IF WS-BCD-NUMERO(IDX-BCD) EQUAL BON-NUMERO
                   SET WS-BCD-CIBLE TO IDX-BCD
               END-IF
           END-PERFORM.

           IF WS-BCD-CIBLE EQUAL ZEROES
               IF WS-BCD-NB >= 10000
                   ADD 1 TO WS-NB-IGNORES
                   GO TO RETENIR-MOUVEMENT-EXIT
               END-IF
               ADD 1 TO WS-BCD-NB
               MOVE WS-BCD-NB TO WS-BCD-CIBLE
               MOVE BON-NUMERO TO WS-BCD-NUMERO(WS-BCD-CIBLE)
               MOVE ZEROES TO WS-BCD-EMISSION(WS-BCD-CIBLE)
                   WS-BCD-VALEUR(WS-BCD-CIBLE)
                   WS-BCD-EXPIRATION(WS-BCD-CIBLE)
                   WS-BCD-SOLDE(WS-BCD-CIBLE)
           END-IF.

           EVALUATE TRUE
               WHEN BON-EST-EMISSION
                   MOVE BON-DATE TO WS-BCD-EMISSION(WS-BCD-CIBLE)
                   MOVE BON-MONTANT TO WS-BCD-VALEUR(WS-BCD-CIBLE)
                   MOVE BON-EXPIRATION
                       TO WS-BCD-EXPIRATION(WS-BCD-CIBLE)
                   ADD BON-MONTANT TO WS-BCD-SOLDE(WS-BCD-CIBLE)
               WHEN BON-EST-RECREDIT
                   ADD BON-MONTANT TO WS-BCD-SOLDE(WS-BCD-CIBLE)
               WHEN BON-EST-RACHAT
                   SUBTRACT BON-MONTANT FROM WS-BCD-SOLDE(WS-BCD-CIBLE)
               WHEN OTHER
                   ADD 1 TO WS-NB-IGNORES
           END-EVALUATE.

       RETENIR-MOUVEMENT-EXIT.
           EXIT.

      ******************************************************************
       EDITER-ETAT.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               GO TO EDITER-ETAT-EXIT
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "ENCOURS DES BONS CADEAUX AU " WS-FIN-MOIS
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  NUMERO   EMIS LE  VALEUR ECHEANCE   SOLDE  STATUT"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM VARYING IDX-BCD FROM 1 BY 1
               UNTIL IDX-BCD > WS-BCD-NB
               PERFORM EDITER-UN-BON THRU EDITER-UN-BON-EXIT
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "MOUVEMENTS DU MOIS  emis=" WS-EMIS-MOIS
               "  rachetes=" WS-RACHETES-MOIS
               "  recredites=" WS-RECREDITES-MOIS
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "ENCOURS VALIDE  bons=" WS-NB-VALIDES
               "  montant=" WS-ENCOURS-VALIDE
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "SOLDE ECHU      bons=" WS-NB-ECHUS
               "  montant=" WS-SOLDE-ECHU
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           IF WS-NB-IGNORES > ZEROES
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "ATTENTION : " WS-NB-IGNORES
                   " mouvement(s) hors format ou non charges"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-IF.
           CLOSE F-RAPPORT.

       EDITER-ETAT-EXIT.
           EXIT.

      ******************************************************************
      *un bon epuise ou sans emission connue n'est pas une dette
       EDITER-UN-BON.

           IF WS-BCD-SOLDE(IDX-BCD) NOT > ZEROES
               OR WS-BCD-EMISSION(IDX-BCD) EQUAL ZEROES
               GO TO EDITER-UN-BON-EXIT
           END-IF.

           IF WS-BCD-EXPIRATION(IDX-BCD) < WS-FIN-MOIS
               MOVE "ECHU" TO WS-STATUT
               ADD 1 TO WS-NB-ECHUS
               ADD WS-BCD-SOLDE(IDX-BCD) TO WS-SOLDE-ECHU
           ELSE
               MOVE "VALIDE" TO WS-STATUT
               ADD 1 TO WS-NB-VALIDES
               ADD WS-BCD-SOLDE(IDX-BCD) TO WS-ENCOURS-VALIDE
           END-IF.

           MOVE WS-BCD-SOLDE(IDX-BCD) TO WS-SOLDE-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  " WS-BCD-NUMERO(IDX-BCD) " "
               WS-BCD-EMISSION(IDX-BCD) " "
               WS-BCD-VALEUR(IDX-BCD) " "
               WS-BCD-EXPIRATION(IDX-BCD) " "
               WS-SOLDE-ED "  " WS-STATUT
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           ADD 1 TO WS-NB-LIGNES.

       EDITER-UN-BON-EXIT.
           EXIT.
      ******************************************************************
