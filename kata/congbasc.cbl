      ******************************************************************
      *    Bascule annuelle des conges payes : au mois de bascule      *
      *    (CONGES-MOIS-BASCULE), chaque compteur de CONGES-SOLDES.txt *
      *    d'un exercice anterieur est clos. Le solde restant est      *
      *    reporte sur le nouvel exercice dans la limite de            *
      *    CONGES-REPORT-MAX jours, le surplus est perdu. Le rapport   *
      *    CONGES-BASCULE-REPORT.txt liste par matricule le report et  *
      *    les jours expires. A passer avant paienet le mois de la     *
      *    bascule.                                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. congbasc.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONGES ASSIGN
           TO "CONGES-SOLDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CONGES.

           SELECT F-RAPPORT ASSIGN
           TO "CONGES-BASCULE-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

      *meme dessin que dans paienet
       FD  F-CONGES
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.

       01  CONGE-REC.
           05 CGS-NUMERO-EMPLOYE    PIC 9(9).
           05 CGS-EXERCICE          PIC 9(4).
           05 CGS-REPORT            PIC 9(3)V99.
           05 CGS-ACQUIS            PIC 9(3)V99.
           05 CGS-PRIS              PIC 9(3)V99.
           05 CGS-PERIODE           PIC 9(6).
           05 CGS-PER-ACQUIS        PIC 9(2)V99.
           05 CGS-PER-PRIS          PIC 9(3).
           05 FILLER                PIC X(9).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-CONGES PIC X(02).
           88 FS-CONGES-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

      *configuration d'exploitation partagee (CALL "cfglire")
       COPY CONFIG.

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-ANNEE                 PIC 9(4) VALUE ZEROES.
       01  WS-MOIS                  PIC 9(2) VALUE ZEROES.
       01  WS-MOIS-BASCULE          PIC 9(2) VALUE 6.
       01  WS-REPORT-MAX            PIC 9(3)V99 VALUE 5.
       01  WS-EXERCICE-NOUVEAU      PIC 9(4) VALUE ZEROES.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-ECHEC                 PIC X VALUE "N".
           88 WS-EST-EN-ECHEC VALUE "Y".

       01  WS-CGS-TABLE.
           03 WS-CGS-NB PIC 9(05) VALUE ZEROES.
           03 WS-CGS-ENTREE OCCURS 0 TO 99999 TIMES
               DEPENDING ON WS-CGS-NB
               INDEXED BY IDX-CGS.
               05 WS-CGS-IMAGE      PIC X(50).

       01  WS-SOLDE                 PIC S9(3)V99 VALUE ZEROES.
       01  WS-REPORTE               PIC 9(3)V99 VALUE ZEROES.
       01  WS-EXPIRE                PIC 9(3)V99 VALUE ZEROES.
       01  WS-TOT-REPORTE           PIC 9(7)V99 VALUE ZEROES.
       01  WS-TOT-EXPIRE            PIC 9(7)V99 VALUE ZEROES.
       01  WS-NB-BASCULES           PIC 9(5) VALUE ZEROES.
       01  WS-JOURS-ED              PIC ZZ9.99.
       01  WS-SOLDE-ED              PIC -ZZ9.99.
       01  WS-TOTAL-ED              PIC Z(6)9.99.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "congbasc" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:4) TO WS-ANNEE.
           MOVE WS-HORODATAGE(5:2) TO WS-MOIS.

           INITIALIZE CFG-PARAMS.
           MOVE "CONGES-MOIS-BASCULE" TO CFG-CLE.
           MOVE "6" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-MOIS-BASCULE = FUNCTION NUMVAL(CFG-VALEUR).
           IF WS-MOIS-BASCULE < 1 OR WS-MOIS-BASCULE > 12
               MOVE 6 TO WS-MOIS-BASCULE
           END-IF.

           INITIALIZE CFG-PARAMS.
           MOVE "CONGES-REPORT-MAX" TO CFG-CLE.
           MOVE "5" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-REPORT-MAX = FUNCTION NUMVAL(CFG-VALEUR).

      *l'exercice qui s'ouvre est celui du dernier mois de bascule
           IF WS-MOIS >= WS-MOIS-BASCULE
               MOVE WS-ANNEE TO WS-EXERCICE-NOUVEAU
           ELSE
               COMPUTE WS-EXERCICE-NOUVEAU = WS-ANNEE - 1
           END-IF.

           PERFORM CHARGER-CONGES THRU CHARGER-CONGES-EXIT.
           PERFORM EDITER-BASCULE THRU EDITER-BASCULE-EXIT.

           IF WS-EST-EN-ECHEC
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM REECRIRE-CONGES THRU REECRIRE-CONGES-EXIT
               DISPLAY "Bascule des conges : " WS-NB-BASCULES
                   " compteur(s) sur l'exercice "
                   WS-EXERCICE-NOUVEAU "."
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE "F" TO RJN-PHASE.
           MOVE WS-CGS-NB TO RJN-LUS.
           MOVE WS-NB-BASCULES TO RJN-ECRITS.
           MOVE ZEROES TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
       EDITER-BASCULE.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               MOVE "Y" TO WS-ECHEC
               GO TO EDITER-BASCULE-EXIT
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "BASCULE DES CONGES PAYES - EXERCICE "
               WS-EXERCICE-NOUVEAU
               " (report maximum " WS-REPORT-MAX " jours)"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM VARYING IDX-CGS FROM 1 BY 1
               UNTIL IDX-CGS > WS-CGS-NB
               PERFORM BASCULER-UN-COMPTEUR
                   THRU BASCULER-UN-COMPTEUR-EXIT
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE WS-TOT-REPORTE TO WS-TOTAL-ED.
           STRING "TOTAL  compteurs bascules: " WS-NB-BASCULES
               "  jours reportes: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-TOT-EXPIRE TO WS-TOTAL-ED.
           STRING "  jours expires: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE(67:).
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           CLOSE F-RAPPORT.

       EDITER-BASCULE-EXIT.
           EXIT.

      ******************************************************************
       CHARGER-CONGES.

           MOVE ZEROES TO WS-CGS-NB.
           OPEN INPUT F-CONGES.
           IF NOT FS-CONGES-OK
               DISPLAY "Fichier CONGES-SOLDES.txt introuvable."
               GO TO CHARGER-CONGES-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-CONGES
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF WS-CGS-NB < 99999
                           ADD 1 TO WS-CGS-NB
                           MOVE CONGE-REC TO WS-CGS-IMAGE(WS-CGS-NB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CONGES.

       CHARGER-CONGES-EXIT.
           EXIT.

      ******************************************************************
      *un compteur d'un exercice anterieur est clos : le solde est
      *reporte dans la limite du plafond, le reste expire ; un solde
      *negatif (conges pris par anticipation) est reporte tel quel
      *en diminution des acquis du nouvel exercice
       BASCULER-UN-COMPTEUR.

           MOVE WS-CGS-IMAGE(IDX-CGS) TO CONGE-REC.
           IF CGS-EXERCICE NOT < WS-EXERCICE-NOUVEAU
               GO TO BASCULER-UN-COMPTEUR-EXIT
           END-IF.

           COMPUTE WS-SOLDE = CGS-REPORT + CGS-ACQUIS - CGS-PRIS.
           MOVE ZEROES TO WS-REPORTE WS-EXPIRE.
           IF WS-SOLDE > WS-REPORT-MAX
               MOVE WS-REPORT-MAX TO WS-REPORTE
               COMPUTE WS-EXPIRE = WS-SOLDE - WS-REPORT-MAX
           ELSE
               IF WS-SOLDE > ZEROES
                   MOVE WS-SOLDE TO WS-REPORTE
               END-IF
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE WS-SOLDE TO WS-SOLDE-ED.
           STRING "  " CGS-NUMERO-EMPLOYE
               "  exercice " CGS-EXERCICE
               "  solde " WS-SOLDE-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-REPORTE TO WS-JOURS-ED.
           STRING "  reporte " WS-JOURS-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE(48:).
           MOVE WS-EXPIRE TO WS-JOURS-ED.
           STRING "  expire " WS-JOURS-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE(66:).
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           ADD WS-REPORTE TO WS-TOT-REPORTE.
           ADD WS-EXPIRE TO WS-TOT-EXPIRE.
           ADD 1 TO WS-NB-BASCULES.

           MOVE WS-EXERCICE-NOUVEAU TO CGS-EXERCICE.
           MOVE WS-REPORTE TO CGS-REPORT.
           MOVE ZEROES TO CGS-ACQUIS.
           IF WS-SOLDE < ZEROES
               COMPUTE CGS-PRIS = 0 - WS-SOLDE
           ELSE
               MOVE ZEROES TO CGS-PRIS
           END-IF.
           MOVE ZEROES TO CGS-PER-ACQUIS CGS-PER-PRIS.
           MOVE CONGE-REC TO WS-CGS-IMAGE(IDX-CGS).

       BASCULER-UN-COMPTEUR-EXIT.
           EXIT.

      ******************************************************************
       REECRIRE-CONGES.

           IF WS-NB-BASCULES EQUAL ZEROES
               GO TO REECRIRE-CONGES-EXIT
           END-IF.

           OPEN OUTPUT F-CONGES.
           IF NOT FS-CONGES-OK
               DISPLAY "Erreur reecriture F-CONGES : " FS-CONGES
               GO TO REECRIRE-CONGES-EXIT
           END-IF.
           PERFORM VARYING IDX-CGS FROM 1 BY 1
               UNTIL IDX-CGS > WS-CGS-NB
               WRITE CONGE-REC FROM WS-CGS-IMAGE(IDX-CGS)
           END-PERFORM.
           CLOSE F-CONGES.

       REECRIRE-CONGES-EXIT.
           EXIT.
      ******************************************************************
