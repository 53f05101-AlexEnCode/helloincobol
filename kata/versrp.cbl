      ******************************************************************
      *    Etat mensuel des versements des livreurs : relit le grand   *
      *    livre VERSEMENTS-LIVREURS.txt pour le mois demande et       *
      *    cumule dans VERSEMENTS-REPORT.txt, livreur par livreur, les *
      *    tournees versees, les commandes rapportees, les especes     *
      *    attendues et remises, les manquants cumules, les excedents  *
      *    et l'ecart net. Un manquant dans le mois rend RC 4.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. versrp.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-VERSEMENTS ASSIGN
           TO "VERSEMENTS-LIVREURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-VERSEMENTS.

           SELECT F-RAPPORT ASSIGN
           TO "VERSEMENTS-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

       FD  F-VERSEMENTS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       COPY VERSLIV.

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-VERSEMENTS PIC X(02).
           88 FS-VERSEMENTS-OK VALUE "00".
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

      *un poste par livreur ayant verse dans le mois
       01  WS-VLV-TABLE.
           03 WS-VLV-NB PIC 9(3) VALUE ZEROES.
           03 WS-VLV-ENTREE OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-VLV-NB
               INDEXED BY IDX-VLV.
               05 WS-VLV-LIVREUR    PIC 9(9).
               05 WS-VLV-TOURNEES   PIC 9(3).
               05 WS-VLV-RETOURS    PIC 9(4).
               05 WS-VLV-ATTENDU    PIC 9(9).
               05 WS-VLV-REMIS      PIC 9(9).
               05 WS-VLV-MANQUANTS  PIC 9(9).
               05 WS-VLV-EXCEDENTS  PIC 9(9).
               05 WS-VLV-NB-MANQ    PIC 9(3).

       01  WS-VLV-CIBLE             PIC 9(3) VALUE ZEROES.
       01  WS-NET                   PIC S9(9) VALUE ZEROES.
       01  WS-NET-ED                PIC -(8)9.

       01  WS-NB-LUS                PIC 9(7) VALUE ZEROES.
       01  WS-NB-IGNORES            PIC 9(7) VALUE ZEROES.
       01  WS-NB-LIGNES             PIC 9(5) VALUE ZEROES.
       01  WS-TOT-TOURNEES          PIC 9(5) VALUE ZEROES.
       01  WS-TOT-ATTENDU           PIC 9(9) VALUE ZEROES.
       01  WS-TOT-REMIS             PIC 9(9) VALUE ZEROES.
       01  WS-TOT-MANQUANTS         PIC 9(9) VALUE ZEROES.
       01  WS-TOT-EXCEDENTS         PIC 9(9) VALUE ZEROES.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "versrp" TO RJN-PROGRAMME.
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

           PERFORM CHARGER-VERSEMENTS THRU CHARGER-VERSEMENTS-EXIT.
           PERFORM EDITER-ETAT THRU EDITER-ETAT-EXIT.

           DISPLAY "Versements du mois " WS-MOIS-SAISI " : "
               WS-TOT-TOURNEES " tournees, manquants "
               WS-TOT-MANQUANTS ", excedents " WS-TOT-EXCEDENTS ".".

           IF NOT FS-RAPPORT-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOT-MANQUANTS > ZEROES
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
       CHARGER-VERSEMENTS.

           MOVE ZEROES TO WS-VLV-NB.
           OPEN INPUT F-VERSEMENTS.
           IF NOT FS-VERSEMENTS-OK
               GO TO CHARGER-VERSEMENTS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-VERSEMENTS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM RETENIR-VERSEMENT
                           THRU RETENIR-VERSEMENT-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-VERSEMENTS.

       CHARGER-VERSEMENTS-EXIT.
           EXIT.

      ******************************************************************
       RETENIR-VERSEMENT.

           IF VRS-DATE NOT NUMERIC OR VRS-LIVREUR NOT NUMERIC
               ADD 1 TO WS-NB-IGNORES
               GO TO RETENIR-VERSEMENT-EXIT
           END-IF.
           IF VRS-DATE(1:6) NOT EQUAL WS-MOIS-SAISI
               GO TO RETENIR-VERSEMENT-EXIT
           END-IF.
           IF NOT VRS-EST-VERSEMENT AND NOT VRS-EST-RETOUR
               ADD 1 TO WS-NB-IGNORES
               GO TO RETENIR-VERSEMENT-EXIT
           END-IF.

           MOVE ZEROES TO WS-VLV-CIBLE.
           PERFORM VARYING IDX-VLV FROM 1 BY 1
               UNTIL IDX-VLV > WS-VLV-NB OR WS-VLV-CIBLE > ZEROES
               IF WS-VLV-LIVREUR(IDX-VLV) EQUAL VRS-LIVREUR
                   SET WS-VLV-CIBLE TO IDX-VLV
               END-IF
           END-PERFORM.

           IF WS-VLV-CIBLE EQUAL ZEROES
               IF WS-VLV-NB >= 200
                   ADD 1 TO WS-NB-IGNORES
                   GO TO RETENIR-VERSEMENT-EXIT
               END-IF
               ADD 1 TO WS-VLV-NB
               MOVE WS-VLV-NB TO WS-VLV-CIBLE
               MOVE VRS-LIVREUR TO WS-VLV-LIVREUR(WS-VLV-CIBLE)
               MOVE ZEROES TO WS-VLV-TOURNEES(WS-VLV-CIBLE)
                   WS-VLV-RETOURS(WS-VLV-CIBLE)
                   WS-VLV-ATTENDU(WS-VLV-CIBLE)
                   WS-VLV-REMIS(WS-VLV-CIBLE)
                   WS-VLV-MANQUANTS(WS-VLV-CIBLE)
                   WS-VLV-EXCEDENTS(WS-VLV-CIBLE)
                   WS-VLV-NB-MANQ(WS-VLV-CIBLE)
           END-IF.

           IF VRS-EST-RETOUR
               ADD 1 TO WS-VLV-RETOURS(WS-VLV-CIBLE)
               GO TO RETENIR-VERSEMENT-EXIT
           END-IF.

           ADD 1 TO WS-VLV-TOURNEES(WS-VLV-CIBLE).
           ADD VRS-ATTENDU TO WS-VLV-ATTENDU(WS-VLV-CIBLE).
           ADD VRS-REMIS TO WS-VLV-REMIS(WS-VLV-CIBLE).
           IF VRS-ECART > ZEROES
               IF VRS-ECART-SIGNE EQUAL "-"
                   ADD VRS-ECART TO WS-VLV-MANQUANTS(WS-VLV-CIBLE)
                   ADD 1 TO WS-VLV-NB-MANQ(WS-VLV-CIBLE)
               ELSE
                   ADD VRS-ECART TO WS-VLV-EXCEDENTS(WS-VLV-CIBLE)
               END-IF
           END-IF.

       RETENIR-VERSEMENT-EXIT.
           EXIT.

      ******************************************************************
       EDITER-ETAT.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               GO TO EDITER-ETAT-EXIT
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "VERSEMENTS DES LIVREURS DU MOIS " WS-MOIS-SAISI
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  LIVREUR   TOURNEES RAPPORTEES   ATTENDU     REMIS"
               "  MANQUANTS  EXCEDENTS       NET"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM VARYING IDX-VLV FROM 1 BY 1
               UNTIL IDX-VLV > WS-VLV-NB
               PERFORM EDITER-UN-LIVREUR THRU EDITER-UN-LIVREUR-EXIT
           END-PERFORM.

           COMPUTE WS-NET = WS-TOT-EXCEDENTS - WS-TOT-MANQUANTS.
           MOVE WS-NET TO WS-NET-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "TOTAL  tournees=" WS-TOT-TOURNEES
               "  attendu=" WS-TOT-ATTENDU
               "  remis=" WS-TOT-REMIS
               "  manquants=" WS-TOT-MANQUANTS
               "  excedents=" WS-TOT-EXCEDENTS
               "  net=" WS-NET-ED
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
      *un livreur en manquant dans le mois est marque ***
       EDITER-UN-LIVREUR.

           ADD WS-VLV-TOURNEES(IDX-VLV) TO WS-TOT-TOURNEES.
           ADD WS-VLV-ATTENDU(IDX-VLV) TO WS-TOT-ATTENDU.
           ADD WS-VLV-REMIS(IDX-VLV) TO WS-TOT-REMIS.
           ADD WS-VLV-MANQUANTS(IDX-VLV) TO WS-TOT-MANQUANTS.
           ADD WS-VLV-EXCEDENTS(IDX-VLV) TO WS-TOT-EXCEDENTS.

           COMPUTE WS-NET = WS-VLV-EXCEDENTS(IDX-VLV)
               - WS-VLV-MANQUANTS(IDX-VLV).
           MOVE WS-NET TO WS-NET-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  " WS-VLV-LIVREUR(IDX-VLV) "      "
               WS-VLV-TOURNEES(IDX-VLV) "       "
               WS-VLV-RETOURS(IDX-VLV) " "
               WS-VLV-ATTENDU(IDX-VLV) " "
               WS-VLV-REMIS(IDX-VLV) "  "
               WS-VLV-MANQUANTS(IDX-VLV) "  "
               WS-VLV-EXCEDENTS(IDX-VLV) " "
               WS-NET-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           IF WS-VLV-NB-MANQ(IDX-VLV) > ZEROES
               MOVE "***" TO WS-RAPPORT-LINE(105:3)
           END-IF.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           ADD 1 TO WS-NB-LIGNES.

       EDITER-UN-LIVREUR-EXIT.
           EXIT.
      ******************************************************************
