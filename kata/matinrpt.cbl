      *    recapitule les passages de la nuit : ce qui a tourne,       *
      *    duree, avertissements (RC 4) et echecs (RC 8), avec la      *
      *    comparaison de duree par rapport au passage precedent de    *
      *    chaque programme ; un passage relance depuis son point de   *
      *    reprise est marque REPRISE. En tete du rapport, les         *
      *    echeances recurrentes (paie, declarations, TVA, reglements  *
      *    fournisseurs) du calendrier ECHEANCES.txt produit par annee *
      *    qui tombent d'ici cinq jours ouvres, et les evenements de   *
      *    securite de l'accueil (badges refuses par runhello) depuis  *
      *    le dernier jour ouvre. Sortie dans MATIN-REPORT.txt.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. matinrpt.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INCIDENTS.

           SELECT F-ECHEANCES ASSIGN
           TO "ECHEANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ECHEANCES.

           SELECT F-SECURITE ASSIGN
           TO "SECURITE-EVENEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SECURITE.

       DATA DIVISION.

       FILE SECTION.
           05 ICD-ENREGISTREMENT    PIC X(100).
           05 FILLER                PIC X(15).

      *calendrier des echeances recurrentes produit par annee
       FD  F-ECHEANCES
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       COPY ECHEANC.

      *evenements de securite de l'accueil ecrits par runhello
       FD  F-SECURITE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       COPY SECEVT.

       WORKING-STORAGE SECTION.

       01  FS-JOURNAL PIC X(02).
               05 WS-RUN-ECRITS     PIC 9(7).
               05 WS-RUN-REJETES    PIC 9(7).
               05 WS-RUN-RC         PIC 9(3).
               05 WS-RUN-REPRISE    PIC X.

       01  WS-LIGNE-PROG        PIC X(8).
       01  WS-LIGNE-PHASE       PIC X.
       01  WS-DELTA-ED          PIC -(5)9.
       01  IDX-AUTRE            PIC 9(3).

      *echeances a venir : du jour a cinq jours ouvres (datesvc)
       COPY DATESVC.
       01  FS-ECHEANCES PIC X(02).
           88 FS-ECHEANCES-OK VALUE "00".
       01  WS-HORODATAGE        PIC X(21).
       01  WS-AUJOURDHUI        PIC 9(8) VALUE ZEROES.
       01  WS-ECH-HORIZON       PIC 9 VALUE 5.
       01  WS-ECH-LIMITE        PIC 9(8) VALUE ZEROES.
       01  WS-ECH-ANNONCEES     PIC 9(3) VALUE ZEROES.

      *evenements de securite depuis le dernier jour ouvre
       01  FS-SECURITE PIC X(02).
           88 FS-SECURITE-OK VALUE "00".
       01  WS-SEC-DEPUIS        PIC 9(8) VALUE ZEROES.
       01  WS-SEC-NB            PIC 9(3) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEPOUILLER-JOURNAL THRU DEPOUILLER-JOURNAL-EXIT.
                       TO WS-RUN-REJETES(WS-NB-RUNS)
                   MOVE WS-JOURNAL-LIGNE(51:3)
                       TO WS-RUN-RC(WS-NB-RUNS)
                   MOVE WS-JOURNAL-LIGNE(55:1)
                       TO WS-RUN-REPRISE(WS-NB-RUNS)
                   IF WS-LIGNE-TS(1:8) > WS-DATE-RECENTE
                       MOVE WS-LIGNE-TS(1:8) TO WS-DATE-RECENTE
                   END-IF
               DELIMITED BY SIZE INTO WS-MATIN-LIGNE.
           WRITE WS-MATIN-LIGNE FROM WS-MATIN-LIGNE.

           PERFORM EDITER-ECHEANCES THRU EDITER-ECHEANCES-EXIT.
           PERFORM EDITER-SECURITE THRU EDITER-SECURITE-EXIT.
           PERFORM EDITER-INCIDENTS THRU EDITER-INCIDENTS-EXIT.
           PERFORM EDITER-ACKS THRU EDITER-ACKS-EXIT.

                   " rejetes=" WS-RUN-REJETES(IDX-RUN)
                   DELIMITED BY SIZE INTO WS-MATIN-LIGNE
           END-IF.
      *un passage relance depuis son point de reprise est signale en
      *fin de ligne
           IF WS-RUN-REPRISE(IDX-RUN) EQUAL "R"
               MOVE "REPRISE" TO WS-MATIN-LIGNE(124:7)
           END-IF.
           WRITE WS-MATIN-LIGNE FROM WS-MATIN-LIGNE.

       EDITER-UN-PROGRAMME-EXIT.
       EDITER-ACKS-EXIT.
           EXIT.
      ******************************************************************
      *les echeances du calendrier qui tombent entre aujourd'hui et
      *le cinquieme jour ouvre suivant passent avant tout le reste :
      *une declaration reportee par un pont ne doit plus se perdre
       EDITER-ECHEANCES.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:8) TO WS-AUJOURDHUI.

           OPEN INPUT F-ECHEANCES.
           IF NOT FS-ECHEANCES-OK
               MOVE SPACES TO WS-MATIN-LIGNE
               STRING "ECHEANCES : calendrier ECHEANCES.txt absent "
                   "(a produire par annee, option 7)"
                   DELIMITED BY SIZE INTO WS-MATIN-LIGNE
               WRITE WS-MATIN-LIGNE FROM WS-MATIN-LIGNE
               GO TO EDITER-ECHEANCES-EXIT
           END-IF.

           INITIALIZE DSV-PARAMS.
           MOVE "P" TO DSV-FONCTION.
           MOVE WS-AUJOURDHUI TO DSV-DATE.
           MOVE WS-ECH-HORIZON TO DSV-NB-JOURS.
           CALL "datesvc" USING DSV-PARAMS.
           MOVE DSV-DATE-RESULTAT TO WS-ECH-LIMITE.

           MOVE SPACES TO WS-MATIN-LIGNE.
           STRING "ECHEANCES DU " WS-AUJOURDHUI " AU " WS-ECH-LIMITE
               " (" WS-ECH-HORIZON " jours ouvres) :"
               DELIMITED BY SIZE INTO WS-MATIN-LIGNE.
           WRITE WS-MATIN-LIGNE FROM WS-MATIN-LIGNE.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-ECHEANCES
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF ECH-DATE NUMERIC
                           AND ECH-DATE >= WS-AUJOURDHUI
                           AND ECH-DATE <= WS-ECH-LIMITE
                           PERFORM EDITER-UNE-ECHEANCE
                               THRU EDITER-UNE-ECHEANCE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ECHEANCES.

           IF WS-ECH-ANNONCEES EQUAL ZEROES
               MOVE SPACES TO WS-MATIN-LIGNE
               MOVE "  aucune echeance" TO WS-MATIN-LIGNE
               WRITE WS-MATIN-LIGNE FROM WS-MATIN-LIGNE
           ELSE
               DISPLAY "ECHEANCES : " WS-ECH-ANNONCEES
                   " dans les " WS-ECH-HORIZON " jours ouvres."
           END-IF.

       EDITER-ECHEANCES-EXIT.
           EXIT.

      ******************************************************************
       EDITER-UNE-ECHEANCE.

           ADD 1 TO WS-ECH-ANNONCEES.
           MOVE SPACES TO WS-MATIN-LIGNE.
           STRING "  " ECH-DATE " " ECH-JOUR-NOM " " ECH-CODE
               " " ECH-LIBELLE
               DELIMITED BY SIZE INTO WS-MATIN-LIGNE.
           IF ECH-DATE-THEORIQUE NOT EQUAL ECH-DATE
               MOVE "(reportee du" TO WS-MATIN-LIGNE(66:12)
               MOVE ECH-DATE-THEORIQUE TO WS-MATIN-LIGNE(79:8)
               MOVE ")" TO WS-MATIN-LIGNE(87:1)
           END-IF.
           IF ECH-DATE EQUAL WS-AUJOURDHUI
               MOVE "AUJOURD'HUI" TO WS-MATIN-LIGNE(90:11)
           END-IF.
           WRITE WS-MATIN-LIGNE FROM WS-MATIN-LIGNE.

       EDITER-UNE-ECHEANCE-EXIT.
           EXIT.
      ******************************************************************
      *badges refuses a l'accueil (liste de surveillance) depuis le
      *jour ouvre precedent : le rapport du lundi reprend le samedi
       EDITER-SECURITE.

           OPEN INPUT F-SECURITE.
           IF NOT FS-SECURITE-OK
               GO TO EDITER-SECURITE-EXIT
           END-IF.

           INITIALIZE DSV-PARAMS.
           MOVE "R" TO DSV-FONCTION.
           MOVE WS-AUJOURDHUI TO DSV-DATE.
           MOVE 1 TO DSV-NB-JOURS.
           CALL "datesvc" USING DSV-PARAMS.
           MOVE DSV-DATE-RESULTAT TO WS-SEC-DEPUIS.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-SECURITE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF SEC-HORODATAGE(1:8) >= WS-SEC-DEPUIS
                           ADD 1 TO WS-SEC-NB
                           MOVE SPACES TO WS-MATIN-LIGNE
                           STRING "SECURITE ACCUEIL "
                               SEC-HORODATAGE
                               " " SEC-TYPE
                               " " SEC-PRENOM
                               " " SEC-NOM
                               " hote " SEC-HOTE
                               " " SEC-MOTIF
                               DELIMITED BY SIZE INTO WS-MATIN-LIGNE
                           WRITE WS-MATIN-LIGNE FROM WS-MATIN-LIGNE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SECURITE.

           IF WS-SEC-NB > ZEROES
               MOVE SPACES TO WS-MATIN-LIGNE
               STRING "TOTAL EVENEMENTS DE SECURITE DEPUIS LE "
                   WS-SEC-DEPUIS " : " WS-SEC-NB
                   DELIMITED BY SIZE INTO WS-MATIN-LIGNE
               WRITE WS-MATIN-LIGNE FROM WS-MATIN-LIGNE
               DISPLAY "ATTENTION : " WS-SEC-NB
                   " evenement(s) de securite a l'accueil."
           END-IF.

       EDITER-SECURITE-EXIT.
           EXIT.
      ******************************************************************
