      ******************************************************************
      *    Menu principal : lance l'un des utilitaires de la           *
      *    bibliotheque kata via CALL, dont la maintenance de          *
      *    CONFIG.txt (cfgmaint, niveau 3).                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. menu.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-OPERATEURS.

      *plan d'enchainement choisi selon le calendrier : variante
      *jour ferie, fin de mois ou semaine ordinaire
           SELECT F-PLAN ASSIGN
           05 OPR-MARQUE            PIC X.
           05 FILLER                PIC X(2).

      *plan d'enchainement nocturne : un programme par ligne, avec la
      *conduite a tenir sur avertissement (C=continuer sur RC 4,
      *H=arreter) ; un RC 8 arrete toujours la chaine

       01 FS-OPERATEURS PIC X(02).
           88 FS-OPERATEURS-OK VALUE "00".

      *audit de session dans MENU-AUDIT.txt, scelle par jrnscel : qui
      *s'est connecte, quelles options ont tourne et avec quel code
      *retour
       01 WS-AUDIT-LIGNE PIC X(80).
       COPY JRNSCEL.

      *operateurs charges en memoire ; si OPERATORS.txt est absent,
      *un compte d'amorcage ADMIN/ADMIN (niveau 3) est fourni pour
       01 WS-DATE-LIMITE    PIC 9(8) VALUE ZEROES.

      *niveau requis par option du menu : la gestion des employes
      *(donnees de paie), les approbations et la configuration
      *exigent le niveau 3, les commandes le niveau 2, le reste est
      *ouvert des le niveau accueil
       01 WS-NIVEAUX-REQUIS-VALEURS.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC 9 VALUE 2.
           05 FILLER PIC 9 VALUE 1.
           05 FILLER PIC 9 VALUE 1.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC 9 VALUE 3.
       01 WS-NIVEAUX-REQUIS REDEFINES WS-NIVEAUX-REQUIS-VALEURS.
           05 WS-NIVEAU-REQUIS PIC 9 OCCURS 8 TIMES.

       01 WS-AUDIT-HORODATAGE PIC X(20).
       01 WS-AUDIT-EVT      PIC X(20) VALUE SPACES.
           DISPLAY "5. Palindromes (gnirts)".
           DISPLAY "6. Calendrier/annees (annee)".
           DISPLAY "7. Approbations de salaires (apprsal)".
           DISPLAY "8. Configuration d'exploitation (cfgmaint)".
           DISPLAY "0. Quitter".
           DISPLAY "Votre choix ? " WITH NO ADVANCING.
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1 THRU 8
                   PERFORM APPELER-OPTION THRU APPELER-OPTION-EXIT
               WHEN 0
                   SET WS-FINISHED TO WS-BOUCLING
                   CALL "annee"
               WHEN 7
                   CALL "apprsal"
               WHEN 8
                   CALL "cfgmaint"
           END-EVALUATE.

           IF RETURN-CODE > WS-MAX-RC

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-HORODATAGE.

           MOVE SPACES TO WS-AUDIT-LIGNE.
           STRING WS-AUDIT-HORODATAGE(1:14)
               " " WS-OPR-COURANT
               " " WS-AUDIT-EVT
               " rc=" WS-AUDIT-RC
               DELIMITED BY SIZE INTO WS-AUDIT-LIGNE.

           INITIALIZE JSC-PARAMS.
           MOVE "E" TO JSC-FONCTION.
           MOVE "MENU-AUDIT.txt" TO JSC-JOURNAL.
           MOVE WS-AUDIT-LIGNE TO JSC-LIGNE.
           CALL "jrnscel" USING JSC-PARAMS.
           IF JSC-STATUT NOT EQUAL "0"
               DISPLAY "Erreur scellement MENU-AUDIT.txt : " JSC-STATUT
           END-IF.

       ECRIRE-AUDIT-SESSION-EXIT.
           EXIT.
