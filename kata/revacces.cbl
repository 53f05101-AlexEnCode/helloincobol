      ******************************************************************
      *    Revue trimestrielle des habilitations operateurs, signee    *
      *    par les responsables : pour chaque compte de OPERATORS.txt  *
      *    l'etat ACCES-REVUE-REPORT.txt donne le niveau, la date de   *
      *    derniere connexion et du dernier changement de mot de passe *
      *    (MENU-AUDIT.txt, a defaut la date du fichier), les echecs   *
      *    de connexion, le verrouillage et la dormance (pas de        *
      *    connexion depuis REVUE-DORMANCE-JOURS jours, 90 par         *
      *    defaut). Suivent les conflits de separation des taches sur  *
      *    les salaires des REVUE-PERIODE-JOURS derniers jours (92 par *
      *    defaut) : auto-approbation (GRAVE, RC 8), operateur qui     *
      *    demande et approuve, approbations croisees entre deux       *
      *    operateurs, approbateur qui n'est plus de niveau 3 (RC 4).  *
      *    Un compte dormant non verrouille est aussi a traiter (RC 4).*
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. revacces.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-OPERATEURS ASSIGN
           TO "OPERATORS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-OPERATEURS.

           SELECT F-AUDIT ASSIGN
           TO "MENU-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AUDIT.

           SELECT F-JOURNAL ASSIGN
           TO "APPROBATIONS-JOURNAL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JOURNAL.

           SELECT F-ATTENTE ASSIGN
           TO "APPROBATIONS-ATTENTE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ATTENTE.

           SELECT F-RAPPORT ASSIGN
           TO "ACCES-REVUE-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

      *meme dessin que dans menu et apprsal
       FD  F-OPERATEURS
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  WS-OPERATEUR-REC.
           05 OPR-ID                PIC X(8).
           05 OPR-MOT-DE-PASSE      PIC X(8).
           05 OPR-NIVEAU            PIC 9.
           05 OPR-DATE-CHGT         PIC X(8).
           05 OPR-ECHECS            PIC X.
           05 OPR-VERROU            PIC X.
           05 OPR-MARQUE            PIC X.
           05 FILLER                PIC X(2).

      *ligne d'audit de session ecrite par menu (scellee ou non, le
      *texte est toujours en tete)
       FD  F-AUDIT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  AUDIT-REC.
           05 AUD-DATE              PIC X(8).
           05 AUD-HEURE             PIC X(6).
           05 FILLER                PIC X.
           05 AUD-OPERATEUR         PIC X(8).
           05 FILLER                PIC X.
           05 AUD-EVENEMENT         PIC X(20).
           05 FILLER                PIC X(88).

      *decision tracee par apprsal
       FD  F-JOURNAL
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  JOURNAL-REC.
           05 JRN-DATE              PIC X(8).
           05 JRN-HEURE             PIC X(6).
           05 FILLER                PIC X.
           05 JRN-REVISEUR          PIC X(8).
           05 FILLER                PIC X.
           05 JRN-DECISION          PIC X.
           05 FILLER                PIC X(11).
           05 JRN-NUMERO            PIC X(9).
           05 FILLER                PIC X(41).
           05 JRN-DEMANDEUR         PIC X(8).
           05 FILLER                PIC X(38).

      *demande en attente posee par client
       FD  F-ATTENTE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.

       01  ATTENTE-REC.
           05 ATT-DATE              PIC 9(8).
           05 ATT-DEMANDEUR         PIC X(8).
           05 ATT-NUMERO            PIC 9(9).
           05 ATT-SALAIRE-AVANT     PIC 9(5).
           05 ATT-SALAIRE-DEMANDE   PIC 9(5).
           05 FILLER                PIC X(15).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-OPERATEURS PIC X(02).
           88 FS-OPERATEURS-OK VALUE "00".
       01  FS-AUDIT PIC X(02).
           88 FS-AUDIT-OK VALUE "00".
       01  FS-JOURNAL PIC X(02).
           88 FS-JOURNAL-OK VALUE "00".
       01  FS-ATTENTE PIC X(02).
           88 FS-ATTENTE-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

      *configuration d'exploitation partagee (CALL "cfglire")
       COPY CONFIG.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-AUJOURDHUI            PIC 9(8) VALUE ZEROES.
       01  WS-AUJOURDHUI-INT        PIC 9(7) VALUE ZEROES.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-DORMANCE-JOURS        PIC 9(3) VALUE 90.
       01  WS-PERIODE-JOURS         PIC 9(3) VALUE 92.
       01  WS-DEBUT-PERIODE         PIC 9(8) VALUE ZEROES.
       01  WS-DEBUT-PERIODE-INT     PIC 9(7) VALUE ZEROES.
       01  WS-DATE-LUE              PIC 9(8) VALUE ZEROES.
       01  WS-JOURS-INACTIF         PIC 9(5) VALUE ZEROES.

      *comptes de OPERATORS.txt et ce que les journaux en disent ;
      *les identifiants seulement vus dans les journaux (comptes
      *supprimes depuis) sont ajoutes avec l'etat "S"
       01  WS-OPERATEURS-TABLE.
           03 WS-NB-OPERATEURS PIC 9(3) VALUE ZEROES.
           03 WS-OPERATEUR OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-NB-OPERATEURS
               INDEXED BY IDX-OPR.
               05 WS-OPR-ID         PIC X(8).
               05 WS-OPR-ETAT       PIC X.
               05 WS-OPR-NIVEAU     PIC 9.
               05 WS-OPR-DATE-CHGT  PIC 9(8).
               05 WS-OPR-ECHECS     PIC 9.
               05 WS-OPR-VERROU     PIC X.
               05 WS-OPR-DERN-CNX   PIC 9(8).
               05 WS-OPR-DERN-MDP   PIC 9(8).
               05 WS-OPR-REFUS      PIC 9(5).
               05 WS-OPR-DEMANDES   PIC 9(5).
               05 WS-OPR-APPROUVEES PIC 9(5).
       01  WS-OPR-CIBLE             PIC 9(3) VALUE ZEROES.
       01  WS-RECHERCHE-ID          PIC X(8) VALUE SPACES.
       01  WS-DORMANT               PIC X VALUE "N".

      *couples approbateur / demandeur des approbations de la
      *periode, pour reperer les approbations croisees
       01  WS-COUPLES-TABLE.
           03 WS-NB-COUPLES PIC 9(3) VALUE ZEROES.
           03 WS-COUPLE OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-NB-COUPLES
               INDEXED BY IDX-CPL IDX-CPL2.
               05 WS-CPL-APPROBATEUR PIC X(8).
               05 WS-CPL-DEMANDEUR   PIC X(8).
               05 WS-CPL-NOMBRE      PIC 9(5).

      *zones d'edition
       01  WS-ED-NIVEAU             PIC X(8).
       01  WS-ED-CNX                PIC X(10).
       01  WS-ED-MDP                PIC X(10).
       01  WS-ED-ETAT               PIC X(24).

      *compteurs
       01  WS-NB-LUS                PIC 9(7) VALUE ZEROES.
       01  WS-NB-COMPTES            PIC 9(5) VALUE ZEROES.
       01  WS-NB-GRAVES             PIC 9(5) VALUE ZEROES.
       01  WS-NB-CONFLITS           PIC 9(5) VALUE ZEROES.
       01  WS-NB-DORMANTS           PIC 9(5) VALUE ZEROES.
       01  WS-NB-VERROUILLES        PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "revacces" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:8) TO WS-AUJOURDHUI.
           COMPUTE WS-AUJOURDHUI-INT =
               FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI).

           INITIALIZE CFG-PARAMS.
           MOVE "REVUE-DORMANCE-JOURS" TO CFG-CLE.
           MOVE "90" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-DORMANCE-JOURS = FUNCTION NUMVAL(CFG-VALEUR).
           IF WS-DORMANCE-JOURS EQUAL ZEROES
               MOVE 90 TO WS-DORMANCE-JOURS
           END-IF.

           INITIALIZE CFG-PARAMS.
           MOVE "REVUE-PERIODE-JOURS" TO CFG-CLE.
           MOVE "92" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-PERIODE-JOURS = FUNCTION NUMVAL(CFG-VALEUR).
           IF WS-PERIODE-JOURS EQUAL ZEROES
               MOVE 92 TO WS-PERIODE-JOURS
           END-IF.
           COMPUTE WS-DEBUT-PERIODE-INT =
               WS-AUJOURDHUI-INT - WS-PERIODE-JOURS.
           COMPUTE WS-DEBUT-PERIODE =
               FUNCTION DATE-OF-INTEGER(WS-DEBUT-PERIODE-INT).

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "REVUE DES HABILITATIONS OPERATEURS DU "
               WS-AUJOURDHUI
               " - conflits du " WS-DEBUT-PERIODE
               " au " WS-AUJOURDHUI
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM CHARGER-OPERATEURS THRU CHARGER-OPERATEURS-EXIT.
           PERFORM LIRE-AUDIT-SESSIONS THRU LIRE-AUDIT-SESSIONS-EXIT.
           PERFORM LIRE-APPROBATIONS THRU LIRE-APPROBATIONS-EXIT.
           PERFORM LIRE-ATTENTES THRU LIRE-ATTENTES-EXIT.
           PERFORM EDITER-COMPTES THRU EDITER-COMPTES-EXIT.
           PERFORM EDITER-CONFLITS THRU EDITER-CONFLITS-EXIT.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "TOTAL  comptes=" WS-NB-COMPTES
               "  verrouilles=" WS-NB-VERROUILLES
               "  dormants=" WS-NB-DORMANTS
               "  conflits=" WS-NB-CONFLITS
               "  graves=" WS-NB-GRAVES
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE "Revue effectuee par : ______________________________"
               TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE "Date : ____________    Signature : _________________"
               TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           CLOSE F-RAPPORT.

           DISPLAY "Revue des acces : " WS-NB-CONFLITS " conflit(s), "
               WS-NB-DORMANTS " compte(s) dormant(s) - voir "
               "ACCES-REVUE-REPORT.txt".
           IF WS-NB-GRAVES > ZEROES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NB-CONFLITS > ZEROES OR WS-NB-DORMANTS > ZEROES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       FIN-DU-PASSAGE.
           MOVE "F" TO RJN-PHASE.
           MOVE WS-NB-LUS TO RJN-LUS.
           MOVE ZEROES TO RJN-ECRITS.
           COMPUTE RJN-REJETES = WS-NB-GRAVES + WS-NB-CONFLITS.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
      *l'appel du journal remet RETURN-CODE a zero : le code retour
      *du programme est repose apres coup
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *sans OPERATORS.txt, menu ouvre le compte d'amorcage ADMIN :
      *c'est en soi une anomalie grave d'habilitation
       CHARGER-OPERATEURS.

           MOVE ZEROES TO WS-NB-OPERATEURS.
           OPEN INPUT F-OPERATEURS.
           IF NOT FS-OPERATEURS-OK
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "GRAVE     OPERATORS.txt absent (" FS-OPERATEURS
                   ") : le compte d'amorcage ADMIN est ouvert"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               ADD 1 TO WS-NB-GRAVES
               GO TO CHARGER-OPERATEURS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-OPERATEURS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF OPR-ID NOT EQUAL SPACES
                           AND WS-NB-OPERATEURS < 200
                           ADD 1 TO WS-NB-LUS
                           ADD 1 TO WS-NB-OPERATEURS
                           MOVE WS-NB-OPERATEURS TO WS-OPR-CIBLE
                           PERFORM INITIALISER-COMPTE
                               THRU INITIALISER-COMPTE-EXIT
                           MOVE OPR-ID TO WS-OPR-ID(WS-OPR-CIBLE)
                           MOVE "P" TO WS-OPR-ETAT(WS-OPR-CIBLE)
                           IF OPR-NIVEAU NUMERIC
                               MOVE OPR-NIVEAU
                                   TO WS-OPR-NIVEAU(WS-OPR-CIBLE)
                           END-IF
                           IF OPR-DATE-CHGT NUMERIC
                               MOVE OPR-DATE-CHGT
                                   TO WS-OPR-DATE-CHGT(WS-OPR-CIBLE)
                           END-IF
                           IF OPR-ECHECS NUMERIC
                               MOVE OPR-ECHECS
                                   TO WS-OPR-ECHECS(WS-OPR-CIBLE)
                           END-IF
                           MOVE OPR-VERROU
                               TO WS-OPR-VERROU(WS-OPR-CIBLE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-OPERATEURS.

       CHARGER-OPERATEURS-EXIT.
           EXIT.

      ******************************************************************
       INITIALISER-COMPTE.

           MOVE SPACES TO WS-OPR-ID(WS-OPR-CIBLE).
           MOVE "S" TO WS-OPR-ETAT(WS-OPR-CIBLE).
           MOVE ZERO TO WS-OPR-NIVEAU(WS-OPR-CIBLE).
           MOVE ZEROES TO WS-OPR-DATE-CHGT(WS-OPR-CIBLE)
               WS-OPR-DERN-CNX(WS-OPR-CIBLE)
               WS-OPR-DERN-MDP(WS-OPR-CIBLE)
               WS-OPR-REFUS(WS-OPR-CIBLE)
               WS-OPR-DEMANDES(WS-OPR-CIBLE)
               WS-OPR-APPROUVEES(WS-OPR-CIBLE).
           MOVE ZERO TO WS-OPR-ECHECS(WS-OPR-CIBLE).
           MOVE SPACE TO WS-OPR-VERROU(WS-OPR-CIBLE).

       INITIALISER-COMPTE-EXIT.
           EXIT.

      ******************************************************************
      *compte de WS-RECHERCHE-ID dans WS-OPR-CIBLE ; un identifiant
      *inconnu de OPERATORS.txt est ajoute comme compte supprime
       CHERCHER-OPERATEUR.

           MOVE ZEROES TO WS-OPR-CIBLE.
           PERFORM VARYING IDX-OPR FROM 1 BY 1
               UNTIL IDX-OPR > WS-NB-OPERATEURS
               IF WS-OPR-ID(IDX-OPR) EQUAL WS-RECHERCHE-ID
                   SET WS-OPR-CIBLE TO IDX-OPR
               END-IF
           END-PERFORM.
           IF WS-OPR-CIBLE EQUAL ZEROES
               AND WS-NB-OPERATEURS < 200
               ADD 1 TO WS-NB-OPERATEURS
               MOVE WS-NB-OPERATEURS TO WS-OPR-CIBLE
               PERFORM INITIALISER-COMPTE THRU INITIALISER-COMPTE-EXIT
               MOVE WS-RECHERCHE-ID TO WS-OPR-ID(WS-OPR-CIBLE)
           END-IF.

       CHERCHER-OPERATEUR-EXIT.
           EXIT.

      ******************************************************************
      *derniere connexion, dernier changement de mot de passe et
      *connexions refusees de la periode, par operateur
       LIRE-AUDIT-SESSIONS.

           OPEN INPUT F-AUDIT.
           IF NOT FS-AUDIT-OK
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "INFO      MENU-AUDIT.txt absent (" FS-AUDIT
                   ") : dates de connexion inconnues"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               GO TO LIRE-AUDIT-SESSIONS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-AUDIT
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM TRAITER-SESSION
                           THRU TRAITER-SESSION-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-AUDIT.

       LIRE-AUDIT-SESSIONS-EXIT.
           EXIT.

      ******************************************************************
       TRAITER-SESSION.

           IF AUD-DATE NOT NUMERIC OR AUD-OPERATEUR EQUAL SPACES
               GO TO TRAITER-SESSION-EXIT
           END-IF.
           IF AUD-EVENEMENT NOT EQUAL "SIGNON"
               AND AUD-EVENEMENT NOT EQUAL "SIGNON REFUSE"
               AND AUD-EVENEMENT NOT EQUAL "MDP CHANGE"
               GO TO TRAITER-SESSION-EXIT
           END-IF.
           MOVE AUD-DATE TO WS-DATE-LUE.
           MOVE AUD-OPERATEUR TO WS-RECHERCHE-ID.
           PERFORM CHERCHER-OPERATEUR THRU CHERCHER-OPERATEUR-EXIT.
           IF WS-OPR-CIBLE EQUAL ZEROES
               GO TO TRAITER-SESSION-EXIT
           END-IF.

           EVALUATE AUD-EVENEMENT
               WHEN "SIGNON"
                   IF WS-DATE-LUE > WS-OPR-DERN-CNX(WS-OPR-CIBLE)
                       MOVE WS-DATE-LUE
                           TO WS-OPR-DERN-CNX(WS-OPR-CIBLE)
                   END-IF
               WHEN "MDP CHANGE"
                   IF WS-DATE-LUE > WS-OPR-DERN-MDP(WS-OPR-CIBLE)
                       MOVE WS-DATE-LUE
                           TO WS-OPR-DERN-MDP(WS-OPR-CIBLE)
                   END-IF
               WHEN OTHER
                   IF WS-DATE-LUE >= WS-DEBUT-PERIODE
                       ADD 1 TO WS-OPR-REFUS(WS-OPR-CIBLE)
                   END-IF
           END-EVALUATE.

       TRAITER-SESSION-EXIT.
           EXIT.

      ******************************************************************
      *decisions de la periode : auto-approbation, demandes et
      *approbations par operateur, couples approbateur / demandeur
       LIRE-APPROBATIONS.

           MOVE ZEROES TO WS-NB-COUPLES.
           OPEN INPUT F-JOURNAL.
           IF NOT FS-JOURNAL-OK
               GO TO LIRE-APPROBATIONS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-JOURNAL
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM TRAITER-DECISION
                           THRU TRAITER-DECISION-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-JOURNAL.

       LIRE-APPROBATIONS-EXIT.
           EXIT.

      ******************************************************************
       TRAITER-DECISION.

           IF JRN-DATE NOT NUMERIC
               OR JRN-REVISEUR EQUAL SPACES
               OR JRN-DEMANDEUR EQUAL SPACES
               GO TO TRAITER-DECISION-EXIT
           END-IF.
           MOVE JRN-DATE TO WS-DATE-LUE.
           IF WS-DATE-LUE < WS-DEBUT-PERIODE
               GO TO TRAITER-DECISION-EXIT
           END-IF.

           MOVE JRN-DEMANDEUR TO WS-RECHERCHE-ID.
           PERFORM CHERCHER-OPERATEUR THRU CHERCHER-OPERATEUR-EXIT.
           IF WS-OPR-CIBLE > ZEROES
               ADD 1 TO WS-OPR-DEMANDES(WS-OPR-CIBLE)
           END-IF.

           IF JRN-DECISION NOT EQUAL "A"
               GO TO TRAITER-DECISION-EXIT
           END-IF.

           IF JRN-REVISEUR EQUAL JRN-DEMANDEUR
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "GRAVE     auto-approbation le " JRN-DATE
                   " : " JRN-REVISEUR " a approuve sa propre demande "
                   "pour le matricule " JRN-NUMERO
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               ADD 1 TO WS-NB-GRAVES
           END-IF.

           MOVE JRN-REVISEUR TO WS-RECHERCHE-ID.
           PERFORM CHERCHER-OPERATEUR THRU CHERCHER-OPERATEUR-EXIT.
           IF WS-OPR-CIBLE > ZEROES
               ADD 1 TO WS-OPR-APPROUVEES(WS-OPR-CIBLE)
           END-IF.

           SET IDX-CPL TO 1.
           SEARCH WS-COUPLE
               AT END
                   IF WS-NB-COUPLES < 500
                       ADD 1 TO WS-NB-COUPLES
                       MOVE JRN-REVISEUR
                           TO WS-CPL-APPROBATEUR(WS-NB-COUPLES)
                       MOVE JRN-DEMANDEUR
                           TO WS-CPL-DEMANDEUR(WS-NB-COUPLES)
                       MOVE 1 TO WS-CPL-NOMBRE(WS-NB-COUPLES)
                   END-IF
               WHEN WS-CPL-APPROBATEUR(IDX-CPL) EQUAL JRN-REVISEUR
                   AND WS-CPL-DEMANDEUR(IDX-CPL) EQUAL JRN-DEMANDEUR
                   ADD 1 TO WS-CPL-NOMBRE(IDX-CPL)
           END-SEARCH.

       TRAITER-DECISION-EXIT.
           EXIT.

      ******************************************************************
      *demandes encore en attente : elles comptent pour leur auteur
       LIRE-ATTENTES.

           OPEN INPUT F-ATTENTE.
           IF NOT FS-ATTENTE-OK
               GO TO LIRE-ATTENTES-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-ATTENTE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF ATT-DATE NUMERIC
                           AND ATT-DATE >= WS-DEBUT-PERIODE
                           AND ATT-DEMANDEUR NOT EQUAL SPACES
                           MOVE ATT-DEMANDEUR TO WS-RECHERCHE-ID
                           PERFORM CHERCHER-OPERATEUR
                               THRU CHERCHER-OPERATEUR-EXIT
                           IF WS-OPR-CIBLE > ZEROES
                               ADD 1 TO WS-OPR-DEMANDES(WS-OPR-CIBLE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ATTENTE.

       LIRE-ATTENTES-EXIT.
           EXIT.

      ******************************************************************
      *une ligne par compte ; le dernier changement de mot de passe
      *est le plus recent de l'audit et de OPERATORS.txt
       EDITER-COMPTES.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "OPERATEUR NIVEAU   DERN.CNX   DERN.MDP   ECHECS "
               "REFUS   ETAT"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM VARYING IDX-OPR FROM 1 BY 1
               UNTIL IDX-OPR > WS-NB-OPERATEURS
               IF WS-OPR-ETAT(IDX-OPR) EQUAL "P"
                   PERFORM EDITER-UN-COMPTE
                       THRU EDITER-UN-COMPTE-EXIT
               END-IF
           END-PERFORM.

       EDITER-COMPTES-EXIT.
           EXIT.

      ******************************************************************
       EDITER-UN-COMPTE.

           ADD 1 TO WS-NB-COMPTES.
           IF WS-OPR-DATE-CHGT(IDX-OPR) > WS-OPR-DERN-MDP(IDX-OPR)
               MOVE WS-OPR-DATE-CHGT(IDX-OPR)
                   TO WS-OPR-DERN-MDP(IDX-OPR)
           END-IF.

           EVALUATE WS-OPR-NIVEAU(IDX-OPR)
               WHEN 1
                   MOVE "1 accue." TO WS-ED-NIVEAU
               WHEN 2
                   MOVE "2 expl." TO WS-ED-NIVEAU
               WHEN 3
                   MOVE "3 admin." TO WS-ED-NIVEAU
               WHEN OTHER
                   MOVE "? inval." TO WS-ED-NIVEAU
           END-EVALUATE.

           IF WS-OPR-DERN-CNX(IDX-OPR) EQUAL ZEROES
               MOVE "jamais" TO WS-ED-CNX
           ELSE
               MOVE WS-OPR-DERN-CNX(IDX-OPR) TO WS-ED-CNX
           END-IF.
           IF WS-OPR-DERN-MDP(IDX-OPR) EQUAL ZEROES
               MOVE "inconnu" TO WS-ED-MDP
           ELSE
               MOVE WS-OPR-DERN-MDP(IDX-OPR) TO WS-ED-MDP
           END-IF.

      *dormant : aucune connexion depuis le delai de dormance (ou
      *jamais connecte)
           MOVE "N" TO WS-DORMANT.
           IF WS-OPR-DERN-CNX(IDX-OPR) EQUAL ZEROES
               MOVE "Y" TO WS-DORMANT
           ELSE
               COMPUTE WS-JOURS-INACTIF = WS-AUJOURDHUI-INT
                   - FUNCTION INTEGER-OF-DATE(WS-OPR-DERN-CNX(IDX-OPR))
               IF WS-JOURS-INACTIF > WS-DORMANCE-JOURS
                   MOVE "Y" TO WS-DORMANT
               END-IF
           END-IF.

           MOVE SPACES TO WS-ED-ETAT.
           EVALUATE TRUE
               WHEN WS-OPR-VERROU(IDX-OPR) EQUAL "V"
                   ADD 1 TO WS-NB-VERROUILLES
                   IF WS-DORMANT EQUAL "Y"
                       MOVE "VERROUILLE, DORMANT" TO WS-ED-ETAT
                   ELSE
                       MOVE "VERROUILLE" TO WS-ED-ETAT
                   END-IF
               WHEN WS-DORMANT EQUAL "Y"
                   ADD 1 TO WS-NB-DORMANTS
                   MOVE "DORMANT A DESACTIVER" TO WS-ED-ETAT
               WHEN OTHER
                   MOVE "actif" TO WS-ED-ETAT
           END-EVALUATE.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING WS-OPR-ID(IDX-OPR) "  " WS-ED-NIVEAU " "
               WS-ED-CNX " " WS-ED-MDP " "
               WS-OPR-ECHECS(IDX-OPR) "      "
               WS-OPR-REFUS(IDX-OPR) "   " WS-ED-ETAT
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

       EDITER-UN-COMPTE-EXIT.
           EXIT.

      ******************************************************************
      *separation des taches sur les salaires de la periode
       EDITER-CONFLITS.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE "CONFLITS DE SEPARATION DES TACHES (SALAIRES)"
               TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM VARYING IDX-OPR FROM 1 BY 1
               UNTIL IDX-OPR > WS-NB-OPERATEURS
               IF WS-OPR-DEMANDES(IDX-OPR) > ZEROES
                   AND WS-OPR-APPROUVEES(IDX-OPR) > ZEROES
                   MOVE SPACES TO WS-RAPPORT-LINE
                   STRING "CONFLIT   " WS-OPR-ID(IDX-OPR)
                       " demande (" WS-OPR-DEMANDES(IDX-OPR)
                       ") et approuve (" WS-OPR-APPROUVEES(IDX-OPR)
                       ") des changements de salaire"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                   WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
                   ADD 1 TO WS-NB-CONFLITS
               END-IF
               IF WS-OPR-APPROUVEES(IDX-OPR) > ZEROES
                   AND (WS-OPR-ETAT(IDX-OPR) NOT EQUAL "P"
                   OR WS-OPR-NIVEAU(IDX-OPR) NOT EQUAL 3)
                   MOVE SPACES TO WS-RAPPORT-LINE
                   STRING "CONFLIT   " WS-OPR-ID(IDX-OPR)
                       " a approuve " WS-OPR-APPROUVEES(IDX-OPR)
                       " salaire(s) mais n'est plus de niveau 3"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                   WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
                   ADD 1 TO WS-NB-CONFLITS
               END-IF
           END-PERFORM.

      *approbations croisees : A approuve pour B et B pour A, chaque
      *couple n'est edite qu'une fois
           PERFORM VARYING IDX-CPL FROM 1 BY 1
               UNTIL IDX-CPL > WS-NB-COUPLES
               PERFORM VARYING IDX-CPL2 FROM IDX-CPL BY 1
                   UNTIL IDX-CPL2 > WS-NB-COUPLES
                   IF WS-CPL-APPROBATEUR(IDX-CPL)
                       EQUAL WS-CPL-DEMANDEUR(IDX-CPL2)
                       AND WS-CPL-DEMANDEUR(IDX-CPL)
                       EQUAL WS-CPL-APPROBATEUR(IDX-CPL2)
                       AND WS-CPL-APPROBATEUR(IDX-CPL)
                       NOT EQUAL WS-CPL-DEMANDEUR(IDX-CPL)
                       MOVE SPACES TO WS-RAPPORT-LINE
                       STRING "CONFLIT   approbations croisees : "
                           WS-CPL-APPROBATEUR(IDX-CPL) " approuve "
                           WS-CPL-DEMANDEUR(IDX-CPL) " ("
                           WS-CPL-NOMBRE(IDX-CPL) ") et "
                           WS-CPL-APPROBATEUR(IDX-CPL2) " approuve "
                           WS-CPL-DEMANDEUR(IDX-CPL2) " ("
                           WS-CPL-NOMBRE(IDX-CPL2) ")"
                           DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                       WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
                       ADD 1 TO WS-NB-CONFLITS
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-NB-CONFLITS EQUAL ZEROES AND WS-NB-GRAVES EQUAL ZEROES
               MOVE "          aucun conflit sur la periode"
                   TO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-IF.

       EDITER-CONFLITS-EXIT.
           EXIT.
      ******************************************************************
