      ******************************************************************
      *    Etat mensuel des documents du personnel a renouveler : pour *
      *    chaque salarie present au fichier maitre, le dernier permis *
      *    (PERM), la derniere assurance du vehicule (ASSU) et le      *
      *    dernier certificat d'hygiene (HYGI) de CERTIFICATIONS.txt   *
      *    sont listes dans CERTIFICATIONS-REPORT.txt s'ils sont       *
      *    expires ou expirent dans les CERT-PREAVIS-JOURS jours (60   *
      *    par defaut). Un livreur sans permis ou sans assurance       *
      *    saisi est signale NON SAISI. Un document a relancer rend    *
      *    RC 4.                                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. certrpt.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CERTIFS ASSIGN
           TO "CERTIFICATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CERTIFS.

           SELECT F-MAITRE ASSIGN
           TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MAITRE.

           SELECT F-RAPPORT ASSIGN
           TO "CERTIFICATIONS-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

      *meme dessin que dans certcapt
       FD  F-CERTIFS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  CERTIF-REC.
           05 CRT-NUMERO-EMPLOYE    PIC 9(9).
           05 CRT-TYPE              PIC X(4).
           05 CRT-REFERENCE         PIC X(20).
           05 CRT-DATE-DELIVRANCE   PIC 9(8).
           05 CRT-DATE-EXPIRATION   PIC 9(8).
           05 CRT-DATE-SAISIE       PIC 9(8).
           05 FILLER                PIC X(3).

      *meme dessin que dans paienet
       FD  F-MAITRE
           RECORD CONTAINS 1 TO 100 CHARACTERS
           RECORDING MODE IS V.

       01  TABLE-INFO.
           05 NUMERO-EMPLOYE        PIC 9(9).
           05 NOM                   PIC X(20).
           05 PRENOM                PIC X(20).
           05 PROFESSION            PIC X(14).
           05 CPOS                  PIC 9(3).
           05 SALAIRE               PIC 9(5).
           05 DATE-EMBAUCHE         PIC 9(8).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-CERTIFS PIC X(02).
           88 FS-CERTIFS-OK VALUE "00".
       01  FS-MAITRE PIC X(02).
           88 FS-MAITRE-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

      *configuration d'exploitation partagee (CALL "cfglire")
       COPY CONFIG.

      *bloc de parametres des services de dates (CALL "datesvc")
       COPY DATESVC.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-AUJOURDHUI            PIC 9(8) VALUE ZEROES.
       01  WS-LIMITE                PIC 9(8) VALUE ZEROES.
       01  WS-PREAVIS               PIC 9(3) VALUE 60.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-TRAILER-MARKER-VALUE  PIC 9(9) VALUE 999999999.

      *dernier document de chaque matricule et de chaque type
       01  WS-CRT-TABLE.
           03 WS-CRT-NB PIC 9(5) VALUE ZEROES.
           03 WS-CRT-ENTREE OCCURS 0 TO 10000 TIMES
               DEPENDING ON WS-CRT-NB
               INDEXED BY IDX-CRT.
               05 WS-CRT-NUMERO     PIC 9(9).
               05 WS-CRT-TYPE       PIC X(4).
               05 WS-CRT-REFERENCE  PIC X(20).
               05 WS-CRT-EXPIRATION PIC 9(8).

       01  WS-CRT-CIBLE             PIC 9(5) VALUE ZEROES.
       01  WS-CRT-PERMIS            PIC X VALUE "N".
       01  WS-CRT-ASSURANCE         PIC X VALUE "N".
       01  WS-STATUT                PIC X(12) VALUE SPACES.

       01  WS-NB-LUS                PIC 9(7) VALUE ZEROES.
       01  WS-NB-SALARIES           PIC 9(5) VALUE ZEROES.
       01  WS-NB-EXPIRES            PIC 9(5) VALUE ZEROES.
       01  WS-NB-A-RENOUVELER       PIC 9(5) VALUE ZEROES.
       01  WS-NB-NON-SAISIS         PIC 9(5) VALUE ZEROES.
       01  WS-NB-LIGNES             PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "certrpt" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:8) TO WS-AUJOURDHUI.

           INITIALIZE CFG-PARAMS.
           MOVE "CERT-PREAVIS-JOURS" TO CFG-CLE.
           MOVE "60" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-PREAVIS = FUNCTION NUMVAL(CFG-VALEUR).

           MOVE "A" TO DSV-FONCTION.
           MOVE WS-AUJOURDHUI TO DSV-DATE.
           MOVE WS-PREAVIS TO DSV-NB-JOURS.
           CALL "datesvc" USING DSV-PARAMS.
           MOVE DSV-DATE-RESULTAT TO WS-LIMITE.

           PERFORM CHARGER-DOCUMENTS THRU CHARGER-DOCUMENTS-EXIT.
           PERFORM EDITER-ETAT THRU EDITER-ETAT-EXIT.

           DISPLAY "Documents expires : " WS-NB-EXPIRES
               "  a renouveler : " WS-NB-A-RENOUVELER
               "  non saisis : " WS-NB-NON-SAISIS.

           IF NOT FS-RAPPORT-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NB-LIGNES > ZEROES
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
      *un renouvellement est une nouvelle ligne : seule l'echeance la
      *plus lointaine de chaque matricule et type est gardee
       CHARGER-DOCUMENTS.

           MOVE ZEROES TO WS-CRT-NB.
           OPEN INPUT F-CERTIFS.
           IF NOT FS-CERTIFS-OK
               GO TO CHARGER-DOCUMENTS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-CERTIFS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM RETENIR-DOCUMENT
                           THRU RETENIR-DOCUMENT-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-CERTIFS.

       CHARGER-DOCUMENTS-EXIT.
           EXIT.

      ******************************************************************
       RETENIR-DOCUMENT.

           MOVE ZEROES TO WS-CRT-CIBLE.
           PERFORM VARYING IDX-CRT FROM 1 BY 1
               UNTIL IDX-CRT > WS-CRT-NB OR WS-CRT-CIBLE > ZEROES
               IF WS-CRT-NUMERO(IDX-CRT) EQUAL CRT-NUMERO-EMPLOYE
                   AND WS-CRT-TYPE(IDX-CRT) EQUAL CRT-TYPE
                   SET WS-CRT-CIBLE TO IDX-CRT
               END-IF
           END-PERFORM.

           IF WS-CRT-CIBLE EQUAL ZEROES
               IF WS-CRT-NB >= 10000
                   GO TO RETENIR-DOCUMENT-EXIT
               END-IF
               ADD 1 TO WS-CRT-NB
               MOVE WS-CRT-NB TO WS-CRT-CIBLE
               MOVE CRT-NUMERO-EMPLOYE TO WS-CRT-NUMERO(WS-CRT-CIBLE)
               MOVE CRT-TYPE TO WS-CRT-TYPE(WS-CRT-CIBLE)
               MOVE ZEROES TO WS-CRT-EXPIRATION(WS-CRT-CIBLE)
           END-IF.

           IF CRT-DATE-EXPIRATION > WS-CRT-EXPIRATION(WS-CRT-CIBLE)
               MOVE CRT-REFERENCE TO WS-CRT-REFERENCE(WS-CRT-CIBLE)
               MOVE CRT-DATE-EXPIRATION
                   TO WS-CRT-EXPIRATION(WS-CRT-CIBLE)
           END-IF.

       RETENIR-DOCUMENT-EXIT.
           EXIT.

      ******************************************************************
      *parcours du fichier maitre : seuls les salaries presents sont
      *relances
       EDITER-ETAT.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               GO TO EDITER-ETAT-EXIT
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "DOCUMENTS DU PERSONNEL A RENOUVELER AU "
               WS-AUJOURDHUI " (ECHEANCE JUSQU'AU " WS-LIMITE ")"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  MATRICULE NOM                  PRENOM"
               "               PROFESSION     TYPE NUMERO"
               "               EXPIRE LE STATUT"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           OPEN INPUT F-MAITRE.
           IF NOT FS-MAITRE-OK
               DISPLAY "Erreur ouverture F-MAITRE : " FS-MAITRE
               GO TO EDITER-ETAT-FIN
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-MAITRE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF NUMERO-EMPLOYE NOT EQUAL
                           WS-TRAILER-MARKER-VALUE
                           ADD 1 TO WS-NB-SALARIES
                           PERFORM CONTROLER-SALARIE
                               THRU CONTROLER-SALARIE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MAITRE.

       EDITER-ETAT-FIN.
           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "SALARIES CONTROLES : " WS-NB-SALARIES
               "  EXPIRES : " WS-NB-EXPIRES
               "  A RENOUVELER : " WS-NB-A-RENOUVELER
               "  NON SAISIS : " WS-NB-NON-SAISIS
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           CLOSE F-RAPPORT.

       EDITER-ETAT-EXIT.
           EXIT.

      ******************************************************************
       CONTROLER-SALARIE.

           MOVE "N" TO WS-CRT-PERMIS WS-CRT-ASSURANCE.
           PERFORM VARYING IDX-CRT FROM 1 BY 1
               UNTIL IDX-CRT > WS-CRT-NB
               IF WS-CRT-NUMERO(IDX-CRT) EQUAL NUMERO-EMPLOYE
                   IF WS-CRT-TYPE(IDX-CRT) EQUAL "PERM"
                       MOVE "Y" TO WS-CRT-PERMIS
                   END-IF
                   IF WS-CRT-TYPE(IDX-CRT) EQUAL "ASSU"
                       MOVE "Y" TO WS-CRT-ASSURANCE
                   END-IF
                   PERFORM CONTROLER-ECHEANCE
                       THRU CONTROLER-ECHEANCE-EXIT
               END-IF
           END-PERFORM.

           IF PROFESSION EQUAL "LIVREUR"
               IF WS-CRT-PERMIS EQUAL "N"
                   MOVE "PERM" TO WS-STATUT
                   PERFORM SIGNALER-NON-SAISI
                       THRU SIGNALER-NON-SAISI-EXIT
               END-IF
               IF WS-CRT-ASSURANCE EQUAL "N"
                   MOVE "ASSU" TO WS-STATUT
                   PERFORM SIGNALER-NON-SAISI
                       THRU SIGNALER-NON-SAISI-EXIT
               END-IF
           END-IF.

       CONTROLER-SALARIE-EXIT.
           EXIT.

      ******************************************************************
       CONTROLER-ECHEANCE.

           IF WS-CRT-EXPIRATION(IDX-CRT) > WS-LIMITE
               GO TO CONTROLER-ECHEANCE-EXIT
           END-IF.

           IF WS-CRT-EXPIRATION(IDX-CRT) < WS-AUJOURDHUI
               MOVE "EXPIRE" TO WS-STATUT
               ADD 1 TO WS-NB-EXPIRES
           ELSE
               MOVE "A RENOUVELER" TO WS-STATUT
               ADD 1 TO WS-NB-A-RENOUVELER
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  " NUMERO-EMPLOYE " " NOM " " PRENOM " "
               PROFESSION " " WS-CRT-TYPE(IDX-CRT) " "
               WS-CRT-REFERENCE(IDX-CRT) " "
               WS-CRT-EXPIRATION(IDX-CRT) "  " WS-STATUT
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           ADD 1 TO WS-NB-LIGNES.

       CONTROLER-ECHEANCE-EXIT.
           EXIT.

      ******************************************************************
      *WS-STATUT porte le type du document manquant
       SIGNALER-NON-SAISI.

           ADD 1 TO WS-NB-NON-SAISIS.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  " NUMERO-EMPLOYE " " NOM " " PRENOM " "
               PROFESSION " " WS-STATUT(1:4) " "
               "                             NON SAISI"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           ADD 1 TO WS-NB-LIGNES.

       SIGNALER-NON-SAISI-EXIT.
           EXIT.
      ******************************************************************
