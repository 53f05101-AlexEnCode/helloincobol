      ******************************************************************
      *    Saisie des documents du personnel a echeance : alimente     *
      *    CERTIFICATIONS.txt (matricule, type PERM=permis de          *
      *    conduire ASSU=assurance du vehicule HYGI=certificat         *
      *    d'hygiene alimentaire, numero du document, dates de         *
      *    delivrance et d'expiration). Un renouvellement se saisit    *
      *    en nouvelle ligne : l'echeance la plus lointaine fait foi.  *
      *    pizzamgt n'affecte plus un livreur dont le permis ou        *
      *    l'assurance est expire ; certrpt liste chaque mois les      *
      *    documents a renouveler.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. certcapt.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CERTIFS ASSIGN
           TO "CERTIFICATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CERTIFS.

       DATA DIVISION.

       FILE SECTION.

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

       WORKING-STORAGE SECTION.

       COPY WSBOUCLE.

      *bloc de parametres des services de dates (CALL "datesvc")
       COPY DATESVC.

       01  FS-CERTIFS PIC X(02).
           88 FS-CERTIFS-OK VALUE "00".

       01  WS-HORODATAGE            PIC X(20).
       01  WS-SAISIE-NUMERO         PIC 9(9) VALUE ZEROES.
       01  WS-SAISIE-TYPE           PIC X(4) VALUE SPACES.
           88 WS-TYPE-VALIDE VALUE "PERM" "ASSU" "HYGI".
       01  WS-SAISIE-REFERENCE      PIC X(20) VALUE SPACES.
       01  WS-SAISIE-DELIVRANCE     PIC 9(8) VALUE ZEROES.
       01  WS-SAISIE-EXPIRATION     PIC 9(8) VALUE ZEROES.
       01  WS-SAISIES-ECRITES       PIC 9(4) VALUE ZEROES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           PERFORM 1000-BOUCLE-BEGIN THRU 1000-BOUCLE-END
           UNTIL WS-BOUCLING = WS-FINISHED.

           DISPLAY "Documents enregistres : " WS-SAISIES-ECRITES.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
       1000-BOUCLE-BEGIN.

           PERFORM SAISIR-UN-DOCUMENT THRU SAISIR-UN-DOCUMENT-EXIT.

           DISPLAY SPACE
           DISPLAY "Continuer? (Y/N)".
           ACCEPT WS-EXITCODE.
           MOVE FUNCTION UPPER-CASE(WS-EXITCODE) TO WS-EXITCODE.
           IF WS-EXITCODE EQUAL "N"
               SET WS-FINISHED TO WS-BOUCLING
           END-IF.

       1000-BOUCLE-END.
           EXIT.

      ******************************************************************
       SAISIR-UN-DOCUMENT.

           DISPLAY "Matricule ?".
           ACCEPT WS-SAISIE-NUMERO.
           IF WS-SAISIE-NUMERO EQUAL ZEROES
               DISPLAY "Matricule a zero, saisie abandonnee."
               GO TO SAISIR-UN-DOCUMENT-EXIT
           END-IF.

           DISPLAY "Type ? (PERM=permis ASSU=assurance vehicule "
               "HYGI=hygiene alimentaire)".
           ACCEPT WS-SAISIE-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-TYPE) TO WS-SAISIE-TYPE.
           IF NOT WS-TYPE-VALIDE
               DISPLAY "Type invalide, saisie abandonnee."
               GO TO SAISIR-UN-DOCUMENT-EXIT
           END-IF.

           DISPLAY "Numero du document ?".
           MOVE SPACES TO WS-SAISIE-REFERENCE.
           ACCEPT WS-SAISIE-REFERENCE.
           IF WS-SAISIE-REFERENCE EQUAL SPACES
               DISPLAY "Numero absent, saisie abandonnee."
               GO TO SAISIR-UN-DOCUMENT-EXIT
           END-IF.

           DISPLAY "Date de delivrance ? (AAAAMMJJ)".
           ACCEPT WS-SAISIE-DELIVRANCE.
           MOVE "V" TO DSV-FONCTION.
           MOVE WS-SAISIE-DELIVRANCE TO DSV-DATE.
           CALL "datesvc" USING DSV-PARAMS.
           IF DSV-STATUT NOT EQUAL "0"
               DISPLAY "Date de delivrance invalide, saisie "
                   "abandonnee."
               GO TO SAISIR-UN-DOCUMENT-EXIT
           END-IF.

           DISPLAY "Date d'expiration ? (AAAAMMJJ)".
           ACCEPT WS-SAISIE-EXPIRATION.
           MOVE "V" TO DSV-FONCTION.
           MOVE WS-SAISIE-EXPIRATION TO DSV-DATE.
           CALL "datesvc" USING DSV-PARAMS.
           IF DSV-STATUT NOT EQUAL "0"
               OR WS-SAISIE-EXPIRATION NOT > WS-SAISIE-DELIVRANCE
               DISPLAY "Date d'expiration invalide, saisie "
                   "abandonnee."
               GO TO SAISIR-UN-DOCUMENT-EXIT
           END-IF.
           IF WS-SAISIE-EXPIRATION < WS-HORODATAGE(1:8)
               DISPLAY "ATTENTION : document deja expire."
           END-IF.

           OPEN EXTEND F-CERTIFS.
           IF NOT FS-CERTIFS-OK
               CLOSE F-CERTIFS
               OPEN OUTPUT F-CERTIFS
           END-IF.
           IF NOT FS-CERTIFS-OK
               DISPLAY "Erreur ouverture F-CERTIFS : " FS-CERTIFS
               GO TO SAISIR-UN-DOCUMENT-EXIT
           END-IF.

           MOVE SPACES TO CERTIF-REC.
           MOVE WS-SAISIE-NUMERO TO CRT-NUMERO-EMPLOYE.
           MOVE WS-SAISIE-TYPE TO CRT-TYPE.
           MOVE WS-SAISIE-REFERENCE TO CRT-REFERENCE.
           MOVE WS-SAISIE-DELIVRANCE TO CRT-DATE-DELIVRANCE.
           MOVE WS-SAISIE-EXPIRATION TO CRT-DATE-EXPIRATION.
           MOVE WS-HORODATAGE(1:8) TO CRT-DATE-SAISIE.
           WRITE CERTIF-REC.
           CLOSE F-CERTIFS.

           ADD 1 TO WS-SAISIES-ECRITES.
           DISPLAY "Enregistre : " WS-SAISIE-NUMERO " "
               WS-SAISIE-TYPE " " WS-SAISIE-REFERENCE
               " expire le " WS-SAISIE-EXPIRATION.

       SAISIR-UN-DOCUMENT-EXIT.
           EXIT.
      ******************************************************************
