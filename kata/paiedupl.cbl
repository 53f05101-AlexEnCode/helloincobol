      ******************************************************************
      *    Reedition d'un bulletin en DUPLICATA : pour un matricule    *
      *    et une periode close, les lignes du bulletin sont reprises  *
      *    de BULLETINS-ARCHIVE.txt (alimente par paiclot) et ecrites  *
      *    dans BULLETIN-DUPLICATA.txt sous une mention DUPLICATA      *
      *    datee. Le bulletin reste reeditable quel que soit le        *
      *    nombre de mois passes depuis.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. paiedupl.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLOSES ASSIGN
           TO "PERIODES-CLOSES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLOSES.

           SELECT F-ARCH-BULLETINS ASSIGN
           TO "BULLETINS-ARCHIVE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCH-BULLETINS.

           SELECT F-DUPLICATA ASSIGN
           TO "BULLETIN-DUPLICATA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DUPLICATA.

       DATA DIVISION.

       FILE SECTION.

      *memes dessins que dans paiclot
       FD  F-CLOSES
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.

       01  CLOSE-REC.
           05 PCL-PERIODE           PIC 9(6).
           05 PCL-DATE-CLOTURE      PIC 9(8).
           05 PCL-NB-BULLETINS      PIC 9(5).
           05 PCL-TOTAL-NET         PIC 9(10)V99.
           05 FILLER                PIC X(9).

       FD  F-ARCH-BULLETINS
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.

       01  ARCH-BULLETIN-REC.
           05 ARB-PERIODE           PIC 9(6).
           05 ARB-NUMERO-EMPLOYE    PIC 9(9).
           05 ARB-LIGNE             PIC X(132).
           05 FILLER                PIC X(3).

       FD  F-DUPLICATA
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-DUPLICATA-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-CLOSES PIC X(02).
           88 FS-CLOSES-OK VALUE "00".
       01  FS-ARCH-BULLETINS PIC X(02).
           88 FS-ARCH-BULLETINS-OK VALUE "00".
       01  FS-DUPLICATA PIC X(02).
           88 FS-DUPLICATA-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-MATRICULE             PIC 9(9) VALUE ZEROES.
       01  WS-PERIODE               PIC 9(6) VALUE ZEROES.
       01  WS-DATE-CLOTURE          PIC 9(8) VALUE ZEROES.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-CLOSE-TROUVEE         PIC X VALUE "N".
       01  WS-ECHEC                 PIC X VALUE "N".
           88 WS-EST-EN-ECHEC VALUE "Y".
       01  WS-NB-LUS                PIC 9(7) VALUE ZEROES.
       01  WS-NB-LIGNES             PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "paiedupl" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           DISPLAY "Matricule du bulletin a reediter ?".
           ACCEPT WS-MATRICULE.
           DISPLAY "Periode du bulletin ? (AAAAMM)".
           ACCEPT WS-PERIODE.

           PERFORM CONTROLER-CLOSE THRU CONTROLER-CLOSE-EXIT.
           IF NOT WS-EST-EN-ECHEC
               PERFORM EDITER-DUPLICATA THRU EDITER-DUPLICATA-EXIT
           END-IF.

           IF WS-EST-EN-ECHEC
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NB-LIGNES EQUAL ZEROES
                   DISPLAY "Aucun bulletin archive pour le matricule "
                       WS-MATRICULE " en " WS-PERIODE "."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "Duplicata du bulletin " WS-MATRICULE
                       " " WS-PERIODE " dans BULLETIN-DUPLICATA.txt."
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
      *seule une periode close a une archive fiable : le bulletin
      *d'une periode ouverte se lit dans BULLETINS-PAIE.txt
       CONTROLER-CLOSE.

           MOVE "N" TO WS-CLOSE-TROUVEE.
           OPEN INPUT F-CLOSES.
           IF FS-CLOSES-OK
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "Y"
                   READ F-CLOSES
                       AT END
                           MOVE "Y" TO WS-FIN
                       NOT AT END
                           IF PCL-PERIODE EQUAL WS-PERIODE
                               MOVE "Y" TO WS-CLOSE-TROUVEE
                               MOVE PCL-DATE-CLOTURE
                                   TO WS-DATE-CLOTURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CLOSES
           END-IF.

           IF WS-CLOSE-TROUVEE NOT EQUAL "Y"
               DISPLAY "Periode " WS-PERIODE " non close, pas de "
                   "duplicata."
               MOVE "Y" TO WS-ECHEC
           END-IF.

       CONTROLER-CLOSE-EXIT.
           EXIT.

      ******************************************************************
       EDITER-DUPLICATA.

           OPEN INPUT F-ARCH-BULLETINS.
           IF NOT FS-ARCH-BULLETINS-OK
               DISPLAY "Fichier BULLETINS-ARCHIVE.txt introuvable."
               MOVE "Y" TO WS-ECHEC
               GO TO EDITER-DUPLICATA-EXIT
           END-IF.

           OPEN OUTPUT F-DUPLICATA.
           IF NOT FS-DUPLICATA-OK
               DISPLAY "Erreur ouverture F-DUPLICATA : " FS-DUPLICATA
               CLOSE F-ARCH-BULLETINS
               MOVE "Y" TO WS-ECHEC
               GO TO EDITER-DUPLICATA-EXIT
           END-IF.

           MOVE SPACES TO WS-DUPLICATA-LINE.
           STRING "*** DUPLICATA *** periode " WS-PERIODE
               " close le " WS-DATE-CLOTURE
               " - reedite le " WS-HORODATAGE(1:8)
               DELIMITED BY SIZE INTO WS-DUPLICATA-LINE.
           WRITE WS-DUPLICATA-LINE FROM WS-DUPLICATA-LINE.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-ARCH-BULLETINS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF ARB-PERIODE EQUAL WS-PERIODE
                           AND ARB-NUMERO-EMPLOYE EQUAL WS-MATRICULE
                           WRITE WS-DUPLICATA-LINE FROM ARB-LIGNE
                           ADD 1 TO WS-NB-LIGNES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARCH-BULLETINS.

           MOVE SPACES TO WS-DUPLICATA-LINE.
           STRING "*** DUPLICATA *** ne vaut pas second paiement"
               DELIMITED BY SIZE INTO WS-DUPLICATA-LINE.
           WRITE WS-DUPLICATA-LINE FROM WS-DUPLICATA-LINE.
           CLOSE F-DUPLICATA.

       EDITER-DUPLICATA-EXIT.
           EXIT.
      ******************************************************************
