      ******************************************************************
      *    Etat du matin des lots d'ingredients a date limite proche : *
      *    parcourt LOTS-INGREDIENTS.idx et liste dans DLC-REPORT.txt  *
      *    chaque lot encore ouvert dont la date limite de             *
      *    consommation tombe dans les LOT-PREAVIS-JOURS jours (2 par  *
      *    defaut) : ingredient, lot, fournisseur, reception, date     *
      *    limite, quantite restante et sa valeur au cout de           *
      *    reception. Un lot deja perime est marque PERIME, a mettre   *
      *    au rebut par le mode dechets de pizzamgt, et rend RC 4.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dlcrpt.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LOTS ASSIGN
           TO "LOTS-INGREDIENTS.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LOT-CLE
           FILE STATUS IS FS-LOTS.

           SELECT F-RAPPORT ASSIGN
           TO "DLC-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

       FD  F-LOTS
           RECORD CONTAINS 100 CHARACTERS.

       COPY LOTING.

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-LOTS PIC X(02).
           88 FS-LOTS-OK VALUE "00".
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
       01  WS-PREAVIS               PIC 9(3) VALUE 2.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-STATUT                PIC X(10) VALUE SPACES.

       01  WS-VALEUR                PIC 9(6)V99 VALUE ZEROES.
       01  WS-VALEUR-ED             PIC ZZZZZ9.99.
       01  WS-VALEUR-PERIMES        PIC 9(7)V99 VALUE ZEROES.
       01  WS-VALEUR-PROCHES        PIC 9(7)V99 VALUE ZEROES.
       01  WS-TOTAL-ED              PIC ZZZZZZ9.99.

       01  WS-NB-LUS                PIC 9(7) VALUE ZEROES.
       01  WS-NB-PERIMES            PIC 9(5) VALUE ZEROES.
       01  WS-NB-PROCHES            PIC 9(5) VALUE ZEROES.
       01  WS-NB-LIGNES             PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "dlcrpt" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:8) TO WS-AUJOURDHUI.

           INITIALIZE CFG-PARAMS.
           MOVE "LOT-PREAVIS-JOURS" TO CFG-CLE.
           MOVE "2" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-PREAVIS = FUNCTION NUMVAL(CFG-VALEUR).

           MOVE "A" TO DSV-FONCTION.
           MOVE WS-AUJOURDHUI TO DSV-DATE.
           MOVE WS-PREAVIS TO DSV-NB-JOURS.
           CALL "datesvc" USING DSV-PARAMS.
           MOVE DSV-DATE-RESULTAT TO WS-LIMITE.

           PERFORM EDITER-ETAT THRU EDITER-ETAT-EXIT.

           DISPLAY "Lots perimes : " WS-NB-PERIMES
               "  a utiliser avant le " WS-LIMITE " : "
               WS-NB-PROCHES.

           IF NOT FS-RAPPORT-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NB-PERIMES > ZEROES
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
       EDITER-ETAT.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               GO TO EDITER-ETAT-EXIT
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "LOTS A DATE LIMITE PROCHE AU " WS-AUJOURDHUI
               " (DLC JUSQU'AU " WS-LIMITE ")"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  INGREDIENT LOT             FOURNISSEUR RECU LE"
               "  DLC       RESTE    VALEUR STATUT"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           OPEN INPUT F-LOTS.
           IF NOT FS-LOTS-OK
               DISPLAY "LOTS-INGREDIENTS.idx absent : " FS-LOTS
               GO TO EDITER-ETAT-FIN
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-LOTS NEXT
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM CONTROLER-LOT THRU CONTROLER-LOT-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-LOTS.

       EDITER-ETAT-FIN.
           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE WS-VALEUR-PERIMES TO WS-TOTAL-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "LOTS PERIMES    : " WS-NB-PERIMES
               "  valeur=" WS-TOTAL-ED " euros"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE WS-VALEUR-PROCHES TO WS-TOTAL-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "LOTS A UTILISER : " WS-NB-PROCHES
               "  valeur=" WS-TOTAL-ED " euros"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           CLOSE F-RAPPORT.

       EDITER-ETAT-EXIT.
           EXIT.

      ******************************************************************
      *seuls les lots ouverts ont encore quelque chose en chambre
      *froide
       CONTROLER-LOT.

           IF NOT LOT-EST-OUVERT OR LOT-RESTANT EQUAL ZEROES
               GO TO CONTROLER-LOT-EXIT
           END-IF.
           IF LOT-DLC > WS-LIMITE
               GO TO CONTROLER-LOT-EXIT
           END-IF.

           COMPUTE WS-VALEUR ROUNDED = LOT-RESTANT * LOT-COUT.
           IF LOT-DLC < WS-AUJOURDHUI
               MOVE "PERIME" TO WS-STATUT
               ADD 1 TO WS-NB-PERIMES
               ADD WS-VALEUR TO WS-VALEUR-PERIMES
           ELSE
               MOVE "A UTILISER" TO WS-STATUT
               ADD 1 TO WS-NB-PROCHES
               ADD WS-VALEUR TO WS-VALEUR-PROCHES
           END-IF.

           MOVE WS-VALEUR TO WS-VALEUR-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  " LOT-INGREDIENT " " LOT-NUMERO " "
               LOT-FOURNISSEUR "  " LOT-RECEPTION(1:8) " "
               LOT-DLC " " LOT-RESTANT " " WS-VALEUR-ED " "
               WS-STATUT
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           ADD 1 TO WS-NB-LIGNES.

       CONTROLER-LOT-EXIT.
           EXIT.
      ******************************************************************
