      ******************************************************************
      *    Restauration d'un jeu de sauvegarde des maitres : relit le  *
      *    manifeste de la generation demandee (MASTERSET-GENn, ecrite *
      *    par sauvmast), remet chaque fichier du jeu a sa place - le  *
      *    fichier clients et le maitre ingredients indexes sont       *
      *    reconstruits depuis leur image sequentielle - et prouve la  *
      *    restauration contre le manifeste (compte et somme de        *
      *    controle par fichier). Tout le jeu revient d'un coup : un   *
      *    ensemble coherent, pas un panachage de generations.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. restmast.
           RECORD KEY IS CLI-IDX-NUMERO
           FILE STATUS IS FS-CLIIDX.

           SELECT F-INGREDIENTS ASSIGN
           TO "INGREDIENTS.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ING-CODE
           FILE STATUS IS FS-INGREDIENTS.

           SELECT F-MANIFESTE ASSIGN
           USING WS-MANIFESTE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           05 CLI-IDX-NUMERO        PIC 9(5).
           05 FILLER                PIC X(65).

       FD  F-INGREDIENTS
           RECORD CONTAINS 80 CHARACTERS.

       COPY INGREDNT.

       FD  F-MANIFESTE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.
           88 FS-DST-OK VALUE "00".
       01  FS-CLIIDX PIC X(02).
           88 FS-CLIIDX-OK VALUE "00".
       01  FS-INGREDIENTS PIC X(02).
           88 FS-INGREDIENTS-OK VALUE "00".
       01  FS-MANIFESTE PIC X(02).
           88 FS-MANIFESTE-OK VALUE "00".

               FUNCTION TRIM(MAN-FICHIER) ".bak"
               DELIMITED BY SIZE INTO WS-SRC-NOM.

           EVALUATE TRUE
               WHEN MAN-FICHIER(1:13) EQUAL "CUSTOMERS.idx"
                   PERFORM RESTAURER-CLIENTS-IDX
                       THRU RESTAURER-CLIENTS-IDX-EXIT
               WHEN MAN-FICHIER(1:15) EQUAL "INGREDIENTS.idx"
                   PERFORM RESTAURER-INGREDIENTS-IDX
                       THRU RESTAURER-INGREDIENTS-IDX-EXIT
               WHEN OTHER
                   MOVE SPACES TO WS-DST-NOM
                   MOVE MAN-FICHIER TO WS-DST-NOM
                   PERFORM COPIER-FICHIER THRU COPIER-FICHIER-EXIT
           END-EVALUATE.

           ADD 1 TO WS-FICHIERS-RESTAURES.

       RESTAURER-CLIENTS-IDX-EXIT.
           EXIT.
      ******************************************************************

      *le maitre ingredients indexe est reconstruit depuis son image
      *sequentielle de 80 octets par fiche
       RESTAURER-INGREDIENTS-IDX.

           MOVE ZEROES TO WS-COMPTE WS-SOMME.

           OPEN INPUT F-SRC.
           IF NOT FS-SRC-OK
               DISPLAY "Sauvegarde " WS-SRC-NOM " introuvable."
               MOVE "Y" TO WS-ECHEC
               GO TO RESTAURER-INGREDIENTS-IDX-EXIT
           END-IF.
           OPEN OUTPUT F-INGREDIENTS.
           IF NOT FS-INGREDIENTS-OK
               DISPLAY "Erreur reconstruction INGREDIENTS.idx : "
                   FS-INGREDIENTS
               MOVE "Y" TO WS-ECHEC
               CLOSE F-SRC
               GO TO RESTAURER-INGREDIENTS-IDX-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-SRC INTO WS-SRC-LIGNE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       MOVE WS-SRC-LIGNE(1:80) TO ING-REC
                       WRITE ING-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       ADD 1 TO WS-COMPTE
                       COMPUTE WS-LONGUEUR = FUNCTION LENGTH(
                           FUNCTION TRIM(WS-SRC-LIGNE TRAILING))
                       ADD WS-LONGUEUR TO WS-SOMME
               END-READ
           END-PERFORM.
           CLOSE F-INGREDIENTS.
           CLOSE F-SRC.

       RESTAURER-INGREDIENTS-IDX-EXIT.
           EXIT.
      ******************************************************************
