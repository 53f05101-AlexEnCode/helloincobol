      ******************************************************************
      *    Auditeur d'avant-vol de la fenetre batch : premiere etape   *
      *    de la nuit, il controle chaque entree attendue avant que le *
      *    moindre maitre ne soit touche : presence, longueur des      *
      *    enregistrements conforme aux dessins (79 octets pour le     *
      *    maitre employes, 9 pour le lot Syracuse), zones numeriques  *
      *    effectivement numeriques (fiches du maitre ingredients      *
      *    comprises), et trailer present et arithmetiquement coherent *
      *    la ou le fichier en porte un. Verdict GO/NO-GO par fichier  *
      *    dans PREFLIGHT-REPORT.txt ; un NO-GO rend RETURN-CODE 8 et  *
      *    arrete la fenetre.                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENTREE.

           SELECT F-INGREDIENTS ASSIGN
           TO "INGREDIENTS.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ING-CODE
           FILE STATUS IS FS-INGREDIENTS.

           SELECT F-RAPPORT ASSIGN
           TO "PREFLIGHT-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL

       01  WS-ENTREE-REC            PIC X(200).

       FD  F-INGREDIENTS
           RECORD CONTAINS 80 CHARACTERS.

       COPY INGREDNT.

       FD  F-RAPPORT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  FS-ENTREE PIC X(02).
           88 FS-ENTREE-OK VALUE "00".
       01  FS-INGREDIENTS PIC X(02).
           88 FS-INGREDIENTS-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".


           PERFORM AUDITER-MAITRE-EMPLOYES
               THRU AUDITER-MAITRE-EMPLOYES-EXIT.
           PERFORM AUDITER-INGREDIENTS THRU AUDITER-INGREDIENTS-EXIT.
           PERFORM AUDITER-BATCH-SYRACUSE
               THRU AUDITER-BATCH-SYRACUSE-EXIT.

           EXIT.

      ******************************************************************
      *maitre ingredients : facultatif (pizzamgt le cree a son
      *premier passage), lu de cle en cle ; stock signe et zones
      *numeriques de chaque fiche
       AUDITER-INGREDIENTS.

           MOVE "INGREDIENTS.idx" TO WS-FICHIER-NOM.
           MOVE "N" TO WS-NOGO.
           MOVE SPACES TO WS-MOTIF.
           MOVE ZEROES TO WS-NB-RECORDS WS-NB-LG-KO WS-NB-NUM-KO.

           OPEN INPUT F-INGREDIENTS.
           IF NOT FS-INGREDIENTS-OK
               ADD 1 TO WS-AVERTISSEMENTS
               MOVE "absent (cree au prochain pizzamgt)" TO WS-MOTIF
               MOVE "AVERT" TO WS-VERDICT
               PERFORM ECRIRE-LIGNE-VERDICT
                   THRU ECRIRE-LIGNE-VERDICT-EXIT
               GO TO AUDITER-INGREDIENTS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-INGREDIENTS NEXT
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-RECORDS
                       IF ING-STOCK NOT NUMERIC
                           OR ING-USAGE NOT NUMERIC
                           OR ING-SEUIL NOT NUMERIC
                           OR ING-COUT NOT NUMERIC
                           OR (ING-STOCK-SIGNE NOT EQUAL "+"
                               AND ING-STOCK-SIGNE NOT EQUAL "-")
                           ADD 1 TO WS-NB-NUM-KO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-INGREDIENTS.

           IF WS-NB-NUM-KO > ZEROES
               MOVE "Y" TO WS-NOGO
               MOVE "zones numeriques invalides" TO WS-MOTIF

           PERFORM ECRIRE-VERDICT THRU ECRIRE-VERDICT-EXIT.

       AUDITER-INGREDIENTS-EXIT.
           EXIT.

      ******************************************************************
