      ******************************************************************
      *    Sauvegarde coordonnee des fichiers maitres : idxrest ne     *
      *    couvre que l'index employes ; ici l'ensemble CUSTOMERS.idx, *
      *    INGREDIENTS.idx, RECETTES.txt, COMMANDE-SEQ.txt, TARIFS.txt *
      *    et les fichiers de sequence et de reprise est photographie  *
      *    en un seul passage (verrou pris pour la duree), avec        *
      *    rotation de trois generations (MASTERSET-GEN1 = la plus     *
      *    recente, comme les GENn de l'index) et un manifeste par     *
      *    generation (fichier, nombre d'enregistrements, somme de     *
      *    controle, horodatage). restmast restaure un jeu entier      *
      *    coherent et le prouve contre son manifeste : plus de        *
      *    restauration qui melange un vieil index employes et des     *
      *    maitres pizza du jour.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sauvmast.
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

      *manifeste : nom logique, nombre d'enregistrements, somme de
      *controle (cumul des longueurs utiles) et horodatage de la
      *photo
           88 FS-DST-OK VALUE "00".
       01  FS-CLIIDX PIC X(02).
           88 FS-CLIIDX-OK VALUE "00".
       01  FS-INGREDIENTS PIC X(02).
           88 FS-INGREDIENTS-OK VALUE "00".
       01  FS-MANIFESTE PIC X(02).
           88 FS-MANIFESTE-OK VALUE "00".

           88 WS-EST-EN-ECHEC VALUE "Y".

      *le jeu des maitres photographies ; le type I designe le
      *fichier clients indexe, le type G le maitre ingredients
      *indexe, copies par lecture de cle en cle
       01  WS-SET-VALEURS.
           05 FILLER PIC X(31) VALUE "ICUSTOMERS.idx                ".
           05 FILLER PIC X(31) VALUE "GINGREDIENTS.idx              ".
           05 FILLER PIC X(31) VALUE "SRECETTES.txt                 ".
           05 FILLER PIC X(31) VALUE "SCOMMANDE-SEQ.txt             ".
           05 FILLER PIC X(31) VALUE "STARIFS.txt                   ".
           05 FILLER PIC X(31) VALUE "SCLIENT-CHECKPOINT.txt        ".
           05 FILLER PIC X(31) VALUE "STRANSMISSION-SEQ.txt         ".
           05 FILLER PIC X(31) VALUE "SSYRACUSE-CHECKPOINT.txt      ".
       01  WS-SET-TABLE REDEFINES WS-SET-VALEURS.
           05 WS-SET-ENTREE OCCURS 8 TIMES.
               10 WS-SET-TYPE       PIC X.
               10 WS-SET-FICHIER    PIC X(30).
       01  WS-SET-IDX               PIC 9 VALUE ZERO.
           END-IF.

           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > 8
               PERFORM SAUVER-UN-FICHIER
                   THRU SAUVER-UN-FICHIER-EXIT
           END-PERFORM.
       TOURNER-GENERATIONS.

           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > 8
               MOVE 2 TO WS-GEN-IDX
               PERFORM DECALER-UNE-GENERATION
                   THRU DECALER-UNE-GENERATION-EXIT
               FUNCTION TRIM(WS-SET-FICHIER(WS-SET-IDX)) ".bak"
               DELIMITED BY SIZE INTO WS-DST-NOM.

           EVALUATE WS-SET-TYPE(WS-SET-IDX)
               WHEN "I"
                   PERFORM SAUVER-CLIENTS-IDX
                       THRU SAUVER-CLIENTS-IDX-EXIT
               WHEN "G"
                   PERFORM SAUVER-INGREDIENTS-IDX
                       THRU SAUVER-INGREDIENTS-IDX-EXIT
               WHEN OTHER
                   MOVE SPACES TO WS-SRC-NOM
                   MOVE WS-SET-FICHIER(WS-SET-IDX) TO WS-SRC-NOM
                   PERFORM COPIER-FICHIER THRU COPIER-FICHIER-EXIT
           END-EVALUATE.

           ADD 1 TO WS-FICHIERS-SAUVES.
           MOVE SPACES TO MANIFESTE-REC.
       SAUVER-CLIENTS-IDX-EXIT.
           EXIT.
      ******************************************************************

      *le maitre ingredients indexe est verse en sequentiel dans sa
      *sauvegarde, une image de 80 octets par fiche
       SAUVER-INGREDIENTS-IDX.

           MOVE ZEROES TO WS-COMPTE WS-SOMME.

           OPEN INPUT F-INGREDIENTS.
           IF NOT FS-INGREDIENTS-OK
               GO TO SAUVER-INGREDIENTS-IDX-EXIT
           END-IF.
           OPEN OUTPUT F-DST.
           IF NOT FS-DST-OK
               CLOSE F-INGREDIENTS
               GO TO SAUVER-INGREDIENTS-IDX-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-INGREDIENTS NEXT
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       MOVE SPACES TO WS-DST-LIGNE
                       MOVE ING-REC TO WS-DST-LIGNE(1:80)
                       WRITE WS-DST-LIGNE
                       ADD 1 TO WS-COMPTE
                       COMPUTE WS-LONGUEUR = FUNCTION LENGTH(
                           FUNCTION TRIM(WS-DST-LIGNE TRAILING))
                       ADD WS-LONGUEUR TO WS-SOMME
               END-READ
           END-PERFORM.
           CLOSE F-DST.
           CLOSE F-INGREDIENTS.

       SAUVER-INGREDIENTS-IDX-EXIT.
           EXIT.
      ******************************************************************
