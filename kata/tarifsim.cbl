      *    meme logique de retenue du prix le plus recent non futur    *
      *    que LOAD-TARIFS, et memes regles de promotion que           *
      *    APPLIQUER-PROMOTION), rejoue les commandes archivees de la  *
      *    periode choisie, ligne par taille, sous les deux jeux de    *
      *    prix et restitue le chiffre d'affaires ancien contre        *
      *    nouveau par taille et par mode dans SIMULATION-TARIFS.txt - *
      *    sans toucher au TARIFS.txt en exploitation. Chaque          *
      *    changement de prix cesse d'etre un saut dans le vide.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tarifsim.
           05 ORD-TOTAL             PIC 9(5).
           05 ORD-LIVREUR           PIC 9(9).
           05 ORD-FLAG-ANNUL        PIC X.
           05 ORD-TYPE-ENREG        PIC X.
               88 ORD-EST-ENTETE VALUE "E".
               88 ORD-EST-LIGNE VALUE "L".
               88 ORD-EST-ANCIEN-FORMAT VALUE SPACE.
           05 ORD-RANG-LIGNE        PIC 9(2).
           05 FILLER                PIC X(39).

       01  WS-DATE-ORD              PIC 9(8) VALUE ZEROES.
       01  WS-ANNEE-SEGMENT         PIC 9(4) VALUE ZEROES.
       01  WS-ANNEE-SEGMENT-FIN     PIC 9(4) VALUE ZEROES.
       01  WS-TOTAL-SIMULE          PIC 9(7) VALUE ZEROES.
       01  WS-REMISE-SIMULEE        PIC 9(5) VALUE ZEROES.
      *promotion en montant fixe deja accordee a la commande en
      *cours, par jeu de tarifs : elle ne vaut qu'une fois par
      *commande, comme dans APPLIQUER-PROMOTION
       01  WS-JEU-FIXE-PRIS         PIC X OCCURS 2 TIMES.

      *cumuls ancien/nouveau par taille et par mode
       01  WS-CA-TAILLE-ANCIEN      PIC 9(9) OCCURS 4 TIMES
               GO TO REJOUER-UNE-COMMANDE-EXIT
           END-IF.

           IF ORD-MODE EQUAL "L"
               MOVE 1 TO WS-MODE-CIBLE
           ELSE
               MOVE 2 TO WS-MODE-CIBLE
           END-IF.

      *entete d'une commande a lignes par taille : la commande est
      *comptee ici et ses frais, factures a l'epoque, valent sous
      *les deux jeux ; les pizzas sont rejouees ligne par ligne
           IF ORD-EST-ENTETE
               ADD 1 TO WS-COMMANDES-REJOUEES
               MOVE "N" TO WS-JEU-FIXE-PRIS(1) WS-JEU-FIXE-PRIS(2)
               IF ORD-MODE EQUAL "L" AND ORD-FRAIS NUMERIC
                   ADD ORD-FRAIS TO WS-CA-ANCIEN WS-CA-NOUVEAU
                       WS-CA-MODE-ANCIEN(WS-MODE-CIBLE)
                       WS-CA-MODE-NOUVEAU(WS-MODE-CIBLE)
               END-IF
               GO TO REJOUER-UNE-COMMANDE-EXIT
           END-IF.

           MOVE ZERO TO WS-TAI-CIBLE.
           PERFORM VARYING WS-TAI-IDX FROM 1 BY 1
               UNTIL WS-TAI-IDX > 4
               GO TO REJOUER-UNE-COMMANDE-EXIT
           END-IF.

      *enregistrement d'avant les lignes par taille : commande a
      *taille unique, comptee avec sa seule ligne
           IF ORD-EST-ANCIEN-FORMAT
               ADD 1 TO WS-COMMANDES-REJOUEES
               MOVE "N" TO WS-JEU-FIXE-PRIS(1) WS-JEU-FIXE-PRIS(2)
           END-IF.
           PERFORM CALCULER-JOUR-ORDRE THRU CALCULER-JOUR-ORDRE-EXIT.

           MOVE 1 TO WS-JEU-COURANT.
           PERFORM SIMULER-UN-JEU THRU SIMULER-UN-JEU-EXIT.
      ******************************************************************
      *total de la commande sous le jeu WS-JEU-COURANT : prix du jeu,
      *premiere promotion du jeu active a la date de la commande
      *(periode, jour de semaine, taille ou *, montant fixe une seule
      *fois par commande), puis frais tels que factures a l'epoque
      *pour un enregistrement d'avant les lignes par taille
       SIMULER-UN-JEU.

           COMPUTE WS-TOTAL-SIMULE = ORD-PIZZAS
                           EQUAL ZERO
                       OR WS-JPR-JOUR(WS-JEU-COURANT, WS-PRM-IDX)
                           EQUAL WS-JOUR-ORDRE)
                   AND (WS-JPR-TYPE(WS-JEU-COURANT, WS-PRM-IDX)
                           EQUAL "R"
                       OR WS-JEU-FIXE-PRIS(WS-JEU-COURANT)
                           NOT EQUAL "Y")
                   IF WS-JPR-TYPE(WS-JEU-COURANT, WS-PRM-IDX)
                       EQUAL "R"
                       COMPUTE WS-REMISE-SIMULEE ROUNDED =
                   IF WS-REMISE-SIMULEE > WS-TOTAL-SIMULE
                       MOVE WS-TOTAL-SIMULE TO WS-REMISE-SIMULEE
                   END-IF
                   IF WS-REMISE-SIMULEE > ZEROES
                       AND WS-JPR-TYPE(WS-JEU-COURANT, WS-PRM-IDX)
                           NOT EQUAL "R"
                       MOVE "Y" TO WS-JEU-FIXE-PRIS(WS-JEU-COURANT)
                   END-IF
               END-IF
           END-PERFORM.
           SUBTRACT WS-REMISE-SIMULEE FROM WS-TOTAL-SIMULE.

           IF ORD-EST-ANCIEN-FORMAT
               AND ORD-MODE EQUAL "L" AND ORD-FRAIS NUMERIC
               ADD ORD-FRAIS TO WS-TOTAL-SIMULE
           END-IF.

