      *    mouvements recents de MOUVEMENTS-REPORT.txt et les lignes   *
      *    d'audit d'AUDIT-EMPLOYES.txt. Le tout est affiche et ecrit  *
      *    dans DOSSIER-EMPLOYE.txt : un appel RH = une recherche au   *
      *    lieu de cinq fichiers ouverts a la main. A defaut du        *
      *    matricule, un nom peut etre saisi : les fiches dont le nom  *
      *    commence ainsi sont listees, puis celles dont le nom s'en   *
      *    approche a l'oreille (phonetiq), de la plus proche a la     *
      *    moins proche, et le matricule est choisi dans la liste.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. empdossi.
       01  WS-TRAILER-MARKER-VALUE  PIC 9(9) VALUE 999999999.
       01  WS-RECHERCHE             PIC 9(9) VALUE ZEROES.
       01  WS-RECHERCHE-X REDEFINES WS-RECHERCHE PIC X(9).
       01  WS-SAISIE                PIC X(20) VALUE SPACES.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-FICHE-TROUVEE         PIC X VALUE "N".

       01  WS-NB-MOUVEMENTS         PIC 9(4) VALUE ZEROES.
       01  WS-NB-AUDIT              PIC 9(4) VALUE ZEROES.

      *recherche par nom : debut de nom exact, puis noms proches a
      *l'oreille gardes avec leur score (les 20 meilleurs)
       COPY PHONETIQ.

       01  WS-NOM-SAISI             PIC X(20) VALUE SPACES.
       01  WS-NOM-LGR               PIC 9(2) VALUE ZEROES.
       01  WS-NB-TROUVES            PIC 9(4) VALUE ZEROES.
       01  WS-PHO-TABLE.
           03 WS-PHO-NB PIC 9(2) VALUE ZEROES.
           03 WS-PHO-ENTREE OCCURS 20 TIMES.
               05 WS-PHO-SCORE      PIC 9(3).
               05 WS-PHO-MATRICULE  PIC 9(9).
               05 WS-PHO-NOM        PIC X(20).
               05 WS-PHO-PRENOM     PIC X(20).
       01  WS-PHO-IDX               PIC 9(2) VALUE ZEROES.
       01  WS-PHO-CIBLE             PIC 9(2) VALUE ZEROES.
       01  WS-PHO-RANG              PIC 9(2) VALUE ZEROES.
       01  WS-PHO-MEILLEUR          PIC 9(3) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM 1000-BOUCLE-BEGIN THRU 1000-BOUCLE-END
      ******************************************************************
       1000-BOUCLE-BEGIN.

           DISPLAY "Numero d'employe ou nom a consulter : "
               WITH NO ADVANCING.
           ACCEPT WS-SAISIE.
           MOVE ZEROES TO WS-RECHERCHE.
           IF WS-SAISIE(1:1) >= "0" AND WS-SAISIE(1:1) <= "9"
               COMPUTE WS-RECHERCHE = FUNCTION NUMVAL(WS-SAISIE)
           ELSE
               IF WS-SAISIE NOT EQUAL SPACES
                   PERFORM CHERCHER-PAR-NOM THRU CHERCHER-PAR-NOM-EXIT
               END-IF
           END-IF.

           IF WS-RECHERCHE > ZEROES
               PERFORM EDITER-DOSSIER THRU EDITER-DOSSIER-EXIT
       1000-BOUCLE-END.
           EXIT.

      ******************************************************************
      *recherche du matricule par le nom : meme lecture du maitre que
      *CHERCHER-FICHE-MAITRE (trailer exclu), noms commencant par la
      *saisie d'abord, puis noms proches a l'oreille par proximite
       CHERCHER-PAR-NOM.

           MOVE FUNCTION UPPER-CASE(WS-SAISIE) TO WS-NOM-SAISI.
           COMPUTE WS-NOM-LGR = FUNCTION LENGTH(
               FUNCTION TRIM(WS-NOM-SAISI)).
           MOVE ZEROES TO WS-NB-TROUVES WS-PHO-NB.

           OPEN INPUT F-MAITRE.
           IF NOT FS-MAITRE-OK
               DISPLAY "FICHIERCLIENT.txt indisponible"
               GO TO CHERCHER-PAR-NOM-EXIT
           END-IF.

           READ F-MAITRE
               AT END
                   SET FS-MAITRE-EOF TO TRUE
           END-READ.

           PERFORM UNTIL FS-MAITRE-EOF
               MOVE TABLE-INFO TO WS-BUFFER-RECORD
               READ F-MAITRE
                   AT END
                       SET FS-MAITRE-EOF TO TRUE
               END-READ

               IF WS-BUFFER-NUMERO-EMPLOYE EQUAL WS-TRAILER-MARKER-VALUE
                   AND FS-MAITRE-EOF
                   CONTINUE
               ELSE
                   IF FUNCTION UPPER-CASE(
                       WS-BUFFER-NOM(1:WS-NOM-LGR)) EQUAL
                       WS-NOM-SAISI(1:WS-NOM-LGR)
                       ADD 1 TO WS-NB-TROUVES
                       DISPLAY "  " WS-BUFFER-NUMERO-EMPLOYE " "
                           WS-BUFFER-NOM " " WS-BUFFER-PRENOM
                   ELSE
                       PERFORM RAPPROCHER-NOM-EMPLOYE
                           THRU RAPPROCHER-NOM-EMPLOYE-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE F-MAITRE.

           IF WS-PHO-NB > ZEROES
               DISPLAY "Noms proches a l'oreille :"
               PERFORM VARYING WS-PHO-RANG FROM 1 BY 1
                   UNTIL WS-PHO-RANG > WS-PHO-NB
                   PERFORM AFFICHER-NOM-PROCHE
                       THRU AFFICHER-NOM-PROCHE-EXIT
               END-PERFORM
               ADD WS-PHO-NB TO WS-NB-TROUVES
           END-IF.

           IF WS-NB-TROUVES EQUAL ZEROES
               DISPLAY "Aucune fiche ne correspond."
               GO TO CHERCHER-PAR-NOM-EXIT
           END-IF.

           DISPLAY WS-NB-TROUVES " fiche(s). Matricule retenu ? "
               "(0=aucun)".
           ACCEPT WS-RECHERCHE.

       CHERCHER-PAR-NOM-EXIT.
           EXIT.

      ******************************************************************
      *fiche dont le nom ne commence pas par la saisie : gardee si
      *phonetiq la juge assez proche ; table pleine, elle prend la
      *place de la moins proche si elle fait mieux
       RAPPROCHER-NOM-EMPLOYE.

           INITIALIZE PHO-PARAMS.
           MOVE "R" TO PHO-FONCTION.
           MOVE WS-NOM-SAISI TO PHO-NOM.
           MOVE WS-BUFFER-NOM TO PHO-NOM-CANDIDAT.
           CALL "phonetiq" USING PHO-PARAMS.
           IF PHO-RETENU NOT EQUAL "Y"
               GO TO RAPPROCHER-NOM-EMPLOYE-EXIT
           END-IF.

           IF WS-PHO-NB < 20
               ADD 1 TO WS-PHO-NB
               MOVE WS-PHO-NB TO WS-PHO-CIBLE
           ELSE
               MOVE 1 TO WS-PHO-CIBLE
               PERFORM VARYING WS-PHO-IDX FROM 2 BY 1
                   UNTIL WS-PHO-IDX > 20
                   IF WS-PHO-SCORE(WS-PHO-IDX) <
                       WS-PHO-SCORE(WS-PHO-CIBLE)
                       MOVE WS-PHO-IDX TO WS-PHO-CIBLE
                   END-IF
               END-PERFORM
               IF PHO-SCORE NOT > WS-PHO-SCORE(WS-PHO-CIBLE)
                   GO TO RAPPROCHER-NOM-EMPLOYE-EXIT
               END-IF
           END-IF.

           MOVE PHO-SCORE TO WS-PHO-SCORE(WS-PHO-CIBLE).
           MOVE WS-BUFFER-NUMERO-EMPLOYE
               TO WS-PHO-MATRICULE(WS-PHO-CIBLE).
           MOVE WS-BUFFER-NOM TO WS-PHO-NOM(WS-PHO-CIBLE).
           MOVE WS-BUFFER-PRENOM TO WS-PHO-PRENOM(WS-PHO-CIBLE).

       RAPPROCHER-NOM-EMPLOYE-EXIT.
           EXIT.

      ******************************************************************
      *le plus proche des noms gardes pas encore affiches ; son score
      *est remis a zero une fois affiche
       AFFICHER-NOM-PROCHE.

           MOVE ZEROES TO WS-PHO-CIBLE WS-PHO-MEILLEUR.
           PERFORM VARYING WS-PHO-IDX FROM 1 BY 1
               UNTIL WS-PHO-IDX > WS-PHO-NB
               IF WS-PHO-SCORE(WS-PHO-IDX) > WS-PHO-MEILLEUR
                   MOVE WS-PHO-SCORE(WS-PHO-IDX) TO WS-PHO-MEILLEUR
                   MOVE WS-PHO-IDX TO WS-PHO-CIBLE
               END-IF
           END-PERFORM.
           IF WS-PHO-CIBLE EQUAL ZEROES
               GO TO AFFICHER-NOM-PROCHE-EXIT
           END-IF.

           DISPLAY "  " WS-PHO-MATRICULE(WS-PHO-CIBLE) " "
               WS-PHO-NOM(WS-PHO-CIBLE) " "
               WS-PHO-PRENOM(WS-PHO-CIBLE)
               " (proximite " WS-PHO-MEILLEUR "%)".
           MOVE ZEROES TO WS-PHO-SCORE(WS-PHO-CIBLE).

       AFFICHER-NOM-PROCHE-EXIT.
           EXIT.

      ******************************************************************
       EDITER-DOSSIER.

