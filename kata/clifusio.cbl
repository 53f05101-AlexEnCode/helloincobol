      ******************************************************************
      *    Doublons du fichier clients : relit CUSTOMERS.idx et        *
      *    propose, dans DOUBLONS-CLIENTS.txt, les groupes de fiches   *
      *    qui designent vraisemblablement la meme personne (meme      *
      *    telephone, ou meme adresse et nom voisin : memes cinq       *
      *    premieres lettres, ou nom proche a l'oreille selon phonetiq *
      *    - Lefevre et Lefebvre -, le motif portant alors le score de *
      *    proximite). En mode revue le passage s'arrete au            *
      *    rapport. En mode fusion chaque groupe est presente a        *
      *    l'operateur qui confirme le numero survivant (le plus       *
      *    ancien par defaut) : les points de POINTS-LEDGER.txt et les *
      *    commandes de CLIENT-HISTORIQUE.idx passent au survivant,    *
      *    son compteur de commandes recoit ceux des fiches absorbees, *
      *    il herite de leurs allergies et des coordonnees qui lui     *
      *    manquent, puis les fiches absorbees sont supprimees. Chaque *
      *    fusion est tracee dans FUSIONS-CLIENTS.txt avec l'image de  *
      *    la fiche absorbee. Un groupe laisse sans fusion rend RC 4.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clifusio.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CUSTOMERS-IDX ASSIGN
           TO "CUSTOMERS.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-IDX-NUMERO
           FILE STATUS IS FS-CLIIDX.

           SELECT F-HISTCLI ASSIGN
           TO "CLIENT-HISTORIQUE.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-CLE
           FILE STATUS IS FS-HISTCLI.

           SELECT F-POINTS ASSIGN
           TO "POINTS-LEDGER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-POINTS.

           SELECT F-POINTS-TMP ASSIGN
           TO "FUSION-POINTS-TRAVAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-POINTS-TMP.

           SELECT F-RAPPORT ASSIGN
           TO "DOUBLONS-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

           SELECT F-FUSIONS ASSIGN
           TO "FUSIONS-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FUSIONS.

       DATA DIVISION.

       FILE SECTION.

       FD  F-CUSTOMERS-IDX
           RECORD CONTAINS 70 CHARACTERS.

       01  CLI-IDX-REC.
           05 CLI-IDX-NUMERO        PIC 9(5).
           05 CLI-IDX-NOM           PIC X(20).
           05 CLI-IDX-TELEPHONE     PIC X(10).
           05 CLI-IDX-ADRESSE       PIC X(25).
           05 CLI-IDX-ZONE          PIC 9.
           05 CLI-IDX-NB-COMMANDES  PIC 9(5).
           05 CLI-IDX-ALLERGIES     PIC X(4).

      *l'image est celle de l'entete du journal des commandes : le
      *numero client y est en position 34
       FD  F-HISTCLI
           RECORD CONTAINS 111 CHARACTERS.

       01  HIS-REC.
           05 HIS-CLE.
               10 HIS-CLIENT        PIC 9(5).
               10 HIS-NUMERO        PIC 9(6).
           05 HIS-IMAGE             PIC X(100).

       FD  F-POINTS
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  POINT-REC.
           05 PTS-DATE              PIC 9(8).
           05 PTS-CLIENT            PIC 9(5).
           05 PTS-SENS              PIC X.
           05 PTS-POINTS            PIC 9(5).
           05 FILLER                PIC X(11).

       FD  F-POINTS-TMP
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  WS-POINTS-TMP-REC        PIC X(30).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

      *piste des fusions : date et heure, numero absorbe, survivant,
      *commandes, points et historique transferes, image de la fiche
      *absorbee telle qu'avant sa suppression
       FD  F-FUSIONS
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.

       01  WS-FUSION-LINE           PIC X(150).

       WORKING-STORAGE SECTION.

       01  FS-CLIIDX PIC X(02).
           88 FS-CLIIDX-OK VALUE "00".
       01  FS-HISTCLI PIC X(02).
           88 FS-HISTCLI-OK VALUE "00".
       01  FS-POINTS PIC X(02).
           88 FS-POINTS-OK VALUE "00".
       01  FS-POINTS-TMP PIC X(02).
           88 FS-POINTS-TMP-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".
       01  FS-FUSIONS PIC X(02).
           88 FS-FUSIONS-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

      *registre des verrous d'execution (CALL "verrou")
       COPY VERROU.

      *cle phonetique et proximite des noms (CALL "phonetiq")
       COPY PHONETIQ.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-MODE                  PIC X VALUE "R".
           88 WS-MODE-FUSION VALUE "F".
       01  WS-MODE-LIBELLE          PIC X(6) VALUE SPACES.
       01  WS-REPONSE               PIC X(5) VALUE SPACES.
       01  WS-TROP-DE-FICHES        PIC X VALUE "N".

      *fiches clients en memoire, avec les cles de rapprochement :
      *nom reduit a ses cinq premieres lettres, adresse sans blancs ;
      *WS-CLT-GROUPE est le rang d'une fiche du groupe (lui-meme
      *pour une fiche isolee)
       01  WS-CLT-TABLE.
           03 WS-CLT-NB PIC 9(4) VALUE ZEROES.
           03 WS-CLT-ENTREE OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-CLT-NB
               INDEXED BY IDX-CLT.
               05 WS-CLT-NUMERO     PIC 9(5).
               05 WS-CLT-NOM        PIC X(20).
               05 WS-CLT-TELEPHONE  PIC X(10).
               05 WS-CLT-ADRESSE    PIC X(25).
               05 WS-CLT-NB-COMMANDES PIC 9(5).
               05 WS-CLT-CLE-NOM    PIC X(5).
               05 WS-CLT-CLE-ADRESSE PIC X(25).
               05 WS-CLT-GROUPE     PIC 9(4).
               05 WS-CLT-MOTIF      PIC X(9).
               05 WS-CLT-VU         PIC X.

       01  WS-CLT-I                 PIC 9(4) VALUE ZEROES.
       01  WS-CLT-J                 PIC 9(4) VALUE ZEROES.
       01  WS-CLT-K                 PIC 9(4) VALUE ZEROES.
       01  WS-ANCIEN-GROUPE         PIC 9(4) VALUE ZEROES.
       01  WS-MOTIF                 PIC X(9) VALUE SPACES.
       01  WS-POS                   PIC 9(2) VALUE ZEROES.
       01  WS-POS-CLE               PIC 9(2) VALUE ZEROES.
       01  WS-CAR                   PIC X VALUE SPACE.
       01  WS-TRAVAIL-NOM           PIC X(20) VALUE SPACES.
       01  WS-TRAVAIL-ADRESSE       PIC X(25) VALUE SPACES.

      *membres du groupe en cours (rangs dans WS-CLT-TABLE)
       01  WS-GRP-TABLE.
           03 WS-GRP-NB PIC 9(2) VALUE ZEROES.
           03 WS-GRP-MEMBRE PIC 9(4) OCCURS 50 TIMES.
       01  WS-GRP-IDX               PIC 9(2) VALUE ZEROES.
       01  WS-GRP-NUMERO            PIC 9(4) VALUE ZEROES.
       01  WS-SURVIVANT             PIC 9(5) VALUE ZEROES.
       01  WS-SURVIVANT-VALIDE      PIC X VALUE "N".

      *fusions confirmees : numero absorbe, survivant, transferts et
      *image de la fiche absorbee pour la piste
       01  WS-FUS-TABLE.
           03 WS-FUS-NB PIC 9(4) VALUE ZEROES.
           03 WS-FUS-ENTREE OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-FUS-NB
               INDEXED BY IDX-FUS.
               05 WS-FUS-ABSORBE    PIC 9(5).
               05 WS-FUS-SURVIVANT  PIC 9(5).
               05 WS-FUS-COMMANDES  PIC 9(5).
               05 WS-FUS-POINTS     PIC 9(5).
               05 WS-FUS-HISTORIQUE PIC 9(5).
               05 WS-FUS-IMAGE      PIC X(70).
               05 WS-FUS-FAITE      PIC X.

       01  WS-HIS-SAUVE             PIC X(111) VALUE SPACES.
       01  WS-ALLERGIE-LETTRE       PIC X VALUE SPACE.
       01  WS-ALLERGIE-POS          PIC 9 VALUE ZERO.
       01  WS-ALLERGIE-PRESENTE     PIC 9 VALUE ZERO.

       01  WS-NB-LUS                PIC 9(5) VALUE ZEROES.
       01  WS-NB-GROUPES            PIC 9(4) VALUE ZEROES.
       01  WS-NB-REFUSES            PIC 9(4) VALUE ZEROES.
       01  WS-NB-FUSIONNEES         PIC 9(4) VALUE ZEROES.
       01  WS-NB-COLLISIONS         PIC 9(4) VALUE ZEROES.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "clifusio" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           DISPLAY "Mode ? (R=revue, rapport seul  F=fusion apres "
               "confirmation de chaque groupe)".
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           IF WS-MODE-FUSION
               MOVE "FUSION" TO WS-MODE-LIBELLE
           ELSE
               MOVE "R" TO WS-MODE
               MOVE "REVUE" TO WS-MODE-LIBELLE
           END-IF.

      *pas de sauvegarde ni de restauration des maitres pendant que
      *les fiches, les points et l'historique changent de numero
           INITIALIZE VRM-PARAMS.
           MOVE "P" TO VRM-FONCTION.
           MOVE "clifusio" TO VRM-PROGRAMME.
           MOVE "MASTERS-PIZZALEX" TO VRM-RESSOURCE.
           CALL "verrou" USING VRM-PARAMS.
           IF VRM-STATUT NOT EQUAL "0"
               DISPLAY "Verrou MASTERS-PIZZALEX refuse : arret."
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.

           PERFORM CHARGER-CLIENTS THRU CHARGER-CLIENTS-EXIT.
           IF NOT FS-CLIIDX-OK AND WS-CLT-NB EQUAL ZEROES
               DISPLAY "Fichier clients indisponible : " FS-CLIIDX
               MOVE 8 TO RETURN-CODE
               GO TO LIBERER-VERROU
           END-IF.

           PERFORM RAPPROCHER-FICHES THRU RAPPROCHER-FICHES-EXIT.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               MOVE 8 TO RETURN-CODE
               GO TO LIBERER-VERROU
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "DOUBLONS CLIENTS DU " WS-HORODATAGE(1:8)
               "  MODE " WS-MODE-LIBELLE
               "  FICHES EXAMINEES " WS-CLT-NB
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE.
           IF WS-TROP-DE-FICHES EQUAL "Y"
               MOVE "*** AU-DELA DE 5000 FICHES, LA SUITE N'EST PAS "
                   & "EXAMINEE ***" TO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE
           END-IF.

           PERFORM VARYING WS-CLT-I FROM 1 BY 1
               UNTIL WS-CLT-I > WS-CLT-NB
               IF WS-CLT-VU(WS-CLT-I) EQUAL "N"
                   PERFORM TRAITER-UN-GROUPE
                       THRU TRAITER-UN-GROUPE-EXIT
               END-IF
           END-PERFORM.

           IF WS-FUS-NB > ZEROES
               PERFORM FUSIONNER-FICHES THRU FUSIONNER-FICHES-EXIT
               PERFORM TRANSFERER-HISTORIQUE
                   THRU TRANSFERER-HISTORIQUE-EXIT
               PERFORM TRANSFERER-POINTS THRU TRANSFERER-POINTS-EXIT
               PERFORM TRACER-FUSIONS THRU TRACER-FUSIONS-EXIT
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "TOTAL  groupes: " WS-NB-GROUPES
               "  fiches absorbees: " WS-NB-FUSIONNEES
               "  groupes laisses: " WS-NB-REFUSES
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE.
           CLOSE F-RAPPORT.

           DISPLAY "Groupes de doublons : " WS-NB-GROUPES
               "  fiches absorbees : " WS-NB-FUSIONNEES
               "  groupes laisses : " WS-NB-REFUSES.

           IF WS-NB-REFUSES > ZEROES OR WS-NB-COLLISIONS > ZEROES
               OR WS-TROP-DE-FICHES EQUAL "Y"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       LIBERER-VERROU.
           MOVE "L" TO VRM-FONCTION.
           CALL "verrou" USING VRM-PARAMS.

       FIN-DU-PASSAGE.
           MOVE "F" TO RJN-PHASE.
           MOVE WS-NB-LUS TO RJN-LUS.
           MOVE WS-NB-FUSIONNEES TO RJN-ECRITS.
           MOVE WS-NB-REFUSES TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *chargement des fiches dans l'ordre des numeros : le premier
      *membre d'un groupe est donc la fiche la plus ancienne
       CHARGER-CLIENTS.

           MOVE ZEROES TO WS-CLT-NB.
           OPEN INPUT F-CUSTOMERS-IDX.
           IF NOT FS-CLIIDX-OK
               GO TO CHARGER-CLIENTS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-CUSTOMERS-IDX NEXT
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF WS-CLT-NB < 5000
                           ADD 1 TO WS-CLT-NB
                           PERFORM RETENIR-CLIENT
                               THRU RETENIR-CLIENT-EXIT
                       ELSE
                           MOVE "Y" TO WS-TROP-DE-FICHES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMERS-IDX.

       CHARGER-CLIENTS-EXIT.
           EXIT.

      ******************************************************************
       RETENIR-CLIENT.

           MOVE CLI-IDX-NUMERO TO WS-CLT-NUMERO(WS-CLT-NB).
           MOVE CLI-IDX-NOM TO WS-CLT-NOM(WS-CLT-NB).
           MOVE CLI-IDX-TELEPHONE TO WS-CLT-TELEPHONE(WS-CLT-NB).
           MOVE CLI-IDX-ADRESSE TO WS-CLT-ADRESSE(WS-CLT-NB).
           MOVE CLI-IDX-NB-COMMANDES TO WS-CLT-NB-COMMANDES(WS-CLT-NB).
           MOVE WS-CLT-NB TO WS-CLT-GROUPE(WS-CLT-NB).
           MOVE SPACES TO WS-CLT-MOTIF(WS-CLT-NB).
           MOVE "N" TO WS-CLT-VU(WS-CLT-NB).

      *cle du nom : les cinq premieres lettres, en majuscules
           MOVE FUNCTION UPPER-CASE(CLI-IDX-NOM) TO WS-TRAVAIL-NOM.
           MOVE SPACES TO WS-CLT-CLE-NOM(WS-CLT-NB).
           MOVE ZEROES TO WS-POS-CLE.
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > 20 OR WS-POS-CLE >= 5
               MOVE WS-TRAVAIL-NOM(WS-POS:1) TO WS-CAR
               IF WS-CAR >= "A" AND WS-CAR <= "Z"
                   ADD 1 TO WS-POS-CLE
                   MOVE WS-CAR
                       TO WS-CLT-CLE-NOM(WS-CLT-NB)(WS-POS-CLE:1)
               END-IF
           END-PERFORM.

      *cle de l'adresse : en majuscules, sans aucun blanc
           MOVE FUNCTION UPPER-CASE(CLI-IDX-ADRESSE)
               TO WS-TRAVAIL-ADRESSE.
           MOVE SPACES TO WS-CLT-CLE-ADRESSE(WS-CLT-NB).
           MOVE ZEROES TO WS-POS-CLE.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 25
               MOVE WS-TRAVAIL-ADRESSE(WS-POS:1) TO WS-CAR
               IF WS-CAR NOT EQUAL SPACE
                   ADD 1 TO WS-POS-CLE
                   MOVE WS-CAR
                       TO WS-CLT-CLE-ADRESSE(WS-CLT-NB)(WS-POS-CLE:1)
               END-IF
           END-PERFORM.

       RETENIR-CLIENT-EXIT.
           EXIT.

      ******************************************************************
      *comparaison de chaque paire de fiches : deux fiches rapprochees
      *reunissent leurs groupes
       RAPPROCHER-FICHES.

           PERFORM VARYING WS-CLT-I FROM 1 BY 1
               UNTIL WS-CLT-I >= WS-CLT-NB
               COMPUTE WS-CLT-J = WS-CLT-I + 1
               PERFORM UNTIL WS-CLT-J > WS-CLT-NB
                   IF WS-CLT-GROUPE(WS-CLT-J) NOT EQUAL
                       WS-CLT-GROUPE(WS-CLT-I)
                       PERFORM COMPARER-DEUX-FICHES
                           THRU COMPARER-DEUX-FICHES-EXIT
                   END-IF
                   ADD 1 TO WS-CLT-J
               END-PERFORM
           END-PERFORM.

       RAPPROCHER-FICHES-EXIT.
           EXIT.

      ******************************************************************
      *meme telephone (un numero a blanc ou a zeros ne rapproche
      *rien), ou meme adresse avec un nom voisin : memes cinq
      *premieres lettres, a defaut nom proche a l'oreille (motif
      *PHON et score de proximite)
       COMPARER-DEUX-FICHES.

           MOVE SPACES TO WS-MOTIF.
           IF WS-CLT-TELEPHONE(WS-CLT-I) NOT EQUAL SPACES
               AND WS-CLT-TELEPHONE(WS-CLT-I) NOT EQUAL ZEROES
               AND WS-CLT-TELEPHONE(WS-CLT-I) EQUAL
                   WS-CLT-TELEPHONE(WS-CLT-J)
               MOVE "TELEPHONE" TO WS-MOTIF
           END-IF.
           IF WS-MOTIF EQUAL SPACES
               AND WS-CLT-CLE-ADRESSE(WS-CLT-I) NOT EQUAL SPACES
               AND WS-CLT-CLE-ADRESSE(WS-CLT-I) EQUAL
                   WS-CLT-CLE-ADRESSE(WS-CLT-J)
               AND WS-CLT-CLE-NOM(WS-CLT-I) NOT EQUAL SPACES
               AND WS-CLT-CLE-NOM(WS-CLT-I) EQUAL
                   WS-CLT-CLE-NOM(WS-CLT-J)
               MOVE "ADRESSE" TO WS-MOTIF
           END-IF.
           IF WS-MOTIF EQUAL SPACES
               AND WS-CLT-CLE-ADRESSE(WS-CLT-I) NOT EQUAL SPACES
               AND WS-CLT-CLE-ADRESSE(WS-CLT-I) EQUAL
                   WS-CLT-CLE-ADRESSE(WS-CLT-J)
               INITIALIZE PHO-PARAMS
               MOVE "R" TO PHO-FONCTION
               MOVE WS-CLT-NOM(WS-CLT-I) TO PHO-NOM
               MOVE WS-CLT-NOM(WS-CLT-J) TO PHO-NOM-CANDIDAT
               CALL "phonetiq" USING PHO-PARAMS
               IF PHO-RETENU EQUAL "Y"
                   STRING "PHON " PHO-SCORE "%"
                       DELIMITED BY SIZE INTO WS-MOTIF
               END-IF
           END-IF.
           IF WS-MOTIF EQUAL SPACES
               GO TO COMPARER-DEUX-FICHES-EXIT
           END-IF.

           IF WS-CLT-MOTIF(WS-CLT-I) EQUAL SPACES
               MOVE WS-MOTIF TO WS-CLT-MOTIF(WS-CLT-I)
           END-IF.
           IF WS-CLT-MOTIF(WS-CLT-J) EQUAL SPACES
               MOVE WS-MOTIF TO WS-CLT-MOTIF(WS-CLT-J)
           END-IF.
           MOVE WS-CLT-GROUPE(WS-CLT-J) TO WS-ANCIEN-GROUPE.
           PERFORM VARYING WS-CLT-K FROM 1 BY 1
               UNTIL WS-CLT-K > WS-CLT-NB
               IF WS-CLT-GROUPE(WS-CLT-K) EQUAL WS-ANCIEN-GROUPE
                   MOVE WS-CLT-GROUPE(WS-CLT-I)
                       TO WS-CLT-GROUPE(WS-CLT-K)
               END-IF
           END-PERFORM.

       COMPARER-DEUX-FICHES-EXIT.
           EXIT.

      ******************************************************************
      *groupe de la fiche WS-CLT-I : ses membres au rapport, puis en
      *mode fusion la confirmation de l'operateur
       TRAITER-UN-GROUPE.

           MOVE ZEROES TO WS-GRP-NB.
           PERFORM VARYING WS-CLT-K FROM WS-CLT-I BY 1
               UNTIL WS-CLT-K > WS-CLT-NB
               IF WS-CLT-GROUPE(WS-CLT-K) EQUAL
                   WS-CLT-GROUPE(WS-CLT-I)
                   MOVE "Y" TO WS-CLT-VU(WS-CLT-K)
                   IF WS-GRP-NB < 50
                       ADD 1 TO WS-GRP-NB
                       MOVE WS-CLT-K TO WS-GRP-MEMBRE(WS-GRP-NB)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GRP-NB < 2
               GO TO TRAITER-UN-GROUPE-EXIT
           END-IF.

           ADD 1 TO WS-NB-GROUPES.
           MOVE WS-NB-GROUPES TO WS-GRP-NUMERO.
           MOVE WS-CLT-NUMERO(WS-GRP-MEMBRE(1)) TO WS-SURVIVANT.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE.
           STRING "GROUPE " WS-GRP-NUMERO "  " WS-GRP-NB " fiches"
               "  survivant propose " WS-SURVIVANT
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-NB
               MOVE WS-GRP-MEMBRE(WS-GRP-IDX) TO WS-CLT-K
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "  " WS-CLT-NUMERO(WS-CLT-K)
                   " " WS-CLT-NOM(WS-CLT-K)
                   " " WS-CLT-TELEPHONE(WS-CLT-K)
                   " " WS-CLT-ADRESSE(WS-CLT-K)
                   " cmd=" WS-CLT-NB-COMMANDES(WS-CLT-K)
                   "  " WS-CLT-MOTIF(WS-CLT-K)
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE
           END-PERFORM.

           IF NOT WS-MODE-FUSION
               ADD 1 TO WS-NB-REFUSES
               GO TO TRAITER-UN-GROUPE-EXIT
           END-IF.

           DISPLAY SPACE.
           DISPLAY "Groupe " WS-GRP-NUMERO " :".
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-NB
               MOVE WS-GRP-MEMBRE(WS-GRP-IDX) TO WS-CLT-K
               DISPLAY "  " WS-CLT-NUMERO(WS-CLT-K)
                   " " WS-CLT-NOM(WS-CLT-K)
                   " " WS-CLT-TELEPHONE(WS-CLT-K)
                   " " WS-CLT-ADRESSE(WS-CLT-K)
                   " cmd=" WS-CLT-NB-COMMANDES(WS-CLT-K)
           END-PERFORM.
           DISPLAY "Fusionner dans " WS-SURVIVANT " ? (Y=oui N=non, "
               "ou numero du survivant choisi dans le groupe)".
           MOVE SPACES TO WS-REPONSE.
           ACCEPT WS-REPONSE.
           MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE.

           MOVE "N" TO WS-SURVIVANT-VALIDE.
           IF WS-REPONSE EQUAL "Y"
               MOVE "Y" TO WS-SURVIVANT-VALIDE
           ELSE
               IF WS-REPONSE(1:1) >= "0" AND WS-REPONSE(1:1) <= "9"
                   COMPUTE WS-SURVIVANT = FUNCTION NUMVAL(WS-REPONSE)
                   PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GRP-NB
                       IF WS-CLT-NUMERO(WS-GRP-MEMBRE(WS-GRP-IDX))
                           EQUAL WS-SURVIVANT
                           MOVE "Y" TO WS-SURVIVANT-VALIDE
                       END-IF
                   END-PERFORM
                   IF WS-SURVIVANT-VALIDE NOT EQUAL "Y"
                       DISPLAY "Numero hors du groupe, groupe laisse."
                   END-IF
               END-IF
           END-IF.

           IF WS-SURVIVANT-VALIDE NOT EQUAL "Y"
               ADD 1 TO WS-NB-REFUSES
               MOVE "  -> groupe laisse en l'etat" TO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE
               GO TO TRAITER-UN-GROUPE-EXIT
           END-IF.

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-NB
               MOVE WS-GRP-MEMBRE(WS-GRP-IDX) TO WS-CLT-K
               IF WS-CLT-NUMERO(WS-CLT-K) NOT EQUAL WS-SURVIVANT
                   AND WS-FUS-NB < 5000
                   ADD 1 TO WS-FUS-NB
                   MOVE WS-CLT-NUMERO(WS-CLT-K)
                       TO WS-FUS-ABSORBE(WS-FUS-NB)
                   MOVE WS-SURVIVANT TO WS-FUS-SURVIVANT(WS-FUS-NB)
                   MOVE ZEROES TO WS-FUS-COMMANDES(WS-FUS-NB)
                       WS-FUS-POINTS(WS-FUS-NB)
                       WS-FUS-HISTORIQUE(WS-FUS-NB)
                   MOVE SPACES TO WS-FUS-IMAGE(WS-FUS-NB)
                   MOVE "N" TO WS-FUS-FAITE(WS-FUS-NB)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  -> fusionne dans " WS-SURVIVANT
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE.

       TRAITER-UN-GROUPE-EXIT.
           EXIT.

      ******************************************************************
      *fiches : chaque absorbee est supprimee, le survivant cumule ses
      *commandes, ses allergies et les coordonnees qui lui manquent
       FUSIONNER-FICHES.

           OPEN I-O F-CUSTOMERS-IDX.
           IF NOT FS-CLIIDX-OK
               DISPLAY "Fichier clients indisponible : " FS-CLIIDX
               MOVE ZEROES TO WS-FUS-NB
               GO TO FUSIONNER-FICHES-EXIT
           END-IF.

           PERFORM VARYING IDX-FUS FROM 1 BY 1
               UNTIL IDX-FUS > WS-FUS-NB
               PERFORM FUSIONNER-UNE-FICHE
                   THRU FUSIONNER-UNE-FICHE-EXIT
           END-PERFORM.
           CLOSE F-CUSTOMERS-IDX.

       FUSIONNER-FICHES-EXIT.
           EXIT.

      ******************************************************************
       FUSIONNER-UNE-FICHE.

           MOVE WS-FUS-ABSORBE(IDX-FUS) TO CLI-IDX-NUMERO.
           READ F-CUSTOMERS-IDX
               INVALID KEY
                   DISPLAY "Fiche " WS-FUS-ABSORBE(IDX-FUS)
                       " introuvable, fusion ignoree."
                   GO TO FUSIONNER-UNE-FICHE-EXIT
           END-READ.
           MOVE CLI-IDX-REC TO WS-FUS-IMAGE(IDX-FUS).
           MOVE CLI-IDX-NB-COMMANDES TO WS-FUS-COMMANDES(IDX-FUS).

           MOVE WS-FUS-SURVIVANT(IDX-FUS) TO CLI-IDX-NUMERO.
           READ F-CUSTOMERS-IDX
               INVALID KEY
                   DISPLAY "Survivant " WS-FUS-SURVIVANT(IDX-FUS)
                       " introuvable, fusion ignoree."
                   GO TO FUSIONNER-UNE-FICHE-EXIT
           END-READ.

           IF CLI-IDX-NB-COMMANDES + WS-FUS-COMMANDES(IDX-FUS)
               > 99999
               MOVE 99999 TO CLI-IDX-NB-COMMANDES
           ELSE
               ADD WS-FUS-COMMANDES(IDX-FUS) TO CLI-IDX-NB-COMMANDES
           END-IF.
           IF CLI-IDX-TELEPHONE EQUAL SPACES
               OR CLI-IDX-TELEPHONE EQUAL ZEROES
               MOVE WS-FUS-IMAGE(IDX-FUS)(26:10) TO CLI-IDX-TELEPHONE
           END-IF.
           IF CLI-IDX-ADRESSE EQUAL SPACES
               MOVE WS-FUS-IMAGE(IDX-FUS)(36:25) TO CLI-IDX-ADRESSE
           END-IF.
           IF CLI-IDX-ZONE NOT NUMERIC OR CLI-IDX-ZONE EQUAL ZERO
               MOVE WS-FUS-IMAGE(IDX-FUS)(61:1) TO CLI-IDX-ZONE
           END-IF.

      *une allergie declaree sur l'une des fiches vaut pour toutes
           PERFORM VARYING WS-ALLERGIE-POS FROM 1 BY 1
               UNTIL WS-ALLERGIE-POS > 4
               MOVE WS-FUS-IMAGE(IDX-FUS)(66 + WS-ALLERGIE-POS:1)
                   TO WS-ALLERGIE-LETTRE
               IF WS-ALLERGIE-LETTRE NOT EQUAL SPACE
                   MOVE ZERO TO WS-ALLERGIE-PRESENTE
                   INSPECT CLI-IDX-ALLERGIES TALLYING
                       WS-ALLERGIE-PRESENTE
                       FOR ALL WS-ALLERGIE-LETTRE
                   IF WS-ALLERGIE-PRESENTE EQUAL ZERO
                       PERFORM AJOUTER-ALLERGIE
                           THRU AJOUTER-ALLERGIE-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           REWRITE CLI-IDX-REC
               INVALID KEY
                   DISPLAY "Reecriture du survivant "
                       CLI-IDX-NUMERO " refusee : " FS-CLIIDX
                   GO TO FUSIONNER-UNE-FICHE-EXIT
           END-REWRITE.

           MOVE WS-FUS-ABSORBE(IDX-FUS) TO CLI-IDX-NUMERO.
           DELETE F-CUSTOMERS-IDX
               INVALID KEY
                   DISPLAY "Suppression de " CLI-IDX-NUMERO
                       " refusee : " FS-CLIIDX
                   GO TO FUSIONNER-UNE-FICHE-EXIT
           END-DELETE.

           MOVE "Y" TO WS-FUS-FAITE(IDX-FUS).
           ADD 1 TO WS-NB-FUSIONNEES.

       FUSIONNER-UNE-FICHE-EXIT.
           EXIT.

      ******************************************************************
      *premiere place libre des allergies du survivant (au-dela de
      *quatre, la lettre est signalee a l'operateur)
       AJOUTER-ALLERGIE.

           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 4
               IF CLI-IDX-ALLERGIES(WS-POS:1) EQUAL SPACE
                   MOVE WS-ALLERGIE-LETTRE
                       TO CLI-IDX-ALLERGIES(WS-POS:1)
                   GO TO AJOUTER-ALLERGIE-EXIT
               END-IF
           END-PERFORM.
           DISPLAY "Allergie " WS-ALLERGIE-LETTRE " de "
               WS-FUS-ABSORBE(IDX-FUS) " sans place sur "
               CLI-IDX-NUMERO " : a reprendre au comptoir.".

       AJOUTER-ALLERGIE-EXIT.
           EXIT.

      ******************************************************************
      *historique : chaque commande d'un absorbe est reecrite sous le
      *numero survivant (cle et numero client de l'image)
       TRANSFERER-HISTORIQUE.

           OPEN I-O F-HISTCLI.
           IF NOT FS-HISTCLI-OK
               DISPLAY "Historique clients absent : rien a transferer."
               GO TO TRANSFERER-HISTORIQUE-EXIT
           END-IF.

           PERFORM VARYING IDX-FUS FROM 1 BY 1
               UNTIL IDX-FUS > WS-FUS-NB
               IF WS-FUS-FAITE(IDX-FUS) EQUAL "Y"
                   MOVE "N" TO WS-FIN
                   PERFORM DEPLACER-UNE-COMMANDE
                       THRU DEPLACER-UNE-COMMANDE-EXIT
                       UNTIL WS-FIN = "Y"
               END-IF
           END-PERFORM.
           CLOSE F-HISTCLI.

       TRANSFERER-HISTORIQUE-EXIT.
           EXIT.

      ******************************************************************
      *premiere commande restante de l'absorbe : repositionnement a
      *chaque tour, la suppression deplacant la lecture
       DEPLACER-UNE-COMMANDE.

           MOVE WS-FUS-ABSORBE(IDX-FUS) TO HIS-CLIENT.
           MOVE ZEROES TO HIS-NUMERO.
           START F-HISTCLI KEY NOT < HIS-CLE
               INVALID KEY
                   MOVE "Y" TO WS-FIN
                   GO TO DEPLACER-UNE-COMMANDE-EXIT
           END-START.
           READ F-HISTCLI NEXT
               AT END
                   MOVE "Y" TO WS-FIN
                   GO TO DEPLACER-UNE-COMMANDE-EXIT
           END-READ.
           IF HIS-CLIENT NOT EQUAL WS-FUS-ABSORBE(IDX-FUS)
               MOVE "Y" TO WS-FIN
               GO TO DEPLACER-UNE-COMMANDE-EXIT
           END-IF.

           MOVE HIS-REC TO WS-HIS-SAUVE.
           DELETE F-HISTCLI
               INVALID KEY
                   DISPLAY "Historique " HIS-CLE " : suppression "
                       "refusee " FS-HISTCLI
                   MOVE "Y" TO WS-FIN
                   GO TO DEPLACER-UNE-COMMANDE-EXIT
           END-DELETE.

           MOVE WS-HIS-SAUVE TO HIS-REC.
           MOVE WS-FUS-SURVIVANT(IDX-FUS) TO HIS-CLIENT.
           MOVE WS-FUS-SURVIVANT(IDX-FUS) TO HIS-IMAGE(34:5).
           WRITE HIS-REC
               INVALID KEY
                   ADD 1 TO WS-NB-COLLISIONS
                   DISPLAY "Commande " HIS-NUMERO " deja connue sous "
                       HIS-CLIENT " : historique de "
                       WS-FUS-ABSORBE(IDX-FUS) " laisse en place."
                   MOVE WS-HIS-SAUVE TO HIS-REC
                   WRITE HIS-REC
                   END-WRITE
                   MOVE "Y" TO WS-FIN
               NOT INVALID KEY
                   ADD 1 TO WS-FUS-HISTORIQUE(IDX-FUS)
           END-WRITE.

       DEPLACER-UNE-COMMANDE-EXIT.
           EXIT.

      ******************************************************************
      *grand livre des points : recopie vers le fichier de travail
      *avec le numero survivant, puis rebascule a sa place
       TRANSFERER-POINTS.

           OPEN INPUT F-POINTS.
           IF NOT FS-POINTS-OK
               GO TO TRANSFERER-POINTS-EXIT
           END-IF.
           OPEN OUTPUT F-POINTS-TMP.
           IF NOT FS-POINTS-TMP-OK
               DISPLAY "Erreur ouverture F-POINTS-TMP : "
                   FS-POINTS-TMP
               CLOSE F-POINTS
               GO TO TRANSFERER-POINTS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-POINTS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       PERFORM VARYING IDX-FUS FROM 1 BY 1
                           UNTIL IDX-FUS > WS-FUS-NB
                           IF WS-FUS-FAITE(IDX-FUS) EQUAL "Y"
                               AND PTS-CLIENT EQUAL
                                   WS-FUS-ABSORBE(IDX-FUS)
                               MOVE WS-FUS-SURVIVANT(IDX-FUS)
                                   TO PTS-CLIENT
                               ADD 1 TO WS-FUS-POINTS(IDX-FUS)
                           END-IF
                       END-PERFORM
                       MOVE POINT-REC TO WS-POINTS-TMP-REC
                       WRITE WS-POINTS-TMP-REC
               END-READ
           END-PERFORM.
           CLOSE F-POINTS-TMP.
           CLOSE F-POINTS.

           OPEN INPUT F-POINTS-TMP.
           OPEN OUTPUT F-POINTS.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-POINTS-TMP
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       MOVE WS-POINTS-TMP-REC TO POINT-REC
                       WRITE POINT-REC
               END-READ
           END-PERFORM.
           CLOSE F-POINTS.
           CLOSE F-POINTS-TMP.

       TRANSFERER-POINTS-EXIT.
           EXIT.

      ******************************************************************
      *piste des fusions, a la suite des passages precedents
       TRACER-FUSIONS.

           OPEN EXTEND F-FUSIONS.
           IF NOT FS-FUSIONS-OK
               CLOSE F-FUSIONS
               OPEN OUTPUT F-FUSIONS
           END-IF.

           PERFORM VARYING IDX-FUS FROM 1 BY 1
               UNTIL IDX-FUS > WS-FUS-NB
               IF WS-FUS-FAITE(IDX-FUS) EQUAL "Y"
                   MOVE SPACES TO WS-FUSION-LINE
                   STRING WS-HORODATAGE(1:8) " " WS-HORODATAGE(9:6)
                       " " WS-FUS-ABSORBE(IDX-FUS)
                       " -> " WS-FUS-SURVIVANT(IDX-FUS)
                       " cmd=" WS-FUS-COMMANDES(IDX-FUS)
                       " pts=" WS-FUS-POINTS(IDX-FUS)
                       " his=" WS-FUS-HISTORIQUE(IDX-FUS)
                       " " WS-FUS-IMAGE(IDX-FUS)
                       DELIMITED BY SIZE INTO WS-FUSION-LINE
                   WRITE WS-FUSION-LINE
               END-IF
           END-PERFORM.
           CLOSE F-FUSIONS.

       TRACER-FUSIONS-EXIT.
           EXIT.
      ******************************************************************
