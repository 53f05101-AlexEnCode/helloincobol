      ******************************************************************
      *    Segmentation mensuelle des clients pour les offres de       *
      *    reconquete : chaque fiche de CUSTOMERS.idx est notee sur la *
      *    recence, la frequence et la depense de ses commandes,       *
      *    relues dans le magasin CLIENT-HISTORIQUE.idx, l'ancienne    *
      *    archive unique et les journaux du jour pas encore archives. *
      *    Note de 1 a 3 par critere : recence selon les seuils        *
      *    RELANCE-MOIS-ACTIF (2 mois par defaut) et                   *
      *    RELANCE-MOIS-PERDU (12), frequence et depense selon         *
      *    RELANCE-MIN-CMD (3 commandes) et RELANCE-MIN-DEPENSE (60    *
      *    euros), doubles pour la note 3. Segments : actifs, a        *
      *    relancer (sans commande depuis plus de RELANCE-MOIS-ACTIF   *
      *    mois mais moins de RELANCE-MOIS-PERDU, note 2 ou plus en    *
      *    frequence ou en depense), endormis (meme recence, petits    *
      *    clients), perdus et sans commande. RELANCE-CLIENTS.txt est  *
      *    l'extrait de publipostage des clients a relancer (nom,      *
      *    adresse, derniere commande, taille habituelle) ;            *
      *    SEGMENTS-CLIENTS-REPORT.txt donne l'effectif de chaque      *
      *    segment.                                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. relance.
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

      *archive unique d'avant le decoupage annuel, jamais versee au
      *magasin d'historique
           SELECT F-ARCHIVE-LOG ASSIGN
           TO "LOG-ARCHIVE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCHIVE-LOG.

      *journaux du jour (ORDERS-LOG-AAAAMMJJ.txt) pas encore archives
           SELECT F-ORDERS ASSIGN
           USING WS-ORDERS-FNAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ORDERS.

           SELECT F-EXTRAIT ASSIGN
           TO "RELANCE-CLIENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXTRAIT.

           SELECT F-RAPPORT ASSIGN
           TO "SEGMENTS-CLIENTS-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

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

       FD  F-HISTCLI
           RECORD CONTAINS 111 CHARACTERS.

       01  HIS-REC.
           05 HIS-CLE.
               10 HIS-CLIENT        PIC 9(5).
               10 HIS-NUMERO        PIC 9(6).
           05 HIS-IMAGE             PIC X(100).

       FD  F-ARCHIVE-LOG
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.

       01  WS-ARCHIVE-REC.
           05 ARC-FAMILLE           PIC X(14).
           05 ARC-CONTENU           PIC X(136).

       FD  F-ORDERS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  WS-ORDERS-REC            PIC X(100).

      *extrait de publipostage : une ligne par client a relancer
       FD  F-EXTRAIT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REL-REC.
           05 REL-NUMERO            PIC 9(5).
           05 REL-NOM               PIC X(20).
           05 REL-ADRESSE           PIC X(25).
           05 REL-ZONE              PIC 9.
           05 REL-DERNIERE          PIC 9(8).
           05 REL-TAILLE            PIC X.
           05 REL-TAILLE-NOM        PIC X(9).
           05 REL-COMMANDES         PIC 9(5).
           05 REL-DEPENSE           PIC 9(7).
           05 REL-NOTE.
               10 REL-NOTE-RECENCE  PIC 9.
               10 REL-NOTE-FREQUENCE PIC 9.
               10 REL-NOTE-DEPENSE  PIC 9.
           05 REL-MOIS-ABSENCE      PIC 9(3).
           05 FILLER                PIC X(13).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-CLIIDX PIC X(02).
           88 FS-CLIIDX-OK VALUE "00".
       01  FS-HISTCLI PIC X(02).
           88 FS-HISTCLI-OK VALUE "00".
       01  FS-ARCHIVE-LOG PIC X(02).
           88 FS-ARCHIVE-LOG-OK VALUE "00".
       01  FS-ORDERS PIC X(02).
           88 FS-ORDERS-OK VALUE "00".
       01  FS-EXTRAIT PIC X(02).
           88 FS-EXTRAIT-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

      *configuration d'exploitation partagee (CALL "cfglire")
       COPY CONFIG.

      *bloc de parametres des services de dates (CALL "datesvc")
       COPY DATESVC.

       COPY ORDLOG.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-AUJOURDHUI            PIC 9(8) VALUE ZEROES.
       01  WS-AUJOURDHUI-DEC REDEFINES WS-AUJOURDHUI.
           05 WS-AUJ-ANNEE          PIC 9(4).
           05 WS-AUJ-MOIS           PIC 99.
           05 WS-AUJ-JOUR           PIC 99.
       01  WS-DATE-CMD              PIC 9(8) VALUE ZEROES.
       01  WS-DATE-CMD-DEC REDEFINES WS-DATE-CMD.
           05 WS-CMD-ANNEE          PIC 9(4).
           05 WS-CMD-MOIS           PIC 99.
           05 WS-CMD-JOUR           PIC 99.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-ORDERS-FNAME          PIC X(40) VALUE SPACES.
       01  WS-JOUR-LU               PIC 9(8) VALUE ZEROES.
       01  WS-RANG-MOIS             PIC 9(6) VALUE ZEROES.
       01  WS-RANG-MOIS-CMD         PIC 9(6) VALUE ZEROES.
       01  WS-DEBUT-ANNEE           PIC 9(4) VALUE ZEROES.
       01  WS-DEBUT-MOIS            PIC 99 VALUE ZEROES.

      *seuils de segmentation (CONFIG.txt)
       01  WS-MOIS-ACTIF            PIC 9(3) VALUE 2.
       01  WS-MOIS-PERDU            PIC 9(3) VALUE 12.
       01  WS-MIN-CMD               PIC 9(5) VALUE 3.
       01  WS-MIN-DEPENSE           PIC 9(7) VALUE 60.

      *fiches clients et cumuls de leurs commandes, dans l'ordre des
      *numeros (recherche dichotomique)
       01  WS-SEG-TABLE.
           03 WS-SEG-NB PIC 9(4) VALUE ZEROES.
           03 WS-SEG-ENTREE OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-SEG-NB
               ASCENDING KEY IS WS-SEG-NUMERO
               INDEXED BY IDX-SEG.
               05 WS-SEG-NUMERO     PIC 9(5).
               05 WS-SEG-NOM        PIC X(20).
               05 WS-SEG-ADRESSE    PIC X(25).
               05 WS-SEG-ZONE       PIC 9.
               05 WS-SEG-DERNIERE   PIC 9(8).
               05 WS-SEG-COMMANDES  PIC 9(5).
               05 WS-SEG-DEPENSE    PIC 9(7).
               05 WS-SEG-PIZZAS-TAILLE PIC 9(5) OCCURS 4 TIMES.

       01  WS-TROP-DE-FICHES        PIC X VALUE "N".
       01  WS-CLIENT-TROUVE         PIC X VALUE "N".

      *libelles des tailles, dans l'ordre des tarifs de pizzamgt
       01  WS-TAILLES-VALEURS.
           05 FILLER PIC X(10) VALUE "PPETITE   ".
           05 FILLER PIC X(10) VALUE "MMOYENNE  ".
           05 FILLER PIC X(10) VALUE "GGRANDE   ".
           05 FILLER PIC X(10) VALUE "FFAMILIALE".
       01  WS-TAILLES REDEFINES WS-TAILLES-VALEURS.
           05 WS-TAILLE OCCURS 4 TIMES.
               10 WS-TAILLE-CODE    PIC X.
               10 WS-TAILLE-NOM     PIC X(9).
       01  WS-TAILLE-IDX            PIC 9 VALUE ZERO.
       01  WS-TAILLE-RETENUE        PIC 9 VALUE ZERO.
       01  WS-TAILLE-MAX            PIC 9(5) VALUE ZEROES.

      *notes et segment du client en cours
       01  WS-MOIS-ABSENCE          PIC 9(6) VALUE ZEROES.
       01  WS-NOTE-R                PIC 9 VALUE ZERO.
       01  WS-NOTE-F                PIC 9 VALUE ZERO.
       01  WS-NOTE-M                PIC 9 VALUE ZERO.
       01  WS-SEGMENT               PIC 9 VALUE ZERO.

      *segments : 1 actifs, 2 a relancer, 3 endormis, 4 perdus,
      *5 sans commande
       01  WS-SEGMENTS-VALEURS.
           05 FILLER PIC X(16) VALUE "ACTIFS          ".
           05 FILLER PIC X(16) VALUE "A RELANCER      ".
           05 FILLER PIC X(16) VALUE "ENDORMIS        ".
           05 FILLER PIC X(16) VALUE "PERDUS          ".
           05 FILLER PIC X(16) VALUE "SANS COMMANDE   ".
       01  WS-SEGMENTS REDEFINES WS-SEGMENTS-VALEURS.
           05 WS-SEGMENT-NOM PIC X(16) OCCURS 5 TIMES.
       01  WS-SEGMENTS-CUMULS.
           05 WS-SGC-ENTREE OCCURS 5 TIMES.
               10 WS-SGC-CLIENTS    PIC 9(5).
               10 WS-SGC-COMMANDES  PIC 9(7).
               10 WS-SGC-DEPENSE    PIC 9(9).

       01  WS-NB-LUS                PIC 9(7) VALUE ZEROES.
       01  WS-NB-COMMANDES-LUES     PIC 9(7) VALUE ZEROES.
       01  WS-NB-EXTRAITS           PIC 9(5) VALUE ZEROES.
       01  WS-NB-ED                 PIC ZZZZ9.
       01  WS-CMD-ED                PIC ZZZZZZ9.
       01  WS-DEPENSE-ED            PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "relance" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:8) TO WS-AUJOURDHUI.
           COMPUTE WS-RANG-MOIS = WS-AUJ-ANNEE * 12 + WS-AUJ-MOIS - 1.

           PERFORM LIRE-SEUILS THRU LIRE-SEUILS-EXIT.

           PERFORM CHARGER-CLIENTS THRU CHARGER-CLIENTS-EXIT.
           IF WS-SEG-NB EQUAL ZEROES
               DISPLAY "Fichier clients vide ou indisponible : "
                   FS-CLIIDX
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.

           PERFORM LIRE-HISTORIQUE THRU LIRE-HISTORIQUE-EXIT.
           PERFORM LIRE-ANCIENNE-ARCHIVE
               THRU LIRE-ANCIENNE-ARCHIVE-EXIT.
           PERFORM LIRE-JOURNAUX-RECENTS
               THRU LIRE-JOURNAUX-RECENTS-EXIT.

           OPEN OUTPUT F-EXTRAIT.
           IF NOT FS-EXTRAIT-OK
               DISPLAY "Erreur ouverture F-EXTRAIT : " FS-EXTRAIT
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.

           INITIALIZE WS-SEGMENTS-CUMULS.
           PERFORM VARYING IDX-SEG FROM 1 BY 1
               UNTIL IDX-SEG > WS-SEG-NB
               PERFORM NOTER-UN-CLIENT THRU NOTER-UN-CLIENT-EXIT
           END-PERFORM.
           CLOSE F-EXTRAIT.

           PERFORM EDITER-SYNTHESE THRU EDITER-SYNTHESE-EXIT.
           IF NOT FS-RAPPORT-OK
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.

           DISPLAY "Clients notes : " WS-SEG-NB
               "  a relancer : " WS-NB-EXTRAITS.

           IF WS-TROP-DE-FICHES EQUAL "Y"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       FIN-DU-PASSAGE.
           MOVE "F" TO RJN-PHASE.
           MOVE WS-NB-LUS TO RJN-LUS.
           MOVE WS-NB-EXTRAITS TO RJN-ECRITS.
           MOVE ZEROES TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
       LIRE-SEUILS.

           INITIALIZE CFG-PARAMS.
           MOVE "RELANCE-MOIS-ACTIF" TO CFG-CLE.
           MOVE "2" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-MOIS-ACTIF = FUNCTION NUMVAL(CFG-VALEUR).

           INITIALIZE CFG-PARAMS.
           MOVE "RELANCE-MOIS-PERDU" TO CFG-CLE.
           MOVE "12" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-MOIS-PERDU = FUNCTION NUMVAL(CFG-VALEUR).
           IF WS-MOIS-PERDU <= WS-MOIS-ACTIF
               COMPUTE WS-MOIS-PERDU = WS-MOIS-ACTIF + 1
           END-IF.

           INITIALIZE CFG-PARAMS.
           MOVE "RELANCE-MIN-CMD" TO CFG-CLE.
           MOVE "3" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-MIN-CMD = FUNCTION NUMVAL(CFG-VALEUR).

           INITIALIZE CFG-PARAMS.
           MOVE "RELANCE-MIN-DEPENSE" TO CFG-CLE.
           MOVE "60" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-MIN-DEPENSE = FUNCTION NUMVAL(CFG-VALEUR).

       LIRE-SEUILS-EXIT.
           EXIT.

      ******************************************************************
       CHARGER-CLIENTS.

           MOVE ZEROES TO WS-SEG-NB.
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
                       IF WS-SEG-NB < 5000
                           ADD 1 TO WS-SEG-NB
                           INITIALIZE WS-SEG-ENTREE(WS-SEG-NB)
                           MOVE CLI-IDX-NUMERO
                               TO WS-SEG-NUMERO(WS-SEG-NB)
                           MOVE CLI-IDX-NOM TO WS-SEG-NOM(WS-SEG-NB)
                           MOVE CLI-IDX-ADRESSE
                               TO WS-SEG-ADRESSE(WS-SEG-NB)
                           MOVE CLI-IDX-ZONE TO WS-SEG-ZONE(WS-SEG-NB)
                       ELSE
                           MOVE "Y" TO WS-TROP-DE-FICHES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMERS-IDX.

       CHARGER-CLIENTS-EXIT.
           EXIT.

      ******************************************************************
      *magasin d'historique : une entete de commande par cle ; une
      *commande annulee y est remplacee par sa contrepassation, qui
      *ne compte donc pas (l'origine n'y figure plus)
       LIRE-HISTORIQUE.

           OPEN INPUT F-HISTCLI.
           IF NOT FS-HISTCLI-OK
               GO TO LIRE-HISTORIQUE-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-HISTCLI NEXT
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       MOVE HIS-IMAGE TO ORD-COMMANDE
                       IF ORD-FLAG-ANNUL NOT EQUAL "A"
                           PERFORM CUMULER-UNE-COMMANDE
                               THRU CUMULER-UNE-COMMANDE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HISTCLI.

       LIRE-HISTORIQUE-EXIT.
           EXIT.

      ******************************************************************
       LIRE-ANCIENNE-ARCHIVE.

           OPEN INPUT F-ARCHIVE-LOG.
           IF NOT FS-ARCHIVE-LOG-OK
               GO TO LIRE-ANCIENNE-ARCHIVE-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-ARCHIVE-LOG
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF ARC-FAMILLE(1:11) EQUAL "ORDERS-LOG-"
                           MOVE ARC-CONTENU(1:100) TO ORD-COMMANDE
                           PERFORM CUMULER-UNE-COMMANDE
                               THRU CUMULER-UNE-COMMANDE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE-LOG.

       LIRE-ANCIENNE-ARCHIVE-EXIT.
           EXIT.

      ******************************************************************
      *journaux quotidiens encore en place, du premier jour du mois
      *de la limite des clients perdus jusqu'a aujourd'hui : au-dela
      *une commande non archivee ne change plus le segment
       LIRE-JOURNAUX-RECENTS.

           COMPUTE WS-RANG-MOIS-CMD = WS-RANG-MOIS - WS-MOIS-PERDU.
           DIVIDE WS-RANG-MOIS-CMD BY 12 GIVING WS-DEBUT-ANNEE
               REMAINDER WS-DEBUT-MOIS.
           ADD 1 TO WS-DEBUT-MOIS.
           COMPUTE WS-JOUR-LU = WS-DEBUT-ANNEE * 10000
               + WS-DEBUT-MOIS * 100 + 1.

           PERFORM UNTIL WS-JOUR-LU > WS-AUJOURDHUI
               PERFORM LIRE-UN-JOURNAL THRU LIRE-UN-JOURNAL-EXIT
               MOVE "A" TO DSV-FONCTION
               MOVE WS-JOUR-LU TO DSV-DATE
               MOVE 1 TO DSV-NB-JOURS
               CALL "datesvc" USING DSV-PARAMS
               IF DSV-STATUT NOT EQUAL "0"
                   GO TO LIRE-JOURNAUX-RECENTS-EXIT
               END-IF
               MOVE DSV-DATE-RESULTAT TO WS-JOUR-LU
           END-PERFORM.

       LIRE-JOURNAUX-RECENTS-EXIT.
           EXIT.

      ******************************************************************
       LIRE-UN-JOURNAL.

           MOVE SPACES TO WS-ORDERS-FNAME.
           STRING "ORDERS-LOG-" WS-JOUR-LU ".txt"
               DELIMITED BY SIZE INTO WS-ORDERS-FNAME.
           OPEN INPUT F-ORDERS.
           IF NOT FS-ORDERS-OK
               GO TO LIRE-UN-JOURNAL-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-ORDERS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       MOVE WS-ORDERS-REC TO ORD-COMMANDE
                       PERFORM CUMULER-UNE-COMMANDE
                           THRU CUMULER-UNE-COMMANDE-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-ORDERS.

       LIRE-UN-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      *une entete de commande (ORD-COMMANDE garni par l'appelant) :
      *les lignes par taille et les commandes anonymes sont ignorees,
      *une contrepassation retire la commande annulee des cumuls ;
      *seule une commande d'une taille unique compte pour la taille
      *habituelle
       CUMULER-UNE-COMMANDE.

           IF ORD-EST-LIGNE
               OR ORD-CLIENT NOT NUMERIC
               OR ORD-CLIENT EQUAL ZEROES
               OR ORD-HORODATAGE(1:8) NOT NUMERIC
               GO TO CUMULER-UNE-COMMANDE-EXIT
           END-IF.

           SEARCH ALL WS-SEG-ENTREE
               AT END
                   GO TO CUMULER-UNE-COMMANDE-EXIT
               WHEN WS-SEG-NUMERO(IDX-SEG) EQUAL ORD-CLIENT
                   CONTINUE
           END-SEARCH.
           ADD 1 TO WS-NB-COMMANDES-LUES.

           IF ORD-FLAG-ANNUL EQUAL "A"
               IF WS-SEG-COMMANDES(IDX-SEG) > ZEROES
                   SUBTRACT 1 FROM WS-SEG-COMMANDES(IDX-SEG)
               END-IF
               IF ORD-TOTAL NUMERIC
                   IF WS-SEG-DEPENSE(IDX-SEG) > ORD-TOTAL
                       SUBTRACT ORD-TOTAL FROM WS-SEG-DEPENSE(IDX-SEG)
                   ELSE
                       MOVE ZEROES TO WS-SEG-DEPENSE(IDX-SEG)
                   END-IF
               END-IF
               PERFORM VARYING WS-TAILLE-IDX FROM 1 BY 1
                   UNTIL WS-TAILLE-IDX > 4
                   IF ORD-TAILLE EQUAL WS-TAILLE-CODE(WS-TAILLE-IDX)
                       AND ORD-PIZZAS NUMERIC
                       IF WS-SEG-PIZZAS-TAILLE(IDX-SEG, WS-TAILLE-IDX)
                           > ORD-PIZZAS
                           SUBTRACT ORD-PIZZAS FROM
                               WS-SEG-PIZZAS-TAILLE(IDX-SEG,
                                   WS-TAILLE-IDX)
                       ELSE
                           MOVE ZEROES TO
                               WS-SEG-PIZZAS-TAILLE(IDX-SEG,
                                   WS-TAILLE-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               GO TO CUMULER-UNE-COMMANDE-EXIT
           END-IF.

           ADD 1 TO WS-SEG-COMMANDES(IDX-SEG).
           IF ORD-TOTAL NUMERIC
               ADD ORD-TOTAL TO WS-SEG-DEPENSE(IDX-SEG)
           END-IF.
           IF ORD-HORODATAGE(1:8) > WS-SEG-DERNIERE(IDX-SEG)
               MOVE ORD-HORODATAGE(1:8) TO WS-SEG-DERNIERE(IDX-SEG)
           END-IF.
           PERFORM VARYING WS-TAILLE-IDX FROM 1 BY 1
               UNTIL WS-TAILLE-IDX > 4
               IF ORD-TAILLE EQUAL WS-TAILLE-CODE(WS-TAILLE-IDX)
                   AND ORD-PIZZAS NUMERIC
                   ADD ORD-PIZZAS
                       TO WS-SEG-PIZZAS-TAILLE(IDX-SEG, WS-TAILLE-IDX)
               END-IF
           END-PERFORM.

       CUMULER-UNE-COMMANDE-EXIT.
           EXIT.

      ******************************************************************
      *notes recence / frequence / depense et segment du client
      *IDX-SEG ; un client a relancer part a l'extrait
       NOTER-UN-CLIENT.

           MOVE ZERO TO WS-NOTE-R.
           MOVE ZEROES TO WS-MOIS-ABSENCE.
           IF WS-SEG-COMMANDES(IDX-SEG) EQUAL ZEROES
               OR WS-SEG-DERNIERE(IDX-SEG) EQUAL ZEROES
               MOVE 5 TO WS-SEGMENT
               MOVE ZERO TO WS-NOTE-F WS-NOTE-M
               GO TO NOTER-UN-CLIENT-CUMUL
           END-IF.

           MOVE WS-SEG-DERNIERE(IDX-SEG) TO WS-DATE-CMD.
           COMPUTE WS-RANG-MOIS-CMD =
               WS-CMD-ANNEE * 12 + WS-CMD-MOIS - 1.
           IF WS-RANG-MOIS-CMD < WS-RANG-MOIS
               COMPUTE WS-MOIS-ABSENCE = WS-RANG-MOIS
                   - WS-RANG-MOIS-CMD
           END-IF.
           EVALUATE TRUE
               WHEN WS-MOIS-ABSENCE <= WS-MOIS-ACTIF
                   MOVE 3 TO WS-NOTE-R
               WHEN WS-MOIS-ABSENCE < WS-MOIS-PERDU
                   MOVE 2 TO WS-NOTE-R
               WHEN OTHER
                   MOVE 1 TO WS-NOTE-R
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-SEG-COMMANDES(IDX-SEG) >= WS-MIN-CMD * 2
                   MOVE 3 TO WS-NOTE-F
               WHEN WS-SEG-COMMANDES(IDX-SEG) >= WS-MIN-CMD
                   MOVE 2 TO WS-NOTE-F
               WHEN OTHER
                   MOVE 1 TO WS-NOTE-F
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-SEG-DEPENSE(IDX-SEG) >= WS-MIN-DEPENSE * 2
                   MOVE 3 TO WS-NOTE-M
               WHEN WS-SEG-DEPENSE(IDX-SEG) >= WS-MIN-DEPENSE
                   MOVE 2 TO WS-NOTE-M
               WHEN OTHER
                   MOVE 1 TO WS-NOTE-M
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-NOTE-R EQUAL 3
                   MOVE 1 TO WS-SEGMENT
               WHEN WS-NOTE-R EQUAL 1
                   MOVE 4 TO WS-SEGMENT
               WHEN WS-NOTE-F >= 2 OR WS-NOTE-M >= 2
                   MOVE 2 TO WS-SEGMENT
               WHEN OTHER
                   MOVE 3 TO WS-SEGMENT
           END-EVALUATE.

           IF WS-SEGMENT EQUAL 2
               PERFORM EXTRAIRE-UN-CLIENT THRU EXTRAIRE-UN-CLIENT-EXIT
           END-IF.

       NOTER-UN-CLIENT-CUMUL.
           ADD 1 TO WS-SGC-CLIENTS(WS-SEGMENT).
           ADD WS-SEG-COMMANDES(IDX-SEG)
               TO WS-SGC-COMMANDES(WS-SEGMENT).
           ADD WS-SEG-DEPENSE(IDX-SEG) TO WS-SGC-DEPENSE(WS-SEGMENT).

       NOTER-UN-CLIENT-EXIT.
           EXIT.

      ******************************************************************
      *ligne de publipostage ; taille habituelle = celle ou le client
      *a pris le plus de pizzas, "*" si toutes ses commandes melangent
      *les tailles
       EXTRAIRE-UN-CLIENT.

           MOVE ZERO TO WS-TAILLE-RETENUE.
           MOVE ZEROES TO WS-TAILLE-MAX.
           PERFORM VARYING WS-TAILLE-IDX FROM 1 BY 1
               UNTIL WS-TAILLE-IDX > 4
               IF WS-SEG-PIZZAS-TAILLE(IDX-SEG, WS-TAILLE-IDX)
                   > WS-TAILLE-MAX
                   MOVE WS-SEG-PIZZAS-TAILLE(IDX-SEG, WS-TAILLE-IDX)
                       TO WS-TAILLE-MAX
                   MOVE WS-TAILLE-IDX TO WS-TAILLE-RETENUE
               END-IF
           END-PERFORM.

           MOVE SPACES TO REL-REC.
           MOVE WS-SEG-NUMERO(IDX-SEG) TO REL-NUMERO.
           MOVE WS-SEG-NOM(IDX-SEG) TO REL-NOM.
           MOVE WS-SEG-ADRESSE(IDX-SEG) TO REL-ADRESSE.
           MOVE WS-SEG-ZONE(IDX-SEG) TO REL-ZONE.
           MOVE WS-SEG-DERNIERE(IDX-SEG) TO REL-DERNIERE.
           IF WS-TAILLE-RETENUE EQUAL ZERO
               MOVE "*" TO REL-TAILLE
               MOVE "MIXTE" TO REL-TAILLE-NOM
           ELSE
               MOVE WS-TAILLE-CODE(WS-TAILLE-RETENUE) TO REL-TAILLE
               MOVE WS-TAILLE-NOM(WS-TAILLE-RETENUE) TO REL-TAILLE-NOM
           END-IF.
           MOVE WS-SEG-COMMANDES(IDX-SEG) TO REL-COMMANDES.
           MOVE WS-SEG-DEPENSE(IDX-SEG) TO REL-DEPENSE.
           MOVE WS-NOTE-R TO REL-NOTE-RECENCE.
           MOVE WS-NOTE-F TO REL-NOTE-FREQUENCE.
           MOVE WS-NOTE-M TO REL-NOTE-DEPENSE.
           MOVE WS-MOIS-ABSENCE TO REL-MOIS-ABSENCE.
           WRITE REL-REC.
           ADD 1 TO WS-NB-EXTRAITS.

       EXTRAIRE-UN-CLIENT-EXIT.
           EXIT.

      ******************************************************************
       EDITER-SYNTHESE.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               GO TO EDITER-SYNTHESE-EXIT
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "SEGMENTATION DES CLIENTS AU " WS-AUJOURDHUI
               "  fiches notees: " WS-SEG-NB
               "  commandes relues: " WS-NB-COMMANDES-LUES
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  actif: derniere commande il y a "
               WS-MOIS-ACTIF " mois au plus  perdu: "
               WS-MOIS-PERDU " mois ou plus  bon client: "
               WS-MIN-CMD " commandes ou " WS-MIN-DEPENSE " euros"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE.
           IF WS-TROP-DE-FICHES EQUAL "Y"
               MOVE "*** AU-DELA DE 5000 FICHES, LA SUITE N'EST PAS "
                   & "NOTEE ***" TO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE.
           MOVE "SEGMENT          CLIENTS  COMMANDES   DEPENSE"
               TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE.

           PERFORM VARYING WS-SEGMENT FROM 1 BY 1 UNTIL WS-SEGMENT > 5
               MOVE WS-SGC-CLIENTS(WS-SEGMENT) TO WS-NB-ED
               MOVE WS-SGC-COMMANDES(WS-SEGMENT) TO WS-CMD-ED
               MOVE WS-SGC-DEPENSE(WS-SEGMENT) TO WS-DEPENSE-ED
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING WS-SEGMENT-NOM(WS-SEGMENT) "   " WS-NB-ED
                   "    " WS-CMD-ED " " WS-DEPENSE-ED
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "TOTAL  extraits de relance: " WS-NB-EXTRAITS
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE.
           CLOSE F-RAPPORT.

       EDITER-SYNTHESE-EXIT.
           EXIT.
      ******************************************************************
