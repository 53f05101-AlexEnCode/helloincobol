      ******************************************************************
      *    Controle nocturne d'integrite referentielle des fichiers    *
      *    satellites du personnel et des ventes, en un seul etat      *
      *    INTEGRITE-REPORT.txt :                                      *
      *    - AFFECTATIONS-DEPT.txt, RIB-EMPLOYES.txt, ABSENCES.txt,    *
      *      CUMULS-PAIE.txt et PRIMES-LIVRAISON.txt dont le matricule *
      *      n'est pas un salarie present de FICHIERCLIENT.txt ;       *
      *    - ORD-LIVREUR des journaux de commandes des derniers        *
      *      INTEGRITE-JOURS jours qui n'est pas un LIVREUR ;          *
      *    - POINTS-LEDGER.txt et CLIENT-HISTORIQUE.idx dont le client *
      *      est absent de CUSTOMERS.idx ;                             *
      *    - responsables de DEPARTEMENTS.txt qui ont quitte.          *
      *    Un matricule inconnu du maitre comme des sorties de         *
      *    HISTORIQUE-EMPLOYES.txt, un livreur qui n'en est pas un, un *
      *    client inexistant sont GRAVES (RC 8 pour le JOB-PLAN). Une  *
      *    affectation, un RIB ou un responsable de salarie sorti est  *
      *    une ANOMALIE a nettoyer (RC 4) ; absences, cumuls et primes *
      *    d'un salarie sorti restent dus a la paie et aux             *
      *    declarations : ils sont seulement comptes.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. integrit.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MAITRE ASSIGN
           TO "FICHIERCLIENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MAITRE.

           SELECT F-HISTORIQUE ASSIGN
           TO "HISTORIQUE-EMPLOYES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HISTORIQUE.

           SELECT F-DEPT-REF ASSIGN
           TO "DEPARTEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DEPT-REF.

      *fichier satellite en cours de controle (nom, position et
      *nature de la cle fournis par l'appelant)
           SELECT F-SATELLITE ASSIGN
           USING WS-SAT-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SATELLITE.

           SELECT F-ORDERS ASSIGN
           USING WS-ORDERS-FNAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ORDERS.

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

           SELECT F-RAPPORT ASSIGN
           TO "INTEGRITE-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

       FD  F-MAITRE
           RECORD CONTAINS 1 TO 100 CHARACTERS
           RECORDING MODE IS V.

       01  TABLE-INFO.
           05 NUMERO-EMPLOYE        PIC 9(9).
           05 NOM                   PIC X(20).
           05 PRENOM                PIC X(20).
           05 PROFESSION            PIC X(14).
           05 CPOS                  PIC 9(3).
           05 SALAIRE               PIC 9(5).
           05 DATE-EMBAUCHE         PIC 9(8).

       FD  F-HISTORIQUE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  HISTORIQUE-REC.
           05 HST-DATE-EFFET        PIC 9(8).
           05 HST-ACTION            PIC X.
           05 HST-NUMERO            PIC 9(9).
           05 FILLER                PIC X(102).

       FD  F-DEPT-REF
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.

       01  DEPT-REF-REC.
           05 DEPT-REF-CODE         PIC X(3).
           05 DEPT-REF-NOM          PIC X(20).
           05 DEPT-REF-MANAGER      PIC 9(9).
           05 FILLER                PIC X(8).

       FD  F-SATELLITE
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  WS-SATELLITE-REC         PIC X(60).

       FD  F-ORDERS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       COPY ORDLOG.

       FD  F-CUSTOMERS-IDX
           RECORD CONTAINS 70 CHARACTERS.

       01  CLI-IDX-REC.
           05 CLI-IDX-NUMERO        PIC 9(5).
           05 FILLER                PIC X(65).

       FD  F-HISTCLI
           RECORD CONTAINS 111 CHARACTERS.

       01  HIS-REC.
           05 HIS-CLE.
               10 HIS-CLIENT        PIC 9(5).
               10 HIS-NUMERO        PIC 9(6).
           05 HIS-IMAGE             PIC X(100).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-MAITRE PIC X(02).
           88 FS-MAITRE-OK VALUE "00".
       01  FS-HISTORIQUE PIC X(02).
           88 FS-HISTORIQUE-OK VALUE "00".
       01  FS-DEPT-REF PIC X(02).
           88 FS-DEPT-REF-OK VALUE "00".
       01  FS-SATELLITE PIC X(02).
           88 FS-SATELLITE-OK VALUE "00".
       01  FS-ORDERS PIC X(02).
           88 FS-ORDERS-OK VALUE "00".
       01  FS-CLIIDX PIC X(02).
           88 FS-CLIIDX-OK VALUE "00".
       01  FS-HISTCLI PIC X(02).
           88 FS-HISTCLI-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

      *configuration d'exploitation partagee (CALL "cfglire")
       COPY CONFIG.

       01  WS-TRAILER-MARKER-VALUE  PIC 9(9) VALUE 999999999.
       01  WS-HORODATAGE            PIC X(20).
       01  WS-AUJOURDHUI            PIC 9(8) VALUE ZEROES.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-PERSONNEL-CHARGE      PIC X VALUE "N".
           88 WS-EST-PERSONNEL-CHARGE VALUE "Y".

      *personnel connu : salaries presents du maitre (etat P, avec
      *l'indicateur livreur) puis matricules sortis de l'historique
      *qui n'y sont plus (etat S)
       01  WS-TABLE.
        03 WS-EMPLOYEE-LGTH  PIC 9(05) VALUE ZERO.
        03 WS-EMPLOYEE
               OCCURS 1 TO 99999 TIMES
               DEPENDING ON WS-EMPLOYEE-LGTH
               INDEXED BY IDX-MAT.
           05 WS-NUMERO-EMPLOYE        PIC 9(9).
           05 WS-ETAT                  PIC X.
           05 WS-LIVREUR               PIC X.

      *hachage (adressage ouvert, comme dans client et idxrecon) des
      *indices du personnel : recherche par matricule en temps
      *constant
       01  WS-HASH-TABLE.
           05 WS-HASH-SLOT PIC 9(5) OCCURS 199999 TIMES VALUE ZERO.
       01  WS-HASH              PIC 9(6).
       01  WS-HASH-PROBES       PIC 9(6).
       01  WS-HASH-TROUVE-IDX   PIC 9(5) VALUE ZEROES.
       01  WS-RECHERCHE-NUMERO  PIC 9(9) VALUE ZEROES.

      *fichier satellite en cours : nom, position de la cle, nature
      *(E=matricule, C=numero client) et traitement d'un salarie
      *sorti (A=anomalie, I=information)
       01  WS-SAT-NOM               PIC X(30) VALUE SPACES.
       01  WS-SAT-POSITION          PIC 9(2) VALUE ZEROES.
       01  WS-SAT-NATURE            PIC X VALUE SPACE.
       01  WS-SAT-SORTI             PIC X VALUE SPACE.
       01  WS-SAT-LUS               PIC 9(7) VALUE ZEROES.
       01  WS-SAT-ECARTS            PIC 9(7) VALUE ZEROES.
       01  WS-SAT-SORTIS            PIC 9(7) VALUE ZEROES.

      *dernier client controle : un client orphelin n'est signale
      *qu'une fois par suite d'enregistrements
       01  WS-CLIENT-CHERCHE        PIC 9(5) VALUE ZEROES.
       01  WS-CLIENT-PRECEDENT      PIC 9(5) VALUE ZEROES.
       01  WS-CLIENT-CONNU          PIC X VALUE "Y".

      *journaux de commandes des derniers jours
       01  WS-NB-JOURS              PIC 9(3) VALUE ZEROES.
       01  WS-JOUR-INT              PIC 9(7) VALUE ZEROES.
       01  WS-DEBUT-INT             PIC 9(7) VALUE ZEROES.
       01  WS-FIN-INT               PIC 9(7) VALUE ZEROES.
       01  WS-JOUR-LU               PIC 9(8) VALUE ZEROES.
       01  WS-ORDERS-FNAME          PIC X(40) VALUE SPACES.

      *compteurs
       01  WS-NB-LUS                PIC 9(7) VALUE ZEROES.
       01  WS-NB-GRAVES             PIC 9(7) VALUE ZEROES.
       01  WS-NB-ANOMALIES          PIC 9(7) VALUE ZEROES.
       01  WS-NB-SORTIS             PIC 9(7) VALUE ZEROES.
       01  WS-NB-PRESENTS           PIC 9(5) VALUE ZEROES.
       01  WS-NB-DEPARTS            PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "integrit" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:8) TO WS-AUJOURDHUI.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "INTEGRITE REFERENTIELLE PERSONNEL ET VENTES DU "
               WS-AUJOURDHUI
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM CHARGER-PERSONNEL THRU CHARGER-PERSONNEL-EXIT.
           IF WS-EST-PERSONNEL-CHARGE
               MOVE "AFFECTATIONS-DEPT.txt" TO WS-SAT-NOM
               MOVE 1 TO WS-SAT-POSITION
               MOVE "E" TO WS-SAT-NATURE
               MOVE "A" TO WS-SAT-SORTI
               PERFORM CONTROLER-SATELLITE
                   THRU CONTROLER-SATELLITE-EXIT
               MOVE "RIB-EMPLOYES.txt" TO WS-SAT-NOM
               PERFORM CONTROLER-SATELLITE
                   THRU CONTROLER-SATELLITE-EXIT
               MOVE "ABSENCES.txt" TO WS-SAT-NOM
               MOVE "I" TO WS-SAT-SORTI
               PERFORM CONTROLER-SATELLITE
                   THRU CONTROLER-SATELLITE-EXIT
               MOVE "CUMULS-PAIE.txt" TO WS-SAT-NOM
               PERFORM CONTROLER-SATELLITE
                   THRU CONTROLER-SATELLITE-EXIT
               MOVE "PRIMES-LIVRAISON.txt" TO WS-SAT-NOM
               MOVE 7 TO WS-SAT-POSITION
               PERFORM CONTROLER-SATELLITE
                   THRU CONTROLER-SATELLITE-EXIT
               PERFORM CONTROLER-RESPONSABLES
                   THRU CONTROLER-RESPONSABLES-EXIT
               PERFORM CONTROLER-LIVREURS
                   THRU CONTROLER-LIVREURS-EXIT
           END-IF.

           OPEN INPUT F-CUSTOMERS-IDX.
           IF FS-CLIIDX-OK
               MOVE "POINTS-LEDGER.txt" TO WS-SAT-NOM
               MOVE 9 TO WS-SAT-POSITION
               MOVE "C" TO WS-SAT-NATURE
               PERFORM CONTROLER-SATELLITE
                   THRU CONTROLER-SATELLITE-EXIT
               PERFORM CONTROLER-HISTO-CLIENTS
                   THRU CONTROLER-HISTO-CLIENTS-EXIT
               CLOSE F-CUSTOMERS-IDX
           ELSE
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "GRAVE     CUSTOMERS.idx illisible (" FS-CLIIDX
                   ") : controle des clients impossible"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               ADD 1 TO WS-NB-GRAVES
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "TOTAL  graves=" WS-NB-GRAVES
               "  anomalies=" WS-NB-ANOMALIES
               "  salaries sortis (info)=" WS-NB-SORTIS
               "  enregistrements lus=" WS-NB-LUS
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           CLOSE F-RAPPORT.

           DISPLAY "Integrite : " WS-NB-GRAVES " grave(s), "
               WS-NB-ANOMALIES " anomalie(s) - voir "
               "INTEGRITE-REPORT.txt".
           IF WS-NB-GRAVES > ZEROES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NB-ANOMALIES > ZEROES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       FIN-DU-PASSAGE.
           MOVE "F" TO RJN-PHASE.
           MOVE WS-NB-LUS TO RJN-LUS.
           MOVE ZEROES TO RJN-ECRITS.
           COMPUTE RJN-REJETES = WS-NB-GRAVES + WS-NB-ANOMALIES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
      *l'appel du journal remet RETURN-CODE a zero : le code retour
      *du programme est repose apres coup
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *salaries presents du maitre (trailer exclu), puis matricules
      *termines dans l'historique et absents du maitre
       CHARGER-PERSONNEL.

           MOVE ZERO TO WS-EMPLOYEE-LGTH.
           OPEN INPUT F-MAITRE.
           IF NOT FS-MAITRE-OK
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "GRAVE     FICHIERCLIENT.txt illisible ("
                   FS-MAITRE ") : controle du personnel impossible"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               ADD 1 TO WS-NB-GRAVES
               GO TO CHARGER-PERSONNEL-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-MAITRE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF NUMERO-EMPLOYE NUMERIC
                           AND NUMERO-EMPLOYE
                               NOT EQUAL WS-TRAILER-MARKER-VALUE
                           AND WS-EMPLOYEE-LGTH < 99999
                           ADD 1 TO WS-EMPLOYEE-LGTH
                           MOVE NUMERO-EMPLOYE
                               TO WS-NUMERO-EMPLOYE(WS-EMPLOYEE-LGTH)
                           MOVE "P" TO WS-ETAT(WS-EMPLOYEE-LGTH)
                           IF PROFESSION EQUAL "LIVREUR"
                               MOVE "Y"
                                   TO WS-LIVREUR(WS-EMPLOYEE-LGTH)
                           ELSE
                               MOVE "N"
                                   TO WS-LIVREUR(WS-EMPLOYEE-LGTH)
                           END-IF
                           MOVE NUMERO-EMPLOYE TO WS-RECHERCHE-NUMERO
                           PERFORM RANGER-HASH THRU RANGER-HASH-EXIT
                           ADD 1 TO WS-NB-PRESENTS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MAITRE.
           MOVE "Y" TO WS-PERSONNEL-CHARGE.

           OPEN INPUT F-HISTORIQUE.
           IF FS-HISTORIQUE-OK
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "Y"
                   READ F-HISTORIQUE
                       AT END
                           MOVE "Y" TO WS-FIN
                       NOT AT END
                           IF HST-ACTION EQUAL "T"
                               AND HST-NUMERO NUMERIC
                               PERFORM RETENIR-DEPART
                                   THRU RETENIR-DEPART-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTORIQUE
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "PERSONNEL  presents=" WS-NB-PRESENTS
               "  sortis (historique)=" WS-NB-DEPARTS
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

       CHARGER-PERSONNEL-EXIT.
           EXIT.

      ******************************************************************
      *un matricule termine puis reembauche est present au maitre et
      *le reste
       RETENIR-DEPART.

           MOVE HST-NUMERO TO WS-RECHERCHE-NUMERO.
           PERFORM CHERCHER-HASH THRU CHERCHER-HASH-EXIT.
           IF WS-HASH-TROUVE-IDX > ZEROES
               OR WS-EMPLOYEE-LGTH >= 99999
               GO TO RETENIR-DEPART-EXIT
           END-IF.

           ADD 1 TO WS-EMPLOYEE-LGTH.
           MOVE HST-NUMERO TO WS-NUMERO-EMPLOYE(WS-EMPLOYEE-LGTH).
           MOVE "S" TO WS-ETAT(WS-EMPLOYEE-LGTH).
           MOVE "N" TO WS-LIVREUR(WS-EMPLOYEE-LGTH).
           PERFORM RANGER-HASH THRU RANGER-HASH-EXIT.
           ADD 1 TO WS-NB-DEPARTS.

       RETENIR-DEPART-EXIT.
           EXIT.

      ******************************************************************
       RANGER-HASH.

           MOVE ZERO TO WS-HASH-PROBES.
           COMPUTE WS-HASH =
               FUNCTION MOD(WS-RECHERCHE-NUMERO, 199999) + 1.
           PERFORM UNTIL WS-HASH-SLOT(WS-HASH) = ZERO
               OR WS-HASH-PROBES >= 199999
               ADD 1 TO WS-HASH
               ADD 1 TO WS-HASH-PROBES
               IF WS-HASH > 199999
                   MOVE 1 TO WS-HASH
               END-IF
           END-PERFORM.
           IF WS-HASH-SLOT(WS-HASH) = ZERO
               MOVE WS-EMPLOYEE-LGTH TO WS-HASH-SLOT(WS-HASH)
           END-IF.

       RANGER-HASH-EXIT.
           EXIT.

      ******************************************************************
       CHERCHER-HASH.

           MOVE ZEROES TO WS-HASH-TROUVE-IDX.
           MOVE ZERO TO WS-HASH-PROBES.
           COMPUTE WS-HASH =
               FUNCTION MOD(WS-RECHERCHE-NUMERO, 199999) + 1.
           PERFORM UNTIL WS-HASH-SLOT(WS-HASH) = ZERO
               OR WS-HASH-TROUVE-IDX > ZEROES
               OR WS-HASH-PROBES >= 199999
               IF WS-NUMERO-EMPLOYE(WS-HASH-SLOT(WS-HASH))
                   EQUAL WS-RECHERCHE-NUMERO
                   MOVE WS-HASH-SLOT(WS-HASH)
                       TO WS-HASH-TROUVE-IDX
               ELSE
                   ADD 1 TO WS-HASH
                   ADD 1 TO WS-HASH-PROBES
                   IF WS-HASH > 199999
                       MOVE 1 TO WS-HASH
                   END-IF
               END-IF
           END-PERFORM.

       CHERCHER-HASH-EXIT.
           EXIT.

      ******************************************************************
      *balayage d'un fichier satellite : la cle de chaque ligne est
      *cherchee dans le personnel (matricule) ou dans CUSTOMERS.idx
      *(numero client) ; un fichier absent est simplement signale
       CONTROLER-SATELLITE.

           MOVE ZEROES TO WS-SAT-LUS WS-SAT-ECARTS WS-SAT-SORTIS.
           MOVE ZEROES TO WS-CLIENT-PRECEDENT.
           MOVE "Y" TO WS-CLIENT-CONNU.
           OPEN INPUT F-SATELLITE.
           IF NOT FS-SATELLITE-OK
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "FICHIER   " WS-SAT-NOM " absent, non controle"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               GO TO CONTROLER-SATELLITE-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-SATELLITE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-SAT-LUS
                       ADD 1 TO WS-NB-LUS
                       IF WS-SAT-NATURE EQUAL "C"
                           PERFORM CONTROLER-CLE-CLIENT
                               THRU CONTROLER-CLE-CLIENT-EXIT
                       ELSE
                           PERFORM CONTROLER-CLE-MATRICULE
                               THRU CONTROLER-CLE-MATRICULE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SATELLITE.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "FICHIER   " WS-SAT-NOM " lus=" WS-SAT-LUS
               "  en ecart=" WS-SAT-ECARTS
               "  de salaries sortis=" WS-SAT-SORTIS
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

       CONTROLER-SATELLITE-EXIT.
           EXIT.

      ******************************************************************
       CONTROLER-CLE-MATRICULE.

           IF WS-SATELLITE-REC(WS-SAT-POSITION:9) NOT NUMERIC
               ADD 1 TO WS-SAT-ECARTS
               ADD 1 TO WS-NB-GRAVES
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "GRAVE     " WS-SAT-NOM " ligne " WS-SAT-LUS
                   " : matricule illisible"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               GO TO CONTROLER-CLE-MATRICULE-EXIT
           END-IF.

           MOVE WS-SATELLITE-REC(WS-SAT-POSITION:9)
               TO WS-RECHERCHE-NUMERO.
           PERFORM CHERCHER-HASH THRU CHERCHER-HASH-EXIT.
           IF WS-HASH-TROUVE-IDX EQUAL ZEROES
               ADD 1 TO WS-SAT-ECARTS
               ADD 1 TO WS-NB-GRAVES
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "GRAVE     " WS-SAT-NOM " ligne " WS-SAT-LUS
                   " : matricule " WS-RECHERCHE-NUMERO
                   " inconnu du personnel"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               GO TO CONTROLER-CLE-MATRICULE-EXIT
           END-IF.

           IF WS-ETAT(WS-HASH-TROUVE-IDX) EQUAL "S"
               ADD 1 TO WS-SAT-SORTIS
               IF WS-SAT-SORTI EQUAL "A"
                   ADD 1 TO WS-SAT-ECARTS
                   ADD 1 TO WS-NB-ANOMALIES
                   MOVE SPACES TO WS-RAPPORT-LINE
                   STRING "ANOMALIE  " WS-SAT-NOM " ligne "
                       WS-SAT-LUS " : matricule "
                       WS-RECHERCHE-NUMERO " sorti des effectifs"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                   WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               ELSE
                   ADD 1 TO WS-NB-SORTIS
               END-IF
           END-IF.

       CONTROLER-CLE-MATRICULE-EXIT.
           EXIT.

      ******************************************************************
       CONTROLER-CLE-CLIENT.

           IF WS-SATELLITE-REC(WS-SAT-POSITION:5) NOT NUMERIC
               ADD 1 TO WS-SAT-ECARTS
               ADD 1 TO WS-NB-GRAVES
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "GRAVE     " WS-SAT-NOM " ligne " WS-SAT-LUS
                   " : numero client illisible"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               GO TO CONTROLER-CLE-CLIENT-EXIT
           END-IF.

           MOVE WS-SATELLITE-REC(WS-SAT-POSITION:5)
               TO WS-CLIENT-CHERCHE.
           PERFORM CHERCHER-CLIENT THRU CHERCHER-CLIENT-EXIT.
           IF WS-CLIENT-CONNU EQUAL "N"
               ADD 1 TO WS-SAT-ECARTS
           END-IF.

       CONTROLER-CLE-CLIENT-EXIT.
           EXIT.

      ******************************************************************
      *lecture directe de CUSTOMERS.idx ; les suites d'un meme client
      *ne relisent pas la fiche et l'orphelin n'est signale qu'une
      *fois par suite
       CHERCHER-CLIENT.

           IF WS-CLIENT-CHERCHE EQUAL WS-CLIENT-PRECEDENT
               GO TO CHERCHER-CLIENT-EXIT
           END-IF.
           MOVE WS-CLIENT-CHERCHE TO WS-CLIENT-PRECEDENT.

           MOVE WS-CLIENT-CHERCHE TO CLI-IDX-NUMERO.
           READ F-CUSTOMERS-IDX
               INVALID KEY
                   MOVE "N" TO WS-CLIENT-CONNU
               NOT INVALID KEY
                   MOVE "Y" TO WS-CLIENT-CONNU
           END-READ.

           IF WS-CLIENT-CONNU EQUAL "N"
               ADD 1 TO WS-NB-GRAVES
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "GRAVE     " WS-SAT-NOM " : client "
                   WS-CLIENT-CHERCHE " absent de CUSTOMERS.idx"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-IF.

       CHERCHER-CLIENT-EXIT.
           EXIT.

      ******************************************************************
      *magasin d'historique des commandes par client (cle client +
      *numero de commande, donc range par client)
       CONTROLER-HISTO-CLIENTS.

           MOVE "CLIENT-HISTORIQUE.idx" TO WS-SAT-NOM.
           MOVE ZEROES TO WS-SAT-LUS WS-SAT-ECARTS WS-SAT-SORTIS.
           MOVE ZEROES TO WS-CLIENT-PRECEDENT.
           MOVE "Y" TO WS-CLIENT-CONNU.
           OPEN INPUT F-HISTCLI.
           IF NOT FS-HISTCLI-OK
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "FICHIER   " WS-SAT-NOM " absent, non controle"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               GO TO CONTROLER-HISTO-CLIENTS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-HISTCLI NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-SAT-LUS
                       ADD 1 TO WS-NB-LUS
                       MOVE HIS-CLIENT TO WS-CLIENT-CHERCHE
                       PERFORM CHERCHER-CLIENT
                           THRU CHERCHER-CLIENT-EXIT
                       IF WS-CLIENT-CONNU EQUAL "N"
                           ADD 1 TO WS-SAT-ECARTS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HISTCLI.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "FICHIER   " WS-SAT-NOM " lus=" WS-SAT-LUS
               "  en ecart=" WS-SAT-ECARTS
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

       CONTROLER-HISTO-CLIENTS-EXIT.
           EXIT.

      ******************************************************************
      *responsable de departement : un salarie parti laisse le
      *departement sans responsable ; zero = pas de responsable
      *designe
       CONTROLER-RESPONSABLES.

           OPEN INPUT F-DEPT-REF.
           IF NOT FS-DEPT-REF-OK
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "FICHIER   DEPARTEMENTS.txt absent, non controle"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               GO TO CONTROLER-RESPONSABLES-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-DEPT-REF
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF DEPT-REF-MANAGER NUMERIC
                           AND DEPT-REF-MANAGER > ZEROES
                           PERFORM CONTROLER-UN-RESPONSABLE
                               THRU CONTROLER-UN-RESPONSABLE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-DEPT-REF.

       CONTROLER-RESPONSABLES-EXIT.
           EXIT.

      ******************************************************************
       CONTROLER-UN-RESPONSABLE.

           MOVE DEPT-REF-MANAGER TO WS-RECHERCHE-NUMERO.
           PERFORM CHERCHER-HASH THRU CHERCHER-HASH-EXIT.
           IF WS-HASH-TROUVE-IDX EQUAL ZEROES
               ADD 1 TO WS-NB-GRAVES
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "GRAVE     DEPARTEMENTS.txt " DEPT-REF-CODE
                   " " DEPT-REF-NOM " : responsable "
                   DEPT-REF-MANAGER " inconnu du personnel"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               GO TO CONTROLER-UN-RESPONSABLE-EXIT
           END-IF.

           IF WS-ETAT(WS-HASH-TROUVE-IDX) EQUAL "S"
               ADD 1 TO WS-NB-ANOMALIES
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "ANOMALIE  DEPARTEMENTS.txt " DEPT-REF-CODE
                   " " DEPT-REF-NOM " : responsable "
                   DEPT-REF-MANAGER " a quitte l'entreprise"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-IF.

       CONTROLER-UN-RESPONSABLE-EXIT.
           EXIT.

      ******************************************************************
      *journaux de commandes des INTEGRITE-JOURS derniers jours (les
      *jours deja archives par logmenag sont vides) : le livreur
      *d'une entete doit etre un LIVREUR present, sans quoi la prime
      *de livraison part au mauvais salarie
       CONTROLER-LIVREURS.

           INITIALIZE CFG-PARAMS.
           MOVE "INTEGRITE-JOURS" TO CFG-CLE.
           MOVE "7" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-NB-JOURS = FUNCTION NUMVAL(CFG-VALEUR).
           IF WS-NB-JOURS EQUAL ZEROES
               MOVE 7 TO WS-NB-JOURS
           END-IF.

           COMPUTE WS-FIN-INT = FUNCTION INTEGER-OF-DATE(WS-AUJOURDHUI).
           COMPUTE WS-DEBUT-INT = WS-FIN-INT - WS-NB-JOURS + 1.
           MOVE "ORDERS-LOG" TO WS-SAT-NOM.
           MOVE ZEROES TO WS-SAT-LUS WS-SAT-ECARTS.

           PERFORM VARYING WS-JOUR-INT FROM WS-DEBUT-INT BY 1
               UNTIL WS-JOUR-INT > WS-FIN-INT
               COMPUTE WS-JOUR-LU =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-INT)
               PERFORM CONTROLER-UN-JOURNAL
                   THRU CONTROLER-UN-JOURNAL-EXIT
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "FICHIER   ORDERS-LOG (" WS-NB-JOURS " jours) lus="
               WS-SAT-LUS "  livreurs en ecart=" WS-SAT-ECARTS
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

       CONTROLER-LIVREURS-EXIT.
           EXIT.

      ******************************************************************
       CONTROLER-UN-JOURNAL.

           MOVE SPACES TO WS-ORDERS-FNAME.
           STRING "ORDERS-LOG-" WS-JOUR-LU ".txt"
               DELIMITED BY SIZE INTO WS-ORDERS-FNAME.
           OPEN INPUT F-ORDERS.
           IF NOT FS-ORDERS-OK
               GO TO CONTROLER-UN-JOURNAL-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-ORDERS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-SAT-LUS
                       ADD 1 TO WS-NB-LUS
                       IF (ORD-EST-ENTETE OR ORD-EST-ANCIEN-FORMAT)
                           AND ORD-FLAG-ANNUL NOT EQUAL "A"
                           AND ORD-LIVREUR NUMERIC
                           AND ORD-LIVREUR > ZEROES
                           PERFORM CONTROLER-UN-LIVREUR
                               THRU CONTROLER-UN-LIVREUR-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ORDERS.

       CONTROLER-UN-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
       CONTROLER-UN-LIVREUR.

           MOVE ORD-LIVREUR TO WS-RECHERCHE-NUMERO.
           PERFORM CHERCHER-HASH THRU CHERCHER-HASH-EXIT.
           IF WS-HASH-TROUVE-IDX > ZEROES
               IF WS-LIVREUR(WS-HASH-TROUVE-IDX) EQUAL "Y"
                   GO TO CONTROLER-UN-LIVREUR-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-SAT-ECARTS.
           ADD 1 TO WS-NB-GRAVES.
           MOVE SPACES TO WS-RAPPORT-LINE.
           IF WS-HASH-TROUVE-IDX EQUAL ZEROES
               STRING "GRAVE     " WS-ORDERS-FNAME " commande "
                   ORD-NUMERO " : livreur " ORD-LIVREUR
                   " inconnu du personnel"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
           ELSE
               IF WS-ETAT(WS-HASH-TROUVE-IDX) EQUAL "S"
                   STRING "GRAVE     " WS-ORDERS-FNAME " commande "
                       ORD-NUMERO " : livreur " ORD-LIVREUR
                       " sorti des effectifs"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               ELSE
                   STRING "GRAVE     " WS-ORDERS-FNAME " commande "
                       ORD-NUMERO " : " ORD-LIVREUR
                       " n'est pas LIVREUR"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               END-IF
           END-IF.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

       CONTROLER-UN-LIVREUR-EXIT.
           EXIT.
      ******************************************************************
