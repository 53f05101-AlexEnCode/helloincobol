      ******************************************************************
      *    Solde de tout compte : pour chaque sortie "T" appliquee     *
      *    par empmaj et pas encore reglee, calcule le dernier         *
      *    bulletin du salarie (salaire proratise jusqu'a la date de   *
      *    sortie, indemnite des conges payes non pris d'apres         *
      *    CONGES-SOLDES.txt, primes de livraison de                   *
      *    PRIMES-LIVRAISON.txt restant dues), le soumet au bareme     *
      *    BAREME-PAIE.txt comme paienet et edite dans                 *
      *    SOLDES-BULLETINS.txt le bulletin de sortie, le recu pour    *
      *    solde de tout compte et les cumuls de l'annee. Le net est   *
      *    ajoute a NET-SOLDES.txt, repris par paievir avec les nets   *
      *    du mois ; paiclot archive et vide les deux fichiers. Une    *
      *    sortie reglee est tracee dans SOLDES-REGLES.txt et n'est    *
      *    jamais reglee deux fois. Le reste du sur avances et prets   *
      *    (PRETS-AVANCES.txt) est signale sur le recu, sans retenue.  *
      *    Les cotisations sont detaillees dans COTISATIONS-SOLDES.txt *
      *    pour les declarations aux organismes.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. paisolde.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-HISTORIQUE ASSIGN
           TO "HISTORIQUE-EMPLOYES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HISTORIQUE.

           SELECT F-REGLES ASSIGN
           TO "SOLDES-REGLES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REGLES.

           SELECT F-BAREME ASSIGN
           TO "BAREME-PAIE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BAREME.

           SELECT F-CLOSES ASSIGN
           TO "PERIODES-CLOSES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLOSES.

           SELECT F-ARCH-NET ASSIGN
           TO "NET-ARCHIVE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCH-NET.

           SELECT F-TOTAUX ASSIGN
           TO "PAIE-TOTAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TOTAUX.

           SELECT F-NET ASSIGN
           TO "NET-A-PAYER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NET.

           SELECT F-PRIMES ASSIGN
           TO "PRIMES-LIVRAISON.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRIMES.

           SELECT F-CONGES ASSIGN
           TO "CONGES-SOLDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CONGES.

           SELECT F-CUMULS ASSIGN
           TO "CUMULS-PAIE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CUMULS.

           SELECT F-SOLDES ASSIGN
           TO "SOLDES-BULLETINS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-SOLDES.

           SELECT F-NET-SOLDES ASSIGN
           TO "NET-SOLDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NET-SOLDES.

           SELECT F-COT-SOLDES ASSIGN
           TO "COTISATIONS-SOLDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-COT-SOLDES.

           SELECT F-PRETS ASSIGN
           TO "PRETS-AVANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRETS.

       DATA DIVISION.

       FILE SECTION.

      *meme dessin que dans empmaj ; pour une sortie l'image est
      *celle du dossier avant retrait et la date d'effet celle du
      *depart
       FD  F-HISTORIQUE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  HISTORIQUE-REC.
           05 HST-DATE-EFFET        PIC 9(8).
           05 HST-ACTION            PIC X.
           05 HST-NUMERO            PIC 9(9).
           05 HST-IMAGE.
               10 HST-IMG-NUMERO        PIC 9(9).
               10 HST-IMG-NOM           PIC X(20).
               10 HST-IMG-PRENOM        PIC X(20).
               10 HST-IMG-PROFESSION    PIC X(14).
               10 HST-IMG-CPOS          PIC 9(3).
               10 HST-IMG-SALAIRE       PIC 9(5).
               10 HST-IMG-DATE-EMB      PIC 9(8).
           05 FILLER                PIC X(3).
           05 HST-DATE-SAISIE       PIC X(8).
           05 HST-SALAIRE-AVANT     PIC X(5).
           05 FILLER                PIC X(7).

      *sorties deja reglees : une ligne par solde de tout compte
       FD  F-REGLES
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.

       01  REGLE-REC.
           05 RGL-NUMERO-EMPLOYE    PIC 9(9).
           05 RGL-DATE-SORTIE       PIC 9(8).
           05 RGL-PERIODE           PIC 9(6).
           05 RGL-BRUT              PIC 9(7)V99.
           05 RGL-NET               PIC 9(7)V99.
           05 FILLER                PIC X(9).

      *memes dessins que dans paienet
       FD  F-BAREME
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.

       01  WS-BAREME-REC.
           05 WS-BAR-TYPE           PIC X.
           05 WS-BAR-RESTE          PIC X(39).

       FD  F-CLOSES
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.

       01  CLOSE-REC.
           05 PCL-PERIODE           PIC 9(6).
           05 PCL-DATE-CLOTURE      PIC 9(8).
           05 PCL-NB-BULLETINS      PIC 9(5).
           05 PCL-TOTAL-NET         PIC 9(10)V99.
           05 FILLER                PIC X(9).

       FD  F-ARCH-NET
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  ARCH-NET-REC.
           05 ARN-PERIODE           PIC 9(6).
           05 ARN-NUMERO-EMPLOYE    PIC 9(9).
           05 ARN-MONTANT           PIC 9(7)V99.
           05 ARN-ORIGINE           PIC X.
           05 FILLER                PIC X(5).

       FD  F-TOTAUX
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  TOTAUX-REC.
           05 TOT-DATE              PIC 9(8).
           05 TOT-BRUT              PIC 9(10)V99.
           05 TOT-COTISATIONS       PIC 9(10)V99.
           05 TOT-IMPOT             PIC 9(10)V99.
           05 TOT-NET               PIC 9(10)V99.
           05 FILLER                PIC X(4).

       FD  F-NET
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  WS-NET-REC.
           05 NET-NUMERO-EMPLOYE    PIC 9(9).
           05 NET-MONTANT           PIC 9(7)V99.
           05 FILLER                PIC X(2).

       FD  F-PRIMES
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  PRIME-REC.
           05 PRM-PERIODE           PIC 9(6).
           05 PRM-NUMERO-EMPLOYE    PIC 9(9).
           05 PRM-COURSES           PIC 9(5).
           05 PRM-DATE              PIC 9(8).
           05 FILLER                PIC X(2).

       FD  F-CONGES
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.

       01  CONGE-REC.
           05 CGS-NUMERO-EMPLOYE    PIC 9(9).
           05 CGS-EXERCICE          PIC 9(4).
           05 CGS-REPORT            PIC 9(3)V99.
           05 CGS-ACQUIS            PIC 9(3)V99.
           05 CGS-PRIS              PIC 9(3)V99.
           05 CGS-PERIODE           PIC 9(6).
           05 CGS-PER-ACQUIS        PIC 9(2)V99.
           05 CGS-PER-PRIS          PIC 9(3).
           05 FILLER                PIC X(9).

       FD  F-CUMULS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  CUMUL-REC.
           05 CUM-NUMERO-EMPLOYE    PIC 9(9).
           05 CUM-ANNEE             PIC 9(4).
           05 CUM-BRUT              PIC 9(9)V99.
           05 CUM-COTISATIONS       PIC 9(9)V99.
           05 CUM-IMPOT             PIC 9(9)V99.
           05 CUM-NET               PIC 9(9)V99.
           05 CUM-PASSAGES          PIC 9(2).
           05 FILLER                PIC X(1).

      *bulletins de sortie et recus de la periode, archives par
      *paiclot avec les bulletins du mois
       FD  F-SOLDES
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-SOLDE-LINE            PIC X(132).

      *nets des soldes de tout compte, au dessin de NET-A-PAYER.txt
       FD  F-NET-SOLDES
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  NET-SOLDE-REC.
           05 NSO-NUMERO-EMPLOYE    PIC 9(9).
           05 NSO-MONTANT           PIC 9(7)V99.
           05 FILLER                PIC X(2).

      *detail des cotisations, au dessin de COTISATIONS-DETAIL.txt
      *de paienet, origine S
       FD  F-COT-SOLDES
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  COT-DETAIL-REC.
           05 CTD-NUMERO-EMPLOYE    PIC 9(9).
           05 CTD-ORGANISME         PIC X(6).
           05 CTD-LIBELLE           PIC X(20).
           05 CTD-TAUX              PIC 9(2)V99.
           05 CTD-BRUT              PIC 9(7)V99.
           05 CTD-BASE              PIC 9(7)V99.
           05 CTD-MONTANT           PIC 9(7)V99.
           05 CTD-ORIGINE           PIC X.
           05 FILLER                PIC X(13).

      *avances et prets, meme dessin que dans pretcapt
       FD  F-PRETS
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE IS F.

       01  PRET-REC.
           05 PRT-NUMERO-EMPLOYE    PIC 9(9).
           05 PRT-NUMERO-PRET       PIC 9(3).
           05 PRT-TYPE              PIC X.
           05 PRT-DATE-OCTROI       PIC 9(8).
           05 PRT-MONTANT           PIC 9(7)V99.
           05 PRT-PERIODE-DEBUT     PIC 9(6).
           05 PRT-MENSUALITE        PIC 9(7)V99.
           05 PRT-REMBOURSE         PIC 9(7)V99.
           05 PRT-PERIODE-RETENUE   PIC 9(6).
           05 PRT-MONTANT-RETENUE   PIC 9(7)V99.
           05 FILLER                PIC X.

       WORKING-STORAGE SECTION.

       01  FS-HISTORIQUE PIC X(02).
           88 FS-HISTORIQUE-OK VALUE "00".
       01  FS-REGLES PIC X(02).
           88 FS-REGLES-OK VALUE "00".
       01  FS-BAREME PIC X(02).
           88 FS-BAREME-OK VALUE "00".
       01  FS-CLOSES PIC X(02).
           88 FS-CLOSES-OK VALUE "00".
       01  FS-ARCH-NET PIC X(02).
           88 FS-ARCH-NET-OK VALUE "00".
       01  FS-TOTAUX PIC X(02).
           88 FS-TOTAUX-OK VALUE "00".
       01  FS-NET PIC X(02).
           88 FS-NET-OK VALUE "00".
       01  FS-PRIMES PIC X(02).
           88 FS-PRIMES-OK VALUE "00".
       01  FS-CONGES PIC X(02).
           88 FS-CONGES-OK VALUE "00".
       01  FS-CUMULS PIC X(02).
           88 FS-CUMULS-OK VALUE "00".
       01  FS-SOLDES PIC X(02).
           88 FS-SOLDES-OK VALUE "00".
       01  FS-NET-SOLDES PIC X(02).
           88 FS-NET-SOLDES-OK VALUE "00".
       01  FS-PRETS PIC X(02).
           88 FS-PRETS-OK VALUE "00".
       01  FS-COT-SOLDES PIC X(02).
           88 FS-COT-SOLDES-OK VALUE "00".

      *configuration d'exploitation partagee (CALL "cfglire")
       COPY CONFIG.

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-PERIODE               PIC 9(6) VALUE ZEROES.
       01  WS-PERIODE-ANNEE         PIC 9(4) VALUE ZEROES.
       01  WS-PERIODE-TOTAUX        PIC 9(6) VALUE ZEROES.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-ECHEC                 PIC X VALUE "N".
           88 WS-EST-EN-ECHEC VALUE "Y".
       01  WS-PERIODE-CLOSE         PIC X VALUE "N".

      *parametres
       01  WS-TAUX-PRIME            PIC 9(3)V99 VALUE 2.
       01  WS-ACQUIS-MOIS           PIC 9(2)V99 VALUE 2.5.
       01  WS-JOURS-OUVRABLES       PIC 9(2) VALUE 26.

      *sorties deja reglees
       01  WS-RGL-TABLE.
           03 WS-RGL-NB PIC 9(05) VALUE ZEROES.
           03 WS-RGL-ENTREE OCCURS 0 TO 99999 TIMES
               DEPENDING ON WS-RGL-NB
               INDEXED BY IDX-RGL.
               05 WS-RGL-NUMERO     PIC 9(9).
               05 WS-RGL-DATE       PIC 9(8).

      *reste du sur avances et prets du sortant
       01  WS-PRT-FIN               PIC X VALUE "N".
       01  WS-PRT-RESTE-DU          PIC 9(9)V99 VALUE ZEROES.
       01  WS-PRT-NB-DUS            PIC 9(3) VALUE ZEROES.
       01  WS-NB-PRETS-DUS          PIC 9(05) VALUE ZEROES.
       01  WS-PRT-RESTE-ED          PIC Z(8)9.99.

      *sorties a regler sur ce passage (image avant retrait)
       01  WS-SOR-TABLE.
           03 WS-SOR-NB PIC 9(04) VALUE ZEROES.
           03 WS-SOR-ENTREE OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-SOR-NB
               INDEXED BY IDX-SOR.
               05 WS-SOR-DATE       PIC 9(8).
               05 WS-SOR-NUMERO     PIC 9(9).
               05 WS-SOR-NOM        PIC X(20).
               05 WS-SOR-PRENOM     PIC X(20).
               05 WS-SOR-SALAIRE    PIC 9(5).
               05 WS-SOR-DATE-EMB   PIC 9(8).

      *periodes deja payees aux sortants, d'apres l'archive des nets
      *et le passage paienet en cours
       01  WS-PAY-TABLE.
           03 WS-PAY-NB PIC 9(05) VALUE ZEROES.
           03 WS-PAY-ENTREE OCCURS 0 TO 20000 TIMES
               DEPENDING ON WS-PAY-NB
               INDEXED BY IDX-PAY.
               05 WS-PAY-NUMERO     PIC 9(9).
               05 WS-PAY-PERIODE    PIC 9(6).

      *courses de livraison des sortants, par periode
       01  WS-PRM-TABLE.
           03 WS-PRM-NB PIC 9(05) VALUE ZEROES.
           03 WS-PRM-ENTREE OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-PRM-NB
               INDEXED BY IDX-PRM.
               05 WS-PRM-NUMERO     PIC 9(9).
               05 WS-PRM-PERIODE    PIC 9(6).
               05 WS-PRM-COURSES    PIC 9(5).

      *compteurs de conges et cumuls, relus et reecrits en entier
       01  WS-CGS-TABLE.
           03 WS-CGS-NB PIC 9(05) VALUE ZEROES.
           03 WS-CGS-ENTREE OCCURS 0 TO 99999 TIMES
               DEPENDING ON WS-CGS-NB
               INDEXED BY IDX-CGS.
               05 WS-CGS-IMAGE      PIC X(50).

       01  WS-CUM-TABLE.
           03 WS-CUM-NB PIC 9(05) VALUE ZEROES.
           03 WS-CUM-ENTREE OCCURS 0 TO 99999 TIMES
               DEPENDING ON WS-CUM-NB
               INDEXED BY IDX-CUM.
               05 WS-CUM-IMAGE      PIC X(60).

       01  WS-BAR-COTISATION.
           05 FILLER                PIC X.
           05 WS-BAR-COT-LIBELLE    PIC X(20).
           05 WS-BAR-COT-TAUX       PIC 9(2)V99.
           05 WS-BAR-COT-ORGANISME  PIC X(6).
           05 FILLER                PIC X(9).
       01  WS-BAR-TRANCHE.
           05 FILLER                PIC X.
           05 WS-BAR-TRA-BASSE      PIC 9(7).
           05 WS-BAR-TRA-HAUTE      PIC 9(7).
           05 WS-BAR-TRA-TAUX       PIC 9(2)V99.
           05 FILLER                PIC X(21).

      *bareme par defaut si BAREME-PAIE.txt est absent, le meme que
      *celui de paienet
       01  WS-BAREME-DEFAUTS.
           05 FILLER PIC X(40) VALUE
               "CSANTE               0700URSSAF         ".
           05 FILLER PIC X(40) VALUE
               "CRETRAITE            1000AGIRC          ".
           05 FILLER PIC X(40) VALUE
               "CCHOMAGE             0240URSSAF         ".
           05 FILLER PIC X(40) VALUE
               "T000000000012000000                     ".
           05 FILLER PIC X(40) VALUE
               "T000120000030001100                     ".
           05 FILLER PIC X(40) VALUE
               "T000300099999993000                     ".
       01  WS-BAREME-DEFAUTS-TABLE REDEFINES WS-BAREME-DEFAUTS.
           05 WS-BAREME-DEFAUT PIC X(40) OCCURS 6 TIMES.
       01  WS-DEFAUT-IDX            PIC 9.

       01  WS-COTISATIONS.
           03 WS-NB-COTISATIONS PIC 9(02) VALUE ZERO.
           03 WS-COTISATION OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-NB-COTISATIONS
               INDEXED BY IDX-COT.
               05 WS-COT-LIBELLE    PIC X(20).
               05 WS-COT-TAUX       PIC 9(2)V99.
               05 WS-COT-ORGANISME  PIC X(6).

       01  WS-TRANCHES.
           03 WS-NB-TRANCHES PIC 9(02) VALUE ZERO.
           03 WS-TRANCHE OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-NB-TRANCHES
               INDEXED BY IDX-TRA.
               05 WS-TRA-BASSE      PIC 9(7).
               05 WS-TRA-HAUTE      PIC 9(7).
               05 WS-TRA-TAUX       PIC 9(2)V99.

      *elements du solde courant
       01  WS-MOIS-SORTIE           PIC 9(6) VALUE ZEROES.
       01  WS-JOURS-PRESENCE        PIC 9(2) VALUE ZEROES.
       01  WS-MOIS-SORTIE-PAYE      PIC X VALUE "N".
       01  WS-MOIS-TROP-PAYES       PIC 9(3) VALUE ZEROES.
       01  WS-PRORATA               PIC 9(7)V99 VALUE ZEROES.
       01  WS-JOURS-CONGES          PIC S9(3)V99 VALUE ZEROES.
       01  WS-INDEMNITE-CP          PIC 9(7)V99 VALUE ZEROES.
       01  WS-COURSES-DUES          PIC 9(7) VALUE ZEROES.
       01  WS-PRIME-DUE             PIC 9(7)V99 VALUE ZEROES.
       01  WS-BRUT                  PIC 9(7)V99 VALUE ZEROES.
       01  WS-MONTANT-COT           PIC 9(7)V99 VALUE ZEROES.
       01  WS-TOTAL-COTISATIONS     PIC 9(7)V99 VALUE ZEROES.
       01  WS-IMPOSABLE             PIC 9(7)V99 VALUE ZEROES.
       01  WS-IMPOT                 PIC 9(7)V99 VALUE ZEROES.
       01  WS-PART-TRANCHE          PIC 9(7)V99 VALUE ZEROES.
       01  WS-NET                   PIC 9(7)V99 VALUE ZEROES.
       01  WS-PAYE-TROUVE           PIC X VALUE "N".
       01  WS-PERIODE-TESTEE        PIC 9(6) VALUE ZEROES.
       01  WS-NUMERO-TESTE          PIC 9(9) VALUE ZEROES.
       01  WS-CIBLE                 PIC 9(05) VALUE ZEROES.

       01  WS-NB-SOLDES             PIC 9(5) VALUE ZEROES.
       01  WS-NB-LUS                PIC 9(7) VALUE ZEROES.
       01  WS-TOTAL-NET             PIC 9(9)V99 VALUE ZEROES.

       01  WS-MONTANT-ED            PIC Z(6)9.99.
       01  WS-TAUX-ED               PIC Z9.99.
       01  WS-JOURS-ED              PIC -ZZ9.99.
       01  WS-NB-ED                 PIC Z(6)9.
       01  WS-CUM-ED                PIC Z(9)9.99.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "paisolde" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:6) TO WS-PERIODE.
           MOVE WS-HORODATAGE(1:4) TO WS-PERIODE-ANNEE.

           PERFORM LIRE-PARAMETRES THRU LIRE-PARAMETRES-EXIT.
           PERFORM CONTROLER-PERIODE-CLOSE
               THRU CONTROLER-PERIODE-CLOSE-EXIT.
           IF NOT WS-EST-EN-ECHEC
               PERFORM CHARGER-REGLES THRU CHARGER-REGLES-EXIT
               PERFORM CHARGER-SORTIES THRU CHARGER-SORTIES-EXIT
           END-IF.
           IF NOT WS-EST-EN-ECHEC AND WS-SOR-NB > ZEROES
               PERFORM CHARGER-BAREME THRU CHARGER-BAREME-EXIT
               PERFORM CHARGER-PAYES THRU CHARGER-PAYES-EXIT
               PERFORM CHARGER-PRIMES THRU CHARGER-PRIMES-EXIT
               PERFORM CHARGER-CONGES THRU CHARGER-CONGES-EXIT
               PERFORM CHARGER-CUMULS THRU CHARGER-CUMULS-EXIT
               PERFORM REGLER-SORTIES THRU REGLER-SORTIES-EXIT
           END-IF.
           IF NOT WS-EST-EN-ECHEC AND WS-NB-SOLDES > ZEROES
               PERFORM REECRIRE-CONGES THRU REECRIRE-CONGES-EXIT
               PERFORM REECRIRE-CUMULS THRU REECRIRE-CUMULS-EXIT
           END-IF.

           MOVE WS-TOTAL-NET TO WS-MONTANT-ED.
           DISPLAY "Soldes de tout compte regles : " WS-NB-SOLDES
               "  net total : " WS-MONTANT-ED.

           IF WS-NB-PRETS-DUS > ZEROES
               DISPLAY "ATTENTION : " WS-NB-PRETS-DUS
                   " sortant(s) doivent encore sur avances/prets."
           END-IF.

           IF WS-EST-EN-ECHEC
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NB-PRETS-DUS > ZEROES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE "F" TO RJN-PHASE.
           MOVE WS-NB-LUS TO RJN-LUS.
           MOVE WS-NB-SOLDES TO RJN-ECRITS.
           MOVE ZEROES TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *prime par course et acquisition mensuelle des conges communes
      *avec paienet ; l'indemnite de conges est calculee au jour
      *ouvrable (salaire mensuel / CONGES-JOURS-OUVR)
       LIRE-PARAMETRES.

           INITIALIZE CFG-PARAMS.
           MOVE "PRIME-PAR-COURSE" TO CFG-CLE.
           MOVE "2" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-TAUX-PRIME = FUNCTION NUMVAL(CFG-VALEUR).
           IF WS-TAUX-PRIME EQUAL ZEROES
               MOVE 2 TO WS-TAUX-PRIME
           END-IF.

           INITIALIZE CFG-PARAMS.
           MOVE "CONGES-ACQUIS-MOIS" TO CFG-CLE.
           MOVE "2.5" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-ACQUIS-MOIS = FUNCTION NUMVAL(CFG-VALEUR).

           INITIALIZE CFG-PARAMS.
           MOVE "CONGES-JOURS-OUVR" TO CFG-CLE.
           MOVE "26" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-JOURS-OUVRABLES = FUNCTION NUMVAL(CFG-VALEUR).
           IF WS-JOURS-OUVRABLES EQUAL ZEROES
               MOVE 26 TO WS-JOURS-OUVRABLES
           END-IF.

       LIRE-PARAMETRES-EXIT.
           EXIT.

      ******************************************************************
      *un solde se regle sur la periode ouverte : apres cloture de
      *la periode par paiclot il attend la suivante
       CONTROLER-PERIODE-CLOSE.

           OPEN INPUT F-CLOSES.
           IF NOT FS-CLOSES-OK
               GO TO CONTROLER-PERIODE-CLOSE-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-CLOSES
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF PCL-PERIODE EQUAL WS-PERIODE
                           DISPLAY "Periode " WS-PERIODE
                               " close, soldes reportes au mois "
                               "suivant."
                           MOVE "Y" TO WS-ECHEC
                           MOVE "Y" TO WS-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CLOSES.

       CONTROLER-PERIODE-CLOSE-EXIT.
           EXIT.

      ******************************************************************
       CHARGER-REGLES.

           MOVE ZEROES TO WS-RGL-NB.
           OPEN INPUT F-REGLES.
           IF NOT FS-REGLES-OK
               GO TO CHARGER-REGLES-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-REGLES
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF WS-RGL-NB < 99999
                           ADD 1 TO WS-RGL-NB
                           MOVE RGL-NUMERO-EMPLOYE
                               TO WS-RGL-NUMERO(WS-RGL-NB)
                           MOVE RGL-DATE-SORTIE
                               TO WS-RGL-DATE(WS-RGL-NB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-REGLES.

       CHARGER-REGLES-EXIT.
           EXIT.

      ******************************************************************
      *sorties de l'historique non encore reglees ; seules les
      *sorties saisies depuis la tenue de la date de saisie sont
      *prises, les departs plus anciens ont ete soldes a la main
       CHARGER-SORTIES.

           MOVE ZEROES TO WS-SOR-NB.
           OPEN INPUT F-HISTORIQUE.
           IF NOT FS-HISTORIQUE-OK
               DISPLAY "Fichier HISTORIQUE-EMPLOYES.txt introuvable."
               GO TO CHARGER-SORTIES-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-HISTORIQUE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF HST-ACTION EQUAL "T"
                           AND HST-DATE-SAISIE IS NUMERIC
                           PERFORM RETENIR-SORTIE
                               THRU RETENIR-SORTIE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HISTORIQUE.

       CHARGER-SORTIES-EXIT.
           EXIT.

      ******************************************************************
       RETENIR-SORTIE.

           MOVE "N" TO WS-PAYE-TROUVE.
           PERFORM VARYING IDX-RGL FROM 1 BY 1
               UNTIL IDX-RGL > WS-RGL-NB OR WS-PAYE-TROUVE = "Y"
               IF WS-RGL-NUMERO(IDX-RGL) EQUAL HST-NUMERO
                   AND WS-RGL-DATE(IDX-RGL) EQUAL HST-DATE-EFFET
                   MOVE "Y" TO WS-PAYE-TROUVE
               END-IF
           END-PERFORM.
           IF WS-PAYE-TROUVE EQUAL "Y" OR WS-SOR-NB >= 2000
               GO TO RETENIR-SORTIE-EXIT
           END-IF.

           ADD 1 TO WS-SOR-NB.
           MOVE HST-DATE-EFFET TO WS-SOR-DATE(WS-SOR-NB).
           MOVE HST-NUMERO TO WS-SOR-NUMERO(WS-SOR-NB).
           MOVE HST-IMG-NOM TO WS-SOR-NOM(WS-SOR-NB).
           MOVE HST-IMG-PRENOM TO WS-SOR-PRENOM(WS-SOR-NB).
           MOVE HST-IMG-SALAIRE TO WS-SOR-SALAIRE(WS-SOR-NB).
           MOVE HST-IMG-DATE-EMB TO WS-SOR-DATE-EMB(WS-SOR-NB).

       RETENIR-SORTIE-EXIT.
           EXIT.

      ******************************************************************
       CHARGER-BAREME.

           OPEN INPUT F-BAREME.
           IF NOT FS-BAREME-OK
               DISPLAY "Fichier BAREME-PAIE.txt absent, bareme "
                   "par defaut applique."
               PERFORM VARYING WS-DEFAUT-IDX FROM 1 BY 1
                   UNTIL WS-DEFAUT-IDX > 6
                   MOVE WS-BAREME-DEFAUT(WS-DEFAUT-IDX)
                       TO WS-BAREME-REC
                   PERFORM RANGER-LIGNE-BAREME
                       THRU RANGER-LIGNE-BAREME-EXIT
               END-PERFORM
               GO TO CHARGER-BAREME-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-BAREME
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       PERFORM RANGER-LIGNE-BAREME
                           THRU RANGER-LIGNE-BAREME-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-BAREME.

       CHARGER-BAREME-EXIT.
           EXIT.

      ******************************************************************
       RANGER-LIGNE-BAREME.

           EVALUATE WS-BAR-TYPE
               WHEN "C"
                   MOVE WS-BAREME-REC TO WS-BAR-COTISATION
                   ADD 1 TO WS-NB-COTISATIONS
                   MOVE WS-BAR-COT-LIBELLE
                       TO WS-COT-LIBELLE(WS-NB-COTISATIONS)
                   MOVE WS-BAR-COT-TAUX
                       TO WS-COT-TAUX(WS-NB-COTISATIONS)
                   MOVE WS-BAR-COT-ORGANISME
                       TO WS-COT-ORGANISME(WS-NB-COTISATIONS)
                   IF WS-BAR-COT-ORGANISME EQUAL SPACES
                       MOVE "DIVERS"
                           TO WS-COT-ORGANISME(WS-NB-COTISATIONS)
                   END-IF
               WHEN "T"
                   MOVE WS-BAREME-REC TO WS-BAR-TRANCHE
                   ADD 1 TO WS-NB-TRANCHES
                   MOVE WS-BAR-TRA-BASSE
                       TO WS-TRA-BASSE(WS-NB-TRANCHES)
                   MOVE WS-BAR-TRA-HAUTE
                       TO WS-TRA-HAUTE(WS-NB-TRANCHES)
                   MOVE WS-BAR-TRA-TAUX
                       TO WS-TRA-TAUX(WS-NB-TRANCHES)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RANGER-LIGNE-BAREME-EXIT.
           EXIT.

      ******************************************************************
      *periodes deja payees aux sortants : nets archives par paiclot
      *(hors soldes) et nets du passage paienet de la periode ouverte
       CHARGER-PAYES.

           MOVE ZEROES TO WS-PAY-NB.
           OPEN INPUT F-ARCH-NET.
           IF FS-ARCH-NET-OK
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "Y"
                   READ F-ARCH-NET
                       AT END
                           MOVE "Y" TO WS-FIN
                       NOT AT END
                           IF ARN-ORIGINE NOT EQUAL "S"
                               MOVE ARN-NUMERO-EMPLOYE
                                   TO WS-NUMERO-TESTE
                               MOVE ARN-PERIODE TO WS-PERIODE-TESTEE
                               PERFORM RETENIR-PAYE
                                   THRU RETENIR-PAYE-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ARCH-NET
           END-IF.

           MOVE ZEROES TO WS-PERIODE-TOTAUX.
           OPEN INPUT F-TOTAUX.
           IF FS-TOTAUX-OK
               READ F-TOTAUX
                   NOT AT END
                       MOVE TOT-DATE(1:6) TO WS-PERIODE-TOTAUX
               END-READ
               CLOSE F-TOTAUX
           END-IF.
           IF WS-PERIODE-TOTAUX EQUAL ZEROES
               GO TO CHARGER-PAYES-EXIT
           END-IF.

           OPEN INPUT F-NET.
           IF NOT FS-NET-OK
               GO TO CHARGER-PAYES-EXIT
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-NET
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       MOVE NET-NUMERO-EMPLOYE TO WS-NUMERO-TESTE
                       MOVE WS-PERIODE-TOTAUX TO WS-PERIODE-TESTEE
                       PERFORM RETENIR-PAYE THRU RETENIR-PAYE-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-NET.

       CHARGER-PAYES-EXIT.
           EXIT.

      ******************************************************************
      *seuls les nets des sortants a regler sont gardes
       RETENIR-PAYE.

           IF WS-PAY-NB >= 20000
               GO TO RETENIR-PAYE-EXIT
           END-IF.
           MOVE "N" TO WS-PAYE-TROUVE.
           PERFORM VARYING IDX-SOR FROM 1 BY 1
               UNTIL IDX-SOR > WS-SOR-NB OR WS-PAYE-TROUVE = "Y"
               IF WS-SOR-NUMERO(IDX-SOR) EQUAL WS-NUMERO-TESTE
                   MOVE "Y" TO WS-PAYE-TROUVE
               END-IF
           END-PERFORM.
           IF WS-PAYE-TROUVE EQUAL "Y"
               ADD 1 TO WS-PAY-NB
               MOVE WS-NUMERO-TESTE TO WS-PAY-NUMERO(WS-PAY-NB)
               MOVE WS-PERIODE-TESTEE TO WS-PAY-PERIODE(WS-PAY-NB)
           END-IF.

       RETENIR-PAYE-EXIT.
           EXIT.

      ******************************************************************
       CHARGER-PRIMES.

           MOVE ZEROES TO WS-PRM-NB.
           OPEN INPUT F-PRIMES.
           IF NOT FS-PRIMES-OK
               GO TO CHARGER-PRIMES-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-PRIMES
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       PERFORM RETENIR-PRIME THRU RETENIR-PRIME-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-PRIMES.

       CHARGER-PRIMES-EXIT.
           EXIT.

      ******************************************************************
       RETENIR-PRIME.

           IF WS-PRM-NB >= 5000
               GO TO RETENIR-PRIME-EXIT
           END-IF.
           MOVE "N" TO WS-PAYE-TROUVE.
           PERFORM VARYING IDX-SOR FROM 1 BY 1
               UNTIL IDX-SOR > WS-SOR-NB OR WS-PAYE-TROUVE = "Y"
               IF WS-SOR-NUMERO(IDX-SOR) EQUAL PRM-NUMERO-EMPLOYE
                   MOVE "Y" TO WS-PAYE-TROUVE
               END-IF
           END-PERFORM.
           IF WS-PAYE-TROUVE EQUAL "Y"
               ADD 1 TO WS-PRM-NB
               MOVE PRM-NUMERO-EMPLOYE TO WS-PRM-NUMERO(WS-PRM-NB)
               MOVE PRM-PERIODE TO WS-PRM-PERIODE(WS-PRM-NB)
               MOVE PRM-COURSES TO WS-PRM-COURSES(WS-PRM-NB)
           END-IF.

       RETENIR-PRIME-EXIT.
           EXIT.

      ******************************************************************
       CHARGER-CONGES.

           MOVE ZEROES TO WS-CGS-NB.
           OPEN INPUT F-CONGES.
           IF NOT FS-CONGES-OK
               GO TO CHARGER-CONGES-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-CONGES
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF WS-CGS-NB < 99999
                           ADD 1 TO WS-CGS-NB
                           MOVE CONGE-REC TO WS-CGS-IMAGE(WS-CGS-NB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CONGES.

       CHARGER-CONGES-EXIT.
           EXIT.

      ******************************************************************
       CHARGER-CUMULS.

           MOVE ZEROES TO WS-CUM-NB.
           OPEN INPUT F-CUMULS.
           IF NOT FS-CUMULS-OK
               GO TO CHARGER-CUMULS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-CUMULS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF WS-CUM-NB < 99999
                           ADD 1 TO WS-CUM-NB
                           MOVE CUMUL-REC TO WS-CUM-IMAGE(WS-CUM-NB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CUMULS.

       CHARGER-CUMULS-EXIT.
           EXIT.

      ******************************************************************
       REGLER-SORTIES.

           OPEN EXTEND F-SOLDES.
           IF NOT FS-SOLDES-OK
               CLOSE F-SOLDES
               OPEN OUTPUT F-SOLDES
           END-IF.
           IF NOT FS-SOLDES-OK
               DISPLAY "Erreur ouverture F-SOLDES : " FS-SOLDES
               MOVE "Y" TO WS-ECHEC
               GO TO REGLER-SORTIES-EXIT
           END-IF.

           OPEN EXTEND F-NET-SOLDES.
           IF NOT FS-NET-SOLDES-OK
               CLOSE F-NET-SOLDES
               OPEN OUTPUT F-NET-SOLDES
           END-IF.
           IF NOT FS-NET-SOLDES-OK
               DISPLAY "Erreur ouverture F-NET-SOLDES : "
                   FS-NET-SOLDES
               CLOSE F-SOLDES
               MOVE "Y" TO WS-ECHEC
               GO TO REGLER-SORTIES-EXIT
           END-IF.

           OPEN EXTEND F-COT-SOLDES.
           IF NOT FS-COT-SOLDES-OK
               CLOSE F-COT-SOLDES
               OPEN OUTPUT F-COT-SOLDES
           END-IF.
           IF NOT FS-COT-SOLDES-OK
               DISPLAY "Erreur ouverture F-COT-SOLDES : "
                   FS-COT-SOLDES
               CLOSE F-SOLDES
               CLOSE F-NET-SOLDES
               MOVE "Y" TO WS-ECHEC
               GO TO REGLER-SORTIES-EXIT
           END-IF.

           OPEN EXTEND F-REGLES.
           IF NOT FS-REGLES-OK
               CLOSE F-REGLES
               OPEN OUTPUT F-REGLES
           END-IF.
           IF NOT FS-REGLES-OK
               DISPLAY "Erreur ouverture F-REGLES : " FS-REGLES
               CLOSE F-SOLDES
               CLOSE F-NET-SOLDES
               CLOSE F-COT-SOLDES
               MOVE "Y" TO WS-ECHEC
               GO TO REGLER-SORTIES-EXIT
           END-IF.

           PERFORM VARYING IDX-SOR FROM 1 BY 1
               UNTIL IDX-SOR > WS-SOR-NB
               PERFORM REGLER-UNE-SORTIE
                   THRU REGLER-UNE-SORTIE-EXIT
           END-PERFORM.

           CLOSE F-SOLDES.
           CLOSE F-NET-SOLDES.
           CLOSE F-COT-SOLDES.
           CLOSE F-REGLES.

       REGLER-SORTIES-EXIT.
           EXIT.

      ******************************************************************
      *dernier bulletin du sortant : salaire du mois de sortie en
      *trentiemes jusqu'a la date de depart (sauf si le mois a deja
      *ete paye par paienet), indemnite des conges restants, primes
      *de livraison des periodes non payees ; bareme et impot comme
      *dans paienet
       REGLER-UNE-SORTIE.

           MOVE ZEROES TO WS-BRUT WS-TOTAL-COTISATIONS WS-IMPOT
               WS-PRORATA WS-INDEMNITE-CP WS-PRIME-DUE
               WS-COURSES-DUES WS-MOIS-TROP-PAYES.
           MOVE WS-SOR-DATE(IDX-SOR)(1:6) TO WS-MOIS-SORTIE.
           MOVE WS-SOR-DATE(IDX-SOR)(7:2) TO WS-JOURS-PRESENCE.
           IF WS-JOURS-PRESENCE > 30
               MOVE 30 TO WS-JOURS-PRESENCE
           END-IF.

           MOVE WS-MOIS-SORTIE TO WS-PERIODE-TESTEE.
           PERFORM CHERCHER-PAYE THRU CHERCHER-PAYE-EXIT.
           MOVE WS-PAYE-TROUVE TO WS-MOIS-SORTIE-PAYE.
           PERFORM VARYING IDX-PAY FROM 1 BY 1
               UNTIL IDX-PAY > WS-PAY-NB
               IF WS-PAY-NUMERO(IDX-PAY) EQUAL WS-SOR-NUMERO(IDX-SOR)
                   AND WS-PAY-PERIODE(IDX-PAY) > WS-MOIS-SORTIE
                   ADD 1 TO WS-MOIS-TROP-PAYES
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-SOLDE-LINE.
           STRING "BULLETIN " WS-SOR-NUMERO(IDX-SOR) " "
               WS-SOR-NOM(IDX-SOR) " " WS-SOR-PRENOM(IDX-SOR)
               " SORTIE " WS-SOR-DATE(IDX-SOR)
               DELIMITED BY SIZE INTO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.

           IF WS-MOIS-SORTIE-PAYE EQUAL "N"
               COMPUTE WS-PRORATA ROUNDED =
                   WS-SOR-SALAIRE(IDX-SOR) * WS-JOURS-PRESENCE / 30
               ADD WS-PRORATA TO WS-BRUT
               MOVE WS-PRORATA TO WS-MONTANT-ED
               MOVE WS-JOURS-PRESENCE TO WS-NB-ED
               MOVE SPACES TO WS-SOLDE-LINE
               STRING "  SALAIRE " WS-NB-ED "/30 JOURS       "
                   WS-MONTANT-ED
                   DELIMITED BY SIZE INTO WS-SOLDE-LINE
               WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE
           ELSE
               MOVE SPACES TO WS-SOLDE-LINE
               STRING "  SALAIRE DU MOIS DE SORTIE " WS-MOIS-SORTIE
                   " DEJA PAYE"
                   DELIMITED BY SIZE INTO WS-SOLDE-LINE
               WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE
           END-IF.

           PERFORM SOLDER-CONGES THRU SOLDER-CONGES-EXIT.
           PERFORM SOLDER-PRIMES THRU SOLDER-PRIMES-EXIT.

           MOVE WS-BRUT TO WS-MONTANT-ED.
           MOVE SPACES TO WS-SOLDE-LINE.
           STRING "  SALAIRE BRUT                   " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.

           PERFORM VARYING IDX-COT FROM 1 BY 1
               UNTIL IDX-COT > WS-NB-COTISATIONS
               COMPUTE WS-MONTANT-COT ROUNDED =
                   WS-BRUT * WS-COT-TAUX(IDX-COT) / 100
               ADD WS-MONTANT-COT TO WS-TOTAL-COTISATIONS
               MOVE WS-COT-TAUX(IDX-COT) TO WS-TAUX-ED
               MOVE WS-MONTANT-COT TO WS-MONTANT-ED
               MOVE SPACES TO WS-SOLDE-LINE
               STRING "  " WS-COT-LIBELLE(IDX-COT) " " WS-TAUX-ED
                   "%   -" WS-MONTANT-ED
                   DELIMITED BY SIZE INTO WS-SOLDE-LINE
               WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE
               MOVE SPACES TO COT-DETAIL-REC
               MOVE WS-SOR-NUMERO(IDX-SOR) TO CTD-NUMERO-EMPLOYE
               MOVE WS-COT-ORGANISME(IDX-COT) TO CTD-ORGANISME
               MOVE WS-COT-LIBELLE(IDX-COT) TO CTD-LIBELLE
               MOVE WS-COT-TAUX(IDX-COT) TO CTD-TAUX
               MOVE WS-BRUT TO CTD-BRUT
               MOVE WS-BRUT TO CTD-BASE
               MOVE WS-MONTANT-COT TO CTD-MONTANT
               MOVE "S" TO CTD-ORIGINE
               WRITE COT-DETAIL-REC
           END-PERFORM.

           COMPUTE WS-IMPOSABLE = WS-BRUT - WS-TOTAL-COTISATIONS.
           PERFORM CALCULER-IMPOT THRU CALCULER-IMPOT-EXIT.
           COMPUTE WS-NET = WS-IMPOSABLE - WS-IMPOT.

           MOVE WS-TOTAL-COTISATIONS TO WS-MONTANT-ED.
           MOVE SPACES TO WS-SOLDE-LINE.
           STRING "  TOTAL COTISATIONS              " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.
           MOVE WS-IMPOT TO WS-MONTANT-ED.
           MOVE SPACES TO WS-SOLDE-LINE.
           STRING "  IMPOT                          " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.
           MOVE WS-NET TO WS-MONTANT-ED.
           MOVE SPACES TO WS-SOLDE-LINE.
           STRING "  NET A PAYER                    " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.

           PERFORM CUMULER-SORTANT THRU CUMULER-SORTANT-EXIT.
           PERFORM EDITER-RECU THRU EDITER-RECU-EXIT.

           MOVE SPACES TO NET-SOLDE-REC.
           MOVE WS-SOR-NUMERO(IDX-SOR) TO NSO-NUMERO-EMPLOYE.
           MOVE WS-NET TO NSO-MONTANT.
           WRITE NET-SOLDE-REC.

           MOVE SPACES TO REGLE-REC.
           MOVE WS-SOR-NUMERO(IDX-SOR) TO RGL-NUMERO-EMPLOYE.
           MOVE WS-SOR-DATE(IDX-SOR) TO RGL-DATE-SORTIE.
           MOVE WS-PERIODE TO RGL-PERIODE.
           MOVE WS-BRUT TO RGL-BRUT.
           MOVE WS-NET TO RGL-NET.
           WRITE REGLE-REC.

           ADD 1 TO WS-NB-SOLDES.
           ADD WS-NET TO WS-TOTAL-NET.

       REGLER-UNE-SORTIE-EXIT.
           EXIT.

      ******************************************************************
       CHERCHER-PAYE.

           MOVE "N" TO WS-PAYE-TROUVE.
           PERFORM VARYING IDX-PAY FROM 1 BY 1
               UNTIL IDX-PAY > WS-PAY-NB OR WS-PAYE-TROUVE = "Y"
               IF WS-PAY-NUMERO(IDX-PAY) EQUAL WS-SOR-NUMERO(IDX-SOR)
                   AND WS-PAY-PERIODE(IDX-PAY) EQUAL WS-PERIODE-TESTEE
                   MOVE "Y" TO WS-PAYE-TROUVE
               END-IF
           END-PERFORM.

       CHERCHER-PAYE-EXIT.
           EXIT.

      ******************************************************************
      *conges restants au compteur, augmentes de l'acquisition du
      *mois de sortie si paienet ne l'a pas passee ; le compteur est
      *solde (les jours indemnises passent en pris). Un solde negatif
      *n'est pas retenu sur le solde de tout compte et est signale
       SOLDER-CONGES.

           MOVE ZEROES TO WS-CIBLE WS-JOURS-CONGES.
           PERFORM VARYING IDX-CGS FROM 1 BY 1
               UNTIL IDX-CGS > WS-CGS-NB
               MOVE WS-CGS-IMAGE(IDX-CGS) TO CONGE-REC
               IF CGS-NUMERO-EMPLOYE EQUAL WS-SOR-NUMERO(IDX-SOR)
                   SET WS-CIBLE TO IDX-CGS
               END-IF
           END-PERFORM.

           IF WS-CIBLE > ZEROES
               MOVE WS-CGS-IMAGE(WS-CIBLE) TO CONGE-REC
               COMPUTE WS-JOURS-CONGES =
                   CGS-REPORT + CGS-ACQUIS - CGS-PRIS
           ELSE
               MOVE SPACES TO CONGE-REC
               MOVE WS-SOR-NUMERO(IDX-SOR) TO CGS-NUMERO-EMPLOYE
               MOVE WS-PERIODE-ANNEE TO CGS-EXERCICE
               MOVE ZEROES TO CGS-REPORT CGS-ACQUIS CGS-PRIS
                   CGS-PERIODE CGS-PER-ACQUIS CGS-PER-PRIS
           END-IF.

           IF WS-MOIS-SORTIE-PAYE EQUAL "N"
               AND CGS-PERIODE < WS-MOIS-SORTIE
               COMPUTE WS-JOURS-CONGES ROUNDED = WS-JOURS-CONGES
                   + (WS-ACQUIS-MOIS * WS-JOURS-PRESENCE / 30)
               COMPUTE CGS-ACQUIS ROUNDED = CGS-ACQUIS
                   + (WS-ACQUIS-MOIS * WS-JOURS-PRESENCE / 30)
           END-IF.

           MOVE WS-JOURS-CONGES TO WS-JOURS-ED.
           IF WS-JOURS-CONGES > ZEROES
               COMPUTE WS-INDEMNITE-CP ROUNDED =
                   WS-JOURS-CONGES * WS-SOR-SALAIRE(IDX-SOR)
                   / WS-JOURS-OUVRABLES
               ADD WS-INDEMNITE-CP TO WS-BRUT
               ADD WS-JOURS-CONGES TO CGS-PRIS
               MOVE WS-INDEMNITE-CP TO WS-MONTANT-ED
               MOVE SPACES TO WS-SOLDE-LINE
               STRING "  INDEMNITE CONGES " WS-JOURS-ED
                   " J         +" WS-MONTANT-ED
                   DELIMITED BY SIZE INTO WS-SOLDE-LINE
               WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE
           ELSE
               IF WS-JOURS-CONGES < ZEROES
                   MOVE SPACES TO WS-SOLDE-LINE
                   STRING "  ATTENTION CONGES PRIS PAR ANTICIPATION "
                       WS-JOURS-ED " J, A REGULARISER"
                       DELIMITED BY SIZE INTO WS-SOLDE-LINE
                   WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE
               END-IF
           END-IF.

           IF WS-CIBLE > ZEROES
               MOVE CONGE-REC TO WS-CGS-IMAGE(WS-CIBLE)
           ELSE
               IF WS-CGS-NB < 99999
                   ADD 1 TO WS-CGS-NB
                   MOVE CONGE-REC TO WS-CGS-IMAGE(WS-CGS-NB)
               END-IF
           END-IF.

       SOLDER-CONGES-EXIT.
           EXIT.

      ******************************************************************
      *courses des periodes jusqu'a la periode ouverte pour
      *lesquelles le sortant n'a pas eu de bulletin
       SOLDER-PRIMES.

           PERFORM VARYING IDX-PRM FROM 1 BY 1
               UNTIL IDX-PRM > WS-PRM-NB
               IF WS-PRM-NUMERO(IDX-PRM) EQUAL WS-SOR-NUMERO(IDX-SOR)
                   AND WS-PRM-PERIODE(IDX-PRM) NOT > WS-PERIODE
                   MOVE WS-PRM-PERIODE(IDX-PRM) TO WS-PERIODE-TESTEE
                   PERFORM CHERCHER-PAYE THRU CHERCHER-PAYE-EXIT
                   IF WS-PAYE-TROUVE EQUAL "N"
                       ADD WS-PRM-COURSES(IDX-PRM) TO WS-COURSES-DUES
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-COURSES-DUES EQUAL ZEROES
               GO TO SOLDER-PRIMES-EXIT
           END-IF.

           COMPUTE WS-PRIME-DUE ROUNDED =
               WS-COURSES-DUES * WS-TAUX-PRIME.
           ADD WS-PRIME-DUE TO WS-BRUT.
           MOVE WS-PRIME-DUE TO WS-MONTANT-ED.
           MOVE WS-COURSES-DUES TO WS-NB-ED.
           MOVE SPACES TO WS-SOLDE-LINE.
           STRING "  PRIME LIVRAISON " WS-NB-ED
               " COURSE(S)  +" WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.

       SOLDER-PRIMES-EXIT.
           EXIT.

      ******************************************************************
       CALCULER-IMPOT.

           MOVE ZEROES TO WS-IMPOT.
           PERFORM VARYING IDX-TRA FROM 1 BY 1
               UNTIL IDX-TRA > WS-NB-TRANCHES
               IF WS-IMPOSABLE > WS-TRA-BASSE(IDX-TRA)
                   IF WS-IMPOSABLE > WS-TRA-HAUTE(IDX-TRA)
                       COMPUTE WS-PART-TRANCHE =
                           WS-TRA-HAUTE(IDX-TRA) - WS-TRA-BASSE(IDX-TRA)
                   ELSE
                       COMPUTE WS-PART-TRANCHE =
                           WS-IMPOSABLE - WS-TRA-BASSE(IDX-TRA)
                   END-IF
                   COMPUTE WS-IMPOT ROUNDED = WS-IMPOT +
                       (WS-PART-TRANCHE * WS-TRA-TAUX(IDX-TRA) / 100)
               END-IF
           END-PERFORM.

       CALCULER-IMPOT-EXIT.
           EXIT.

      ******************************************************************
      *cumuls de l'annee du sortant, alimentes du solde comme d'un
      *passage paienet, pour ses attestations de fin d'annee
       CUMULER-SORTANT.

           MOVE ZEROES TO WS-CIBLE.
           PERFORM VARYING IDX-CUM FROM 1 BY 1
               UNTIL IDX-CUM > WS-CUM-NB
               MOVE WS-CUM-IMAGE(IDX-CUM) TO CUMUL-REC
               IF CUM-NUMERO-EMPLOYE EQUAL WS-SOR-NUMERO(IDX-SOR)
                   SET WS-CIBLE TO IDX-CUM
               END-IF
           END-PERFORM.

           IF WS-CIBLE > ZEROES
               MOVE WS-CUM-IMAGE(WS-CIBLE) TO CUMUL-REC
           ELSE
               MOVE SPACES TO CUMUL-REC
               MOVE WS-SOR-NUMERO(IDX-SOR) TO CUM-NUMERO-EMPLOYE
               MOVE WS-PERIODE-ANNEE TO CUM-ANNEE
               MOVE ZEROES TO CUM-BRUT CUM-COTISATIONS CUM-IMPOT
                   CUM-NET CUM-PASSAGES
           END-IF.
           IF CUM-ANNEE NOT EQUAL WS-PERIODE-ANNEE
               MOVE WS-PERIODE-ANNEE TO CUM-ANNEE
               MOVE ZEROES TO CUM-BRUT CUM-COTISATIONS CUM-IMPOT
                   CUM-NET CUM-PASSAGES
           END-IF.

           ADD WS-BRUT TO CUM-BRUT.
           ADD WS-TOTAL-COTISATIONS TO CUM-COTISATIONS.
           ADD WS-IMPOT TO CUM-IMPOT.
           ADD WS-NET TO CUM-NET.
           ADD 1 TO CUM-PASSAGES.

           IF WS-CIBLE > ZEROES
               MOVE CUMUL-REC TO WS-CUM-IMAGE(WS-CIBLE)
           ELSE
               IF WS-CUM-NB < 99999
                   ADD 1 TO WS-CUM-NB
                   MOVE CUMUL-REC TO WS-CUM-IMAGE(WS-CUM-NB)
               END-IF
           END-IF.

           MOVE CUM-BRUT TO WS-CUM-ED.
           MOVE SPACES TO WS-SOLDE-LINE.
           STRING "  CUMULS " CUM-ANNEE "  BRUT " WS-CUM-ED
               DELIMITED BY SIZE INTO WS-SOLDE-LINE.
           MOVE CUM-COTISATIONS TO WS-CUM-ED.
           STRING "  COTISATIONS " WS-CUM-ED
               DELIMITED BY SIZE INTO WS-SOLDE-LINE(47:).
           MOVE CUM-NET TO WS-CUM-ED.
           STRING "  NET " WS-CUM-ED
               DELIMITED BY SIZE INTO WS-SOLDE-LINE(87:).
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.
           MOVE CUM-IMPOT TO WS-CUM-ED.
           MOVE SPACES TO WS-SOLDE-LINE.
           STRING "  CUMULS " CUM-ANNEE "  IMPOT " WS-CUM-ED
               DELIMITED BY SIZE INTO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.

       CUMULER-SORTANT-EXIT.
           EXIT.

      ******************************************************************
      *recu pour solde de tout compte, a signer par le salarie
       EDITER-RECU.

           MOVE SPACES TO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.
           MOVE SPACES TO WS-SOLDE-LINE.
           STRING "RECU POUR SOLDE DE TOUT COMPTE - "
               WS-SOR-NOM(IDX-SOR) " " WS-SOR-PRENOM(IDX-SOR)
               DELIMITED BY SIZE INTO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.
           MOVE SPACES TO WS-SOLDE-LINE.
           STRING "  MATRICULE " WS-SOR-NUMERO(IDX-SOR)
               "  ENTREE LE " WS-SOR-DATE-EMB(IDX-SOR)
               "  SORTIE LE " WS-SOR-DATE(IDX-SOR)
               DELIMITED BY SIZE INTO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.

           MOVE WS-PRORATA TO WS-MONTANT-ED.
           MOVE SPACES TO WS-SOLDE-LINE.
           STRING "  SALAIRE DU MOIS DE SORTIE      " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.
           MOVE WS-INDEMNITE-CP TO WS-MONTANT-ED.
           MOVE SPACES TO WS-SOLDE-LINE.
           STRING "  INDEMNITE COMPENSATRICE CP     " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.
           MOVE WS-PRIME-DUE TO WS-MONTANT-ED.
           MOVE SPACES TO WS-SOLDE-LINE.
           STRING "  PRIMES DE LIVRAISON DUES       " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.
           MOVE WS-NET TO WS-MONTANT-ED.
           MOVE SPACES TO WS-SOLDE-LINE.
           STRING "  SOMME NETTE VERSEE             " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.

           IF WS-MOIS-TROP-PAYES > ZEROES
               MOVE WS-MOIS-TROP-PAYES TO WS-NB-ED
               MOVE SPACES TO WS-SOLDE-LINE
               STRING "  ATTENTION " WS-NB-ED
                   " MOIS PAYE(S) APRES LA SORTIE, TROP-PERCU A "
                   "REGULARISER"
                   DELIMITED BY SIZE INTO WS-SOLDE-LINE
               WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE
           END-IF.

           PERFORM CHERCHER-PRETS-DUS THRU CHERCHER-PRETS-DUS-EXIT.
           IF WS-PRT-NB-DUS > ZEROES
               ADD 1 TO WS-NB-PRETS-DUS
               MOVE WS-PRT-RESTE-DU TO WS-PRT-RESTE-ED
               MOVE SPACES TO WS-SOLDE-LINE
               STRING "  ATTENTION RESTE DU SUR AVANCES/PRETS "
                   WS-PRT-RESTE-ED ", A RECOUVRER HORS PAIE"
                   DELIMITED BY SIZE INTO WS-SOLDE-LINE
               WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE
           END-IF.

           MOVE SPACES TO WS-SOLDE-LINE.
           STRING "  Le salarie reconnait avoir recu la somme ci-dessus"
               " pour solde de tout compte."
               DELIMITED BY SIZE INTO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.
           MOVE SPACES TO WS-SOLDE-LINE.
           STRING "  Fait le " WS-HORODATAGE(1:8)
               "      Signature :"
               DELIMITED BY SIZE INTO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.
           MOVE SPACES TO WS-SOLDE-LINE.
           WRITE WS-SOLDE-LINE FROM WS-SOLDE-LINE.

       EDITER-RECU-EXIT.
           EXIT.

      ******************************************************************
       CHERCHER-PRETS-DUS.

           MOVE ZEROES TO WS-PRT-RESTE-DU WS-PRT-NB-DUS.
           OPEN INPUT F-PRETS.
           IF NOT FS-PRETS-OK
               GO TO CHERCHER-PRETS-DUS-EXIT
           END-IF.

           MOVE "N" TO WS-PRT-FIN.
           PERFORM UNTIL WS-PRT-FIN = "Y"
               READ F-PRETS
                   AT END
                       MOVE "Y" TO WS-PRT-FIN
                   NOT AT END
                       IF PRT-NUMERO-EMPLOYE EQUAL
                           WS-SOR-NUMERO(IDX-SOR)
                           AND PRT-MONTANT > PRT-REMBOURSE
                           ADD 1 TO WS-PRT-NB-DUS
                           COMPUTE WS-PRT-RESTE-DU = WS-PRT-RESTE-DU
                               + PRT-MONTANT - PRT-REMBOURSE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PRETS.

       CHERCHER-PRETS-DUS-EXIT.
           EXIT.

      ******************************************************************
       REECRIRE-CONGES.

           OPEN OUTPUT F-CONGES.
           IF NOT FS-CONGES-OK
               DISPLAY "Erreur reecriture F-CONGES : " FS-CONGES
               GO TO REECRIRE-CONGES-EXIT
           END-IF.
           PERFORM VARYING IDX-CGS FROM 1 BY 1
               UNTIL IDX-CGS > WS-CGS-NB
               WRITE CONGE-REC FROM WS-CGS-IMAGE(IDX-CGS)
           END-PERFORM.
           CLOSE F-CONGES.

       REECRIRE-CONGES-EXIT.
           EXIT.

      ******************************************************************
       REECRIRE-CUMULS.

           OPEN OUTPUT F-CUMULS.
           IF NOT FS-CUMULS-OK
               DISPLAY "Erreur reecriture F-CUMULS : " FS-CUMULS
               GO TO REECRIRE-CUMULS-EXIT
           END-IF.
           PERFORM VARYING IDX-CUM FROM 1 BY 1
               UNTIL IDX-CUM > WS-CUM-NB
               WRITE CUMUL-REC FROM WS-CUM-IMAGE(IDX-CUM)
           END-PERFORM.
           CLOSE F-CUMULS.

       REECRIRE-CUMULS-EXIT.
           EXIT.
      ******************************************************************
