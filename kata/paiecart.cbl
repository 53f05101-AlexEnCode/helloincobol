      ******************************************************************
      *    Controle des nets avant virement : NET-A-PAYER.txt du       *
      *    passage est compare, matricule par matricule, aux nets de   *
      *    la derniere periode close (NET-ARCHIVE.txt). Sont signales  *
      *    dans PAIE-ECARTS-REPORT.txt les nets dont l'ecart depasse   *
      *    PAIE-ECART-PCT pour cent, les matricules payes ce mois-ci   *
      *    et pas le precedent (ou l'inverse) sans entree ni sortie    *
      *    empmaj correspondante, et les nets nuls ; une retenue       *
      *    d'avance ou de pret (PRETS-AVANCES.txt) sur la periode ou   *
      *    la reference explique un ecart de net. Un ecart non         *
      *    explique rend RC 8 : place avant paievir dans le plan, il   *
      *    arrete la chaine avant la remise VIREMENTS-BANQUE.txt.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. paiecart.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT F-HISTORIQUE ASSIGN
           TO "HISTORIQUE-EMPLOYES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HISTORIQUE.

           SELECT F-PRETS ASSIGN
           TO "PRETS-AVANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRETS.

           SELECT F-RAPPORT ASSIGN
           TO "PAIE-ECARTS-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

      *meme dessin que dans paienet
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

      *memes dessins que dans paiclot
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

      *meme dessin que dans empmaj
       FD  F-HISTORIQUE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  HISTORIQUE-REC.
           05 HST-DATE-EFFET        PIC 9(8).
           05 HST-ACTION            PIC X.
           05 HST-NUMERO            PIC 9(9).
           05 HST-IMAGE             PIC X(79).
           05 FILLER                PIC X(3).
           05 HST-DATE-SAISIE       PIC X(8).
           05 HST-SALAIRE-AVANT     PIC X(5).
           05 FILLER                PIC X(7).

      *meme dessin que dans pretcapt
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

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-TOTAUX PIC X(02).
           88 FS-TOTAUX-OK VALUE "00".
       01  FS-NET PIC X(02).
           88 FS-NET-OK VALUE "00".
       01  FS-CLOSES PIC X(02).
           88 FS-CLOSES-OK VALUE "00".
       01  FS-ARCH-NET PIC X(02).
           88 FS-ARCH-NET-OK VALUE "00".
       01  FS-HISTORIQUE PIC X(02).
           88 FS-HISTORIQUE-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".
       01  FS-PRETS PIC X(02).
           88 FS-PRETS-OK VALUE "00".

      *configuration d'exploitation partagee (CALL "cfglire")
       COPY CONFIG.

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-PERIODE               PIC 9(6) VALUE ZEROES.
       01  WS-PERIODE-REF           PIC 9(6) VALUE ZEROES.
       01  WS-SEUIL-PCT             PIC 9(3)V99 VALUE 20.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-ECHEC                 PIC X VALUE "N".
           88 WS-EST-EN-ECHEC VALUE "Y".

      *nets de la periode de reference ; le drapeau marque ceux
      *retrouves dans le passage courant
       01  WS-REF-TABLE.
           03 WS-REF-NB PIC 9(05) VALUE ZEROES.
           03 WS-REF-ENTREE OCCURS 0 TO 99999 TIMES
               DEPENDING ON WS-REF-NB
               INDEXED BY IDX-REF.
               05 WS-REF-NUMERO     PIC 9(9).
               05 WS-REF-MONTANT    PIC 9(7)V99.
               05 WS-REF-VU         PIC X.

      *mouvements empmaj posterieurs a la periode de reference, et
      *retenues avances et prets ("R") portees depuis la reference
       01  WS-MVT-TABLE.
           03 WS-MVT-NB PIC 9(05) VALUE ZEROES.
           03 WS-MVT-ENTREE OCCURS 0 TO 20000 TIMES
               DEPENDING ON WS-MVT-NB
               INDEXED BY IDX-MVT.
               05 WS-MVT-NUMERO     PIC 9(9).
               05 WS-MVT-ACTION     PIC X.

       01  WS-REF-CIBLE             PIC 9(05) VALUE ZEROES.
       01  WS-MVT-RECHERCHE         PIC X VALUE SPACE.
       01  WS-MVT-TROUVE            PIC X VALUE "N".
       01  WS-MOTIF                 PIC X(30) VALUE SPACES.
       01  WS-EXPLICATION           PIC X(30) VALUE SPACES.
       01  WS-MONTANT-REF           PIC 9(7)V99 VALUE ZEROES.
       01  WS-ECART                 PIC S9(7)V99 VALUE ZEROES.
       01  WS-ECART-PCT             PIC S9(5)V99 VALUE ZEROES.
       01  WS-DATE-MOIS             PIC X(6) VALUE SPACES.

       01  WS-NETS-LUS              PIC 9(6) VALUE ZEROES.
       01  WS-NB-SIGNALES           PIC 9(6) VALUE ZEROES.
       01  WS-NB-NON-EXPLIQUES      PIC 9(6) VALUE ZEROES.

       01  WS-MONTANT-ED            PIC Z(6)9.99.
       01  WS-REF-ED                PIC Z(6)9.99.
       01  WS-PCT-ED                PIC -(5)9.99.
       01  WS-SEUIL-ED              PIC ZZ9.99.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "paiecart" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           INITIALIZE CFG-PARAMS.
           MOVE "PAIE-ECART-PCT" TO CFG-CLE.
           MOVE "20" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-SEUIL-PCT = FUNCTION NUMVAL(CFG-VALEUR).

           PERFORM LIRE-PERIODE THRU LIRE-PERIODE-EXIT.
           IF NOT WS-EST-EN-ECHEC
               PERFORM CHERCHER-REFERENCE
                   THRU CHERCHER-REFERENCE-EXIT
               PERFORM CHARGER-REFERENCE THRU CHARGER-REFERENCE-EXIT
               PERFORM CHARGER-MOUVEMENTS
                   THRU CHARGER-MOUVEMENTS-EXIT
               PERFORM CHARGER-RETENUES THRU CHARGER-RETENUES-EXIT
               PERFORM EDITER-ECARTS THRU EDITER-ECARTS-EXIT
           END-IF.

           DISPLAY "Nets controles : " WS-NETS-LUS
               "  signales : " WS-NB-SIGNALES
               "  non expliques : " WS-NB-NON-EXPLIQUES.

      *pas de periode close de reference (premier mois) : seuls les
      *nets nuls sont controles, le passage est signale en RC 4
           IF WS-EST-EN-ECHEC OR WS-NB-NON-EXPLIQUES > ZEROES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PERIODE-REF EQUAL ZEROES
                   OR WS-NB-SIGNALES > ZEROES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE "F" TO RJN-PHASE.
           MOVE WS-NETS-LUS TO RJN-LUS.
           MOVE WS-NB-SIGNALES TO RJN-ECRITS.
           MOVE WS-NB-NON-EXPLIQUES TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *periode du passage controle : celle du dernier paienet
       LIRE-PERIODE.

           OPEN INPUT F-TOTAUX.
           IF NOT FS-TOTAUX-OK
               DISPLAY "Fichier PAIE-TOTAUX.txt introuvable."
               MOVE "Y" TO WS-ECHEC
               GO TO LIRE-PERIODE-EXIT
           END-IF.
           READ F-TOTAUX
               AT END
                   DISPLAY "Fichier PAIE-TOTAUX.txt vide."
                   MOVE "Y" TO WS-ECHEC
               NOT AT END
                   MOVE TOT-DATE(1:6) TO WS-PERIODE
           END-READ.
           CLOSE F-TOTAUX.

       LIRE-PERIODE-EXIT.
           EXIT.

      ******************************************************************
      *la reference est la plus recente periode close anterieure a
      *celle du passage
       CHERCHER-REFERENCE.

           MOVE ZEROES TO WS-PERIODE-REF.
           OPEN INPUT F-CLOSES.
           IF NOT FS-CLOSES-OK
               GO TO CHERCHER-REFERENCE-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-CLOSES
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF PCL-PERIODE < WS-PERIODE
                           AND PCL-PERIODE > WS-PERIODE-REF
                           MOVE PCL-PERIODE TO WS-PERIODE-REF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CLOSES.

       CHERCHER-REFERENCE-EXIT.
           EXIT.

      ******************************************************************
      *les soldes de tout compte archives ne servent pas de
      *reference : le sortant n'a plus de net le mois suivant
       CHARGER-REFERENCE.

           MOVE ZEROES TO WS-REF-NB.
           IF WS-PERIODE-REF EQUAL ZEROES
               GO TO CHARGER-REFERENCE-EXIT
           END-IF.

           OPEN INPUT F-ARCH-NET.
           IF NOT FS-ARCH-NET-OK
               DISPLAY "Fichier NET-ARCHIVE.txt introuvable."
               MOVE ZEROES TO WS-PERIODE-REF
               GO TO CHARGER-REFERENCE-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-ARCH-NET
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF ARN-PERIODE EQUAL WS-PERIODE-REF
                           AND ARN-ORIGINE NOT EQUAL "S"
                           AND WS-REF-NB < 99999
                           ADD 1 TO WS-REF-NB
                           MOVE ARN-NUMERO-EMPLOYE
                               TO WS-REF-NUMERO(WS-REF-NB)
                           MOVE ARN-MONTANT
                               TO WS-REF-MONTANT(WS-REF-NB)
                           MOVE "N" TO WS-REF-VU(WS-REF-NB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARCH-NET.

       CHARGER-REFERENCE-EXIT.
           EXIT.

      ******************************************************************
      *entrees (A), sorties (T) et modifications (M) saisies ou
      *prenant effet apres la periode de reference, jusqu'a la
      *periode controlee incluse
       CHARGER-MOUVEMENTS.

           MOVE ZEROES TO WS-MVT-NB.
           OPEN INPUT F-HISTORIQUE.
           IF NOT FS-HISTORIQUE-OK
               GO TO CHARGER-MOUVEMENTS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-HISTORIQUE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       PERFORM RETENIR-MOUVEMENT
                           THRU RETENIR-MOUVEMENT-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-HISTORIQUE.

       CHARGER-MOUVEMENTS-EXIT.
           EXIT.

      ******************************************************************
       RETENIR-MOUVEMENT.

           IF WS-MVT-NB >= 20000
               GO TO RETENIR-MOUVEMENT-EXIT
           END-IF.

           MOVE HST-DATE-EFFET(1:6) TO WS-DATE-MOIS.
           IF WS-DATE-MOIS > WS-PERIODE-REF
               AND WS-DATE-MOIS NOT > WS-PERIODE
               ADD 1 TO WS-MVT-NB
               MOVE HST-NUMERO TO WS-MVT-NUMERO(WS-MVT-NB)
               MOVE HST-ACTION TO WS-MVT-ACTION(WS-MVT-NB)
               GO TO RETENIR-MOUVEMENT-EXIT
           END-IF.

           IF HST-DATE-SAISIE IS NUMERIC
               MOVE HST-DATE-SAISIE(1:6) TO WS-DATE-MOIS
               IF WS-DATE-MOIS > WS-PERIODE-REF
                   AND WS-DATE-MOIS NOT > WS-PERIODE
                   ADD 1 TO WS-MVT-NB
                   MOVE HST-NUMERO TO WS-MVT-NUMERO(WS-MVT-NB)
                   MOVE HST-ACTION TO WS-MVT-ACTION(WS-MVT-NB)
               END-IF
           END-IF.

       RETENIR-MOUVEMENT-EXIT.
           EXIT.

      ******************************************************************
      *un pret dont la derniere retenue date de la reference ou apres
      *a fait varier le net : retenue commencee, poursuivie ou soldee
       CHARGER-RETENUES.

           IF WS-PERIODE-REF EQUAL ZEROES
               GO TO CHARGER-RETENUES-EXIT
           END-IF.
           OPEN INPUT F-PRETS.
           IF NOT FS-PRETS-OK
               GO TO CHARGER-RETENUES-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-PRETS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF PRT-PERIODE-RETENUE NOT < WS-PERIODE-REF
                           AND PRT-PERIODE-RETENUE NOT > WS-PERIODE
                           AND WS-MVT-NB < 20000
                           ADD 1 TO WS-MVT-NB
                           MOVE PRT-NUMERO-EMPLOYE
                               TO WS-MVT-NUMERO(WS-MVT-NB)
                           MOVE "R" TO WS-MVT-ACTION(WS-MVT-NB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PRETS.

       CHARGER-RETENUES-EXIT.
           EXIT.

      ******************************************************************
       EDITER-ECARTS.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               MOVE "Y" TO WS-ECHEC
               GO TO EDITER-ECARTS-EXIT
           END-IF.

           MOVE WS-SEUIL-PCT TO WS-SEUIL-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           IF WS-PERIODE-REF EQUAL ZEROES
               STRING "CONTROLE DES NETS PERIODE " WS-PERIODE
                   " - AUCUNE PERIODE CLOSE DE REFERENCE"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
           ELSE
               STRING "CONTROLE DES NETS PERIODE " WS-PERIODE
                   " / REFERENCE " WS-PERIODE-REF
                   " (seuil " WS-SEUIL-ED " %)"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
           END-IF.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  MATRICULE   NET PERIODE  NET REFERENCE"
               "    ECART %  MOTIF"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           OPEN INPUT F-NET.
           IF NOT FS-NET-OK
               DISPLAY "Fichier NET-A-PAYER.txt introuvable."
               MOVE "Y" TO WS-ECHEC
               CLOSE F-RAPPORT
               GO TO EDITER-ECARTS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-NET
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NETS-LUS
                       PERFORM CONTROLER-UN-NET
                           THRU CONTROLER-UN-NET-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-NET.

      *payes le mois de reference et plus ce mois-ci
           PERFORM VARYING IDX-REF FROM 1 BY 1
               UNTIL IDX-REF > WS-REF-NB
               IF WS-REF-VU(IDX-REF) EQUAL "N"
                   PERFORM CONTROLER-UN-ABSENT
                       THRU CONTROLER-UN-ABSENT-EXIT
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "TOTAL  nets controles: " WS-NETS-LUS
               "  signales: " WS-NB-SIGNALES
               "  non expliques: " WS-NB-NON-EXPLIQUES
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           IF WS-NB-NON-EXPLIQUES > ZEROES
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "ECARTS NON EXPLIQUES : REMISE DES VIREMENTS "
                   "BLOQUEE"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-IF.
           CLOSE F-RAPPORT.

       EDITER-ECARTS-EXIT.
           EXIT.

      ******************************************************************
      *un net nul n'est jamais explique ; un nouveau paye s'explique
      *par une entree, un ecart au-dela du seuil par une modification
      *du dossier sur la periode
       CONTROLER-UN-NET.

           MOVE SPACES TO WS-MOTIF WS-EXPLICATION.
           MOVE ZEROES TO WS-MONTANT-REF WS-ECART-PCT.

           MOVE ZEROES TO WS-REF-CIBLE.
           PERFORM VARYING IDX-REF FROM 1 BY 1
               UNTIL IDX-REF > WS-REF-NB OR WS-REF-CIBLE > ZEROES
               IF WS-REF-NUMERO(IDX-REF) EQUAL NET-NUMERO-EMPLOYE
                   SET WS-REF-CIBLE TO IDX-REF
               END-IF
           END-PERFORM.
           IF WS-REF-CIBLE > ZEROES
               MOVE "Y" TO WS-REF-VU(WS-REF-CIBLE)
               MOVE WS-REF-MONTANT(WS-REF-CIBLE) TO WS-MONTANT-REF
           END-IF.

           IF NET-MONTANT IS NOT NUMERIC OR NET-MONTANT EQUAL ZEROES
               MOVE "NET NUL" TO WS-MOTIF
               ADD 1 TO WS-NB-NON-EXPLIQUES
               PERFORM ECRIRE-LIGNE-ECART THRU ECRIRE-LIGNE-ECART-EXIT
               GO TO CONTROLER-UN-NET-EXIT
           END-IF.

           IF WS-PERIODE-REF EQUAL ZEROES
               GO TO CONTROLER-UN-NET-EXIT
           END-IF.

           IF WS-REF-CIBLE EQUAL ZEROES
               MOVE "PAYE SANS NET DE REFERENCE" TO WS-MOTIF
               MOVE "A" TO WS-MVT-RECHERCHE
               PERFORM CHERCHER-MOUVEMENT
                   THRU CHERCHER-MOUVEMENT-EXIT
               IF WS-MVT-TROUVE EQUAL "Y"
                   MOVE "explique : entree empmaj" TO WS-EXPLICATION
               ELSE
                   ADD 1 TO WS-NB-NON-EXPLIQUES
               END-IF
               PERFORM ECRIRE-LIGNE-ECART THRU ECRIRE-LIGNE-ECART-EXIT
               GO TO CONTROLER-UN-NET-EXIT
           END-IF.

           IF WS-MONTANT-REF EQUAL ZEROES
               GO TO CONTROLER-UN-NET-EXIT
           END-IF.
           COMPUTE WS-ECART = NET-MONTANT - WS-MONTANT-REF.
           COMPUTE WS-ECART-PCT ROUNDED =
               WS-ECART * 100 / WS-MONTANT-REF.
           IF WS-ECART-PCT > WS-SEUIL-PCT
               OR (0 - WS-ECART-PCT) > WS-SEUIL-PCT
               MOVE "ECART AU-DELA DU SEUIL" TO WS-MOTIF
               MOVE "M" TO WS-MVT-RECHERCHE
               PERFORM CHERCHER-MOUVEMENT
                   THRU CHERCHER-MOUVEMENT-EXIT
               IF WS-MVT-TROUVE NOT EQUAL "Y"
                   MOVE "R" TO WS-MVT-RECHERCHE
                   PERFORM CHERCHER-MOUVEMENT
                       THRU CHERCHER-MOUVEMENT-EXIT
                   IF WS-MVT-TROUVE EQUAL "Y"
                       MOVE "explique : retenue avance/pret"
                           TO WS-EXPLICATION
                   ELSE
                       ADD 1 TO WS-NB-NON-EXPLIQUES
                   END-IF
               ELSE
                   MOVE "explique : modification empmaj"
                       TO WS-EXPLICATION
               END-IF
               PERFORM ECRIRE-LIGNE-ECART THRU ECRIRE-LIGNE-ECART-EXIT
           END-IF.

       CONTROLER-UN-NET-EXIT.
           EXIT.

      ******************************************************************
      *paye le mois de reference, absent ce mois-ci : explique par
      *une sortie
       CONTROLER-UN-ABSENT.

           MOVE SPACES TO WS-MOTIF WS-EXPLICATION.
           MOVE "NON PAYE CE MOIS" TO WS-MOTIF.
           MOVE ZEROES TO WS-ECART-PCT.
           MOVE WS-REF-NUMERO(IDX-REF) TO NET-NUMERO-EMPLOYE.
           MOVE ZEROES TO NET-MONTANT.
           MOVE WS-REF-MONTANT(IDX-REF) TO WS-MONTANT-REF.
           MOVE "T" TO WS-MVT-RECHERCHE.
           PERFORM CHERCHER-MOUVEMENT THRU CHERCHER-MOUVEMENT-EXIT.
           IF WS-MVT-TROUVE EQUAL "Y"
               MOVE "explique : sortie empmaj" TO WS-EXPLICATION
           ELSE
               ADD 1 TO WS-NB-NON-EXPLIQUES
           END-IF.
           PERFORM ECRIRE-LIGNE-ECART THRU ECRIRE-LIGNE-ECART-EXIT.

       CONTROLER-UN-ABSENT-EXIT.
           EXIT.

      ******************************************************************
       CHERCHER-MOUVEMENT.

           MOVE "N" TO WS-MVT-TROUVE.
           PERFORM VARYING IDX-MVT FROM 1 BY 1
               UNTIL IDX-MVT > WS-MVT-NB OR WS-MVT-TROUVE = "Y"
               IF WS-MVT-NUMERO(IDX-MVT) EQUAL NET-NUMERO-EMPLOYE
                   AND WS-MVT-ACTION(IDX-MVT) EQUAL WS-MVT-RECHERCHE
                   MOVE "Y" TO WS-MVT-TROUVE
               END-IF
           END-PERFORM.

       CHERCHER-MOUVEMENT-EXIT.
           EXIT.

      ******************************************************************
       ECRIRE-LIGNE-ECART.

           ADD 1 TO WS-NB-SIGNALES.
           MOVE NET-MONTANT TO WS-MONTANT-ED.
           MOVE WS-MONTANT-REF TO WS-REF-ED.
           MOVE WS-ECART-PCT TO WS-PCT-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  " NET-NUMERO-EMPLOYE "  " WS-MONTANT-ED
               "     " WS-REF-ED "  " WS-PCT-ED "  " WS-MOTIF
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           STRING WS-EXPLICATION
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE(95:).
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

       ECRIRE-LIGNE-ECART-EXIT.
           EXIT.
      ******************************************************************
