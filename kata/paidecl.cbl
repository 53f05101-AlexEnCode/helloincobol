      ******************************************************************
      *    Declaration mensuelle des cotisations sociales par          *
      *    organisme collecteur, pour la derniere periode close par    *
      *    paiclot : le detail des cotisations archive                 *
      *    (COTISATIONS-ARCHIVE.txt, alimente par paienet et paisolde) *
      *    est regroupe dans DECLARATIONS-SOCIALES.txt, au format      *
      *    fixe de 100 caracteres : un en-tete "E" par organisme, une  *
      *    ligne "D" par salarie et par cotisation (matricule, brut,   *
      *    base, taux, montant), un total de controle "T" par          *
      *    organisme et un total general "Z". L'etat                   *
      *    DECLARATIONS-REPORT.txt recapitule les organismes et        *
      *    rapproche la declaration des totaux des bulletins archives  *
      *    de la periode ; un ecart rend RC 8, la declaration ne doit  *
      *    pas alors etre transmise.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. paidecl.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLOSES ASSIGN
           TO "PERIODES-CLOSES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLOSES.

           SELECT F-ARCH-COT ASSIGN
           TO "COTISATIONS-ARCHIVE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCH-COT.

           SELECT F-ARCH-BULLETINS ASSIGN
           TO "BULLETINS-ARCHIVE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCH-BULLETINS.

           SELECT F-DECLARATION ASSIGN
           TO "DECLARATIONS-SOCIALES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-DECLARATION.

           SELECT F-RAPPORT ASSIGN
           TO "DECLARATIONS-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

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

       FD  F-ARCH-COT
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.

       01  ARCH-COT-REC.
           05 ACO-PERIODE           PIC 9(6).
           05 ACO-NUMERO-EMPLOYE    PIC 9(9).
           05 ACO-ORGANISME         PIC X(6).
           05 ACO-LIBELLE           PIC X(20).
           05 ACO-TAUX              PIC 9(2)V99.
           05 ACO-BRUT              PIC 9(7)V99.
           05 ACO-BASE              PIC 9(7)V99.
           05 ACO-MONTANT           PIC 9(7)V99.
           05 ACO-ORIGINE           PIC X.
           05 FILLER                PIC X(17).

       FD  F-ARCH-BULLETINS
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.

       01  ARCH-BULLETIN-REC.
           05 ARB-PERIODE           PIC 9(6).
           05 ARB-NUMERO-EMPLOYE    PIC 9(9).
           05 ARB-LIGNE             PIC X(132).
           05 FILLER                PIC X(3).

      *declaration : quatre dessins de 100 caracteres distingues par
      *le type d'enregistrement en tete
       FD  F-DECLARATION
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  DECL-ENTETE.
           05 DCE-TYPE              PIC X.
           05 DCE-PERIODE           PIC 9(6).
           05 DCE-ORGANISME         PIC X(6).
           05 DCE-DATE-EMISSION     PIC 9(8).
           05 DCE-NB-SALARIES       PIC 9(5).
           05 FILLER                PIC X(74).

       01  DECL-DETAIL.
           05 DCD-TYPE              PIC X.
           05 DCD-PERIODE           PIC 9(6).
           05 DCD-ORGANISME         PIC X(6).
           05 DCD-NUMERO-EMPLOYE    PIC 9(9).
           05 DCD-LIBELLE           PIC X(20).
           05 DCD-BRUT              PIC 9(7)V99.
           05 DCD-BASE              PIC 9(7)V99.
           05 DCD-TAUX              PIC 9(2)V99.
           05 DCD-MONTANT           PIC 9(7)V99.
           05 DCD-ORIGINE           PIC X.
           05 FILLER                PIC X(26).

       01  DECL-TOTAL.
           05 DCT-TYPE              PIC X.
           05 DCT-PERIODE           PIC 9(6).
           05 DCT-ORGANISME         PIC X(6).
           05 DCT-NB-LIGNES         PIC 9(7).
           05 DCT-NB-SALARIES       PIC 9(5).
           05 DCT-TOTAL-BASE        PIC 9(11)V99.
           05 DCT-TOTAL-MONTANT     PIC 9(11)V99.
           05 FILLER                PIC X(49).

       01  DECL-FIN.
           05 DCZ-TYPE              PIC X.
           05 DCZ-PERIODE           PIC 9(6).
           05 DCZ-NB-ORGANISMES     PIC 9(3).
           05 DCZ-NB-LIGNES         PIC 9(7).
           05 DCZ-TOTAL-MONTANT     PIC 9(11)V99.
           05 FILLER                PIC X(70).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-CLOSES PIC X(02).
           88 FS-CLOSES-OK VALUE "00".
       01  FS-ARCH-COT PIC X(02).
           88 FS-ARCH-COT-OK VALUE "00".
       01  FS-ARCH-BULLETINS PIC X(02).
           88 FS-ARCH-BULLETINS-OK VALUE "00".
       01  FS-DECLARATION PIC X(02).
           88 FS-DECLARATION-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-PERIODE               PIC 9(6) VALUE ZEROES.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-ECHEC                 PIC X VALUE "N".
           88 WS-EST-EN-ECHEC VALUE "Y".

      *detail des cotisations de la periode, dans l'ordre de
      *l'archive (matricule par matricule)
       01  WS-DET-TABLE.
           03 WS-DET-NB PIC 9(05) VALUE ZEROES.
           03 WS-DET-ENTREE OCCURS 0 TO 50000 TIMES
               DEPENDING ON WS-DET-NB
               INDEXED BY IDX-DET.
               05 WS-DET-NUMERO     PIC 9(9).
               05 WS-DET-ORGANISME  PIC X(6).
               05 WS-DET-LIBELLE    PIC X(20).
               05 WS-DET-TAUX       PIC 9(2)V99.
               05 WS-DET-BRUT       PIC 9(7)V99.
               05 WS-DET-BASE       PIC 9(7)V99.
               05 WS-DET-MONTANT    PIC 9(7)V99.
               05 WS-DET-ORIGINE    PIC X.

      *organismes collecteurs rencontres et leurs totaux
       01  WS-ORG-TABLE.
           03 WS-ORG-NB PIC 9(02) VALUE ZEROES.
           03 WS-ORG-ENTREE OCCURS 0 TO 40 TIMES
               DEPENDING ON WS-ORG-NB
               INDEXED BY IDX-ORG.
               05 WS-ORG-CODE       PIC X(6).
               05 WS-ORG-NB-LIGNES  PIC 9(7).
               05 WS-ORG-NB-SALARIES PIC 9(5).
               05 WS-ORG-BASE       PIC 9(11)V99.
               05 WS-ORG-MONTANT    PIC 9(11)V99.

       01  WS-ORG-CIBLE             PIC 9(02) VALUE ZEROES.
       01  WS-DERNIER-NUMERO        PIC 9(9) VALUE ZEROES.
       01  WS-DERNIERE-ORIGINE      PIC X VALUE SPACE.

      *totaux declares et totaux des bulletins de la periode
       01  WS-DECL-BRUT-MOIS        PIC 9(11)V99 VALUE ZEROES.
       01  WS-DECL-COT-MOIS         PIC 9(11)V99 VALUE ZEROES.
       01  WS-DECL-COT-TOTAL        PIC 9(11)V99 VALUE ZEROES.
       01  WS-PAIE-BRUT             PIC 9(11)V99 VALUE ZEROES.
       01  WS-PAIE-COT-SOCIETE      PIC 9(11)V99 VALUE ZEROES.
       01  WS-PAIE-COT-BULLETINS    PIC 9(11)V99 VALUE ZEROES.
       01  WS-ECART                 PIC S9(11)V99 VALUE ZEROES.
       01  WS-NB-ECARTS             PIC 9(2) VALUE ZEROES.
       01  WS-LIBELLE-CONTROLE      PIC X(40) VALUE SPACES.
       01  WS-DECLARE               PIC 9(11)V99 VALUE ZEROES.
       01  WS-PAYE                  PIC 9(11)V99 VALUE ZEROES.

       01  WS-NB-LUS                PIC 9(7) VALUE ZEROES.
       01  WS-NB-ECRITS             PIC 9(7) VALUE ZEROES.

       01  WS-MONTANT-ED            PIC Z(10)9.99.
       01  WS-BASE-ED               PIC Z(10)9.99.
       01  WS-PAYE-ED               PIC Z(10)9.99.
       01  WS-ECART-ED              PIC -(10)9.99.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "paidecl" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           PERFORM CHERCHER-PERIODE THRU CHERCHER-PERIODE-EXIT.
           IF NOT WS-EST-EN-ECHEC
               PERFORM CHARGER-DETAIL THRU CHARGER-DETAIL-EXIT
           END-IF.
           IF NOT WS-EST-EN-ECHEC
               PERFORM CHARGER-BULLETINS THRU CHARGER-BULLETINS-EXIT
               PERFORM ECRIRE-DECLARATION
                   THRU ECRIRE-DECLARATION-EXIT
           END-IF.
           IF NOT WS-EST-EN-ECHEC
               PERFORM EDITER-RAPPROCHEMENT
                   THRU EDITER-RAPPROCHEMENT-EXIT
           END-IF.

           IF WS-EST-EN-ECHEC OR WS-NB-ECARTS > ZEROES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DET-NB EQUAL ZEROES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "Declaration " WS-PERIODE " : " WS-ORG-NB
               " organisme(s), " WS-DET-NB " ligne(s), "
               WS-NB-ECARTS " ecart(s) de rapprochement.".

           MOVE "F" TO RJN-PHASE.
           MOVE WS-NB-LUS TO RJN-LUS.
           MOVE WS-NB-ECRITS TO RJN-ECRITS.
           MOVE WS-NB-ECARTS TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *la periode declaree est la plus recente periode close
       CHERCHER-PERIODE.

           MOVE ZEROES TO WS-PERIODE.
           OPEN INPUT F-CLOSES.
           IF FS-CLOSES-OK
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "Y"
                   READ F-CLOSES
                       AT END
                           MOVE "Y" TO WS-FIN
                       NOT AT END
                           IF PCL-PERIODE > WS-PERIODE
                               MOVE PCL-PERIODE TO WS-PERIODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CLOSES
           END-IF.

           IF WS-PERIODE EQUAL ZEROES
               DISPLAY "Aucune periode close, pas de declaration."
               MOVE "Y" TO WS-ECHEC
           END-IF.

       CHERCHER-PERIODE-EXIT.
           EXIT.

      ******************************************************************
       CHARGER-DETAIL.

           MOVE ZEROES TO WS-DET-NB WS-ORG-NB.
           OPEN INPUT F-ARCH-COT.
           IF NOT FS-ARCH-COT-OK
               DISPLAY "Fichier COTISATIONS-ARCHIVE.txt introuvable."
               GO TO CHARGER-DETAIL-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-ARCH-COT
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF ACO-PERIODE EQUAL WS-PERIODE
                           ADD 1 TO WS-NB-LUS
                           PERFORM RETENIR-DETAIL
                               THRU RETENIR-DETAIL-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARCH-COT.

       CHARGER-DETAIL-EXIT.
           EXIT.

      ******************************************************************
       RETENIR-DETAIL.

           IF WS-DET-NB >= 50000
               DISPLAY "Table du detail pleine, declaration refusee."
               MOVE "Y" TO WS-ECHEC
               MOVE "Y" TO WS-FIN
               GO TO RETENIR-DETAIL-EXIT
           END-IF.

           ADD 1 TO WS-DET-NB.
           MOVE ACO-NUMERO-EMPLOYE TO WS-DET-NUMERO(WS-DET-NB).
           MOVE ACO-ORGANISME TO WS-DET-ORGANISME(WS-DET-NB).
           MOVE ACO-LIBELLE TO WS-DET-LIBELLE(WS-DET-NB).
           MOVE ACO-TAUX TO WS-DET-TAUX(WS-DET-NB).
           MOVE ACO-BRUT TO WS-DET-BRUT(WS-DET-NB).
           MOVE ACO-BASE TO WS-DET-BASE(WS-DET-NB).
           MOVE ACO-MONTANT TO WS-DET-MONTANT(WS-DET-NB).
           MOVE ACO-ORIGINE TO WS-DET-ORIGINE(WS-DET-NB).

      *le brut est repete sur chaque cotisation du bulletin : il
      *n'est compte qu'a la premiere ligne du matricule
           ADD ACO-MONTANT TO WS-DECL-COT-TOTAL.
           IF ACO-ORIGINE EQUAL SPACE
               ADD ACO-MONTANT TO WS-DECL-COT-MOIS
               IF ACO-NUMERO-EMPLOYE NOT EQUAL WS-DERNIER-NUMERO
                   OR WS-DERNIERE-ORIGINE NOT EQUAL SPACE
                   ADD ACO-BRUT TO WS-DECL-BRUT-MOIS
               END-IF
           END-IF.
           MOVE ACO-NUMERO-EMPLOYE TO WS-DERNIER-NUMERO.
           MOVE ACO-ORIGINE TO WS-DERNIERE-ORIGINE.

           MOVE ZEROES TO WS-ORG-CIBLE.
           PERFORM VARYING IDX-ORG FROM 1 BY 1
               UNTIL IDX-ORG > WS-ORG-NB OR WS-ORG-CIBLE > ZEROES
               IF WS-ORG-CODE(IDX-ORG) EQUAL ACO-ORGANISME
                   SET WS-ORG-CIBLE TO IDX-ORG
               END-IF
           END-PERFORM.
           IF WS-ORG-CIBLE EQUAL ZEROES
               IF WS-ORG-NB >= 40
                   DISPLAY "Trop d'organismes, declaration refusee."
                   MOVE "Y" TO WS-ECHEC
                   MOVE "Y" TO WS-FIN
                   GO TO RETENIR-DETAIL-EXIT
               END-IF
               ADD 1 TO WS-ORG-NB
               MOVE WS-ORG-NB TO WS-ORG-CIBLE
               MOVE ACO-ORGANISME TO WS-ORG-CODE(WS-ORG-CIBLE)
               MOVE ZEROES TO WS-ORG-NB-LIGNES(WS-ORG-CIBLE)
                   WS-ORG-NB-SALARIES(WS-ORG-CIBLE)
                   WS-ORG-BASE(WS-ORG-CIBLE)
                   WS-ORG-MONTANT(WS-ORG-CIBLE)
           END-IF.

       RETENIR-DETAIL-EXIT.
           EXIT.

      ******************************************************************
      *totaux des bulletins archives de la periode : page des totaux
      *societe (matricule zero) pour le passage paienet, et total
      *des cotisations de chaque bulletin, soldes de tout compte
      *compris
       CHARGER-BULLETINS.

           OPEN INPUT F-ARCH-BULLETINS.
           IF NOT FS-ARCH-BULLETINS-OK
               DISPLAY "Fichier BULLETINS-ARCHIVE.txt introuvable."
               GO TO CHARGER-BULLETINS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-ARCH-BULLETINS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF ARB-PERIODE EQUAL WS-PERIODE
                           PERFORM RETENIR-TOTAL-BULLETIN
                               THRU RETENIR-TOTAL-BULLETIN-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARCH-BULLETINS.

       CHARGER-BULLETINS-EXIT.
           EXIT.

      ******************************************************************
       RETENIR-TOTAL-BULLETIN.

           IF ARB-NUMERO-EMPLOYE EQUAL ZEROES
               IF ARB-LIGNE(1:12) EQUAL "  TOTAL BRUT"
                   COMPUTE WS-PAIE-BRUT =
                       FUNCTION NUMVAL(ARB-LIGNE(13:30))
               END-IF
               IF ARB-LIGNE(1:19) EQUAL "  TOTAL COTISATIONS"
                   COMPUTE WS-PAIE-COT-SOCIETE =
                       FUNCTION NUMVAL(ARB-LIGNE(20:30))
               END-IF
           ELSE
               IF ARB-LIGNE(1:19) EQUAL "  TOTAL COTISATIONS"
                   COMPUTE WS-PAIE-COT-BULLETINS =
                       WS-PAIE-COT-BULLETINS
                       + FUNCTION NUMVAL(ARB-LIGNE(20:30))
               END-IF
           END-IF.

       RETENIR-TOTAL-BULLETIN-EXIT.
           EXIT.

      ******************************************************************
       ECRIRE-DECLARATION.

           OPEN OUTPUT F-DECLARATION.
           IF NOT FS-DECLARATION-OK
               DISPLAY "Erreur ouverture F-DECLARATION : "
                   FS-DECLARATION
               MOVE "Y" TO WS-ECHEC
               GO TO ECRIRE-DECLARATION-EXIT
           END-IF.

           PERFORM VARYING IDX-ORG FROM 1 BY 1
               UNTIL IDX-ORG > WS-ORG-NB
               PERFORM DECLARER-ORGANISME
                   THRU DECLARER-ORGANISME-EXIT
           END-PERFORM.

           MOVE SPACES TO DECL-FIN.
           MOVE "Z" TO DCZ-TYPE.
           MOVE WS-PERIODE TO DCZ-PERIODE.
           MOVE WS-ORG-NB TO DCZ-NB-ORGANISMES.
           MOVE WS-DET-NB TO DCZ-NB-LIGNES.
           MOVE WS-DECL-COT-TOTAL TO DCZ-TOTAL-MONTANT.
           WRITE DECL-FIN.
           ADD 1 TO WS-NB-ECRITS.
           CLOSE F-DECLARATION.

       ECRIRE-DECLARATION-EXIT.
           EXIT.

      ******************************************************************
      *un organisme : en-tete, detail de ses cotisations salarie par
      *salarie, total de controle ; l'effectif est compte une fois
      *par matricule et par origine
       DECLARER-ORGANISME.

           MOVE ZEROES TO WS-DERNIER-NUMERO.
           MOVE SPACE TO WS-DERNIERE-ORIGINE.
           PERFORM VARYING IDX-DET FROM 1 BY 1
               UNTIL IDX-DET > WS-DET-NB
               IF WS-DET-ORGANISME(IDX-DET) EQUAL WS-ORG-CODE(IDX-ORG)
                   ADD 1 TO WS-ORG-NB-LIGNES(IDX-ORG)
                   ADD WS-DET-BASE(IDX-DET) TO WS-ORG-BASE(IDX-ORG)
                   ADD WS-DET-MONTANT(IDX-DET)
                       TO WS-ORG-MONTANT(IDX-ORG)
                   IF WS-DET-NUMERO(IDX-DET) NOT EQUAL
                       WS-DERNIER-NUMERO
                       OR WS-DET-ORIGINE(IDX-DET) NOT EQUAL
                       WS-DERNIERE-ORIGINE
                       ADD 1 TO WS-ORG-NB-SALARIES(IDX-ORG)
                   END-IF
                   MOVE WS-DET-NUMERO(IDX-DET) TO WS-DERNIER-NUMERO
                   MOVE WS-DET-ORIGINE(IDX-DET)
                       TO WS-DERNIERE-ORIGINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO DECL-ENTETE.
           MOVE "E" TO DCE-TYPE.
           MOVE WS-PERIODE TO DCE-PERIODE.
           MOVE WS-ORG-CODE(IDX-ORG) TO DCE-ORGANISME.
           MOVE WS-HORODATAGE(1:8) TO DCE-DATE-EMISSION.
           MOVE WS-ORG-NB-SALARIES(IDX-ORG) TO DCE-NB-SALARIES.
           WRITE DECL-ENTETE.
           ADD 1 TO WS-NB-ECRITS.

           PERFORM VARYING IDX-DET FROM 1 BY 1
               UNTIL IDX-DET > WS-DET-NB
               IF WS-DET-ORGANISME(IDX-DET) EQUAL WS-ORG-CODE(IDX-ORG)
                   MOVE SPACES TO DECL-DETAIL
                   MOVE "D" TO DCD-TYPE
                   MOVE WS-PERIODE TO DCD-PERIODE
                   MOVE WS-ORG-CODE(IDX-ORG) TO DCD-ORGANISME
                   MOVE WS-DET-NUMERO(IDX-DET) TO DCD-NUMERO-EMPLOYE
                   MOVE WS-DET-LIBELLE(IDX-DET) TO DCD-LIBELLE
                   MOVE WS-DET-BRUT(IDX-DET) TO DCD-BRUT
                   MOVE WS-DET-BASE(IDX-DET) TO DCD-BASE
                   MOVE WS-DET-TAUX(IDX-DET) TO DCD-TAUX
                   MOVE WS-DET-MONTANT(IDX-DET) TO DCD-MONTANT
                   MOVE WS-DET-ORIGINE(IDX-DET) TO DCD-ORIGINE
                   WRITE DECL-DETAIL
                   ADD 1 TO WS-NB-ECRITS
               END-IF
           END-PERFORM.

           MOVE SPACES TO DECL-TOTAL.
           MOVE "T" TO DCT-TYPE.
           MOVE WS-PERIODE TO DCT-PERIODE.
           MOVE WS-ORG-CODE(IDX-ORG) TO DCT-ORGANISME.
           MOVE WS-ORG-NB-LIGNES(IDX-ORG) TO DCT-NB-LIGNES.
           MOVE WS-ORG-NB-SALARIES(IDX-ORG) TO DCT-NB-SALARIES.
           MOVE WS-ORG-BASE(IDX-ORG) TO DCT-TOTAL-BASE.
           MOVE WS-ORG-MONTANT(IDX-ORG) TO DCT-TOTAL-MONTANT.
           WRITE DECL-TOTAL.
           ADD 1 TO WS-NB-ECRITS.

       DECLARER-ORGANISME-EXIT.
           EXIT.

      ******************************************************************
       EDITER-RAPPROCHEMENT.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               MOVE "Y" TO WS-ECHEC
               GO TO EDITER-RAPPROCHEMENT-EXIT
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "DECLARATION DES COTISATIONS SOCIALES PERIODE "
               WS-PERIODE " - EMISE LE " WS-HORODATAGE(1:8)
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  ORGANISME  SALARIES   LIGNES"
               "             BASE          MONTANT"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM VARYING IDX-ORG FROM 1 BY 1
               UNTIL IDX-ORG > WS-ORG-NB
               MOVE WS-ORG-BASE(IDX-ORG) TO WS-BASE-ED
               MOVE WS-ORG-MONTANT(IDX-ORG) TO WS-MONTANT-ED
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "  " WS-ORG-CODE(IDX-ORG) "        "
                   WS-ORG-NB-SALARIES(IDX-ORG) "  "
                   WS-ORG-NB-LIGNES(IDX-ORG) "  "
                   WS-BASE-ED "  " WS-MONTANT-ED
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-PERFORM.

           MOVE WS-DECL-COT-TOTAL TO WS-MONTANT-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  TOTAL DECLARE                                  "
               "    " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "RAPPROCHEMENT AVEC LES BULLETINS DE LA PERIODE"
               "                    DECLARE             PAYE"
               "            ECART"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           MOVE "  BRUT DU MOIS (TOTAUX SOCIETE)"
               TO WS-LIBELLE-CONTROLE.
           MOVE WS-DECL-BRUT-MOIS TO WS-DECLARE.
           MOVE WS-PAIE-BRUT TO WS-PAYE.
           PERFORM ECRIRE-CONTROLE THRU ECRIRE-CONTROLE-EXIT.

           MOVE "  COTISATIONS DU MOIS (TOTAUX SOCIETE)"
               TO WS-LIBELLE-CONTROLE.
           MOVE WS-DECL-COT-MOIS TO WS-DECLARE.
           MOVE WS-PAIE-COT-SOCIETE TO WS-PAYE.
           PERFORM ECRIRE-CONTROLE THRU ECRIRE-CONTROLE-EXIT.

           MOVE "  COTISATIONS DE TOUS LES BULLETINS"
               TO WS-LIBELLE-CONTROLE.
           MOVE WS-DECL-COT-TOTAL TO WS-DECLARE.
           MOVE WS-PAIE-COT-BULLETINS TO WS-PAYE.
           PERFORM ECRIRE-CONTROLE THRU ECRIRE-CONTROLE-EXIT.

           MOVE SPACES TO WS-RAPPORT-LINE.
           IF WS-NB-ECARTS > ZEROES
               STRING "DECLARATION NON RAPPROCHEE : " WS-NB-ECARTS
                   " ECART(S), NE PAS TRANSMETTRE"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
           ELSE
               STRING "DECLARATION RAPPROCHEE DES BULLETINS"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
           END-IF.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           CLOSE F-RAPPORT.

       EDITER-RAPPROCHEMENT-EXIT.
           EXIT.

      ******************************************************************
       ECRIRE-CONTROLE.

           COMPUTE WS-ECART = WS-DECLARE - WS-PAYE.
           MOVE WS-DECLARE TO WS-MONTANT-ED.
           MOVE WS-PAYE TO WS-PAYE-ED.
           MOVE WS-ECART TO WS-ECART-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING WS-LIBELLE-CONTROLE "      " WS-MONTANT-ED "  "
               WS-PAYE-ED "  " WS-ECART-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           IF WS-ECART NOT EQUAL ZEROES
               ADD 1 TO WS-NB-ECARTS
               STRING "  ECART"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE(110:)
           END-IF.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

       ECRIRE-CONTROLE-EXIT.
           EXIT.
      ******************************************************************
