      ******************************************************************
      *    Cloture de la periode de paie : BULLETINS-PAIE.txt et       *
      *    NET-A-PAYER.txt sont ecrases a chaque passage de paienet.   *
      *    La cloture archive les bulletins (BULLETINS-ARCHIVE.txt) et *
      *    les nets (NET-ARCHIVE.txt) sous leur periode AAAAMM, prise  *
      *    dans PAIE-TOTAUX.txt du dernier passage, puis inscrit la    *
      *    periode dans PERIODES-CLOSES.txt : paienet refuse ensuite   *
      *    de recalculer une periode inscrite, et paiedupl reedite en  *
      *    DUPLICATA tout bulletin archive. Les soldes de tout compte  *
      *    de paisolde (NET-SOLDES.txt, SOLDES-BULLETINS.txt) sont     *
      *    archives de meme puis vides. Le detail des cotisations      *
      *    (COTISATIONS-DETAIL.txt et COTISATIONS-SOLDES.txt) rejoint  *
      *    COTISATIONS-ARCHIVE.txt pour les declarations paidecl. A    *
      *    passer une fois les virements et les ecritures faits.       *
      *    La cloture est refusee (code retour 8) tant qu'un passage   *
      *    paienet interrompu a laisse son point de reprise dans       *
      *    PAIE-CHECKPOINT.txt. Une cloture interrompue peut etre      *
      *    relancee : les lignes de la periode deja archivees sont     *
      *    retirees avant d'archiver a nouveau.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. paiclot.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TOTAUX ASSIGN
           TO "PAIE-TOTAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TOTAUX.

           SELECT F-BULLETINS ASSIGN
           TO "BULLETINS-PAIE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BULLETINS.

           SELECT F-NET ASSIGN
           TO "NET-A-PAYER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NET.

           SELECT F-ARCH-BULLETINS ASSIGN
           TO "BULLETINS-ARCHIVE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCH-BULLETINS.

           SELECT F-ARCH-NET ASSIGN
           TO "NET-ARCHIVE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCH-NET.

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

           SELECT F-COT-DETAIL ASSIGN
           TO "COTISATIONS-DETAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-COT-DETAIL.

           SELECT F-COT-SOLDES ASSIGN
           TO "COTISATIONS-SOLDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-COT-SOLDES.

           SELECT F-ARCH-COT ASSIGN
           TO "COTISATIONS-ARCHIVE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCH-COT.

           SELECT F-CLOSES ASSIGN
           TO "PERIODES-CLOSES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLOSES.

           SELECT F-CHECKPOINT ASSIGN
           TO "PAIE-CHECKPOINT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CHECKPOINT.

           SELECT F-PURGE-SOURCE ASSIGN
           USING WS-PURGE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PURGE-SOURCE.

           SELECT F-PURGE-TRAVAIL ASSIGN
           TO "PAIE-CLOTURE-TRAVAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PURGE-TRAVAIL.

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

       FD  F-BULLETINS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-BULLETIN-LINE         PIC X(132).

       FD  F-NET
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  WS-NET-REC.
           05 NET-NUMERO-EMPLOYE    PIC 9(9).
           05 NET-MONTANT           PIC 9(7)V99.
           05 FILLER                PIC X(2).

      *bulletins de sortie et nets des soldes de tout compte emis
      *par paisolde sur la periode
       FD  F-SOLDES
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-SOLDE-LINE            PIC X(132).

       FD  F-NET-SOLDES
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  NET-SOLDE-REC.
           05 NSO-NUMERO-EMPLOYE    PIC 9(9).
           05 NSO-MONTANT           PIC 9(7)V99.
           05 FILLER                PIC X(2).

      *archive des bulletins : chaque ligne est prefixee de sa
      *periode et du matricule du bulletin qui la porte (zero pour
      *la page des totaux societe)
       FD  F-ARCH-BULLETINS
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.

       01  ARCH-BULLETIN-REC.
           05 ARB-PERIODE           PIC 9(6).
           05 ARB-NUMERO-EMPLOYE    PIC 9(9).
           05 ARB-LIGNE             PIC X(132).
           05 FILLER                PIC X(3).

      *archive des nets a payer par periode ; l'origine distingue
      *les nets du mois (blanc) des soldes de tout compte (S)
       FD  F-ARCH-NET
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  ARCH-NET-REC.
           05 ARN-PERIODE           PIC 9(6).
           05 ARN-NUMERO-EMPLOYE    PIC 9(9).
           05 ARN-MONTANT           PIC 9(7)V99.
           05 ARN-ORIGINE           PIC X.
           05 FILLER                PIC X(5).

      *detail des cotisations du passage paienet et des soldes de
      *tout compte, au dessin de paienet (80 caracteres)
       FD  F-COT-DETAIL
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  COT-DETAIL-REC           PIC X(80).

       FD  F-COT-SOLDES
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  COT-SOLDE-REC            PIC X(80).

      *archive du detail des cotisations sous sa periode
       FD  F-ARCH-COT
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.

       01  ARCH-COT-REC.
           05 ACO-PERIODE           PIC 9(6).
           05 ACO-DETAIL            PIC X(80).
           05 FILLER                PIC X(4).

      *registre des periodes closes : une ligne par periode
       FD  F-CLOSES
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.

       01  CLOSE-REC.
           05 PCL-PERIODE           PIC 9(6).
           05 PCL-DATE-CLOTURE      PIC 9(8).
           05 PCL-NB-BULLETINS      PIC 9(5).
           05 PCL-TOTAL-NET         PIC 9(10)V99.
           05 FILLER                PIC X(9).

      *point de reprise de paienet : une entete "H" subsiste tant
      *qu'un passage interrompu n'a pas ete relance jusqu'au bout
       FD  F-CHECKPOINT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  CKP-ENTETE.
           05 CKP-TYPE              PIC X.
           05 CKP-PERIODE           PIC 9(6).
           05 FILLER                PIC X(73).

      *archive a purger de la periode (nom dans WS-PURGE-NOM) et
      *fichier de travail de la recopie ; les trois archives portent
      *la periode en tete de ligne
       FD  F-PURGE-SOURCE
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.

       01  PURGE-SOURCE-LINE.
           05 PUR-PERIODE           PIC X(6).
           05 FILLER                PIC X(144).

       FD  F-PURGE-TRAVAIL
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.

       01  PURGE-TRAVAIL-LINE       PIC X(150).

       WORKING-STORAGE SECTION.

       01  FS-TOTAUX PIC X(02).
           88 FS-TOTAUX-OK VALUE "00".
       01  FS-BULLETINS PIC X(02).
           88 FS-BULLETINS-OK VALUE "00".
       01  FS-NET PIC X(02).
           88 FS-NET-OK VALUE "00".
       01  FS-ARCH-BULLETINS PIC X(02).
           88 FS-ARCH-BULLETINS-OK VALUE "00".
       01  FS-ARCH-NET PIC X(02).
           88 FS-ARCH-NET-OK VALUE "00".
       01  FS-CLOSES PIC X(02).
           88 FS-CLOSES-OK VALUE "00".
       01  FS-SOLDES PIC X(02).
           88 FS-SOLDES-OK VALUE "00".
       01  FS-NET-SOLDES PIC X(02).
           88 FS-NET-SOLDES-OK VALUE "00".
       01  FS-COT-DETAIL PIC X(02).
           88 FS-COT-DETAIL-OK VALUE "00".
       01  FS-COT-SOLDES PIC X(02).
           88 FS-COT-SOLDES-OK VALUE "00".
       01  FS-ARCH-COT PIC X(02).
           88 FS-ARCH-COT-OK VALUE "00".
       01  FS-CHECKPOINT PIC X(02).
           88 FS-CHECKPOINT-OK VALUE "00".
       01  FS-PURGE-SOURCE PIC X(02).
           88 FS-PURGE-SOURCE-OK VALUE "00".
       01  FS-PURGE-TRAVAIL PIC X(02).
           88 FS-PURGE-TRAVAIL-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-PERIODE               PIC 9(6) VALUE ZEROES.
       01  WS-MATRICULE-COURANT     PIC 9(9) VALUE ZEROES.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-ECHEC                 PIC X VALUE "N".
           88 WS-EST-EN-ECHEC VALUE "Y".

       01  WS-NB-LIGNES             PIC 9(7) VALUE ZEROES.
       01  WS-NB-NETS               PIC 9(5) VALUE ZEROES.
       01  WS-NB-SOLDES             PIC 9(5) VALUE ZEROES.
       01  WS-NB-COTISATIONS        PIC 9(7) VALUE ZEROES.
       01  WS-TOTAL-NET             PIC 9(10)V99 VALUE ZEROES.
       01  WS-TOTAL-ED              PIC Z(9)9.99.

      *purge des lignes de la periode laissees par une cloture
      *interrompue avant son inscription au registre
       01  WS-PURGE-NOM             PIC X(40) VALUE SPACES.
       01  WS-PURGE-RETIREES        PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "paiclot" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           PERFORM LIRE-PERIODE THRU LIRE-PERIODE-EXIT.
           IF NOT WS-EST-EN-ECHEC
               PERFORM CONTROLER-NON-CLOSE
                   THRU CONTROLER-NON-CLOSE-EXIT
           END-IF.
           IF NOT WS-EST-EN-ECHEC
               PERFORM CONTROLER-REPRISE THRU CONTROLER-REPRISE-EXIT
           END-IF.
           IF NOT WS-EST-EN-ECHEC
               PERFORM PURGER-ARCHIVES THRU PURGER-ARCHIVES-EXIT
           END-IF.
           IF NOT WS-EST-EN-ECHEC
               PERFORM ARCHIVER-NETS THRU ARCHIVER-NETS-EXIT
           END-IF.
           IF NOT WS-EST-EN-ECHEC
               PERFORM ARCHIVER-BULLETINS THRU ARCHIVER-BULLETINS-EXIT
           END-IF.
           IF NOT WS-EST-EN-ECHEC
               PERFORM ARCHIVER-SOLDES THRU ARCHIVER-SOLDES-EXIT
           END-IF.
           IF NOT WS-EST-EN-ECHEC
               PERFORM ARCHIVER-COTISATIONS
                   THRU ARCHIVER-COTISATIONS-EXIT
           END-IF.
           IF NOT WS-EST-EN-ECHEC
               PERFORM INSCRIRE-CLOTURE THRU INSCRIRE-CLOTURE-EXIT
           END-IF.
           IF NOT WS-EST-EN-ECHEC AND WS-NB-SOLDES > ZEROES
               PERFORM VIDER-SOLDES THRU VIDER-SOLDES-EXIT
           END-IF.

           IF WS-EST-EN-ECHEC
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-TOTAL-NET TO WS-TOTAL-ED
               DISPLAY "Periode " WS-PERIODE " close : " WS-NB-NETS
                   " net(s), total " WS-TOTAL-ED "."
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE "F" TO RJN-PHASE.
           MOVE WS-NB-LIGNES TO RJN-LUS.
           ADD WS-NB-NETS TO RJN-LUS.
           MOVE WS-NB-LIGNES TO RJN-ECRITS.
           ADD WS-NB-NETS TO RJN-ECRITS.
           ADD WS-NB-COTISATIONS TO RJN-ECRITS.
           MOVE ZEROES TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *la periode close est celle du dernier passage de paienet
       LIRE-PERIODE.

           OPEN INPUT F-TOTAUX.
           IF NOT FS-TOTAUX-OK
               DISPLAY "Fichier PAIE-TOTAUX.txt introuvable, "
                   "aucun passage de paie a clore."
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
      *une periode ne se clot qu'une fois : une seconde cloture
      *doublerait l'archive
       CONTROLER-NON-CLOSE.

           OPEN INPUT F-CLOSES.
           IF NOT FS-CLOSES-OK
               GO TO CONTROLER-NON-CLOSE-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-CLOSES
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF PCL-PERIODE EQUAL WS-PERIODE
                           DISPLAY "Periode " WS-PERIODE
                               " deja close le " PCL-DATE-CLOTURE "."
                           MOVE "Y" TO WS-ECHEC
                           MOVE "Y" TO WS-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CLOSES.

       CONTROLER-NON-CLOSE-EXIT.
           EXIT.

      ******************************************************************
      *un passage paienet interrompu a laisse un point de reprise :
      *ses bulletins et ses nets ne couvrent qu'une partie du maitre,
      *la cloture attend qu'il soit relance jusqu'au bout
       CONTROLER-REPRISE.

           OPEN INPUT F-CHECKPOINT.
           IF NOT FS-CHECKPOINT-OK
               GO TO CONTROLER-REPRISE-EXIT
           END-IF.

           READ F-CHECKPOINT
               AT END
                   MOVE SPACE TO CKP-TYPE
           END-READ.
           CLOSE F-CHECKPOINT.

           IF CKP-TYPE EQUAL "H"
               DISPLAY "Passage paienet de la periode " CKP-PERIODE
                   " interrompu (PAIE-CHECKPOINT.txt), cloture "
                   "refusee : relancer paienet d'abord."
               MOVE "Y" TO WS-ECHEC
           END-IF.

       CONTROLER-REPRISE-EXIT.
           EXIT.

      ******************************************************************
      *une cloture interrompue avant son inscription au registre a pu
      *laisser une partie de la periode dans les archives : ces lignes
      *sont retirees avant d'archiver a nouveau, la periode n'y figure
      *ainsi jamais deux fois
       PURGER-ARCHIVES.

           MOVE "NET-ARCHIVE.txt" TO WS-PURGE-NOM.
           PERFORM PURGER-UNE-ARCHIVE THRU PURGER-UNE-ARCHIVE-EXIT.
           IF WS-EST-EN-ECHEC
               GO TO PURGER-ARCHIVES-EXIT
           END-IF.
           MOVE "BULLETINS-ARCHIVE.txt" TO WS-PURGE-NOM.
           PERFORM PURGER-UNE-ARCHIVE THRU PURGER-UNE-ARCHIVE-EXIT.
           IF WS-EST-EN-ECHEC
               GO TO PURGER-ARCHIVES-EXIT
           END-IF.
           MOVE "COTISATIONS-ARCHIVE.txt" TO WS-PURGE-NOM.
           PERFORM PURGER-UNE-ARCHIVE THRU PURGER-UNE-ARCHIVE-EXIT.

       PURGER-ARCHIVES-EXIT.
           EXIT.

      ******************************************************************
      *premier tour : compte des lignes de la periode ; s'il y en a,
      *les autres passent par le fichier de travail puis remplacent
      *l'archive
       PURGER-UNE-ARCHIVE.

           MOVE ZEROES TO WS-PURGE-RETIREES.

           OPEN INPUT F-PURGE-SOURCE.
           IF NOT FS-PURGE-SOURCE-OK
               GO TO PURGER-UNE-ARCHIVE-EXIT
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-PURGE-SOURCE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF PUR-PERIODE EQUAL WS-PERIODE
                           ADD 1 TO WS-PURGE-RETIREES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PURGE-SOURCE.
           IF WS-PURGE-RETIREES EQUAL ZEROES
               GO TO PURGER-UNE-ARCHIVE-EXIT
           END-IF.

           OPEN INPUT F-PURGE-SOURCE.
           OPEN OUTPUT F-PURGE-TRAVAIL.
           IF NOT FS-PURGE-TRAVAIL-OK
               DISPLAY "Erreur ouverture F-PURGE-TRAVAIL : "
                   FS-PURGE-TRAVAIL
               CLOSE F-PURGE-SOURCE
               MOVE "Y" TO WS-ECHEC
               GO TO PURGER-UNE-ARCHIVE-EXIT
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-PURGE-SOURCE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF PUR-PERIODE NOT EQUAL WS-PERIODE
                           WRITE PURGE-TRAVAIL-LINE
                               FROM PURGE-SOURCE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PURGE-SOURCE.
           CLOSE F-PURGE-TRAVAIL.

           OPEN INPUT F-PURGE-TRAVAIL.
           OPEN OUTPUT F-PURGE-SOURCE.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-PURGE-TRAVAIL
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       WRITE PURGE-SOURCE-LINE FROM PURGE-TRAVAIL-LINE
               END-READ
           END-PERFORM.
           CLOSE F-PURGE-TRAVAIL.
           CLOSE F-PURGE-SOURCE.

           DISPLAY "Periode " WS-PERIODE " : " WS-PURGE-RETIREES
               " ligne(s) deja archivee(s) retiree(s) de "
               WS-PURGE-NOM.

       PURGER-UNE-ARCHIVE-EXIT.
           EXIT.

      ******************************************************************
       ARCHIVER-NETS.

           OPEN INPUT F-NET.
           IF NOT FS-NET-OK
               DISPLAY "Fichier NET-A-PAYER.txt introuvable."
               MOVE "Y" TO WS-ECHEC
               GO TO ARCHIVER-NETS-EXIT
           END-IF.

           OPEN EXTEND F-ARCH-NET.
           IF NOT FS-ARCH-NET-OK
               CLOSE F-ARCH-NET
               OPEN OUTPUT F-ARCH-NET
           END-IF.
           IF NOT FS-ARCH-NET-OK
               DISPLAY "Erreur ouverture F-ARCH-NET : " FS-ARCH-NET
               CLOSE F-NET
               MOVE "Y" TO WS-ECHEC
               GO TO ARCHIVER-NETS-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-NET
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       MOVE SPACES TO ARCH-NET-REC
                       MOVE WS-PERIODE TO ARN-PERIODE
                       MOVE NET-NUMERO-EMPLOYE TO ARN-NUMERO-EMPLOYE
                       MOVE NET-MONTANT TO ARN-MONTANT
                       MOVE SPACE TO ARN-ORIGINE
                       WRITE ARCH-NET-REC
                       ADD 1 TO WS-NB-NETS
                       ADD NET-MONTANT TO WS-TOTAL-NET
               END-READ
           END-PERFORM.
           CLOSE F-NET.
           CLOSE F-ARCH-NET.

       ARCHIVER-NETS-EXIT.
           EXIT.

      ******************************************************************
      *chaque ligne du bulletin est rattachee au matricule de la
      *derniere ligne d'en-tete BULLETIN lue ; la page des totaux
      *societe est archivee sous le matricule zero
       ARCHIVER-BULLETINS.

           OPEN INPUT F-BULLETINS.
           IF NOT FS-BULLETINS-OK
               DISPLAY "Fichier BULLETINS-PAIE.txt introuvable."
               MOVE "Y" TO WS-ECHEC
               GO TO ARCHIVER-BULLETINS-EXIT
           END-IF.

           OPEN EXTEND F-ARCH-BULLETINS.
           IF NOT FS-ARCH-BULLETINS-OK
               CLOSE F-ARCH-BULLETINS
               OPEN OUTPUT F-ARCH-BULLETINS
           END-IF.
           IF NOT FS-ARCH-BULLETINS-OK
               DISPLAY "Erreur ouverture F-ARCH-BULLETINS : "
                   FS-ARCH-BULLETINS
               CLOSE F-BULLETINS
               MOVE "Y" TO WS-ECHEC
               GO TO ARCHIVER-BULLETINS-EXIT
           END-IF.

           MOVE ZEROES TO WS-MATRICULE-COURANT.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-BULLETINS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF WS-BULLETIN-LINE(1:9) EQUAL "BULLETIN "
                           AND WS-BULLETIN-LINE(10:9) IS NUMERIC
                           MOVE WS-BULLETIN-LINE(10:9)
                               TO WS-MATRICULE-COURANT
                       END-IF
                       IF WS-BULLETIN-LINE(1:15) EQUAL
                           "TOTAUX SOCIETE "
                           MOVE ZEROES TO WS-MATRICULE-COURANT
                       END-IF
                       MOVE SPACES TO ARCH-BULLETIN-REC
                       MOVE WS-PERIODE TO ARB-PERIODE
                       MOVE WS-MATRICULE-COURANT TO ARB-NUMERO-EMPLOYE
                       MOVE WS-BULLETIN-LINE TO ARB-LIGNE
                       WRITE ARCH-BULLETIN-REC
                       ADD 1 TO WS-NB-LIGNES
               END-READ
           END-PERFORM.
           CLOSE F-BULLETINS.
           CLOSE F-ARCH-BULLETINS.

       ARCHIVER-BULLETINS-EXIT.
           EXIT.

      ******************************************************************
      *soldes de tout compte de la periode : nets archives sous
      *l'origine S, bulletins de sortie joints a l'archive des
      *bulletins (reeditables en duplicata comme les autres)
       ARCHIVER-SOLDES.

           OPEN INPUT F-NET-SOLDES.
           IF NOT FS-NET-SOLDES-OK
               GO TO ARCHIVER-SOLDES-EXIT
           END-IF.

           OPEN EXTEND F-ARCH-NET.
           IF NOT FS-ARCH-NET-OK
               DISPLAY "Erreur ouverture F-ARCH-NET : " FS-ARCH-NET
               CLOSE F-NET-SOLDES
               MOVE "Y" TO WS-ECHEC
               GO TO ARCHIVER-SOLDES-EXIT
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-NET-SOLDES
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       MOVE SPACES TO ARCH-NET-REC
                       MOVE WS-PERIODE TO ARN-PERIODE
                       MOVE NSO-NUMERO-EMPLOYE TO ARN-NUMERO-EMPLOYE
                       MOVE NSO-MONTANT TO ARN-MONTANT
                       MOVE "S" TO ARN-ORIGINE
                       WRITE ARCH-NET-REC
                       ADD 1 TO WS-NB-SOLDES
                       ADD 1 TO WS-NB-NETS
                       ADD NSO-MONTANT TO WS-TOTAL-NET
               END-READ
           END-PERFORM.
           CLOSE F-NET-SOLDES.
           CLOSE F-ARCH-NET.

           OPEN INPUT F-SOLDES.
           IF NOT FS-SOLDES-OK
               GO TO ARCHIVER-SOLDES-EXIT
           END-IF.
           OPEN EXTEND F-ARCH-BULLETINS.
           IF NOT FS-ARCH-BULLETINS-OK
               DISPLAY "Erreur ouverture F-ARCH-BULLETINS : "
                   FS-ARCH-BULLETINS
               CLOSE F-SOLDES
               MOVE "Y" TO WS-ECHEC
               GO TO ARCHIVER-SOLDES-EXIT
           END-IF.
           MOVE ZEROES TO WS-MATRICULE-COURANT.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-SOLDES
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF WS-SOLDE-LINE(1:9) EQUAL "BULLETIN "
                           AND WS-SOLDE-LINE(10:9) IS NUMERIC
                           MOVE WS-SOLDE-LINE(10:9)
                               TO WS-MATRICULE-COURANT
                       END-IF
                       MOVE SPACES TO ARCH-BULLETIN-REC
                       MOVE WS-PERIODE TO ARB-PERIODE
                       MOVE WS-MATRICULE-COURANT TO ARB-NUMERO-EMPLOYE
                       MOVE WS-SOLDE-LINE TO ARB-LIGNE
                       WRITE ARCH-BULLETIN-REC
                       ADD 1 TO WS-NB-LIGNES
               END-READ
           END-PERFORM.
           CLOSE F-SOLDES.
           CLOSE F-ARCH-BULLETINS.

       ARCHIVER-SOLDES-EXIT.
           EXIT.

      ******************************************************************
      *un passage paienet anterieur au detail des cotisations n'a
      *pas de COTISATIONS-DETAIL.txt : la cloture se fait quand meme,
      *la declaration de la periode restera vide
       ARCHIVER-COTISATIONS.

           OPEN EXTEND F-ARCH-COT.
           IF NOT FS-ARCH-COT-OK
               CLOSE F-ARCH-COT
               OPEN OUTPUT F-ARCH-COT
           END-IF.
           IF NOT FS-ARCH-COT-OK
               DISPLAY "Erreur ouverture F-ARCH-COT : " FS-ARCH-COT
               MOVE "Y" TO WS-ECHEC
               GO TO ARCHIVER-COTISATIONS-EXIT
           END-IF.

           OPEN INPUT F-COT-DETAIL.
           IF FS-COT-DETAIL-OK
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "Y"
                   READ F-COT-DETAIL
                       AT END
                           MOVE "Y" TO WS-FIN
                       NOT AT END
                           MOVE SPACES TO ARCH-COT-REC
                           MOVE WS-PERIODE TO ACO-PERIODE
                           MOVE COT-DETAIL-REC TO ACO-DETAIL
                           WRITE ARCH-COT-REC
                           ADD 1 TO WS-NB-COTISATIONS
                   END-READ
               END-PERFORM
               CLOSE F-COT-DETAIL
           ELSE
               DISPLAY "Fichier COTISATIONS-DETAIL.txt introuvable, "
                   "pas de detail des cotisations archive."
           END-IF.

           OPEN INPUT F-COT-SOLDES.
           IF FS-COT-SOLDES-OK
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "Y"
                   READ F-COT-SOLDES
                       AT END
                           MOVE "Y" TO WS-FIN
                       NOT AT END
                           MOVE SPACES TO ARCH-COT-REC
                           MOVE WS-PERIODE TO ACO-PERIODE
                           MOVE COT-SOLDE-REC TO ACO-DETAIL
                           WRITE ARCH-COT-REC
                           ADD 1 TO WS-NB-COTISATIONS
                   END-READ
               END-PERFORM
               CLOSE F-COT-SOLDES
           END-IF.
           CLOSE F-ARCH-COT.

       ARCHIVER-COTISATIONS-EXIT.
           EXIT.

      ******************************************************************
      *les soldes archives ne doivent pas repartir avec les
      *virements du mois suivant
       VIDER-SOLDES.

           OPEN OUTPUT F-NET-SOLDES.
           CLOSE F-NET-SOLDES.
           OPEN OUTPUT F-SOLDES.
           CLOSE F-SOLDES.
           OPEN OUTPUT F-COT-SOLDES.
           CLOSE F-COT-SOLDES.

       VIDER-SOLDES-EXIT.
           EXIT.

      ******************************************************************
       INSCRIRE-CLOTURE.

           OPEN EXTEND F-CLOSES.
           IF NOT FS-CLOSES-OK
               CLOSE F-CLOSES
               OPEN OUTPUT F-CLOSES
           END-IF.
           IF NOT FS-CLOSES-OK
               DISPLAY "Erreur ouverture F-CLOSES : " FS-CLOSES
               MOVE "Y" TO WS-ECHEC
               GO TO INSCRIRE-CLOTURE-EXIT
           END-IF.

           MOVE SPACES TO CLOSE-REC.
           MOVE WS-PERIODE TO PCL-PERIODE.
           MOVE WS-HORODATAGE(1:8) TO PCL-DATE-CLOTURE.
           MOVE WS-NB-NETS TO PCL-NB-BULLETINS.
           MOVE WS-TOTAL-NET TO PCL-TOTAL-NET.
           WRITE CLOSE-REC.
           CLOSE F-CLOSES.

       INSCRIRE-CLOTURE-EXIT.
           EXIT.
      ******************************************************************
