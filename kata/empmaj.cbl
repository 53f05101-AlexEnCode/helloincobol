      *    somme des salaires) pour que le controle de fin de fichier  *
      *    de client reste valide. Chaque transaction est tracee       *
      *    appliquee ou rejetee dans le journal MAJ-JOURNAL.txt.       *
      *    Une modification peut porter une date d'effet anterieure :  *
      *    l'historique garde alors la date d'effet, la date de saisie *
      *    et le salaire d'avant, dont paienet tire le rappel.         *
      *    Une terminaison d'un salarie qui doit encore sur ses        *
      *    avances ou prets (PRETS-AVANCES.txt) est signalee au        *
      *    journal avec le reste du.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. empmaj.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INTENT.

           SELECT F-PRETS ASSIGN
           TO "PRETS-AVANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRETS.

       DATA DIVISION.

       FILE SECTION.

      *transaction : code action suivi de l'image de l'enregistrement
      *employe (les champs laisses a blanc/zero d'une modification
      *sont conserves tels quels dans le maitre) et de la date d'effet
      *AAAAMMJJ, a blanc pour un effet au jour du passage
       FD  F-TRANSACTIONS
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE IS F.

       01  WS-TRANSACTION-REC.
           05 WS-TRX-CPOS           PIC X(3).
           05 WS-TRX-SALAIRE        PIC X(5).
           05 WS-TRX-DATE-EMBAUCHE  PIC X(8).
           05 WS-TRX-DATE-EFFET     PIC X(8).

       FD  F-JOURNAL
           RECORD CONTAINS 132 CHARACTERS
       01  WS-RECYCLAGE-REC         PIC X(80).

      *historique permanent a date d'effet : chaque transaction
      *appliquee y est ajoutee avec sa date d'effet (celle du passage
      *par defaut), l'action et l'image resultante de l'employe (image
      *avant pour une terminaison), suivies de la date de saisie et
      *du salaire avant la transaction ; interroge par empasof pour
      *les questions "quel etait son salaire au JJ/MM/AAAA" des
      *caisses et inspecteurs, et par paienet pour les rappels
       FD  F-HISTORIQUE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  HISTORIQUE-REC.
               10 HST-IMG-SALAIRE       PIC 9(5).
               10 HST-IMG-DATE-EMB      PIC 9(8).
           05 FILLER                PIC X(3).
           05 HST-DATE-SAISIE       PIC 9(8).
           05 HST-SALAIRE-AVANT     PIC 9(5).
           05 FILLER                PIC X(7).

      *copie de travail du maitre : la reecriture se fait ici puis,
      *apres verification du trailer regenere, est basculee vers
           05 INT-DATE              PIC 9(8).
           05 FILLER                PIC X(11).

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

       01  FS-MAITRE PIC X(02).
       01  WS-HORODATAGE       PIC X(20).
       01  WS-HIST-IDX         PIC 9(05) VALUE ZEROES.
       01  WS-HIST-ECRITS      PIC 9(05) VALUE ZEROES.
       01  WS-DATE-EFFET       PIC 9(8) VALUE ZEROES.
       01  WS-SALAIRE-AVANT    PIC 9(5) VALUE ZEROES.

       01  FS-TRAVAIL PIC X(02).
           88 FS-TRAVAIL-OK VALUE "00".
       01  FS-INTENT PIC X(02).
           88 FS-INTENT-OK VALUE "00".

       01  FS-PRETS PIC X(02).
           88 FS-PRETS-OK VALUE "00".

      *reste du sur avances et prets d'un salarie qui sort
       01  WS-PRT-FIN          PIC X VALUE "N".
       01  WS-PRT-RESTE-DU     PIC 9(9)V99 VALUE ZEROES.
       01  WS-PRT-NB-DUS       PIC 9(3) VALUE ZEROES.
       01  WS-PRT-SORTIES-DUES PIC 9(05) VALUE ZEROES.
       01  WS-PRT-RESTE-ED     PIC Z(8)9.99.

       01  WS-PHASE-INTENT     PIC X VALUE SPACE.
       01  WS-DATE-INTENT      PIC 9(8) VALUE ZEROES.
       01  WS-TRAVAIL-FIN      PIC X VALUE "N".
      *main courante des incidents (CALL "incident")
       COPY INCIDENT.

      *bloc de parametres des services de dates (CALL "datesvc")
       COPY DATESVC.

       PROCEDURE DIVISION.

      *verrou du maitre : refus de demarrer si client, recyclex ou
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TRX-REJETEES > ZERO
                   OR WS-PRT-SORTIES-DUES > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
           MOVE SPACES TO WS-TRX-MOTIF.

           PERFORM CHERCHER-NUMERO THRU CHERCHER-NUMERO-EXIT.
           PERFORM CONTROLER-DATE-EFFET THRU CONTROLER-DATE-EFFET-EXIT.
           IF WS-CIBLE > ZEROES
               MOVE WS-SALAIRE(WS-CIBLE) TO WS-SALAIRE-AVANT
           ELSE
               MOVE ZEROES TO WS-SALAIRE-AVANT
           END-IF.

           IF NOT WS-IS-TRX-REJET
               EVALUATE WS-TRX-ACTION
                   WHEN "A"
                       PERFORM APPLIQUER-AJOUT
                           THRU APPLIQUER-AJOUT-EXIT
                   WHEN "M"
                       PERFORM APPLIQUER-MODIFICATION
                           THRU APPLIQUER-MODIFICATION-EXIT
                   WHEN "T"
                       PERFORM APPLIQUER-TERMINAISON
                           THRU APPLIQUER-TERMINAISON-EXIT
                   WHEN OTHER
                       MOVE "Y" TO WS-TRX-REJET
                       STRING "code action inconnu : " WS-TRX-ACTION
                           DELIMITED BY SIZE INTO WS-TRX-MOTIF
               END-EVALUATE
           END-IF.

           IF WS-IS-TRX-REJET
               ADD 1 TO WS-TRX-REJETEES
           END-IF.
           WRITE WS-JOURNAL-LINE FROM WS-JOURNAL-LINE.

           IF NOT WS-IS-TRX-REJET AND WS-TRX-ACTION EQUAL "T"
               PERFORM SIGNALER-PRETS-DUS
                   THRU SIGNALER-PRETS-DUS-EXIT
           END-IF.

       APPLIQUER-UNE-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      *la sortie reste appliquee : le reste du ne sera plus retenu
      *sur un bulletin et doit etre recouvre hors paie
       SIGNALER-PRETS-DUS.

           MOVE ZEROES TO WS-PRT-RESTE-DU WS-PRT-NB-DUS.
           OPEN INPUT F-PRETS.
           IF NOT FS-PRETS-OK
               GO TO SIGNALER-PRETS-DUS-EXIT
           END-IF.

           MOVE "N" TO WS-PRT-FIN.
           PERFORM UNTIL WS-PRT-FIN = "Y"
               READ F-PRETS
                   AT END
                       MOVE "Y" TO WS-PRT-FIN
                   NOT AT END
                       IF PRT-NUMERO-EMPLOYE EQUAL WS-TRX-NUMERO
                           AND PRT-MONTANT > PRT-REMBOURSE
                           ADD 1 TO WS-PRT-NB-DUS
                           COMPUTE WS-PRT-RESTE-DU = WS-PRT-RESTE-DU
                               + PRT-MONTANT - PRT-REMBOURSE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PRETS.

           IF WS-PRT-NB-DUS > ZEROES
               ADD 1 TO WS-PRT-SORTIES-DUES
               MOVE WS-PRT-RESTE-DU TO WS-PRT-RESTE-ED
               MOVE SPACES TO WS-JOURNAL-LINE
               STRING "ATTENTION T " WS-TRX-NUMERO
                   " - reste du sur avances/prets : " WS-PRT-RESTE-ED
                   " (" WS-PRT-NB-DUS " pret(s))"
                   DELIMITED BY SIZE INTO WS-JOURNAL-LINE
               WRITE WS-JOURNAL-LINE FROM WS-JOURNAL-LINE
           END-IF.

       SIGNALER-PRETS-DUS-EXIT.
           EXIT.

      ******************************************************************
      *date d'effet de la transaction : a blanc, celle du passage ;
      *renseignee, elle doit etre une date valide qui ne soit pas
      *dans le futur
       CONTROLER-DATE-EFFET.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:8) TO WS-DATE-EFFET.

           IF WS-TRX-DATE-EFFET EQUAL SPACES
               OR WS-TRX-DATE-EFFET EQUAL ZEROES
               GO TO CONTROLER-DATE-EFFET-EXIT
           END-IF.

           IF WS-TRX-DATE-EFFET NOT NUMERIC
               MOVE "Y" TO WS-TRX-REJET
               MOVE "date d'effet non numerique" TO WS-TRX-MOTIF
               GO TO CONTROLER-DATE-EFFET-EXIT
           END-IF.

           INITIALIZE DSV-PARAMS.
           MOVE "V" TO DSV-FONCTION.
           MOVE WS-TRX-DATE-EFFET TO DSV-DATE.
           CALL "datesvc" USING DSV-PARAMS.
           IF DSV-STATUT NOT EQUAL "0"
               MOVE "Y" TO WS-TRX-REJET
               MOVE "date d'effet invalide" TO WS-TRX-MOTIF
               GO TO CONTROLER-DATE-EFFET-EXIT
           END-IF.
           IF DSV-DATE > WS-DATE-EFFET
               MOVE "Y" TO WS-TRX-REJET
               MOVE "date d'effet dans le futur" TO WS-TRX-MOTIF
               GO TO CONTROLER-DATE-EFFET-EXIT
           END-IF.

           MOVE DSV-DATE TO WS-DATE-EFFET.

       CONTROLER-DATE-EFFET-EXIT.
           EXIT.

      ******************************************************************
      *trace a date d'effet de la transaction appliquee : pour un
      *ajout l'image est la nouvelle entree en fin de table, pour une
           END-IF.

           MOVE SPACES TO HISTORIQUE-REC.
           MOVE WS-DATE-EFFET TO HST-DATE-EFFET.
           MOVE WS-HORODATAGE(1:8) TO HST-DATE-SAISIE.
           MOVE WS-SALAIRE-AVANT TO HST-SALAIRE-AVANT.
           MOVE WS-TRX-ACTION TO HST-ACTION.
           MOVE WS-NUMERO-EMPLOYE(WS-HIST-IDX) TO HST-NUMERO.
           MOVE WS-NUMERO-EMPLOYE(WS-HIST-IDX) TO HST-IMG-NUMERO.
