      ******************************************************************
      *    Etat mensuel des avances et prets en cours : une ligne par  *
      *    pret de PRETS-AVANCES.txt non encore rembourse (montant,    *
      *    mensualite, cumul rembourse par paienet, reste du et        *
      *    derniere retenue), dans PRETS-REPORT.txt, suivie du total   *
      *    du encours. Un matricule sorti (terminaison empmaj dans     *
      *    HISTORIQUE-EMPLOYES.txt) qui doit encore est marque SORTI : *
      *    sa retenue ne passera plus sur un bulletin, le reste du est *
      *    a recouvrer hors paie (RC 4).                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pretrpt.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PRETS ASSIGN
           TO "PRETS-AVANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRETS.

           SELECT F-HISTORIQUE ASSIGN
           TO "HISTORIQUE-EMPLOYES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HISTORIQUE.

           SELECT F-RAPPORT ASSIGN
           TO "PRETS-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

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

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-PRETS PIC X(02).
           88 FS-PRETS-OK VALUE "00".
       01  FS-HISTORIQUE PIC X(02).
           88 FS-HISTORIQUE-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-ECHEC                 PIC X VALUE "N".
           88 WS-EST-EN-ECHEC VALUE "Y".

      *matricules sortis : derniere terminaison de l'historique, une
      *reembauche (ajout posterieur) les fait sortir de la liste
       01  WS-SOR-TABLE.
           03 WS-SOR-NB PIC 9(05) VALUE ZEROES.
           03 WS-SOR-ENTREE OCCURS 0 TO 20000 TIMES
               DEPENDING ON WS-SOR-NB
               INDEXED BY IDX-SOR.
               05 WS-SOR-NUMERO     PIC 9(9).
               05 WS-SOR-DATE       PIC 9(8).
               05 WS-SOR-ACTIF      PIC X.

       01  WS-SOR-CIBLE             PIC 9(05) VALUE ZEROES.
       01  WS-SORTI                 PIC X VALUE "N".
       01  WS-RESTE                 PIC 9(7)V99 VALUE ZEROES.
       01  WS-TYPE-LIBELLE          PIC X(6) VALUE SPACES.

       01  WS-PRETS-LUS             PIC 9(6) VALUE ZEROES.
       01  WS-PRETS-OUVERTS         PIC 9(6) VALUE ZEROES.
       01  WS-PRETS-SORTIS          PIC 9(6) VALUE ZEROES.
       01  WS-TOTAL-RESTE           PIC 9(10)V99 VALUE ZEROES.
       01  WS-TOTAL-SORTIS          PIC 9(10)V99 VALUE ZEROES.

       01  WS-MONTANT-ED            PIC Z(6)9.99.
       01  WS-MENSUALITE-ED         PIC Z(6)9.99.
       01  WS-REMBOURSE-ED          PIC Z(6)9.99.
       01  WS-RESTE-ED              PIC Z(6)9.99.
       01  WS-TOTAL-ED              PIC Z(9)9.99.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "pretrpt" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           PERFORM CHARGER-SORTIES THRU CHARGER-SORTIES-EXIT.
           PERFORM EDITER-ENCOURS THRU EDITER-ENCOURS-EXIT.

           DISPLAY "Prets lus : " WS-PRETS-LUS
               "  en cours : " WS-PRETS-OUVERTS
               "  dus par des sortis : " WS-PRETS-SORTIS.

           IF WS-EST-EN-ECHEC
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PRETS-SORTIS > ZEROES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE "F" TO RJN-PHASE.
           MOVE WS-PRETS-LUS TO RJN-LUS.
           MOVE WS-PRETS-OUVERTS TO RJN-ECRITS.
           MOVE ZEROES TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
       CHARGER-SORTIES.

           MOVE ZEROES TO WS-SOR-NB.
           OPEN INPUT F-HISTORIQUE.
           IF NOT FS-HISTORIQUE-OK
               GO TO CHARGER-SORTIES-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-HISTORIQUE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF HST-ACTION EQUAL "T"
                           OR HST-ACTION EQUAL "A"
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

           PERFORM CHERCHER-SORTIE THRU CHERCHER-SORTIE-EXIT.

           IF WS-SOR-CIBLE EQUAL ZEROES
               IF HST-ACTION NOT EQUAL "T" OR WS-SOR-NB >= 20000
                   GO TO RETENIR-SORTIE-EXIT
               END-IF
               ADD 1 TO WS-SOR-NB
               MOVE WS-SOR-NB TO WS-SOR-CIBLE
               MOVE HST-NUMERO TO WS-SOR-NUMERO(WS-SOR-CIBLE)
           END-IF.

           IF HST-ACTION EQUAL "T"
               MOVE HST-DATE-EFFET TO WS-SOR-DATE(WS-SOR-CIBLE)
               MOVE "N" TO WS-SOR-ACTIF(WS-SOR-CIBLE)
           ELSE
               MOVE "Y" TO WS-SOR-ACTIF(WS-SOR-CIBLE)
           END-IF.

       RETENIR-SORTIE-EXIT.
           EXIT.

      ******************************************************************
       CHERCHER-SORTIE.

           MOVE ZEROES TO WS-SOR-CIBLE.
           PERFORM VARYING IDX-SOR FROM 1 BY 1
               UNTIL IDX-SOR > WS-SOR-NB OR WS-SOR-CIBLE > ZEROES
               IF WS-SOR-NUMERO(IDX-SOR) EQUAL HST-NUMERO
                   SET WS-SOR-CIBLE TO IDX-SOR
               END-IF
           END-PERFORM.

       CHERCHER-SORTIE-EXIT.
           EXIT.

      ******************************************************************
       EDITER-ENCOURS.

           OPEN INPUT F-PRETS.
           IF NOT FS-PRETS-OK
               DISPLAY "Fichier PRETS-AVANCES.txt introuvable, aucun "
                   "pret en cours."
           END-IF.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               MOVE "Y" TO WS-ECHEC
               IF FS-PRETS-OK
                   CLOSE F-PRETS
               END-IF
               GO TO EDITER-ENCOURS-EXIT
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "AVANCES ET PRETS EN COURS AU "
               WS-HORODATAGE(7:2) "/" WS-HORODATAGE(5:2) "/"
               WS-HORODATAGE(1:4)
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  MATRICULE  NO  TYPE    OCTROI      MONTANT"
               "   MENSUALITE    REMBOURSE      RESTE DU"
               "  DERN.RET."
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           IF FS-PRETS-OK
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "Y"
                   READ F-PRETS
                       AT END
                           MOVE "Y" TO WS-FIN
                       NOT AT END
                           ADD 1 TO WS-PRETS-LUS
                           IF PRT-MONTANT > PRT-REMBOURSE
                               PERFORM EDITER-UN-PRET
                                   THRU EDITER-UN-PRET-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-PRETS
           END-IF.

           MOVE WS-TOTAL-RESTE TO WS-TOTAL-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "TOTAL  prets en cours: " WS-PRETS-OUVERTS
               "  reste du: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           IF WS-PRETS-SORTIS > ZEROES
               MOVE WS-TOTAL-SORTIS TO WS-TOTAL-ED
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "DONT DU PAR DES SALARIES SORTIS: "
                   WS-PRETS-SORTIS " pret(s) pour " WS-TOTAL-ED
                   " - A RECOUVRER HORS PAIE"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-IF.
           CLOSE F-RAPPORT.

       EDITER-ENCOURS-EXIT.
           EXIT.

      ******************************************************************
       EDITER-UN-PRET.

           ADD 1 TO WS-PRETS-OUVERTS.
           COMPUTE WS-RESTE = PRT-MONTANT - PRT-REMBOURSE.
           ADD WS-RESTE TO WS-TOTAL-RESTE.

           MOVE "N" TO WS-SORTI.
           MOVE PRT-NUMERO-EMPLOYE TO HST-NUMERO.
           PERFORM CHERCHER-SORTIE THRU CHERCHER-SORTIE-EXIT.
           IF WS-SOR-CIBLE > ZEROES
               IF WS-SOR-ACTIF(WS-SOR-CIBLE) EQUAL "N"
                   MOVE "Y" TO WS-SORTI
                   ADD 1 TO WS-PRETS-SORTIS
                   ADD WS-RESTE TO WS-TOTAL-SORTIS
               END-IF
           END-IF.

           IF PRT-TYPE EQUAL "A"
               MOVE "AVANCE" TO WS-TYPE-LIBELLE
           ELSE
               MOVE "PRET" TO WS-TYPE-LIBELLE
           END-IF.
           MOVE PRT-MONTANT TO WS-MONTANT-ED.
           MOVE PRT-MENSUALITE TO WS-MENSUALITE-ED.
           MOVE PRT-REMBOURSE TO WS-REMBOURSE-ED.
           MOVE WS-RESTE TO WS-RESTE-ED.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  " PRT-NUMERO-EMPLOYE " " PRT-NUMERO-PRET " "
               WS-TYPE-LIBELLE "  " PRT-DATE-OCTROI " "
               WS-MONTANT-ED "   " WS-MENSUALITE-ED "   "
               WS-REMBOURSE-ED "   " WS-RESTE-ED "  "
               PRT-PERIODE-RETENUE
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           IF WS-SORTI EQUAL "Y"
               STRING "  SORTI LE " WS-SOR-DATE(WS-SOR-CIBLE)
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE(110:)
           END-IF.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

       EDITER-UN-PRET-EXIT.
           EXIT.
      ******************************************************************
