      ******************************************************************
      *    Saisie des avances sur salaire et des prets au personnel :  *
      *    alimente PRETS-AVANCES.txt (matricule, numero d'ordre,      *
      *    type A=avance P=pret, montant, periode AAAAMM de premiere   *
      *    retenue et mensualite). paienet retient la mensualite sur   *
      *    chaque bulletin a partir de cette periode, jusqu'a          *
      *    remboursement complet, et tient le cumul rembourse dans le  *
      *    meme fichier. Une avance se rembourse par defaut en une     *
      *    seule retenue. Remplace le suivi papier des remboursements. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pretcapt.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PRETS ASSIGN
           TO "PRETS-AVANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRETS.

       DATA DIVISION.

       FILE SECTION.

      *une ligne par avance ou pret ; PRT-PERIODE-RETENUE et
      *PRT-MONTANT-RETENUE gardent la derniere retenue portee par
      *paienet pour qu'un repassage du meme mois ne la compte pas
      *deux fois
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

       COPY WSBOUCLE.

      *bloc de parametres des services de dates (CALL "datesvc")
       COPY DATESVC.

       01  FS-PRETS PIC X(02).
           88 FS-PRETS-OK VALUE "00".

       01  WS-HORODATAGE            PIC X(20).
       01  WS-SAISIE-NUMERO         PIC 9(9) VALUE ZEROES.
       01  WS-SAISIE-TYPE           PIC X VALUE SPACE.
       01  WS-SAISIE-MONTANT-X      PIC X(12) VALUE SPACES.
       01  WS-SAISIE-MONTANT        PIC 9(7)V99 VALUE ZEROES.
       01  WS-SAISIE-PERIODE        PIC 9(6) VALUE ZEROES.
       01  WS-SAISIE-MENSUALITE-X   PIC X(12) VALUE SPACES.
       01  WS-SAISIE-MENSUALITE     PIC 9(7)V99 VALUE ZEROES.
       01  WS-SAISIES-ECRITES       PIC 9(4) VALUE ZEROES.

      *numero d'ordre : un de plus que le dernier pret du matricule,
      *et reste du sur ses prets en cours pour prevenir le gestionnaire
       01  WS-PRT-FIN               PIC X VALUE "N".
       01  WS-PRT-DERNIER           PIC 9(3) VALUE ZEROES.
       01  WS-PRT-RESTE-DU          PIC 9(9)V99 VALUE ZEROES.
       01  WS-MONTANT-ED            PIC Z(6)9.99.
       01  WS-RESTE-ED              PIC Z(8)9.99.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           PERFORM 1000-BOUCLE-BEGIN THRU 1000-BOUCLE-END
           UNTIL WS-BOUCLING = WS-FINISHED.

           DISPLAY "Avances et prets enregistres : " WS-SAISIES-ECRITES.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
       1000-BOUCLE-BEGIN.

           PERFORM SAISIR-UN-PRET THRU SAISIR-UN-PRET-EXIT.

           DISPLAY SPACE
           DISPLAY "Continuer? (Y/N)".
           ACCEPT WS-EXITCODE.
           MOVE FUNCTION UPPER-CASE(WS-EXITCODE) TO WS-EXITCODE.
           IF WS-EXITCODE EQUAL "N"
               SET WS-FINISHED TO WS-BOUCLING
           END-IF.

       1000-BOUCLE-END.
           EXIT.

      ******************************************************************
       SAISIR-UN-PRET.

           DISPLAY "Matricule ?".
           ACCEPT WS-SAISIE-NUMERO.
           IF WS-SAISIE-NUMERO EQUAL ZEROES
               DISPLAY "Matricule a zero, saisie abandonnee."
               GO TO SAISIR-UN-PRET-EXIT
           END-IF.

           DISPLAY "Type ? (A=avance sur salaire P=pret)".
           ACCEPT WS-SAISIE-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-TYPE) TO WS-SAISIE-TYPE.
           IF WS-SAISIE-TYPE NOT EQUAL "A"
               AND WS-SAISIE-TYPE NOT EQUAL "P"
               DISPLAY "Type invalide (A/P), saisie abandonnee."
               GO TO SAISIR-UN-PRET-EXIT
           END-IF.

           DISPLAY "Montant accorde ? (ex. 1500.00)".
           ACCEPT WS-SAISIE-MONTANT-X.
           COMPUTE WS-SAISIE-MONTANT =
               FUNCTION NUMVAL(WS-SAISIE-MONTANT-X).
           IF WS-SAISIE-MONTANT EQUAL ZEROES
               DISPLAY "Montant invalide, saisie abandonnee."
               GO TO SAISIR-UN-PRET-EXIT
           END-IF.

           DISPLAY "Periode de la premiere retenue ? (AAAAMM)".
           ACCEPT WS-SAISIE-PERIODE.
      *la periode est validee en la posant sur son premier jour
           MOVE "V" TO DSV-FONCTION.
           COMPUTE DSV-DATE = (WS-SAISIE-PERIODE * 100) + 1.
           CALL "datesvc" USING DSV-PARAMS.
           IF DSV-STATUT NOT EQUAL "0"
               DISPLAY "Periode invalide, saisie abandonnee."
               GO TO SAISIR-UN-PRET-EXIT
           END-IF.

      *une avance se reprend en une fois si la mensualite est laissee
      *a blanc ; un pret doit avoir sa mensualite
           DISPLAY "Mensualite de remboursement ?"
               " (a blanc : montant total pour une avance)".
           MOVE SPACES TO WS-SAISIE-MENSUALITE-X.
           ACCEPT WS-SAISIE-MENSUALITE-X.
           IF WS-SAISIE-MENSUALITE-X EQUAL SPACES
               AND WS-SAISIE-TYPE EQUAL "A"
               MOVE WS-SAISIE-MONTANT TO WS-SAISIE-MENSUALITE
           ELSE
               COMPUTE WS-SAISIE-MENSUALITE =
                   FUNCTION NUMVAL(WS-SAISIE-MENSUALITE-X)
           END-IF.
           IF WS-SAISIE-MENSUALITE EQUAL ZEROES
               DISPLAY "Mensualite invalide, saisie abandonnee."
               GO TO SAISIR-UN-PRET-EXIT
           END-IF.
           IF WS-SAISIE-MENSUALITE > WS-SAISIE-MONTANT
               MOVE WS-SAISIE-MONTANT TO WS-SAISIE-MENSUALITE
           END-IF.

           PERFORM CHERCHER-PRETS-EMPLOYE
               THRU CHERCHER-PRETS-EMPLOYE-EXIT.

           OPEN EXTEND F-PRETS.
           IF NOT FS-PRETS-OK
               CLOSE F-PRETS
               OPEN OUTPUT F-PRETS
           END-IF.
           IF NOT FS-PRETS-OK
               DISPLAY "Erreur ouverture F-PRETS : " FS-PRETS
               GO TO SAISIR-UN-PRET-EXIT
           END-IF.

           MOVE SPACES TO PRET-REC.
           MOVE WS-SAISIE-NUMERO TO PRT-NUMERO-EMPLOYE.
           COMPUTE PRT-NUMERO-PRET = WS-PRT-DERNIER + 1.
           MOVE WS-SAISIE-TYPE TO PRT-TYPE.
           MOVE WS-HORODATAGE(1:8) TO PRT-DATE-OCTROI.
           MOVE WS-SAISIE-MONTANT TO PRT-MONTANT.
           MOVE WS-SAISIE-PERIODE TO PRT-PERIODE-DEBUT.
           MOVE WS-SAISIE-MENSUALITE TO PRT-MENSUALITE.
           MOVE ZEROES TO PRT-REMBOURSE PRT-PERIODE-RETENUE
               PRT-MONTANT-RETENUE.
           WRITE PRET-REC.
           CLOSE F-PRETS.

           ADD 1 TO WS-SAISIES-ECRITES.
           MOVE WS-SAISIE-MONTANT TO WS-MONTANT-ED.
           DISPLAY "Enregistre : " WS-SAISIE-NUMERO
               " numero " PRT-NUMERO-PRET
               " type " WS-SAISIE-TYPE
               " montant " WS-MONTANT-ED
               " a partir de " WS-SAISIE-PERIODE.

       SAISIR-UN-PRET-EXIT.
           EXIT.
      ******************************************************************
      *le nouveau pret est enregistre meme si le matricule doit deja :
      *le controle ne fait que prevenir le gestionnaire
       CHERCHER-PRETS-EMPLOYE.

           MOVE ZEROES TO WS-PRT-DERNIER WS-PRT-RESTE-DU.

           OPEN INPUT F-PRETS.
           IF NOT FS-PRETS-OK
               GO TO CHERCHER-PRETS-EMPLOYE-EXIT
           END-IF.

           MOVE "N" TO WS-PRT-FIN.
           PERFORM UNTIL WS-PRT-FIN = "Y"
               READ F-PRETS
                   AT END
                       MOVE "Y" TO WS-PRT-FIN
                   NOT AT END
                       IF PRT-NUMERO-EMPLOYE EQUAL WS-SAISIE-NUMERO
                           IF PRT-NUMERO-PRET > WS-PRT-DERNIER
                               MOVE PRT-NUMERO-PRET TO WS-PRT-DERNIER
                           END-IF
                           IF PRT-MONTANT > PRT-REMBOURSE
                               COMPUTE WS-PRT-RESTE-DU =
                                   WS-PRT-RESTE-DU + PRT-MONTANT
                                   - PRT-REMBOURSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PRETS.

           IF WS-PRT-RESTE-DU > ZEROES
               MOVE WS-PRT-RESTE-DU TO WS-RESTE-ED
               DISPLAY "ATTENTION : le matricule " WS-SAISIE-NUMERO
                   " doit encore " WS-RESTE-ED
                   " sur ses avances et prets en cours."
           END-IF.

       CHERCHER-PRETS-EMPLOYE-EXIT.
           EXIT.
      ******************************************************************
