      *    N=non payee, nombre de jours) repris par paienet pour       *
      *    proratiser le brut des jours non payes. La periode est      *
      *    controlee par le sous-programme de services de dates.       *
      *    Une absence payee au-dela du solde de conges restant au     *
      *    compteur CONGES-SOLDES.txt (tenu par paienet) est signalee. *
      *    Remplace la correction des bulletins a la main a chaque     *
      *    conge sans solde.                                           *
      ******************************************************************
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ABSENCES.

           SELECT F-CONGES ASSIGN
           TO "CONGES-SOLDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CONGES.

       DATA DIVISION.

       FILE SECTION.
           05 ABS-JOURS             PIC 9(2).
           05 FILLER                PIC X(12).

      *compteur de conges payes, meme dessin que dans paienet
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

       WORKING-STORAGE SECTION.

       COPY WSBOUCLE.
       01  WS-SAISIE-JOURS          PIC 9(2) VALUE ZEROES.
       01  WS-SAISIES-ECRITES       PIC 9(4) VALUE ZEROES.

       01  FS-CONGES PIC X(02).
           88 FS-CONGES-OK VALUE "00".

      *controle du solde de conges avant enregistrement d'une absence
      *payee : solde du compteur moins les absences payees deja
      *saisies sur des periodes que paienet n'a pas encore decomptees
       01  WS-CGS-TROUVE            PIC X VALUE "N".
       01  WS-CGS-FIN               PIC X VALUE "N".
       01  WS-CGS-DERNIERE-PERIODE  PIC 9(6) VALUE ZEROES.
       01  WS-CGS-SOLDE             PIC S9(3)V99 VALUE ZEROES.
       01  WS-CGS-EN-ATTENTE        PIC 9(4) VALUE ZEROES.
       01  WS-CGS-SOLDE-ED          PIC -ZZ9.99.

       PROCEDURE DIVISION.

           PERFORM 1000-BOUCLE-BEGIN THRU 1000-BOUCLE-END
               GO TO SAISIR-UNE-ABSENCE-EXIT
           END-IF.

           IF WS-SAISIE-TYPE EQUAL "P"
               PERFORM CONTROLER-SOLDE-CONGES
                   THRU CONTROLER-SOLDE-CONGES-EXIT
           END-IF.

           OPEN EXTEND F-ABSENCES.
           IF NOT FS-ABSENCES-OK
               CLOSE F-ABSENCES
       SAISIR-UNE-ABSENCE-EXIT.
           EXIT.
      ******************************************************************
      *l'absence payee reste enregistree : le controle ne fait que
      *prevenir le gestionnaire que le solde ne la couvre pas
       CONTROLER-SOLDE-CONGES.

           MOVE "N" TO WS-CGS-TROUVE.
           MOVE ZEROES TO WS-CGS-SOLDE WS-CGS-EN-ATTENTE
               WS-CGS-DERNIERE-PERIODE.

           OPEN INPUT F-CONGES.
           IF FS-CONGES-OK
               MOVE "N" TO WS-CGS-FIN
               PERFORM UNTIL WS-CGS-FIN = "Y"
                   READ F-CONGES
                       AT END
                           MOVE "Y" TO WS-CGS-FIN
                       NOT AT END
                           IF CGS-NUMERO-EMPLOYE EQUAL WS-SAISIE-NUMERO
                               MOVE "Y" TO WS-CGS-TROUVE
                               COMPUTE WS-CGS-SOLDE = CGS-REPORT
                                   + CGS-ACQUIS - CGS-PRIS
                               MOVE CGS-PERIODE
                                   TO WS-CGS-DERNIERE-PERIODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CONGES
           END-IF.

           IF WS-CGS-TROUVE NOT EQUAL "Y"
               DISPLAY "ATTENTION : aucun compteur de conges pour le "
                   "matricule " WS-SAISIE-NUMERO "."
               GO TO CONTROLER-SOLDE-CONGES-EXIT
           END-IF.

           OPEN INPUT F-ABSENCES.
           IF FS-ABSENCES-OK
               MOVE "N" TO WS-CGS-FIN
               PERFORM UNTIL WS-CGS-FIN = "Y"
                   READ F-ABSENCES
                       AT END
                           MOVE "Y" TO WS-CGS-FIN
                       NOT AT END
                           IF ABS-NUMERO-EMPLOYE EQUAL WS-SAISIE-NUMERO
                               AND ABS-TYPE EQUAL "P"
                               AND ABS-PERIODE > WS-CGS-DERNIERE-PERIODE
                               ADD ABS-JOURS TO WS-CGS-EN-ATTENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ABSENCES
           END-IF.

           SUBTRACT WS-CGS-EN-ATTENTE FROM WS-CGS-SOLDE.
           IF WS-SAISIE-JOURS > WS-CGS-SOLDE
               MOVE WS-CGS-SOLDE TO WS-CGS-SOLDE-ED
               DISPLAY "ATTENTION : absence payee de " WS-SAISIE-JOURS
                   " jour(s) au-dela du solde de conges restant ("
                   WS-CGS-SOLDE-ED " j)."
           END-IF.

       CONTROLER-SOLDE-CONGES-EXIT.
           EXIT.
      ******************************************************************
