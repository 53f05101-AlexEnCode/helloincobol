           05 CLI-IDX-ADRESSE       PIC X(25).
           05 CLI-IDX-ZONE          PIC 9.
           05 CLI-IDX-NB-COMMANDES  PIC 9(5).
           05 CLI-IDX-ALLERGIES     PIC X(4).

       FD  F-HISTCLI
           RECORD CONTAINS 111 CHARACTERS.
       01  WS-ORD-IMAGE.
           05 ORD-NUMERO            PIC 9(6).
           05 ORD-HORODATAGE        PIC X(14).
           05 FILLER                PIC X(37).
           05 ORD-FLAG-ANNUL        PIC X.
           05 FILLER                PIC X(42).

       PROCEDURE DIVISION.


      ******************************************************************
      *trois dernieres commandes du client, lues par la cle du
      *magasin d'historique (les plus recentes ecrasent la fenetre) ;
      *une commande annulee, versee par sa contrepassation, est omise
       EDITER-DERNIERES-COMMANDES.

           MOVE ZERO TO WS-DER-IDX.
                   NOT AT END
                       IF HIS-CLIENT EQUAL WS-SLD-CLIENT(IDX-SLD)
                           MOVE HIS-IMAGE TO WS-ORD-IMAGE
                           IF ORD-FLAG-ANNUL NOT EQUAL "A"
                               PERFORM RETENIR-DERNIERE-COMMANDE
                                   THRU RETENIR-DERNIERE-COMMANDE-EXIT
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-FIN
                       END-IF

       EDITER-DERNIERES-COMMANDES-EXIT.
           EXIT.

      ******************************************************************
      *commande lue (WS-ORD-IMAGE) poussee dans la fenetre des trois
       RETENIR-DERNIERE-COMMANDE.

           IF WS-DER-IDX < 3
               ADD 1 TO WS-DER-IDX
           ELSE
               MOVE WS-DER-LIGNE(2) TO WS-DER-LIGNE(1)
               MOVE WS-DER-LIGNE(3) TO WS-DER-LIGNE(2)
           END-IF.
           MOVE SPACES TO WS-DER-LIGNE(WS-DER-IDX).
           STRING "  commande " ORD-NUMERO
               " du " ORD-HORODATAGE(1:8)
               DELIMITED BY SIZE
               INTO WS-DER-LIGNE(WS-DER-IDX).

       RETENIR-DERNIERE-COMMANDE-EXIT.
           EXIT.
      ******************************************************************
