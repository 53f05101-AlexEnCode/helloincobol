       01  WS-ARCHIVE-NOM       PIC X(30) VALUE SPACES.
       01  WS-HISTCLI-DISPO     PIC X VALUE "N".
       01  WS-HIST-ECRITS       PIC 9(6) VALUE ZEROES.
       01  WS-HIST-ANNULES      PIC 9(6) VALUE ZEROES.

      *les cinq familles de journaux quotidiens
       01  WS-FAMILLES-VALEURS.
               "  historiques client: " WS-HIST-ECRITS
               DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE.
           WRITE WS-RAPPORT-LIGNE FROM WS-RAPPORT-LIGNE.
           IF WS-HIST-ANNULES > ZEROES
               MOVE SPACES TO WS-RAPPORT-LIGNE
               STRING "       annulations portees a l'historique "
                   "client: " WS-HIST-ANNULES
                   DELIMITED BY SIZE INTO WS-RAPPORT-LIGNE
               WRITE WS-RAPPORT-LIGNE FROM WS-RAPPORT-LIGNE
           END-IF.
           CLOSE F-RAPPORT.

           IF WS-HISTCLI-DISPO EQUAL "Y"
      ******************************************************************
      *versement d'une commande archivee dans le magasin d'historique
      *par client : cle client + numero, image complete ; les
      *commandes anonymes (client a zero) ne sont pas historisees.
      *La contrepassation d'une commande annulee (copie de l'entete
      *marquee "A") remplace l'image deja versee sous la meme cle,
      *pour que l'historique porte l'annulation
       VERSER-HISTORIQUE-CLIENT.

           IF WS-HISTCLI-DISPO NOT EQUAL "Y"
               OR WS-SOURCE-LIGNE(1:6) NOT NUMERIC
               GO TO VERSER-HISTORIQUE-CLIENT-EXIT
           END-IF.
      *ligne par taille : l'historique ne garde que l'entete de la
      *commande, sous la meme cle
           IF WS-SOURCE-LIGNE(59:1) EQUAL "L"
               GO TO VERSER-HISTORIQUE-CLIENT-EXIT
           END-IF.

           MOVE WS-SOURCE-LIGNE(34:5) TO HIS-CLIENT.
           MOVE WS-SOURCE-LIGNE(1:6) TO HIS-NUMERO.
           MOVE WS-SOURCE-LIGNE(1:100) TO HIS-IMAGE.
           WRITE HIS-REC
               INVALID KEY
                   IF WS-SOURCE-LIGNE(58:1) EQUAL "A"
                       REWRITE HIS-REC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-HIST-ANNULES
                       END-REWRITE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-ECRITS
           END-WRITE.
