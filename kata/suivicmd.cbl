      ******************************************************************
      *    Suivi des commandes au comptoir et par les livreurs : le    *
      *    numero de commande affiche sa fiche de COMMANDES-SUIVI.idx  *
      *    (etat, heures de passage, heure promise) puis la fait       *
      *    avancer : Entree passe a l'etat suivant (recue, en          *
      *    preparation, sortie en livraison ou prete a emporter,       *
      *    livree ou retiree), une lettre P/S/T saute directement a    *
      *    cet etat, X se contente de consulter. Un etat ne recule     *
      *    jamais ; une commande livree, retiree ou annulee n'avance   *
      *    plus.                                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. suivicmd.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SUIVI ASSIGN
           TO "COMMANDES-SUIVI.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STA-NUMERO
           FILE STATUS IS FS-SUIVI.

       DATA DIVISION.

       FILE SECTION.

       FD  F-SUIVI
           RECORD CONTAINS 100 CHARACTERS.

       COPY CMDSTAT.

       WORKING-STORAGE SECTION.

       COPY WSBOUCLE.

       01  FS-SUIVI PIC X(02).
           88 FS-SUIVI-OK VALUE "00".

       01  WS-HORODATAGE            PIC X(20).
       01  WS-SAISIE-NUMERO         PIC 9(6) VALUE ZEROES.
       01  WS-SAISIE-ETAT           PIC X VALUE SPACE.
       01  WS-NOUVEL-ETAT           PIC X VALUE SPACE.
       01  WS-ETAT-LIBELLE          PIC X(22) VALUE SPACES.
       01  WS-ETAT-CODE             PIC X VALUE SPACE.
       01  WS-PASSAGES              PIC 9(4) VALUE ZEROES.

      *rang de chaque etat dans la progression : un etat ne recule pas
       01  WS-ETATS-ORDRE           PIC X(4) VALUE "RPST".
       01  WS-RANG-ACTUEL           PIC 9 VALUE ZERO.
       01  WS-RANG-NOUVEAU          PIC 9 VALUE ZERO.
       01  WS-IDX                   PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.

           OPEN I-O F-SUIVI.
           IF NOT FS-SUIVI-OK
               DISPLAY "COMMANDES-SUIVI.idx indisponible : "
                   FS-SUIVI " (cree a la premiere commande)."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-BOUCLE-BEGIN THRU 1000-BOUCLE-END
           UNTIL WS-BOUCLING = WS-FINISHED.

           CLOSE F-SUIVI.

           DISPLAY "Passages d'etat enregistres : " WS-PASSAGES.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
       1000-BOUCLE-BEGIN.

           PERFORM SUIVRE-UNE-COMMANDE THRU SUIVRE-UNE-COMMANDE-EXIT.

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
       SUIVRE-UNE-COMMANDE.

           DISPLAY "Numero de commande ?".
           MOVE ZEROES TO WS-SAISIE-NUMERO.
           ACCEPT WS-SAISIE-NUMERO.
           IF WS-SAISIE-NUMERO EQUAL ZEROES
               GO TO SUIVRE-UNE-COMMANDE-EXIT
           END-IF.

           MOVE WS-SAISIE-NUMERO TO STA-NUMERO.
           READ F-SUIVI
               INVALID KEY
                   DISPLAY "Commande " WS-SAISIE-NUMERO " non suivie."
                   GO TO SUIVRE-UNE-COMMANDE-EXIT
           END-READ.

           PERFORM AFFICHER-FICHE THRU AFFICHER-FICHE-EXIT.

           IF STA-EST-TERMINEE OR STA-EST-ANNULEE
               DISPLAY "Commande close, plus d'avancement."
               GO TO SUIVRE-UNE-COMMANDE-EXIT
           END-IF.

           DISPLAY "Nouvel etat ? (Entree=suivant P=preparation "
               "S=sortie/prete T=livree/retiree X=consulter)".
           MOVE SPACE TO WS-SAISIE-ETAT.
           ACCEPT WS-SAISIE-ETAT.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-ETAT) TO WS-SAISIE-ETAT.
           IF WS-SAISIE-ETAT EQUAL "X"
               GO TO SUIVRE-UNE-COMMANDE-EXIT
           END-IF.

           MOVE ZERO TO WS-RANG-ACTUEL WS-RANG-NOUVEAU.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               IF WS-ETATS-ORDRE(WS-IDX:1) EQUAL STA-ETAT
                   MOVE WS-IDX TO WS-RANG-ACTUEL
               END-IF
               IF WS-ETATS-ORDRE(WS-IDX:1) EQUAL WS-SAISIE-ETAT
                   MOVE WS-IDX TO WS-RANG-NOUVEAU
               END-IF
           END-PERFORM.
           IF WS-SAISIE-ETAT EQUAL SPACE
               COMPUTE WS-RANG-NOUVEAU = WS-RANG-ACTUEL + 1
           END-IF.
           IF WS-RANG-NOUVEAU NOT > WS-RANG-ACTUEL
               DISPLAY "Etat refuse : une commande ne recule pas."
               GO TO SUIVRE-UNE-COMMANDE-EXIT
           END-IF.
           MOVE WS-ETATS-ORDRE(WS-RANG-NOUVEAU:1) TO WS-NOUVEL-ETAT.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           EVALUATE WS-NOUVEL-ETAT
               WHEN "P"
                   MOVE WS-HORODATAGE(1:14) TO STA-HORO-PREPARATION
               WHEN "S"
                   MOVE WS-HORODATAGE(1:14) TO STA-HORO-SORTIE
               WHEN "T"
                   MOVE WS-HORODATAGE(1:14) TO STA-HORO-TERMINEE
           END-EVALUATE.
           MOVE WS-NOUVEL-ETAT TO STA-ETAT.
           REWRITE STA-REC
               INVALID KEY
                   DISPLAY "Erreur reecriture " STA-NUMERO " : "
                       FS-SUIVI
                   GO TO SUIVRE-UNE-COMMANDE-EXIT
           END-REWRITE.

           ADD 1 TO WS-PASSAGES.
           MOVE STA-ETAT TO WS-ETAT-CODE.
           PERFORM NOMMER-ETAT THRU NOMMER-ETAT-EXIT.
           DISPLAY "Commande " STA-NUMERO " : " WS-ETAT-LIBELLE
               " a " WS-HORODATAGE(9:2) ":" WS-HORODATAGE(11:2) ".".
           IF STA-EST-TERMINEE
               AND WS-HORODATAGE(1:14) > STA-PROMIS
               DISPLAY "*** remise apres l'heure promise ***"
           END-IF.

       SUIVRE-UNE-COMMANDE-EXIT.
           EXIT.

      ******************************************************************
       AFFICHER-FICHE.

           MOVE STA-ETAT TO WS-ETAT-CODE.
           PERFORM NOMMER-ETAT THRU NOMMER-ETAT-EXIT.
           DISPLAY "Commande " STA-NUMERO " du " STA-DATE
               "  mode " STA-MODE "  zone " STA-ZONE
               "  livreur " STA-LIVREUR.
           DISPLAY "  etat : " WS-ETAT-LIBELLE
               "  promise a " STA-PROMIS(9:2) ":" STA-PROMIS(11:2)
               " le " STA-PROMIS(1:8).
           DISPLAY "  recue " STA-HORO-RECUE(9:4)
               "  preparation " STA-HORO-PREPARATION(9:4)
               "  sortie " STA-HORO-SORTIE(9:4)
               "  terminee " STA-HORO-TERMINEE(9:4).

       AFFICHER-FICHE-EXIT.
           EXIT.

      ******************************************************************
      *libelle de WS-ETAT-CODE selon le mode de la commande
       NOMMER-ETAT.

           EVALUATE WS-ETAT-CODE
               WHEN "R"
                   MOVE "RECUE" TO WS-ETAT-LIBELLE
               WHEN "P"
                   MOVE "EN PREPARATION" TO WS-ETAT-LIBELLE
               WHEN "S"
                   IF STA-MODE EQUAL "L"
                       MOVE "SORTIE EN LIVRAISON" TO WS-ETAT-LIBELLE
                   ELSE
                       MOVE "PRETE A EMPORTER" TO WS-ETAT-LIBELLE
                   END-IF
               WHEN "T"
                   IF STA-MODE EQUAL "L"
                       MOVE "LIVREE" TO WS-ETAT-LIBELLE
                   ELSE
                       MOVE "RETIREE" TO WS-ETAT-LIBELLE
                   END-IF
               WHEN "A"
                   MOVE "ANNULEE" TO WS-ETAT-LIBELLE
               WHEN OTHER
                   MOVE "INCONNU" TO WS-ETAT-LIBELLE
           END-EVALUATE.

       NOMMER-ETAT-EXIT.
           EXIT.
      ******************************************************************
