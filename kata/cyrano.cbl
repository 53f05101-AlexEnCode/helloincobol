      *     La conjecture de Syracuse prétend que le mode              *
      *     de calcul suivant arrive toujours à "1" quel que soit      *
      *     le nombre entier positif non nul choisi au départ.         *
      *     Un grand balayage peut etre partage en NN sous-plages      *
      *     (mode S), chacune dans son propre pas de travail avec son  *
      *     point de reprise SYRACUSE-CHECKPOINT-nn.txt ; la sous-     *
      *     plage terminee laisse son palmares partiel dans            *
      *     SYRACUSE-PARTIEL-nn.txt, que cyrfusio fusionne ensuite.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cyrano.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BATCH.

      *SYRACUSE-CHECKPOINT.txt, ou -nn.txt pour une sous-plage
           SELECT F-CKPT-PLAGE ASSIGN
           USING WS-CKPT-FNAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CKPT-PLAGE.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PLAGE-REPORT.

      *palmares partiel d'une sous-plage (SYRACUSE-PARTIEL-nn.txt)
           SELECT F-PARTIEL ASSIGN
           USING WS-PARTIEL-FNAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARTIEL.

           SELECT F-CACHE ASSIGN
           TO "SYRACUSE-CACHE.idx"
           ORGANIZATION IS INDEXED
       01  WS-BATCH-LIGNE      PIC X(9).

      *point de reprise du balayage de plage : ligne "H" (bornes et
      *dernier nombre termine), ligne "T" (totaux) puis le palmares
      *accumule, lignes "E"
      *(top etapes) et "P" (top pics), pour qu'un balayage interrompu
      *reparte ou il s'est arrete sans perdre son classement
       FD  F-CKPT-PLAGE

       01  WS-PLAGE-REPORT-LIGNE PIC X(80).

       FD  F-PARTIEL
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       COPY SYRPART.

      *cache des resultats connus, cle sur le nombre de depart : des
      *qu'une trajectoire retombe sur un nombre deja resolu, le reste
      *de la descente est pris dans le cache au lieu d'etre recalcule
           88 FS-CKPT-PLAGE-OK VALUE "00".
       01 FS-PLAGE-REPORT PIC X(02).
           88 FS-PLAGE-REPORT-OK VALUE "00".
       01 FS-PARTIEL PIC X(02).
           88 FS-PARTIEL-OK VALUE "00".
       01 WS-CKPT-FNAME        PIC X(30)
           VALUE "SYRACUSE-CHECKPOINT.txt".
       01 WS-PARTIEL-FNAME     PIC X(30) VALUE SPACES.

      *balayage de plage
       01 WS-PLAGE-DEBUT       PIC 9(9) VALUE ZERO.
       01 WS-DEPUIS-CKPT       PIC 9(5) VALUE ZERO.
       01 WS-CKPT-FIN          PIC X VALUE "N".
       01 WS-CKPT-CORRESPOND   PIC X VALUE "N".
      *totaux du balayage, repris eux aussi au point de reprise
       01 WS-PLAGE-BALAYES     PIC 9(10) VALUE ZERO.
       01 WS-PLAGE-ETAPES      PIC 9(12) VALUE ZERO.
       01 WS-PLAGE-TRONQUEES   PIC 9(9) VALUE ZERO.

      *balayage partage : plage entiere, nombre de sous-plages et
      *numero de celle traitee par ce pas
       01 WS-GLOBAL-DEBUT      PIC 9(9) VALUE ZERO.
       01 WS-GLOBAL-FIN        PIC 9(9) VALUE ZERO.
       01 WS-NB-SOUS-PLAGES    PIC 9(2) VALUE ZERO.
       01 WS-SOUS-PLAGE        PIC 9(2) VALUE ZERO.
       01 WS-TAILLE-SOUS-PLAGE PIC 9(9) VALUE ZERO.

      *palmares : les 10 meilleurs departs par nombre d'etapes et
      *par pic atteint
           PERFORM OUVRIR-CACHE THRU OUVRIR-CACHE-EXIT.

           DISPLAY "Mode ? (I=Interactif B=Batch fichier "
               "P=Balayage de plage S=Sous-plage d'un balayage partage)"
               WITH NO ADVANCING.
           ACCEPT WS-MODE-BATCH.
           MOVE FUNCTION UPPER-CASE(WS-MODE-BATCH) TO WS-MODE-BATCH.

                   PERFORM TRAITER-BATCH THRU TRAITER-BATCH-EXIT
               WHEN "P"
                   PERFORM TRAITER-PLAGE THRU TRAITER-PLAGE-EXIT
               WHEN "S"
                   PERFORM TRAITER-SOUS-PLAGE
                       THRU TRAITER-SOUS-PLAGE-EXIT
               WHEN OTHER
                   PERFORM 1000-BOUCLE-BEGIN THRU 1000-BOUCLE-END
                   UNTIL WS-BOUCLING = WS-FINISHED
      *dernier nombre termine
       TRAITER-PLAGE.

           DISPLAY "Debut de plage ?".
           ACCEPT WS-PLAGE-DEBUT.
           DISPLAY "Fin de plage ?".
               GO TO TRAITER-PLAGE-EXIT
           END-IF.

           PERFORM BALAYER-PLAGE THRU BALAYER-PLAGE-EXIT.

           PERFORM ECRIRE-PLAGE-REPORT THRU ECRIRE-PLAGE-REPORT-EXIT.

      *plage terminee : le point de reprise est efface
           OPEN OUTPUT F-CKPT-PLAGE.
           CLOSE F-CKPT-PLAGE.

           DISPLAY "Balayage termine de " WS-PLAGE-DEBUT
               " a " WS-PLAGE-FIN ".".

       TRAITER-PLAGE-EXIT.
           EXIT.
      ******************************************************************
      *une sous-plage d'un balayage partage, pour un pas de travail
      *parmi NN : la plage entiere est coupee en NN parts egales, la
      *derniere prenant le reste. Point de reprise propre a la
      *sous-plage ; une fois terminee, son palmares partiel est
      *laisse a cyrfusio au lieu du rapport
       TRAITER-SOUS-PLAGE.

           DISPLAY "Debut de la plage entiere ?".
           ACCEPT WS-GLOBAL-DEBUT.
           DISPLAY "Fin de la plage entiere ?".
           ACCEPT WS-GLOBAL-FIN.
           DISPLAY "Nombre de sous-plages ? (1-99)".
           ACCEPT WS-NB-SOUS-PLAGES.
           DISPLAY "Numero de la sous-plage a balayer ?".
           ACCEPT WS-SOUS-PLAGE.
           IF WS-GLOBAL-DEBUT EQUAL ZERO
               OR WS-GLOBAL-FIN < WS-GLOBAL-DEBUT
               OR WS-NB-SOUS-PLAGES EQUAL ZERO
               OR WS-SOUS-PLAGE EQUAL ZERO
               OR WS-SOUS-PLAGE > WS-NB-SOUS-PLAGES
               OR WS-GLOBAL-FIN - WS-GLOBAL-DEBUT + 1
                   < WS-NB-SOUS-PLAGES
               DISPLAY "Plage ou sous-plage invalide."
               MOVE "Y" TO WS-BATCH-NOT-FOUND
               GO TO TRAITER-SOUS-PLAGE-EXIT
           END-IF.

           COMPUTE WS-TAILLE-SOUS-PLAGE =
               (WS-GLOBAL-FIN - WS-GLOBAL-DEBUT + 1)
               / WS-NB-SOUS-PLAGES.
           COMPUTE WS-PLAGE-DEBUT = WS-GLOBAL-DEBUT
               + (WS-SOUS-PLAGE - 1) * WS-TAILLE-SOUS-PLAGE.
           IF WS-SOUS-PLAGE EQUAL WS-NB-SOUS-PLAGES
               MOVE WS-GLOBAL-FIN TO WS-PLAGE-FIN
           ELSE
               COMPUTE WS-PLAGE-FIN =
                   WS-PLAGE-DEBUT + WS-TAILLE-SOUS-PLAGE - 1
           END-IF.

           MOVE SPACES TO WS-CKPT-FNAME WS-PARTIEL-FNAME.
           STRING "SYRACUSE-CHECKPOINT-" WS-SOUS-PLAGE ".txt"
               DELIMITED BY SIZE INTO WS-CKPT-FNAME.
           STRING "SYRACUSE-PARTIEL-" WS-SOUS-PLAGE ".txt"
               DELIMITED BY SIZE INTO WS-PARTIEL-FNAME.
           DISPLAY "Sous-plage " WS-SOUS-PLAGE "/" WS-NB-SOUS-PLAGES
               " : de " WS-PLAGE-DEBUT " a " WS-PLAGE-FIN ".".

           PERFORM BALAYER-PLAGE THRU BALAYER-PLAGE-EXIT.

           PERFORM ECRIRE-PARTIEL THRU ECRIRE-PARTIEL-EXIT.

      *sous-plage terminee : son point de reprise est efface
           OPEN OUTPUT F-CKPT-PLAGE.
           CLOSE F-CKPT-PLAGE.

           DISPLAY "Sous-plage " WS-SOUS-PLAGE " terminee.".

       TRAITER-SOUS-PLAGE-EXIT.
           EXIT.
      ******************************************************************
      *boucle du balayage de WS-PLAGE-DEBUT a WS-PLAGE-FIN, reprise
      *comprise
       BALAYER-PLAGE.

           INITIALIZE WS-TOP-ETAPES-TABLE WS-TOP-PICS-TABLE.
           MOVE ZERO TO WS-PLAGE-BALAYES WS-PLAGE-ETAPES
               WS-PLAGE-TRONQUEES.

           MOVE WS-PLAGE-DEBUT TO WS-PLAGE-REPRISE-A.
           PERFORM LIRE-CKPT-PLAGE THRU LIRE-CKPT-PLAGE-EXIT.

               MOVE WS-NOMBRE TO WS-NOMBRE-INITIAL
               MOVE ZERO TO WS-ETAPES
               PERFORM 2000-METHODE-START THRU 2000-METHODE-END
               ADD 1 TO WS-PLAGE-BALAYES
               IF WS-SEQ-TRONQUEE = "N"
                   ADD WS-ETAPES TO WS-PLAGE-ETAPES
                   PERFORM CLASSER-RESULTAT
                       THRU CLASSER-RESULTAT-EXIT
               ELSE
                   ADD 1 TO WS-PLAGE-TRONQUEES
               END-IF
               ADD 1 TO WS-DEPUIS-CKPT
               IF WS-DEPUIS-CKPT >= WS-CKPT-INTERVALLE
               END-IF
           END-PERFORM.

       BALAYER-PLAGE-EXIT.
           EXIT.
      ******************************************************************
      *insertion du resultat courant dans les deux palmares : la plus
                       MOVE "N" TO WS-CKPT-CORRESPOND
                       INITIALIZE WS-TOP-ETAPES-TABLE
                           WS-TOP-PICS-TABLE
                       MOVE ZERO TO WS-PLAGE-BALAYES WS-PLAGE-ETAPES
                           WS-PLAGE-TRONQUEES
                       MOVE WS-PLAGE-DEBUT TO WS-PLAGE-REPRISE-A
                   END-IF
               WHEN "T"
                   IF WS-CKPT-CORRESPOND EQUAL "Y"
                       AND WS-CKPT-PLAGE-LIGNE(2:31) NUMERIC
                       MOVE WS-CKPT-PLAGE-LIGNE(2:10)
                           TO WS-PLAGE-BALAYES
                       MOVE WS-CKPT-PLAGE-LIGNE(12:12)
                           TO WS-PLAGE-ETAPES
                       MOVE WS-CKPT-PLAGE-LIGNE(24:9)
                           TO WS-PLAGE-TRONQUEES
                   END-IF
               WHEN "E"
                   IF WS-CKPT-CORRESPOND EQUAL "Y"
                       MOVE ZERO TO WS-TOP-RANG
           MOVE WS-NOMBRE-COURANT TO WS-CKPT-PLAGE-LIGNE(20:10).
           WRITE WS-CKPT-PLAGE-LIGNE FROM WS-CKPT-PLAGE-LIGNE.

           MOVE SPACES TO WS-CKPT-PLAGE-LIGNE.
           MOVE "T" TO WS-CKPT-PLAGE-LIGNE(1:1).
           MOVE WS-PLAGE-BALAYES TO WS-CKPT-PLAGE-LIGNE(2:10).
           MOVE WS-PLAGE-ETAPES TO WS-CKPT-PLAGE-LIGNE(12:12).
           MOVE WS-PLAGE-TRONQUEES TO WS-CKPT-PLAGE-LIGNE(24:9).
           WRITE WS-CKPT-PLAGE-LIGNE FROM WS-CKPT-PLAGE-LIGNE.

           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > 10
               MOVE SPACES TO WS-CKPT-PLAGE-LIGNE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-PLAGE-REPORT-LIGNE.
           STRING "NOMBRES BALAYES " WS-PLAGE-BALAYES
               "  ETAPES " WS-PLAGE-ETAPES
               "  TRONQUEES " WS-PLAGE-TRONQUEES
               DELIMITED BY SIZE INTO WS-PLAGE-REPORT-LIGNE.
           WRITE WS-PLAGE-REPORT-LIGNE FROM WS-PLAGE-REPORT-LIGNE.

           CLOSE F-PLAGE-REPORT.

       ECRIRE-PLAGE-REPORT-EXIT.
           EXIT.
      ******************************************************************
      *palmares partiel de la sous-plage terminee, au dessin SYRPART,
      *dans l'ordre des tables (cyrfusio refait le classement)
       ECRIRE-PARTIEL.

           OPEN OUTPUT F-PARTIEL.
           IF NOT FS-PARTIEL-OK
               DISPLAY "Erreur ouverture F-PARTIEL : " FS-PARTIEL
               MOVE "Y" TO WS-BATCH-NOT-FOUND
               GO TO ECRIRE-PARTIEL-EXIT
           END-IF.

           MOVE SPACES TO SYP-REC.
           MOVE "S" TO SYP-TYPE.
           MOVE WS-SOUS-PLAGE TO SYP-NUMERO.
           MOVE WS-NB-SOUS-PLAGES TO SYP-NB-SOUS-PLAGES.
           MOVE WS-GLOBAL-DEBUT TO SYP-PLAGE-DEBUT.
           MOVE WS-GLOBAL-FIN TO SYP-PLAGE-FIN.
           MOVE WS-PLAGE-DEBUT TO SYP-SOUS-DEBUT.
           MOVE WS-PLAGE-FIN TO SYP-SOUS-FIN.
           WRITE SYP-REC.

           MOVE SPACES TO SYP-REC.
           MOVE "T" TO SYP-TYPE.
           MOVE WS-PLAGE-BALAYES TO SYP-NB-BALAYES.
           MOVE WS-PLAGE-ETAPES TO SYP-TOTAL-ETAPES.
           MOVE WS-PLAGE-TRONQUEES TO SYP-NB-TRONQUEES.
           WRITE SYP-REC.

           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > 10
               MOVE SPACES TO SYP-REC
               MOVE "E" TO SYP-TYPE
               MOVE WS-TOP-IDX TO SYP-RANG
               MOVE WS-TOP-E-NOMBRE(WS-TOP-IDX) TO SYP-NOMBRE
               MOVE WS-TOP-E-ETAPES(WS-TOP-IDX) TO SYP-VALEUR
               WRITE SYP-REC
               MOVE SPACES TO SYP-REC
               MOVE "P" TO SYP-TYPE
               MOVE WS-TOP-IDX TO SYP-RANG
               MOVE WS-TOP-P-NOMBRE(WS-TOP-IDX) TO SYP-NOMBRE
               MOVE WS-TOP-P-PIC(WS-TOP-IDX) TO SYP-VALEUR
               WRITE SYP-REC
           END-PERFORM.

           CLOSE F-PARTIEL.

       ECRIRE-PARTIEL-EXIT.
           EXIT.
      ******************************************************************
