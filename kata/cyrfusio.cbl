      ******************************************************************
      *    Fusion d'un balayage de Syracuse partage : les NN sous-     *
      *    plages balayees chacune par son propre pas cyrano (mode S)  *
      *    ont laisse leur palmares partiel SYRACUSE-PARTIEL-nn.txt    *
      *    (dessin SYRPART). Chaque partiel doit etre present, porter  *
      *    la meme plage entiere et le meme NN, etre complet (tous ses *
      *    nombres balayes) et les sous-plages doivent se suivre sans  *
      *    trou ni chevauchement de la premiere a la derniere borne.   *
      *    Alors seulement les palmares sont fusionnes et le rapport   *
      *    SYRACUSE-PLAGE-REPORT.txt est publie, au meme format que le *
      *    balayage d'un seul tenant, avec le detail des sous-plages   *
      *    et les totaux. Sinon les anomalies sont affichees et aucun  *
      *    rapport n'est ecrit : RC=8. RC=4 si des sequences ont ete   *
      *    tronquees.                                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cyrfusio.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SYRACUSE-PARTIEL-nn.txt, nom pose avant chaque ouverture
           SELECT F-PARTIEL ASSIGN
           USING WS-PARTIEL-FNAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PARTIEL.

           SELECT F-PLAGE-REPORT ASSIGN
           TO "SYRACUSE-PLAGE-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PLAGE-REPORT.

       DATA DIVISION.

       FILE SECTION.

       FD  F-PARTIEL
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       COPY SYRPART.

       FD  F-PLAGE-REPORT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  WS-PLAGE-REPORT-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.

       01 FS-PARTIEL PIC X(02).
           88 FS-PARTIEL-OK VALUE "00".
       01 FS-PLAGE-REPORT PIC X(02).
           88 FS-PLAGE-REPORT-OK VALUE "00".
       01 WS-PARTIEL-FNAME     PIC X(30) VALUE SPACES.

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

       01 WS-FIN               PIC X VALUE "N".

      *plage entiere et decoupage attendus, repris de SYSIN comme
      *pour les pas cyrano
       01 WS-GLOBAL-DEBUT      PIC 9(9) VALUE ZERO.
       01 WS-GLOBAL-FIN        PIC 9(9) VALUE ZERO.
       01 WS-NB-SOUS-PLAGES    PIC 9(2) VALUE ZERO.
       01 WS-SOUS-PLAGE        PIC 9(2) VALUE ZERO.
       01 WS-TAILLE-SOUS-PLAGE PIC 9(9) VALUE ZERO.
       01 WS-ATTENDU           PIC 9(10) VALUE ZERO.
       01 WS-FIN-PREVUE        PIC 9(9) VALUE ZERO.

      *partiel en cours de lecture
       01 WS-PART-ENTETE       PIC X VALUE "N".
       01 WS-PART-TOTAUX       PIC X VALUE "N".
       01 WS-PART-RETENU       PIC X VALUE "N".
       01 WS-PART-DEBUT        PIC 9(9) VALUE ZERO.
       01 WS-PART-FIN          PIC 9(9) VALUE ZERO.
       01 WS-PART-ATTENDUS     PIC 9(10) VALUE ZERO.
       01 WS-PART-BALAYES      PIC 9(10) VALUE ZERO.

      *detail des sous-plages retenues, pour le rapport
       01 WS-SPL-TABLE.
           05 WS-SPL-ENTRY OCCURS 99 TIMES.
               10 WS-SPL-DEBUT      PIC 9(9).
               10 WS-SPL-FIN        PIC 9(9).
               10 WS-SPL-BALAYES    PIC 9(10).
               10 WS-SPL-TRONQUEES  PIC 9(9).

      *anomalies relevees ; une seule suffit a bloquer la publication
       01 WS-ANO-NB            PIC 9(3) VALUE ZERO.
       01 WS-ANO-IDX           PIC 9(3) VALUE ZERO.
       01 WS-ANO-TEXTE         PIC X(80) VALUE SPACES.
       01 WS-ANO-TABLE.
           05 WS-ANO-LIGNE OCCURS 300 TIMES PIC X(80).

      *totaux de la plage entiere
       01 WS-PLAGE-BALAYES     PIC 9(10) VALUE ZERO.
       01 WS-PLAGE-ETAPES      PIC 9(12) VALUE ZERO.
       01 WS-PLAGE-TRONQUEES   PIC 9(9) VALUE ZERO.
       01 WS-NB-PARTIELS-LUS   PIC 9(5) VALUE ZERO.
       01 WS-NB-LIGNES         PIC 9(5) VALUE ZERO.

      *palmares fusionnes, memes tables que le balayage de cyrano
       01 WS-TOP-ETAPES-TABLE.
           05 WS-TOP-ETAPES-ENTRY OCCURS 10 TIMES.
               10 WS-TOP-E-NOMBRE   PIC 9(10).
               10 WS-TOP-E-ETAPES   PIC 9(5).
       01 WS-TOP-PICS-TABLE.
           05 WS-TOP-PICS-ENTRY OCCURS 10 TIMES.
               10 WS-TOP-P-NOMBRE   PIC 9(10).
               10 WS-TOP-P-PIC      PIC 9(10).
       01 WS-TOP-IDX           PIC 99.
       01 WS-TOP-RANG          PIC 99.
       01 WS-TOP-MIN-IDX       PIC 99.
       01 WS-TOP-MAX-IDX       PIC 99.
       01 WS-TOP-MIN-ETAPES    PIC 9(5).
       01 WS-TOP-MAX-ETAPES    PIC 9(5).
       01 WS-TOP-MIN-PIC       PIC 9(10).
       01 WS-TOP-MAX-PIC       PIC 9(10).

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "cyrfusio" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           DISPLAY "Debut de la plage entiere ?".
           ACCEPT WS-GLOBAL-DEBUT.
           DISPLAY "Fin de la plage entiere ?".
           ACCEPT WS-GLOBAL-FIN.
           DISPLAY "Nombre de sous-plages ? (1-99)".
           ACCEPT WS-NB-SOUS-PLAGES.
           IF WS-GLOBAL-DEBUT EQUAL ZERO
               OR WS-GLOBAL-FIN < WS-GLOBAL-DEBUT
               OR WS-NB-SOUS-PLAGES EQUAL ZERO
               OR WS-GLOBAL-FIN - WS-GLOBAL-DEBUT + 1
                   < WS-NB-SOUS-PLAGES
               DISPLAY "Plage ou decoupage invalide."
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.

           COMPUTE WS-TAILLE-SOUS-PLAGE =
               (WS-GLOBAL-FIN - WS-GLOBAL-DEBUT + 1)
               / WS-NB-SOUS-PLAGES.
           INITIALIZE WS-TOP-ETAPES-TABLE WS-TOP-PICS-TABLE
               WS-SPL-TABLE WS-ANO-TABLE.
           MOVE WS-GLOBAL-DEBUT TO WS-ATTENDU.

           PERFORM VARYING WS-SOUS-PLAGE FROM 1 BY 1
               UNTIL WS-SOUS-PLAGE > WS-NB-SOUS-PLAGES
               PERFORM LIRE-PARTIEL THRU LIRE-PARTIEL-EXIT
           END-PERFORM.

      *la derniere sous-plage doit finir sur la borne de fin
           IF WS-ATTENDU < WS-GLOBAL-FIN + 1
               MOVE SPACES TO WS-ANO-TEXTE
               STRING "TROU DE " WS-ATTENDU(2:9) " A " WS-GLOBAL-FIN
                   " APRES LA DERNIERE SOUS-PLAGE"
                   DELIMITED BY SIZE INTO WS-ANO-TEXTE
               PERFORM NOTER-ANOMALIE THRU NOTER-ANOMALIE-EXIT
           END-IF.
           IF WS-ATTENDU > WS-GLOBAL-FIN + 1
               MOVE SPACES TO WS-ANO-TEXTE
               STRING "DEPASSEMENT DE LA FIN " WS-GLOBAL-FIN
                   " JUSQU'A " WS-ATTENDU(2:9)
                   DELIMITED BY SIZE INTO WS-ANO-TEXTE
               PERFORM NOTER-ANOMALIE THRU NOTER-ANOMALIE-EXIT
           END-IF.

           IF WS-ANO-NB > ZERO
               DISPLAY "Balayage de " WS-GLOBAL-DEBUT " a "
                   WS-GLOBAL-FIN " : " WS-ANO-NB " anomalie(s),"
                   " rapport non publie."
               PERFORM VARYING WS-ANO-IDX FROM 1 BY 1
                   UNTIL WS-ANO-IDX > WS-ANO-NB
                      OR WS-ANO-IDX > 300
                   DISPLAY "  " WS-ANO-LIGNE(WS-ANO-IDX)
               END-PERFORM
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.

           PERFORM ECRIRE-PLAGE-REPORT THRU ECRIRE-PLAGE-REPORT-EXIT.

           EVALUATE TRUE
               WHEN NOT FS-PLAGE-REPORT-OK
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PLAGE-TRONQUEES > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY "Balayage de " WS-GLOBAL-DEBUT " a " WS-GLOBAL-FIN
               " publie : " WS-NB-SOUS-PLAGES " sous-plage(s), "
               WS-PLAGE-BALAYES " nombre(s) balaye(s).".

       FIN-DU-PASSAGE.

           MOVE "F" TO RJN-PHASE.
           MOVE WS-NB-PARTIELS-LUS TO RJN-LUS.
           MOVE WS-NB-LIGNES TO RJN-ECRITS.
           MOVE WS-ANO-NB TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
      *l'appel du journal remet RETURN-CODE a zero : le code retour
      *du programme est repose apres coup
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *lecture du partiel de la sous-plage WS-SOUS-PLAGE : ligne S,
      *ligne T puis les palmares E et P. Un partiel absent ou d'un
      *autre balayage est compte a ses bornes theoriques pour ne pas
      *signaler en plus un trou chez la sous-plage suivante
       LIRE-PARTIEL.

           COMPUTE WS-FIN-PREVUE = WS-GLOBAL-DEBUT
               + WS-SOUS-PLAGE * WS-TAILLE-SOUS-PLAGE - 1.
           IF WS-SOUS-PLAGE EQUAL WS-NB-SOUS-PLAGES
               MOVE WS-GLOBAL-FIN TO WS-FIN-PREVUE
           END-IF.

           MOVE SPACES TO WS-PARTIEL-FNAME.
           STRING "SYRACUSE-PARTIEL-" WS-SOUS-PLAGE ".txt"
               DELIMITED BY SIZE INTO WS-PARTIEL-FNAME.
           OPEN INPUT F-PARTIEL.
           IF NOT FS-PARTIEL-OK
               MOVE SPACES TO WS-ANO-TEXTE
               STRING "SOUS-PLAGE " WS-SOUS-PLAGE
                   " ABSENTE OU NON TERMINEE (" DELIMITED BY SIZE
                   WS-PARTIEL-FNAME DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE INTO WS-ANO-TEXTE
               PERFORM NOTER-ANOMALIE THRU NOTER-ANOMALIE-EXIT
               COMPUTE WS-ATTENDU = WS-FIN-PREVUE + 1
               GO TO LIRE-PARTIEL-EXIT
           END-IF.
           ADD 1 TO WS-NB-PARTIELS-LUS.

           MOVE "N" TO WS-PART-ENTETE WS-PART-TOTAUX WS-PART-RETENU.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-PARTIEL
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       PERFORM RANGER-LIGNE-PARTIEL
                           THRU RANGER-LIGNE-PARTIEL-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-PARTIEL.

           IF WS-PART-ENTETE NOT EQUAL "Y"
               MOVE SPACES TO WS-ANO-TEXTE
               STRING "SOUS-PLAGE " WS-SOUS-PLAGE
                   " : PARTIEL SANS LIGNE D'ENTETE"
                   DELIMITED BY SIZE INTO WS-ANO-TEXTE
               PERFORM NOTER-ANOMALIE THRU NOTER-ANOMALIE-EXIT
               COMPUTE WS-ATTENDU = WS-FIN-PREVUE + 1
               GO TO LIRE-PARTIEL-EXIT
           END-IF.
           IF WS-PART-RETENU NOT EQUAL "Y"
               COMPUTE WS-ATTENDU = WS-FIN-PREVUE + 1
               GO TO LIRE-PARTIEL-EXIT
           END-IF.

      *continuite avec la sous-plage precedente
           IF WS-PART-DEBUT > WS-ATTENDU
               MOVE SPACES TO WS-ANO-TEXTE
               STRING "TROU DE " WS-ATTENDU(2:9) " A "
                   WS-PART-DEBUT " AVANT LA SOUS-PLAGE " WS-SOUS-PLAGE
                   DELIMITED BY SIZE INTO WS-ANO-TEXTE
               PERFORM NOTER-ANOMALIE THRU NOTER-ANOMALIE-EXIT
           END-IF.
           IF WS-PART-DEBUT < WS-ATTENDU
               MOVE SPACES TO WS-ANO-TEXTE
               STRING "CHEVAUCHEMENT : LA SOUS-PLAGE " WS-SOUS-PLAGE
                   " REPART DE " WS-PART-DEBUT " AU LIEU DE "
                   WS-ATTENDU(2:9)
                   DELIMITED BY SIZE INTO WS-ANO-TEXTE
               PERFORM NOTER-ANOMALIE THRU NOTER-ANOMALIE-EXIT
           END-IF.
           COMPUTE WS-ATTENDU = WS-PART-FIN + 1.

      *tous les nombres de la sous-plage doivent avoir ete balayes
           COMPUTE WS-PART-ATTENDUS = WS-PART-FIN - WS-PART-DEBUT + 1.
           IF WS-PART-TOTAUX NOT EQUAL "Y"
               OR WS-PART-BALAYES NOT EQUAL WS-PART-ATTENDUS
               MOVE SPACES TO WS-ANO-TEXTE
               STRING "SOUS-PLAGE " WS-SOUS-PLAGE " INCOMPLETE : "
                   WS-PART-BALAYES " BALAYES SUR " WS-PART-ATTENDUS
                   DELIMITED BY SIZE INTO WS-ANO-TEXTE
               PERFORM NOTER-ANOMALIE THRU NOTER-ANOMALIE-EXIT
           END-IF.

       LIRE-PARTIEL-EXIT.
           EXIT.
      ******************************************************************
      *une ligne du partiel ; la ligne S vient en tete et decide si
      *le reste du fichier appartient bien a ce balayage
       RANGER-LIGNE-PARTIEL.

           EVALUATE TRUE
               WHEN SYP-EST-SOUS-PLAGE
                   MOVE "Y" TO WS-PART-ENTETE
                   IF SYP-NUMERO NOT EQUAL WS-SOUS-PLAGE
                       OR SYP-NB-SOUS-PLAGES
                           NOT EQUAL WS-NB-SOUS-PLAGES
                       OR SYP-PLAGE-DEBUT NOT EQUAL WS-GLOBAL-DEBUT
                       OR SYP-PLAGE-FIN NOT EQUAL WS-GLOBAL-FIN
                       MOVE SPACES TO WS-ANO-TEXTE
                       STRING "SOUS-PLAGE " WS-SOUS-PLAGE
                           " : PARTIEL D'UN AUTRE BALAYAGE ("
                           SYP-NUMERO "/" SYP-NB-SOUS-PLAGES " DE "
                           SYP-PLAGE-DEBUT " A " SYP-PLAGE-FIN ")"
                           DELIMITED BY SIZE INTO WS-ANO-TEXTE
                       PERFORM NOTER-ANOMALIE THRU NOTER-ANOMALIE-EXIT
                   ELSE
                       MOVE "Y" TO WS-PART-RETENU
                       MOVE SYP-SOUS-DEBUT TO WS-PART-DEBUT
                       MOVE SYP-SOUS-FIN TO WS-PART-FIN
                       MOVE WS-PART-DEBUT
                           TO WS-SPL-DEBUT(WS-SOUS-PLAGE)
                       MOVE WS-PART-FIN TO WS-SPL-FIN(WS-SOUS-PLAGE)
                   END-IF
               WHEN WS-PART-RETENU NOT EQUAL "Y"
                   CONTINUE
               WHEN SYP-EST-TOTAUX
                   MOVE "Y" TO WS-PART-TOTAUX
                   MOVE SYP-NB-BALAYES TO WS-PART-BALAYES
                   MOVE SYP-NB-BALAYES
                       TO WS-SPL-BALAYES(WS-SOUS-PLAGE)
                   MOVE SYP-NB-TRONQUEES
                       TO WS-SPL-TRONQUEES(WS-SOUS-PLAGE)
                   ADD SYP-NB-BALAYES TO WS-PLAGE-BALAYES
                   ADD SYP-TOTAL-ETAPES TO WS-PLAGE-ETAPES
                   ADD SYP-NB-TRONQUEES TO WS-PLAGE-TRONQUEES
               WHEN SYP-EST-ETAPES
                   IF SYP-NOMBRE > ZERO
                       PERFORM CLASSER-ETAPES THRU CLASSER-ETAPES-EXIT
                   END-IF
               WHEN SYP-EST-PIC
                   IF SYP-NOMBRE > ZERO
                       PERFORM CLASSER-PIC THRU CLASSER-PIC-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RANGER-LIGNE-PARTIEL-EXIT.
           EXIT.
      ******************************************************************
      *meme regle que CLASSER-RESULTAT de cyrano : le candidat prend
      *la place du plus faible des dix s'il le depasse
       CLASSER-ETAPES.

           MOVE 1 TO WS-TOP-MIN-IDX.
           MOVE WS-TOP-E-ETAPES(1) TO WS-TOP-MIN-ETAPES.
           PERFORM VARYING WS-TOP-IDX FROM 2 BY 1
               UNTIL WS-TOP-IDX > 10
               IF WS-TOP-E-ETAPES(WS-TOP-IDX) < WS-TOP-MIN-ETAPES
                   MOVE WS-TOP-E-ETAPES(WS-TOP-IDX)
                       TO WS-TOP-MIN-ETAPES
                   MOVE WS-TOP-IDX TO WS-TOP-MIN-IDX
               END-IF
           END-PERFORM.
           IF SYP-VALEUR > WS-TOP-MIN-ETAPES
               MOVE SYP-NOMBRE TO WS-TOP-E-NOMBRE(WS-TOP-MIN-IDX)
               MOVE SYP-VALEUR TO WS-TOP-E-ETAPES(WS-TOP-MIN-IDX)
           END-IF.

       CLASSER-ETAPES-EXIT.
           EXIT.
      ******************************************************************
       CLASSER-PIC.

           MOVE 1 TO WS-TOP-MIN-IDX.
           MOVE WS-TOP-P-PIC(1) TO WS-TOP-MIN-PIC.
           PERFORM VARYING WS-TOP-IDX FROM 2 BY 1
               UNTIL WS-TOP-IDX > 10
               IF WS-TOP-P-PIC(WS-TOP-IDX) < WS-TOP-MIN-PIC
                   MOVE WS-TOP-P-PIC(WS-TOP-IDX) TO WS-TOP-MIN-PIC
                   MOVE WS-TOP-IDX TO WS-TOP-MIN-IDX
               END-IF
           END-PERFORM.
           IF SYP-VALEUR > WS-TOP-MIN-PIC
               MOVE SYP-NOMBRE TO WS-TOP-P-NOMBRE(WS-TOP-MIN-IDX)
               MOVE SYP-VALEUR TO WS-TOP-P-PIC(WS-TOP-MIN-IDX)
           END-IF.

       CLASSER-PIC-EXIT.
           EXIT.
      ******************************************************************
       NOTER-ANOMALIE.

           ADD 1 TO WS-ANO-NB.
           IF WS-ANO-NB NOT > 300
               MOVE WS-ANO-TEXTE TO WS-ANO-LIGNE(WS-ANO-NB)
           END-IF.

       NOTER-ANOMALIE-EXIT.
           EXIT.
      ******************************************************************
      *rapport de la plage entiere, au format du balayage d'un seul
      *tenant de cyrano, suivi des sous-plages et des totaux
       ECRIRE-PLAGE-REPORT.

           OPEN OUTPUT F-PLAGE-REPORT.
           IF NOT FS-PLAGE-REPORT-OK
               DISPLAY "Erreur ouverture F-PLAGE-REPORT : "
                   FS-PLAGE-REPORT
               GO TO ECRIRE-PLAGE-REPORT-EXIT
           END-IF.

           MOVE SPACES TO WS-PLAGE-REPORT-LIGNE.
           STRING "BALAYAGE DE " WS-GLOBAL-DEBUT " A " WS-GLOBAL-FIN
               DELIMITED BY SIZE INTO WS-PLAGE-REPORT-LIGNE.
           PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT.

           MOVE SPACES TO WS-PLAGE-REPORT-LIGNE.
           STRING "TOP 10 PAR NOMBRE D'ETAPES"
               DELIMITED BY SIZE INTO WS-PLAGE-REPORT-LIGNE.
           PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT.
           PERFORM VARYING WS-TOP-RANG FROM 1 BY 1
               UNTIL WS-TOP-RANG > 10
               MOVE ZERO TO WS-TOP-MAX-ETAPES
               MOVE ZERO TO WS-TOP-MAX-IDX
               PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > 10
                   IF WS-TOP-E-ETAPES(WS-TOP-IDX) > WS-TOP-MAX-ETAPES
                       MOVE WS-TOP-E-ETAPES(WS-TOP-IDX)
                           TO WS-TOP-MAX-ETAPES
                       MOVE WS-TOP-IDX TO WS-TOP-MAX-IDX
                   END-IF
               END-PERFORM
               IF WS-TOP-MAX-IDX > ZERO
                   MOVE SPACES TO WS-PLAGE-REPORT-LIGNE
                   STRING "  " WS-TOP-RANG ". depart "
                       WS-TOP-E-NOMBRE(WS-TOP-MAX-IDX)
                       " : " WS-TOP-E-ETAPES(WS-TOP-MAX-IDX)
                       " etapes"
                       DELIMITED BY SIZE INTO WS-PLAGE-REPORT-LIGNE
                   PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT
                   MOVE ZEROES TO WS-TOP-E-ETAPES(WS-TOP-MAX-IDX)
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-PLAGE-REPORT-LIGNE.
           STRING "TOP 10 PAR PIC ATTEINT"
               DELIMITED BY SIZE INTO WS-PLAGE-REPORT-LIGNE.
           PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT.
           PERFORM VARYING WS-TOP-RANG FROM 1 BY 1
               UNTIL WS-TOP-RANG > 10
               MOVE ZERO TO WS-TOP-MAX-PIC
               MOVE ZERO TO WS-TOP-MAX-IDX
               PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > 10
                   IF WS-TOP-P-PIC(WS-TOP-IDX) > WS-TOP-MAX-PIC
                       MOVE WS-TOP-P-PIC(WS-TOP-IDX)
                           TO WS-TOP-MAX-PIC
                       MOVE WS-TOP-IDX TO WS-TOP-MAX-IDX
                   END-IF
               END-PERFORM
               IF WS-TOP-MAX-IDX > ZERO
                   MOVE SPACES TO WS-PLAGE-REPORT-LIGNE
                   STRING "  " WS-TOP-RANG ". depart "
                       WS-TOP-P-NOMBRE(WS-TOP-MAX-IDX)
                       " : pic "
                       WS-TOP-P-PIC(WS-TOP-MAX-IDX)
                       DELIMITED BY SIZE INTO WS-PLAGE-REPORT-LIGNE
                   PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT
                   MOVE ZEROES TO WS-TOP-P-PIC(WS-TOP-MAX-IDX)
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-PLAGE-REPORT-LIGNE.
           STRING "SOUS-PLAGES FUSIONNEES : " WS-NB-SOUS-PLAGES
               DELIMITED BY SIZE INTO WS-PLAGE-REPORT-LIGNE.
           PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT.
           PERFORM VARYING WS-SOUS-PLAGE FROM 1 BY 1
               UNTIL WS-SOUS-PLAGE > WS-NB-SOUS-PLAGES
               MOVE SPACES TO WS-PLAGE-REPORT-LIGNE
               STRING "  " WS-SOUS-PLAGE ". de "
                   WS-SPL-DEBUT(WS-SOUS-PLAGE) " a "
                   WS-SPL-FIN(WS-SOUS-PLAGE) " : "
                   WS-SPL-BALAYES(WS-SOUS-PLAGE) " balayes, "
                   WS-SPL-TRONQUEES(WS-SOUS-PLAGE) " tronquees"
                   DELIMITED BY SIZE INTO WS-PLAGE-REPORT-LIGNE
               PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT
           END-PERFORM.

           MOVE SPACES TO WS-PLAGE-REPORT-LIGNE.
           STRING "NOMBRES BALAYES " WS-PLAGE-BALAYES
               "  ETAPES " WS-PLAGE-ETAPES
               "  TRONQUEES " WS-PLAGE-TRONQUEES
               DELIMITED BY SIZE INTO WS-PLAGE-REPORT-LIGNE.
           PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT.

           CLOSE F-PLAGE-REPORT.

       ECRIRE-PLAGE-REPORT-EXIT.
           EXIT.
      ******************************************************************
       ECRIRE-LIGNE.

           WRITE WS-PLAGE-REPORT-LIGNE FROM WS-PLAGE-REPORT-LIGNE.
           ADD 1 TO WS-NB-LIGNES.

       ECRIRE-LIGNE-EXIT.
           EXIT.
      ******************************************************************
