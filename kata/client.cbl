           SELECT F-SORT ASSIGN
           TO "SORTWORK".

           SELECT F-ATTENTE ASSIGN
           TO "APPROBATIONS-ATTENTE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           05 SORT-CLE              PIC X(20).
           05 SORT-EMP-IMAGE        PIC X(79).

      *file d'attente du double controle : les mises a jour de
      *salaire au-dela du seuil ne sont pas appliquees mais posees
      *ici, pour approbation par un second operateur via apprsal
       01  WS-NOUVEAU-SALAIRE   PIC 9(5) VALUE ZEROES.
       01  WS-DELTA-SALAIRE     PIC S9(6) VALUE ZEROES.

       01  FS-GEN-IN PIC X(02).
           88 FS-GEN-IN-OK VALUE "00".
       01  FS-GEN-OUT PIC X(02).
       01  WS-GEN-IN-NOM       PIC X(30) VALUE SPACES.
       01  WS-GEN-OUT-NOM      PIC X(30) VALUE SPACES.
       01  WS-GEN-FIN          PIC X VALUE "N".
      *journal d'audit des mises a jour de l'index, scelle par
      *jrnscel : une ligne image avant et une ligne image apres par
      *REWRITE
       01  WS-AUDIT-LINE       PIC X(110).
       01  WS-AUDIT-AVANT      PIC X(79) VALUE SPACES.
       01  WS-AUDIT-HORODATAGE PIC X(20).
       01  WS-AUDIT-OPERATEUR  PIC X(8) VALUE "INCONNU ".
      *main courante des incidents (CALL "incident")
       COPY INCIDENT.

      *scellement des journaux d'audit (CALL "jrnscel")
       COPY JRNSCEL.

       01  FS-GRILLE PIC X(02).
           88 FS-GRILLE-OK VALUE "00".


           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-HORODATAGE.

           MOVE SPACES TO WS-AUDIT-LINE.
           STRING WS-AUDIT-HORODATAGE(1:14)
               " " WS-AUDIT-OPERATEUR " AVANT "
               WS-AUDIT-AVANT
               DELIMITED BY SIZE INTO WS-AUDIT-LINE.
           PERFORM SCELLER-AUDIT THRU SCELLER-AUDIT-EXIT.

           MOVE SPACES TO WS-AUDIT-LINE.
           STRING WS-AUDIT-HORODATAGE(1:14)
               " " WS-AUDIT-OPERATEUR " APRES "
               IDX-EMPLOYEE-REC
               DELIMITED BY SIZE INTO WS-AUDIT-LINE.
           PERFORM SCELLER-AUDIT THRU SCELLER-AUDIT-EXIT.

       ECRIRE-AUDIT-MAJ-EXIT.
           EXIT.

      ******************************************************************
      *ajout scelle de WS-AUDIT-LINE au journal AUDIT-EMPLOYES.txt
       SCELLER-AUDIT.

           INITIALIZE JSC-PARAMS.
           MOVE "E" TO JSC-FONCTION.
           MOVE "AUDIT-EMPLOYES.txt" TO JSC-JOURNAL.
           MOVE WS-AUDIT-LINE TO JSC-LIGNE.
           CALL "jrnscel" USING JSC-PARAMS.
           IF JSC-STATUT NOT EQUAL "0"
               DISPLAY "Erreur scellement AUDIT-EMPLOYES.txt : "
                   JSC-STATUT
           END-IF.

       SCELLER-AUDIT-EXIT.
           EXIT.

      ******************************************************************
      *pose d'une demande de salaire en file d'attente du double
      *controle, avec le demandeur et les valeurs avant/demandee
