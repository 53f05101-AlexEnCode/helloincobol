      *    niveau 3 (et different du demandeur). Chaque decision est   *
      *    tracee dans APPROBATIONS-JOURNAL.txt et les applications    *
      *    laissent la meme trace avant/apres que client dans          *
      *    AUDIT-EMPLOYES.txt ; les deux journaux sont scelles par     *
      *    jrnscel.                                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. apprsal.
           RECORD KEY IS IDX-NUMERO-EMPLOYE
           FILE STATUS IS FS-IDX.

       DATA DIVISION.

       FILE SECTION.
           05 IDX-SALAIRE           PIC 9(5).
           05 IDX-DATE-EMBAUCHE     PIC 9(8).

       WORKING-STORAGE SECTION.

       01  FS-ATTENTE PIC X(02).
           88 FS-OPERATEURS-OK VALUE "00".
       01  FS-IDX PIC X(02).
           88 FS-IDX-OK VALUE "00".

      *registre des verrous d'execution (CALL "verrou")
       COPY VERROU.

      *scellement des journaux d'audit (CALL "jrnscel")
       COPY JRNSCEL.

      *lignes des journaux APPROBATIONS-JOURNAL.txt et
      *AUDIT-EMPLOYES.txt, scellees par jrnscel
       01  WS-JOURNAL-LINE          PIC X(110).
       01  WS-AUDIT-LINE            PIC X(110).

       01  WS-HORODATAGE            PIC X(20).
       01  WS-FIN                   PIC X VALUE "N".

      ******************************************************************
       JOURNALISER-DECISION.

           MOVE SPACES TO WS-JOURNAL-LINE.
           STRING WS-HORODATAGE(1:14)
               " " WS-REVISEUR
               " (demande du " WS-ATT-DATE(IDX-ATT)
               " par " WS-ATT-DEMANDEUR(IDX-ATT) ")"
               DELIMITED BY SIZE INTO WS-JOURNAL-LINE.

           INITIALIZE JSC-PARAMS.
           MOVE "E" TO JSC-FONCTION.
           MOVE "APPROBATIONS-JOURNAL.txt" TO JSC-JOURNAL.
           MOVE WS-JOURNAL-LINE TO JSC-LIGNE.
           CALL "jrnscel" USING JSC-PARAMS.
           IF JSC-STATUT NOT EQUAL "0"
               DISPLAY "Erreur scellement APPROBATIONS-JOURNAL.txt : "
                   JSC-STATUT
           END-IF.

       JOURNALISER-DECISION-EXIT.
           EXIT.
      *trace d'audit avant/apres identique a celle de client
       ECRIRE-AUDIT-MAJ.

           MOVE SPACES TO WS-AUDIT-LINE.
           STRING WS-HORODATAGE(1:14)
               " " WS-REVISEUR " AVANT "
               WS-AUDIT-AVANT
               DELIMITED BY SIZE INTO WS-AUDIT-LINE.
           PERFORM SCELLER-AUDIT THRU SCELLER-AUDIT-EXIT.

           MOVE SPACES TO WS-AUDIT-LINE.
           STRING WS-HORODATAGE(1:14)
               " " WS-REVISEUR " APRES "
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
      *les demandes sans decision (plus tard, demandeur = reviseur,
      *index indisponible) sont reconduites dans le fichier d'attente
