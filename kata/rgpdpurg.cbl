      *    RECONCILE-TRAILER de client continue de passer), l'index    *
      *    FICHIERCLIENT.idx, les generations GENn.bak, la photo       *
      *    EMPLOYES-SNAPSHOT.txt, le journal AUDIT-EMPLOYES.txt        *
      *    (anonymise, la piste d'audit reste ; le journal est         *
      *    rescelle par jrnscel et le rescellement y est trace),       *
      *    l'export                                                    *
      *    EMPLOYEE-EXPORT.csv, les bulletins archives, l'historique   *
      *    a date d'effet, les cumuls de paie et le referentiel        *
      *    bancaire RIB-EMPLOYES.txt. Le certificat de                 *
      *registre des verrous d'execution (CALL "verrou")
       COPY VERROU.

      *scellement des journaux d'audit (CALL "jrnscel")
       COPY JRNSCEL.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-MATRICULE             PIC 9(9) VALUE ZEROES.
           MOVE "AUDIT-EMPLOYES.txt" TO WS-SRC-NOM.
           MOVE "A" TO WS-PRG-MODE.
           PERFORM PURGER-UN-FICHIER THRU PURGER-UN-FICHIER-EXIT.
           IF WS-PRG-TOUCHEES > ZEROES
               PERFORM RESCELLER-AUDIT THRU RESCELLER-AUDIT-EXIT
           END-IF.

           MOVE "EMPLOYEE-EXPORT.csv" TO WS-SRC-NOM.
           MOVE "C" TO WS-PRG-MODE.
       PURGER-UN-FICHIER-EXIT.
           EXIT.

      ******************************************************************
      *les lignes anonymisees ne correspondent plus a leur sceau : le
      *journal est rescelle par jrnscel, qui refuse si la chaine etait
      *deja rompue avant la purge, et le rescellement y est trace
       RESCELLER-AUDIT.

           INITIALIZE JSC-PARAMS.
           MOVE "R" TO JSC-FONCTION.
           MOVE "AUDIT-EMPLOYES.txt" TO JSC-JOURNAL.
           STRING "rgpdpurg matricule " WS-MATRICULE
               " lignes anonymisees " WS-PRG-TOUCHEES
               DELIMITED BY SIZE INTO JSC-LIGNE.
           CALL "jrnscel" USING JSC-PARAMS.

           MOVE SPACES TO WS-CERTIFICAT-LINE.
           IF JSC-STATUT EQUAL "0"
               STRING "AUDIT-EMPLOYES.txt : journal rescelle"
                   DELIMITED BY SIZE INTO WS-CERTIFICAT-LINE
           ELSE
               STRING "AUDIT-EMPLOYES.txt : RESCELLEMENT REFUSE, "
                   "chaine deja rompue - lancer jrnverif"
                   DELIMITED BY SIZE INTO WS-CERTIFICAT-LINE
               DISPLAY "Rescellement de AUDIT-EMPLOYES.txt refuse : "
                   "voir jrnverif"
           END-IF.
           WRITE WS-CERTIFICAT-LINE FROM WS-CERTIFICAT-LINE.

       RESCELLER-AUDIT-EXIT.
           EXIT.

      ******************************************************************
       FILTRER-UNE-LIGNE.

