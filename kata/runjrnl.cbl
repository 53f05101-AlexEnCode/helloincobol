      *    Journal central des passages : chaque programme de la       *
      *    suite appelle runjrnl a son lancement (phase D) et a sa     *
      *    terminaison (phase F, avec compteurs lus/ecrits/rejetes et  *
      *    RETURN-CODE, marque R pour un passage relance depuis son    *
      *    point de reprise). Les enregistrements s'ajoutent a         *
      *    RUN-JOURNAL.txt en format fixe, depouille chaque matin par  *
      *    matinrpt. Interface dans le copybook RUNJRNL.               *
      ******************************************************************
           05 JRN-REJETES           PIC 9(7).
           05 FILLER                PIC X.
           05 JRN-RC                PIC 9(3).
           05 FILLER                PIC X.
           05 JRN-REPRISE           PIC X.
           05 FILLER                PIC X(5).

       WORKING-STORAGE SECTION.

           MOVE RJN-ECRITS TO JRN-ECRITS.
           MOVE RJN-REJETES TO JRN-REJETES.
           MOVE RJN-RC TO JRN-RC.
           IF RJN-REPRISE EQUAL "Y"
               MOVE "R" TO JRN-REPRISE
           END-IF.
           WRITE WS-JOURNAL-REC.

           CLOSE F-JOURNAL.
