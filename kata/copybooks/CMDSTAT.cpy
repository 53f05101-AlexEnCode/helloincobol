      ******************************************************************
      *    CMDSTAT - suivi d'une commande en cuisine et en livraison   *
      *    COMMANDES-SUIVI.idx (organisation indexee, cle STA-NUMERO,  *
      *    100 octets). Partage entre pizzamgt (creation a l'etat      *
      *    recue, annulation), suivicmd (avancement au comptoir et par *
      *    les livreurs) et delairp (delais du jour) via :             *
      *        COPY CMDSTAT.    (sous le FD du fichier de suivi)       *
      *    Etats : R=recue P=en preparation S=sortie en livraison ou   *
      *    prete a emporter T=livree ou retiree A=annulee. Chaque      *
      *    passage horodate sa propre zone (AAAAMMJJHHMMSS, zero tant  *
      *    que l'etat n'est pas atteint) ; STA-PROMIS est l'heure      *
      *    promise au client (echeance d'une commande programmee, ou   *
      *    prise de commande plus le delai promis du mode).            *
      ******************************************************************
       01  STA-REC.
           05 STA-NUMERO            PIC 9(6).
           05 STA-DATE              PIC 9(8).
           05 STA-ETAT              PIC X.
               88 STA-EST-RECUE VALUE "R".
               88 STA-EST-EN-PREPARATION VALUE "P".
               88 STA-EST-SORTIE VALUE "S".
               88 STA-EST-TERMINEE VALUE "T".
               88 STA-EST-ANNULEE VALUE "A".
           05 STA-MODE              PIC X.
           05 STA-ZONE              PIC 9.
           05 STA-LIVREUR           PIC 9(9).
           05 STA-PROMIS            PIC 9(14).
           05 STA-HORO-RECUE        PIC 9(14).
           05 STA-HORO-PREPARATION  PIC 9(14).
           05 STA-HORO-SORTIE       PIC 9(14).
           05 STA-HORO-TERMINEE     PIC 9(14).
           05 FILLER                PIC X(4).
