      ******************************************************************
      *    FACTRAP - ligne de facture rapprochee de                    *
      *    FACTURES-RAPPROCHEES.txt (80 octets), reecrit a chaque      *
      *    passage de rapproch et lu par fourpaie via :                *
      *        COPY FACTRAP.    (sous le FD des factures rapprochees)  *
      *    FRP-FACTURE est l'image de la ligne FACTFOUR d'origine.     *
      *    Statut R=rapprochee (son ingredient ne presente ni ecart    *
      *    de quantite ni ecart de prix), A=en anomalie, donc bloquee  *
      *    au paiement tant que le rapprochement ne la libere pas.     *
      ******************************************************************
       01  FRP-REC.
           05 FRP-FACTURE           PIC X(60).
           05 FRP-STATUT            PIC X.
               88 FRP-EST-RAPPROCHEE VALUE "R".
               88 FRP-EST-ANOMALIE VALUE "A".
           05 FRP-DATE              PIC 9(8).
           05 FILLER                PIC X(11).
