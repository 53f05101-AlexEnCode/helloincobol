      ******************************************************************
      *    BONCAD - mouvement du grand livre des bons cadeaux          *
      *    BONS-CADEAUX.txt (60 octets). Partage entre pizzamgt (vente *
      *    et rachat au comptoir), pizzafin (cloture) et boncadrp      *
      *    (encours du mois) via :                                     *
      *        COPY BONCAD.     (sous le FD du grand livre des bons)   *
      *    Un bon est numerote sur 8 chiffres : six de sequence et     *
      *    deux de cle, le numero entier etant multiple de 97 (un      *
      *    chiffre mal recopie ou un numero invente est refuse). Sens  *
      *    E=emission (valeur, echeance, reglement de l'achat),        *
      *    R=rachat sur une commande, A=recredit a l'annulation de     *
      *    cette commande. Le solde d'un bon est la somme de ses       *
      *    mouvements : E et A l'augmentent, R le diminue.             *
      ******************************************************************
       01  BON-MOUVEMENT.
           05 BON-NUMERO            PIC 9(8).
           05 BON-SENS              PIC X.
               88 BON-EST-EMISSION VALUE "E".
               88 BON-EST-RACHAT VALUE "R".
               88 BON-EST-RECREDIT VALUE "A".
           05 BON-DATE              PIC 9(8).
           05 BON-MONTANT           PIC 9(5).
           05 BON-EXPIRATION        PIC 9(8).
           05 BON-COMMANDE          PIC 9(6).
           05 BON-REGLEMENT         PIC X.
           05 FILLER                PIC X(23).
