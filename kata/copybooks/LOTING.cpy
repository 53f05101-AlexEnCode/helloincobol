      ******************************************************************
      *    LOTING - lot d'ingredient recu, LOTS-INGREDIENTS.idx        *
      *    (organisation indexee, cle LOT-CLE, 100 octets). Partage    *
      *    entre pizzamgt (creation a la reception, consommation,      *
      *    retour a l'annulation d'une commande et mise au rebut) et   *
      *    dlcrpt (lots a date limite proche) via :                    *
      *        COPY LOTING.     (sous le FD du fichier des lots)       *
      *    La cle range les lots d'un ingredient dans l'ordre de leur  *
      *    reception : le premier lot ouvert trouve est le plus        *
      *    ancien, c'est lui qui part le premier. LOT-RESTANT est la   *
      *    quantite encore en stock ; un lot vide est epuise (E), un   *
      *    lot jete est mis au rebut (R) avec sa date de cloture. Un   *
      *    lot epuise qui recoit le retour d'une commande annulee est  *
      *    rouvert.                                                    *
      ******************************************************************
       01  LOT-REC.
           05 LOT-CLE.
               10 LOT-INGREDIENT    PIC X(10).
               10 LOT-RECEPTION     PIC 9(14).
           05 LOT-NUMERO            PIC X(15).
           05 LOT-FOURNISSEUR       PIC X(10).
           05 LOT-DLC               PIC 9(8).
           05 LOT-QTE-RECUE         PIC 9(5).
           05 LOT-RESTANT           PIC 9(5).
           05 LOT-COUT              PIC 9(3)V99.
           05 LOT-ETAT              PIC X.
               88 LOT-EST-OUVERT VALUE "O".
               88 LOT-EST-EPUISE VALUE "E".
               88 LOT-EST-REBUT VALUE "R".
           05 LOT-DATE-CLOTURE      PIC 9(8).
           05 FILLER                PIC X(19).
