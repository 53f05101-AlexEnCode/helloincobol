      ******************************************************************
      *    FOURNIS - fiche du maitre fournisseurs FOURNISSEURS.idx     *
      *    (organisation indexee, cle FRN-CODE, 100 octets). Partage   *
      *    entre frnmaj (tenue des fiches), fourpaie (campagne de      *
      *    paiement) et fourbal (balance agee) via :                   *
      *        COPY FOURNIS.    (sous le FD du maitre fournisseurs)    *
      *    Le code est celui des bons de commande, du maitre           *
      *    ingredients et des factures. Le numero de tiers (attribue a *
      *    la creation) identifie le beneficiaire dans la remise de    *
      *    virements. Delai de paiement en jours ouvres a compter de   *
      *    la date de facture. RIB au format de RIB-EMPLOYES.txt.      *
      *    FRN-BLOQUE a O suspend tout paiement au fournisseur.        *
      ******************************************************************
       01  FRN-REC.
           05 FRN-CODE              PIC X(10).
           05 FRN-NOM               PIC X(25).
           05 FRN-NUMERO            PIC 9(9).
           05 FRN-DELAI             PIC 9(3).
           05 FRN-BANQUE            PIC X(5).
           05 FRN-GUICHET           PIC X(5).
           05 FRN-COMPTE            PIC X(11).
           05 FRN-CLE               PIC X(2).
           05 FRN-BLOQUE            PIC X.
               88 FRN-EST-BLOQUE VALUE "O".
           05 FRN-DATE-MAJ          PIC 9(8).
           05 FILLER                PIC X(21).
