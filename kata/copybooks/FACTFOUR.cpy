      ******************************************************************
      *    FACTFOUR - ligne de facture fournisseur de                  *
      *    FACTURES-FOURNISSEURS.txt (60 octets). Partage entre        *
      *    factcapt (saisie), rapproch (rapprochement), fourpaie       *
      *    (campagne de paiement) et fourbal (balance agee) via :      *
      *        COPY FACTFOUR.   (sous le FD des factures)              *
      *    Une facture de plusieurs ingredients donne une ligne par    *
      *    ingredient sous le meme numero. Le numero de facture du     *
      *    fournisseur est a blanc sur les lignes saisies avant qu'il  *
      *    ne soit demande. Montant en euros, deux decimales.          *
      ******************************************************************
       01  FACTURE-REC.
           05 FAC-DATE              PIC 9(8).
           05 FAC-FOURNISSEUR       PIC X(10).
           05 FAC-INGREDIENT        PIC X(10).
           05 FAC-QUANTITE          PIC 9(5).
           05 FAC-MONTANT           PIC 9(5)V99.
           05 FAC-NUMERO            PIC X(10).
           05 FILLER                PIC X(10).
