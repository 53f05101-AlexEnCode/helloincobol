      ******************************************************************
      *    REGLFRN - reglement d'une ligne de facture fournisseur,     *
      *    REGLEMENTS-FOURNISSEURS.txt (80 octets, ajouts seulement).  *
      *    Ecrit par fourpaie a chaque remise de virements et relu par *
      *    fourpaie et fourbal pour ecarter les factures deja payees   *
      *    via :                                                       *
      *        COPY REGLFRN.    (sous le FD des reglements)            *
      *    Une ligne de facture est payee si un reglement porte le     *
      *    meme fournisseur, la meme date et le meme numero de         *
      *    facture, le meme ingredient et le meme montant ; chaque     *
      *    reglement ne couvre qu'une ligne.                           *
      ******************************************************************
       01  RGF-REC.
           05 RGF-DATE-REMISE       PIC 9(8).
           05 RGF-DATE-EXECUTION    PIC 9(8).
           05 RGF-FOURNISSEUR       PIC X(10).
           05 RGF-NUMERO-TIERS      PIC 9(9).
           05 RGF-FAC-DATE          PIC 9(8).
           05 RGF-FAC-NUMERO        PIC X(10).
           05 RGF-INGREDIENT        PIC X(10).
           05 RGF-MONTANT           PIC 9(5)V99.
           05 FILLER                PIC X(10).
