      ******************************************************************
      *    INGREDNT - fiche du maitre ingredients INGREDIENTS.idx      *
      *    (organisation indexee, cle ING-CODE, 80 octets). Partage    *
      *    entre pizzamgt (stock), ingmaj (creation et mise a jour     *
      *    des fiches) et rapproch (cout de reference) via :           *
      *        COPY INGREDNT.   (sous le FD du maitre ingredients)     *
      *    Le code est celui des bons de commande, des mouvements de   *
      *    stock et des factures fournisseurs. Le stock peut passer    *
      *    en negatif : son signe est porte explicitement. L'usage     *
      *    par pizza ne sert qu'aux tailles sans recette chargee.      *
      *    ING-ALLERGENES porte jusqu'a 6 lettres d'allergenes de la   *
      *    table ALLERGN (blanc = aucun).                              *
      ******************************************************************
       01  ING-REC.
           05 ING-CODE              PIC X(10).
           05 ING-LIBELLE           PIC X(20).
           05 ING-UNITE             PIC X(5).
           05 ING-STOCK-SIGNE       PIC X.
           05 ING-STOCK             PIC 9(7).
           05 ING-USAGE             PIC 9(3).
           05 ING-SEUIL             PIC 9(5).
           05 ING-FOURNISSEUR       PIC X(10).
           05 ING-COUT              PIC 9(3)V99.
           05 ING-DATE-MAJ          PIC 9(8).
           05 ING-ALLERGENES        PIC X(6).
