      *    et les programmes de restitution (pizzafin, ...) via :      *
      *        COPY ORDLOG.     (sous le FD du fichier des commandes)  *
      *    Le numero de commande est la reference a citer quand un     *
      *    client appelle au sujet d'une livraison. Une commande       *
      *    s'ecrit en une entete (ORD-TYPE-ENREG = "E") suivie d'une   *
      *    ligne par taille commandee ("L", rang 01 a 04) : l'entete   *
      *    porte les convives, le total des pizzas, le mode, la zone,  *
      *    les frais, le client, le livreur, le total des remises, le  *
      *    montant regle et son mode de reglement (ORD-REGLEMENT :     *
      *    E=especes C=carte T=titre-restaurant B=bon cadeau, a blanc  *
      *    avant sa saisie), avec le bon cadeau rachete et la part     *
      *    qu'il regle (ORD-BON-NUMERO, ORD-BON-MONTANT, le reste      *
      *    etant regle selon ORD-REGLEMENT) ; ORD-TAILLE y vaut "*" et *
      *    ORD-PRIX-UNITAIRE zero quand les tailles sont melangees.    *
      *    Une ligne reprend le numero, l'horodatage, le mode et le    *
      *    client de son entete, avec la taille, le nombre de pizzas,  *
      *    le prix unitaire, la remise promotion de la ligne et son    *
      *    montant net. Les enregistrements d'avant le decoupage (type *
      *    a blanc) valent entete et ligne unique a la fois.           *
      *    ORD-FLAG-ANNUL vaut "A" sur l'ecriture de contrepassation   *
      *    d'une commande annulee, copie de son entete : la cloture    *
      *    neutralise alors la commande d'origine, ses lignes et la    *
      *    contrepassation.                                            *
      ******************************************************************
       01  ORD-COMMANDE.
           05 ORD-NUMERO            PIC 9(6).
           05 ORD-TOTAL             PIC 9(5).
           05 ORD-LIVREUR           PIC 9(9).
           05 ORD-FLAG-ANNUL        PIC X.
           05 ORD-TYPE-ENREG        PIC X.
               88 ORD-EST-ENTETE VALUE "E".
               88 ORD-EST-LIGNE VALUE "L".
               88 ORD-EST-ANCIEN-FORMAT VALUE SPACE.
           05 ORD-RANG-LIGNE        PIC 9(2).
           05 ORD-REGLEMENT         PIC X.
               88 ORD-REGLE-ESPECES VALUE "E".
               88 ORD-REGLE-CARTE VALUE "C".
               88 ORD-REGLE-TITRE VALUE "T".
               88 ORD-REGLE-BON VALUE "B".
           05 ORD-BON-NUMERO        PIC 9(8).
           05 ORD-BON-MONTANT       PIC 9(5).
           05 FILLER                PIC X(25).
