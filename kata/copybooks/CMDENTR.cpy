      ******************************************************************
      *    CMDENTR - commande entrante du site web ou d'une plateforme *
      *    de livraison, COMMANDES-ENTRANTES.txt (120 octets). Lue par *
      *    pizzamgt (action F, integration sans operateur) via :       *
      *        COPY CMDENTR.    (sous le FD des commandes entrantes)   *
      *    Le client est retrouve par son telephone, ou cree avec le   *
      *    nom, l'adresse et la zone fournis. Jusqu'a 4 lignes taille  *
      *    (P/M/G/F) et nombre de pizzas, une ligne a blanc etant      *
      *    ignoree. Mode L=livraison E=a emporter ; zone 1 a 3 en      *
      *    livraison (0 = zone habituelle du client). Heure souhaitee  *
      *    AAAAMMJJHHMM du jour, zero = au plus tot. Reglement E, C ou *
      *    T, blanc = especes a la remise. Une commande refusee est    *
      *    recopiee dans COMMANDES-REJETEES.txt avec son motif.        *
      ******************************************************************
       01  ENT-REC.
           05 ENT-SOURCE            PIC X(3).
           05 ENT-REFERENCE         PIC X(12).
           05 ENT-TELEPHONE         PIC X(10).
           05 ENT-NOM               PIC X(20).
           05 ENT-ADRESSE           PIC X(25).
           05 ENT-MODE              PIC X.
           05 ENT-ZONE              PIC X.
           05 ENT-SOUHAITE          PIC X(12).
           05 ENT-SOUHAITE-DECOUPE REDEFINES ENT-SOUHAITE.
               10 ENT-SOUHAITE-JOUR PIC 9(8).
               10 ENT-SOUHAITE-HH   PIC 99.
               10 ENT-SOUHAITE-MM   PIC 99.
           05 ENT-REGLEMENT         PIC X.
           05 ENT-LIGNE OCCURS 4 TIMES.
               10 ENT-TAILLE        PIC X.
               10 ENT-QUANTITE      PIC X(3).
           05 FILLER                PIC X(19).
