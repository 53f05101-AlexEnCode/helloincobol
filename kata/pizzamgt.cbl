           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ORDERS.

      *ancien stock a quatre ingredients : n'est plus relu que pour
      *la migration initiale vers le maitre ingredients
           SELECT F-INVENTORY ASSIGN
           TO "INVENTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-INVENTORY.

      *maitre ingredients en organisation indexee, cle ING-CODE :
      *autant d'ingredients, boissons et emballages que necessaire,
      *avec unite, cout, seuil de reapprovisionnement et fournisseur
           SELECT F-INGREDIENTS ASSIGN
           TO "INGREDIENTS.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ING-CODE
           FILE STATUS IS FS-INGREDIENTS.

           SELECT F-CUSTOMERS ASSIGN
           TO "CUSTOMERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PROGRAMMEES.

      *permis, assurances et certificats du personnel tenus par
      *certcapt : un livreur dont le permis ou l'assurance est
      *expire n'est plus propose a l'affectation
           SELECT F-CERTIFS ASSIGN
           TO "CERTIFICATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CERTIFS.

      *grand livre des bons cadeaux : vendus par l'action B,
      *rachetes en reglement d'une commande, recredites a son
      *annulation
           SELECT F-BONS ASSIGN
           TO "BONS-CADEAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BONS.

      *suivi de chaque commande par son numero : cree a l'etat recue
      *par LOG-ORDER, avance par suivicmd, mesure par delairp
           SELECT F-SUIVI ASSIGN
           TO "COMMANDES-SUIVI.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STA-NUMERO
           FILE STATUS IS FS-SUIVI.

      *lots recus par ingredient, dans l'ordre de reception : la
      *consommation prend le plus ancien lot ouvert et non perime
           SELECT F-LOTS ASSIGN
           TO "LOTS-INGREDIENTS.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-CLE
           FILE STATUS IS FS-LOTS.

      *commandes du site web et des plateformes de livraison,
      *integrees sans operateur ; les refusees vont au fichier des
      *rejets avec leur motif
           SELECT F-ENTRANTES ASSIGN
           TO "COMMANDES-ENTRANTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ENTRANTES.

           SELECT F-REJETS ASSIGN
           TO "COMMANDES-REJETEES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REJETS.

      *registre des reclamations clients : plainte rattachee a sa
      *commande, geste en points ou en avoir, avoirs deduits des
      *commandes suivantes et recredites a leur annulation
           SELECT F-RECLAM ASSIGN
           TO "RECLAMATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RECLAM.

       DATA DIVISION.

       FILE SECTION.

       01  WS-INVENTORY-LINE    PIC X(50).

       FD  F-INGREDIENTS
           RECORD CONTAINS 80 CHARACTERS.

       COPY INGREDNT.

      *fichier clients : numero, nom, telephone, adresse, zone de
      *livraison habituelle, nombre de commandes (pour la fidelite)
       FD  F-CUSTOMERS
           05 CLI-IDX-ADRESSE       PIC X(25).
           05 CLI-IDX-ZONE          PIC 9.
           05 CLI-IDX-NB-COMMANDES  PIC 9(5).
           05 CLI-IDX-ALLERGIES     PIC X(4).

      *compteur persistant du numero de commande sequentiel
       FD  F-SEQUENCE

       01  WS-TICKET-LINE           PIC X(80).

      *recettes par taille : une ligne par taille et par ingredient
      *(code taille, code ingredient du maitre, quantite par pizza),
      *autant de lignes que la recette compte d'ingredients - une
      *familiale ne consomme pas comme une petite
       FD  F-RECETTES
           RECORD CONTAINS 20 CHARACTERS

       01  WS-RECETTE-REC.
           05 RCT-TAILLE            PIC X.
           05 RCT-INGREDIENT        PIC X(10).
           05 RCT-QUANTITE          PIC 9(3).
           05 FILLER                PIC X(6).


      *bons de commande fournisseur emis au franchissement du seuil
       FD  F-PO
           05 FILLER                PIC X(11).

      *commande programmee : client, convives, taille, mode, zone,
      *date-heure promise, mode de reglement prevu ; statut "L" +
      *numero de commande une fois tiree dans le flux normal (base
      *du rapport des retards)
       FD  F-PROGRAMMEES
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.
           05 PRG-PROMIS            PIC 9(14).
           05 PRG-STATUT            PIC X.
           05 PRG-NUMERO            PIC 9(6).
           05 PRG-REGLEMENT         PIC X.
           05 FILLER                PIC X(27).

      *meme dessin que dans certcapt
       FD  F-CERTIFS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  CERTIF-REC.
           05 CRT-NUMERO-EMPLOYE    PIC 9(9).
           05 CRT-TYPE              PIC X(4).
           05 CRT-REFERENCE         PIC X(20).
           05 CRT-DATE-DELIVRANCE   PIC 9(8).
           05 CRT-DATE-EXPIRATION   PIC 9(8).
           05 CRT-DATE-SAISIE       PIC 9(8).
           05 FILLER                PIC X(3).

       FD  F-BONS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       COPY BONCAD.

       FD  F-SUIVI
           RECORD CONTAINS 100 CHARACTERS.

       COPY CMDSTAT.

       FD  F-LOTS
           RECORD CONTAINS 100 CHARACTERS.

       COPY LOTING.

       FD  F-ENTRANTES
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       COPY CMDENTR.

      *commande entrante refusee : son image, le motif et la date
       FD  F-REJETS
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE IS F.

       01  REJ-REC.
           05 REJ-IMAGE             PIC X(120).
           05 REJ-MOTIF             PIC X(30).
           05 REJ-DATE              PIC 9(8).
           05 FILLER                PIC X(2).

       FD  F-RECLAM
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       COPY RECLAM.

       WORKING-STORAGE SECTION.

      *configuration d'exploitation partagee (CALL "cfglire")
       COPY CONFIG.

      *bloc de parametres des services de dates (CALL "datesvc")
       COPY DATESVC.

      *table des allergenes a declaration obligatoire
       COPY ALLERGN.

      *cle phonetique et proximite des noms (CALL "phonetiq")
       COPY PHONETIQ.

      *ws-variable
       01 WS-CONVIVES          PIC 9(3).
       01 WS-PIZZAS            PIC 9(3).
       01 WS-CST-FAIM          PIC 9V9 VALUE 1.1.

      *totaux de la journee
       01 WS-PRIX-UNITAIRE      PIC 9(2) VALUE ZERO.
       01 WS-TOTAL-COMMANDE     PIC 9(5) VALUE ZERO.

      *lignes de la commande en cours, une par taille : quantite,
      *prix unitaire du tarif en vigueur, montant brut, remise
      *promotion de la ligne et quantite realisable avec le stock ;
      *une taille saisie deux fois cumule sur sa ligne
       01 WS-LIGNES-TABLE.
           03 WS-LIG-NB PIC 9 VALUE ZERO.
           03 WS-LIGNE OCCURS 0 TO 4 TIMES
               DEPENDING ON WS-LIG-NB
               INDEXED BY IDX-LIG.
               05 WS-LIG-TAILLE     PIC X.
               05 WS-LIG-QUANTITE   PIC 9(3).
               05 WS-LIG-PRIX       PIC 9(2).
               05 WS-LIG-MONTANT    PIC 9(5).
               05 WS-LIG-REMISE     PIC 9(5).
               05 WS-LIG-DISPO      PIC 9(3).

       01 WS-LIG-FIN            PIC X VALUE "N".
       01 WS-LIG-CIBLE          PIC 9 VALUE ZERO.
       01 WS-LIG-DEST           PIC 9 VALUE ZERO.
       01 WS-LIG-SAISIE-TAILLE  PIC X VALUE SPACE.
       01 WS-LIG-SAISIE-QTE     PIC 9(3) VALUE ZEROES.
       01 WS-LIG-CONSEIL        PIC 9(3) VALUE ZEROES.

      *mode de commande : livraison ou emporter
       01 WS-MODE-COMMANDE      PIC X VALUE "E".

      *mode de reglement : E=especes C=carte T=titre-restaurant a
      *la saisie, B=bon cadeau quand le bon regle toute la commande ;
      *son libelle pour le ticket
       01 WS-REGLEMENT          PIC X VALUE "E".
           88 WS-REGLEMENT-VALIDE VALUE "E" "C" "T".
       01 WS-REGLEMENT-LIBELLE  PIC X(16) VALUE SPACES.
       01 WS-FRAIS-LIVRAISON    PIC 9(2) VALUE 3.

      *frais de livraison par zone
       01 FS-INVENTORY PIC X(02).
           88 FS-INVENTORY-OK VALUE "00".

       01 FS-INGREDIENTS PIC X(02).
           88 FS-INGREDIENTS-OK VALUE "00".

      *stock initial des quatre ingredients historiques, verse dans
      *le maitre a sa creation quand INVENTORY.txt n'existe pas
       01 WS-INV-DEFAUTS.
           05 FILLER PIC X(38) VALUE
               "PATE      0010000300030MOULINS SA00120".
           05 FILLER PIC X(38) VALUE
               "GARNITURE 0005000200020PRIMEURS  00150".

       01 WS-INV-DEFAUTS-TABLE REDEFINES WS-INV-DEFAUTS.
           05 WS-DEF-ITEM OCCURS 4 TIMES.
               10 WS-DEF-NOM      PIC X(10).
               10 WS-DEF-STOCK    PIC 9(5).
               10 WS-DEF-USAGE    PIC 9(3).
               10 WS-DEF-SEUIL    PIC 9(5).
               10 WS-DEF-FOURNISSEUR PIC X(10).
               10 WS-DEF-COUT     PIC 9(3)V99.

      *stock des ingredients charge du maitre (quantite, unite, usage
      *par pizza hors recette, seuil de reapprovisionnement,
      *reference fournisseur, cout unitaire en euros a deux decimales
      *pour la valorisation des ecarts d'inventaire) ; un bon de
      *commande au plus par ingredient et par session
       01 WS-INV-TABLE.
           03 WS-INV-NB PIC 9(3) VALUE ZEROES.
           03 WS-INV-ITEM OCCURS 0 TO 500 TIMES
               DEPENDING ON WS-INV-NB
               INDEXED BY IDX-INV.
               05 WS-INV-NOM      PIC X(10).
               05 WS-INV-UNITE    PIC X(5).
               05 WS-INV-STOCK    PIC S9(7).
               05 WS-INV-USAGE    PIC 9(3).
               05 WS-INV-SEUIL    PIC 9(5).
               05 WS-INV-FOURNISSEUR PIC X(10).
               05 WS-INV-COUT     PIC 9(3)V99.
               05 WS-INV-PO-EMISE PIC X.
               05 WS-INV-RESERVE  PIC 9(7).
               05 WS-INV-ALLERGENES PIC X(6).

       01 WS-INV-IDX            PIC 9(3).
       01 WS-INV-DECR           PIC S9(7).
       01 WS-INV-CHERCHE        PIC X(10) VALUE SPACES.
       01 WS-INV-CIBLE          PIC 9(3) VALUE ZEROES.
       01 WS-INV-FIN            PIC X VALUE "N".
       01 WS-INV-MIGRES         PIC 9(3) VALUE ZEROES.
       01 WS-INV-MAJ            PIC 9(3) VALUE ZEROES.
       01 WS-INV-STOCK-FICHE    PIC S9(7) VALUE ZEROES.

      *persistance du signe du stock (le champ fichier n'a pas de
      *position de signe : on l'ecrit/le lit explicitement)
       01 WS-INV-SIGN           PIC X.
       01 WS-INV-MAG            PIC 9(7).

       01 WS-STOCK-ALERT        PIC X VALUE "N".
           88 WS-IS-STOCK-ALERT VALUE "Y".
           05 WS-CLI-ADRESSE        PIC X(25).
           05 WS-CLI-ZONE           PIC 9.
           05 WS-CLI-NB-COMMANDES   PIC 9(5).
           05 WS-CLI-ALLERGIES      PIC X(4).

       01 WS-CLI-TROUVE         PIC X VALUE "N".
       01 WS-CLI-FIN            PIC X VALUE "N".
       01 WS-CLI-NOM-SAISI      PIC X(20) VALUE SPACES.
       01 WS-CLI-NOM-LGR        PIC 9(2) VALUE ZEROES.
       01 WS-CLI-MATCHES        PIC 9(5) VALUE ZEROES.
      *noms proches a l'oreille mais pas a l'ecrit, gardes avec leur
      *score de proximite pour etre proposes du plus proche au moins
      *proche (les 20 meilleurs)
       01 WS-CLI-PHO-TABLE.
           03 WS-CLI-PHO-NB         PIC 9(2) VALUE ZEROES.
           03 WS-CLI-PHO-ENTREE OCCURS 20 TIMES.
               05 WS-CLI-PHO-SCORE     PIC 9(3).
               05 WS-CLI-PHO-NUMERO    PIC 9(5).
               05 WS-CLI-PHO-NOM       PIC X(20).
               05 WS-CLI-PHO-TELEPHONE PIC X(10).
       01 WS-CLI-PHO-IDX        PIC 9(2) VALUE ZEROES.
       01 WS-CLI-PHO-CIBLE      PIC 9(2) VALUE ZEROES.
       01 WS-CLI-PHO-RANG       PIC 9(2) VALUE ZEROES.
       01 WS-CLI-PHO-MEILLEUR   PIC 9(3) VALUE ZEROES.
       01 WS-CLI-MIGRES         PIC 9(5) VALUE ZEROES.
       01 WS-CLI-ALG-SAISIE     PIC X(4) VALUE SPACES.
       01 WS-CLI-ALG-MODIFIEE   PIC X VALUE "N".

      *allergenes : un ensemble se note sur 14 positions alignees
      *sur ALG-CODES (la lettre a son rang, blanc sinon) ; celui de
      *la taille en cours, celui de la commande et ceux du client
      *que la taille contient
       01 WS-ALG-TAILLE         PIC X(14) VALUE SPACES.
       01 WS-ALG-COMMANDE       PIC X(14) VALUE SPACES.
       01 WS-ALG-ALERTE         PIC X(14) VALUE SPACES.
       01 WS-ALG-LISTE          PIC X(14) VALUE SPACES.
       01 WS-ALG-LETTRE         PIC X VALUE SPACE.
       01 WS-ALG-RANG           PIC 99 VALUE ZERO.
       01 WS-ALG-POS            PIC 9 VALUE ZERO.
       01 WS-ALG-TYPE-SAUVE     PIC X VALUE SPACE.
       01 WS-ALG-LIBELLES       PIC X(160) VALUE SPACES.
       01 WS-ALG-PTR            PIC 9(3) VALUE ZEROES.

      *points de fidelite du client de la commande en cours
       01 FS-POINTS PIC X(02).
       01 WS-PTS-MOUVEMENT      PIC 9(5) VALUE ZEROES.
       01 WS-PTS-SENS           PIC X VALUE "E".
       01 WS-REMISE-POINTS      PIC 9(5) VALUE ZEROES.

      *bons cadeaux : numero saisi ou emis (six chiffres de sequence
      *et deux de cle), solde et echeance relus du grand livre,
      *part de la commande reglee par le bon
       01 FS-BONS PIC X(02).
           88 FS-BONS-OK VALUE "00".
       01 WS-BON-FIN            PIC X VALUE "N".
       01 WS-BON-SAISIE         PIC 9(8) VALUE ZEROES.
       01 WS-BON-DECOUPE REDEFINES WS-BON-SAISIE.
           05 WS-BON-SEQUENCE   PIC 9(6).
           05 WS-BON-CLE        PIC 9(2).
       01 WS-BON-RESTE-97       PIC 9(2) VALUE ZEROES.
       01 WS-BON-QUOTIENT       PIC 9(8) VALUE ZEROES.
       01 WS-BON-DERNIERE-SEQ   PIC 9(6) VALUE ZEROES.
       01 WS-BON-EMIS           PIC X VALUE "N".
       01 WS-BON-SOLDE          PIC S9(7) VALUE ZEROES.
       01 WS-BON-EXPIRATION     PIC 9(8) VALUE ZEROES.
       01 WS-BON-VALEUR         PIC 9(5) VALUE ZEROES.
       01 WS-BON-VALIDITE       PIC 9(4) VALUE 365.
       01 WS-BON-NUMERO-CMD     PIC 9(8) VALUE ZEROES.
       01 WS-BON-RACHAT         PIC 9(5) VALUE ZEROES.
       01 WS-BON-SENS           PIC X VALUE "E".
       01 WS-BON-COMMANDE       PIC 9(6) VALUE ZEROES.
       01 WS-BON-MOTIF-REFUS    PIC X(30) VALUE SPACES.
       01 WS-RESTE-A-PAYER      PIC 9(5) VALUE ZEROES.

      *suivi de commande : heure promise (echeance d'une commande
      *programmee, sinon prise de commande plus le delai du mode)
       01 FS-SUIVI PIC X(02).
           88 FS-SUIVI-OK VALUE "00".
       01 WS-SUIVI-PROMIS       PIC 9(14) VALUE ZEROES.
       01 WS-SUIVI-DECOUPE REDEFINES WS-SUIVI-PROMIS.
           05 WS-SUIVI-JOUR     PIC 9(8).
           05 WS-SUIVI-HH       PIC 99.
           05 WS-SUIVI-MM       PIC 99.
           05 WS-SUIVI-SS       PIC 99.
       01 WS-SUIVI-MINUTES      PIC 9(5) VALUE ZEROES.
       01 WS-DELAI-LIVRAISON    PIC 9(3) VALUE 45.
       01 WS-DELAI-EMPORTER     PIC 9(3) VALUE 20.
       01 WS-ACTION             PIC X VALUE "C".
       01 WS-REMISE-FIDELITE    PIC 9(5) VALUE ZEROES.
       01 WS-HIST-FIN           PIC X VALUE "N".
       01 WS-LOG-ZONE           PIC 9 VALUE ZERO.
       01 WS-LOG-FRAIS          PIC 9(2) VALUE ZEROES.

      *integration des commandes entrantes (action F)
       01 FS-ENTRANTES PIC X(02).
           88 FS-ENTRANTES-OK VALUE "00".
       01 FS-REJETS PIC X(02).
           88 FS-REJETS-OK VALUE "00".
       01 WS-ENT-FIN            PIC X VALUE "N".
       01 WS-ENT-LUES           PIC 9(5) VALUE ZEROES.
       01 WS-ENT-INTEGREES      PIC 9(5) VALUE ZEROES.
       01 WS-ENT-REJETEES       PIC 9(5) VALUE ZEROES.
       01 WS-ENT-MOTIF          PIC X(30) VALUE SPACES.
       01 WS-ENT-IDX            PIC 9 VALUE ZERO.
       01 WS-ENT-QUANTITE       PIC 9(3) VALUE ZEROES.
       01 WS-ENT-A-CREER        PIC X VALUE "N".
      *reference externe imprimee sur le ticket (blanc au comptoir)
       01 WS-ENT-REF-CMD        PIC X(16) VALUE SPACES.
      *rotation des livreurs pour les commandes sans operateur
       01 WS-LIV-RANG-AUTO      PIC 9(2) VALUE ZEROES.
       01 WS-LIV-ESSAI          PIC 9(2) VALUE ZEROES.

       01 FS-SEQUENCE PIC X(02).
           88 FS-SEQUENCE-OK VALUE "00".

       01 FS-MOUVEMENTS PIC X(02).
           88 FS-MOUVEMENTS-OK VALUE "00".

       01 WS-PO-QUANTITE        PIC 9(5) VALUE ZEROES.
       01 WS-PO-STOCK-ED        PIC -(5)9.
       01 WS-PO-COUNT           PIC 9(3) VALUE ZEROES.
       01 WS-MVT-QUANTITE       PIC 9(5) VALUE ZEROES.
       01 WS-MVT-MOTIF          PIC X(20) VALUE SPACES.
       01 WS-MVT-NOM            PIC X(10) VALUE SPACES.
       01 WS-MVT-LOT            PIC X(15) VALUE SPACES.

      *reception de marchandises
       01 WS-RCP-CODE           PIC X(10) VALUE SPACES.
       01 WS-RCP-QUANTITE       PIC 9(5) VALUE ZEROES.
       01 WS-RCP-LOT            PIC X(15) VALUE SPACES.
       01 WS-RCP-FOURNISSEUR    PIC X(10) VALUE SPACES.
       01 WS-RCP-DLC            PIC 9(8) VALUE ZEROES.

      *lots d'ingredients : consommation du plus ancien lot ouvert,
      *le reste du besoin (stock anterieur aux lots) part sans lot
       01 FS-LOTS PIC X(02).
           88 FS-LOTS-OK VALUE "00".
       01 WS-LOT-BESOIN         PIC 9(7) VALUE ZEROES.
       01 WS-LOT-PRIS           PIC 9(5) VALUE ZEROES.
       01 WS-LOT-FIN            PIC X VALUE "N".
       01 WS-LOT-AUJOURDHUI     PIC 9(8) VALUE ZEROES.

      *mise au rebut : lots ouverts de l'ingredient proposes par rang
       01 WS-RBT-TABLE.
           03 WS-RBT-NB PIC 9(2) VALUE ZEROES.
           03 WS-RBT-CLE PIC X(24) OCCURS 50 TIMES.
       01 WS-RBT-RANG           PIC 9(2) VALUE ZEROES.
       01 WS-RBT-QUANTITE       PIC 9(5) VALUE ZEROES.
       01 WS-RBT-VALEUR         PIC 9(6)V99 VALUE ZEROES.
       01 WS-RBT-VALEUR-ED      PIC ZZZZZ9.99.
       01 WS-RBT-MENTION        PIC X(7) VALUE SPACES.

      *inventaire physique : quantites comptees, ecart au stock
      *livre, correction journalisee et valorisation au cout unitaire
               05 WS-PRG-PROMIS     PIC 9(14).
               05 WS-PRG-STATUT     PIC X.
               05 WS-PRG-NUMERO     PIC 9(6).
               05 WS-PRG-REGLEMENT  PIC X.

       01 WS-PRG-FIN            PIC X VALUE "N".
       01 WS-PRG-LANCEES        PIC 9(3) VALUE ZEROES.
       01 WS-ANN-TROUVEE        PIC X VALUE "N".
       01 WS-ANN-DEJA           PIC X VALUE "N".
       01 WS-ANN-REC            PIC X(100) VALUE SPACES.
       01 WS-ANN-CREDIT         PIC 9(7) VALUE ZEROES.
       01 WS-ANN-RENDU          PIC 9(5) VALUE ZEROES.
       01 WS-ANN-MOTIF          PIC X(20) VALUE SPACES.
       01 WS-ANN-LOT-TROUVE     PIC X VALUE "N".

      *sorties par lot de la commande annulee, relues au journal des
      *mouvements : chaque lot recoit en retour ce qu'il a servi
       01 WS-ANL-TABLE.
           03 WS-ANL-NB PIC 9(3) VALUE ZEROES.
           03 WS-ANL-LIGNE OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-ANL-NB
               INDEXED BY IDX-ANL.
               05 WS-ANL-NOM        PIC X(10).
               05 WS-ANL-QUANTITE   PIC 9(5).
               05 WS-ANL-LOT        PIC X(15).

      *reclamation sur une commande (action G) : entete d'origine
      *relue au journal du jour de la commande ou au magasin
      *d'historique, categorie et geste accorde ; avoir du client
      *courant deduit de sa commande suivante
       01 FS-RECLAM PIC X(02).
           88 FS-RECLAM-OK VALUE "00".
       01 WS-RCL-NUMERO         PIC 9(6) VALUE ZEROES.
       01 WS-RCL-DATE-CMD       PIC 9(8) VALUE ZEROES.
       01 WS-RCL-TROUVEE        PIC X VALUE "N".
       01 WS-RCL-ANNULEE        PIC X VALUE "N".
       01 WS-RCL-DEJA           PIC X VALUE "N".
       01 WS-RCL-FIN            PIC X VALUE "N".
       01 WS-RCL-ORIGINE        PIC X(100) VALUE SPACES.
       01 WS-RCL-CATEGORIE      PIC X VALUE "A".
           88 WS-RCL-CATEGORIE-VALIDE VALUE "R" "F" "E" "Q" "A".
       01 WS-RCL-GESTE          PIC X VALUE "N".
           88 WS-RCL-GESTE-VALIDE VALUE "P" "A" "N".
       01 WS-RCL-POINTS         PIC 9(5) VALUE ZEROES.
       01 WS-RCL-AVOIR          PIC 9(5) VALUE ZEROES.
       01 WS-RCL-COMMENTAIRE    PIC X(40) VALUE SPACES.
       01 WS-AVOIR-SOLDE        PIC S9(7) VALUE ZEROES.
       01 WS-AVOIR-SENS         PIC X VALUE "U".
       01 WS-AVOIR-CLIENT       PIC 9(5) VALUE ZEROES.
       01 WS-AVOIR-COMMANDE     PIC 9(6) VALUE ZEROES.
       01 WS-AVOIR-MONTANT      PIC 9(5) VALUE ZEROES.
       01 WS-REMISE-AVOIR       PIC 9(5) VALUE ZEROES.

      *disponibilite : maximum de pizzas realisables avec le stock
      *non encore reserve par les lignes precedentes de la commande
       01 WS-DISPO-MAX          PIC 9(5) VALUE ZEROES.
       01 WS-DISPO-ITEM         PIC 9(7) VALUE ZEROES.
       01 WS-DISPO-RESTE        PIC S9(7) VALUE ZEROES.
       01 WS-DISPO-REPONSE      PIC X VALUE "N".
       01 WS-DISPO-MANQUE       PIC X VALUE "N".
       01 WS-DISPO-TOTAL        PIC 9(3) VALUE ZEROES.

       01 FS-TARIFS PIC X(02).
           88 FS-TARIFS-OK VALUE "00".
       01 FS-RECETTES PIC X(02).
           88 FS-RECETTES-OK VALUE "00".

      *tailles dont la recette est chargee, indexees comme WS-TARIF
      *(1=P 2=M 3=G 4=F) ; une taille sans recette garde l'usage
      *unique du maitre ingredients
       01 WS-RECETTES-TABLE.
           05 WS-RECETTE OCCURS 4 TIMES.
               10 WS-RCT-CHARGEE    PIC X.

      *lignes de recette chargees : taille (rang tarif), rang de
      *l'ingredient dans WS-INV-TABLE, quantite par pizza
       01 WS-RLG-TABLE.
           03 WS-RLG-NB PIC 9(4) VALUE ZEROES.
           03 WS-RLG-LIGNE OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-RLG-NB
               INDEXED BY IDX-RLG.
               05 WS-RLG-TAILLE     PIC 9.
               05 WS-RLG-ING        PIC 9(3).
               05 WS-RLG-QUANTITE   PIC 9(3).

      *recettes de l'ancien dessin relues pour conversion
       01 WS-RCV-TABLE.
           03 WS-RCV-NB PIC 9(3) VALUE ZEROES.
           03 WS-RCV-LIGNE PIC X(20) OCCURS 0 TO 200 TIMES
               DEPENDING ON WS-RCV-NB
               INDEXED BY IDX-RCV.
       01 WS-RCV-ANCIENNES      PIC 9(3) VALUE ZEROES.

      *ancien dessin : quantite des quatre ingredients de l'ancien
      *stock, dans son ordre, puis des espaces (le nouveau dessin
      *porte la quantite de l'ingredient a cet endroit)
       01 WS-RCV-COURANTE.
           05 WS-RCV-TAILLE         PIC X.
           05 WS-RCV-QUANTITE       PIC 9(3) OCCURS 4 TIMES.
           05 WS-RCV-FIN            PIC X(7).

       01 WS-RECETTES-FIN       PIC X VALUE "N".
       01 WS-RCT-IDX            PIC 9 VALUE ZERO.
       01 WS-RCT-TAILLE         PIC 9 VALUE ZERO.
       01 WS-RCT-ING            PIC 9 VALUE ZERO.
       01 WS-RCT-IGNOREES       PIC 9(4) VALUE ZEROES.
       01 WS-USAGE-EFFECTIF     PIC 9(3) VALUE ZEROES.

       01 FS-TICKETS PIC X(02).
               INDEXED BY IDX-LIV.
               05 WS-LIV-NUMERO     PIC 9(9).
               05 WS-LIV-NOM        PIC X(20).
               05 WS-LIV-EXP-PERMIS PIC 9(8).
               05 WS-LIV-EXP-ASSUR  PIC 9(8).
               05 WS-LIV-VALIDE     PIC X.

       01 WS-LIVREURS-FIN       PIC X VALUE "N".
       01 FS-CERTIFS PIC X(02).
           88 FS-CERTIFS-OK VALUE "00".
       01 WS-LIV-AUJOURDHUI     PIC 9(8) VALUE ZEROES.
       01 WS-LIV-ECARTES        PIC 9(2) VALUE ZEROES.
       01 WS-LIV-SAISIE         PIC 9(9) VALUE ZEROES.
       01 WS-LIV-TROUVE         PIC X VALUE "N".
       01 WS-LIVREUR-CMD        PIC 9(9) VALUE ZEROES.
       01 WS-TARIFS-FIN         PIC X VALUE "N".
       01 WS-AUJOURDHUI         PIC 9(8) VALUE ZEROES.
       01 WS-REMISE-PROMO       PIC 9(5) VALUE ZEROES.
       01 WS-REMISE-LIGNE       PIC 9(5) VALUE ZEROES.
      *une promotion a montant fixe ne joue qu'une fois par commande,
      *quel que soit le nombre de lignes
       01 WS-PROMO-FIXE-PRISE   PIC X VALUE "N".

      *jour de la semaine du jour (1=lundi..7=dimanche) par la
      *congruence de Zeller, comme JOUR-SEMAINE dans annee
           PERFORM SAVE-INVENTORY THRU SAVE-INVENTORY-EXIT.
           PERFORM SAVE-SEQUENCE THRU SAVE-SEQUENCE-EXIT.

           IF WS-IS-STOCK-ALERT OR WS-ENT-REJETEES > ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE

           MOVE "F" TO RJN-PHASE.
           MOVE WS-TOTAL-PIZZAS TO RJN-ECRITS.
           MOVE WS-ENT-REJETEES TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
      *l'appel du journal remet RETURN-CODE a zero : le code retour
           CALL "cfglire" USING CFG-PARAMS.
           MOVE CFG-VALEUR(1:2) TO MSG-LANGUE.

           MOVE "BON-VALIDITE-JOURS" TO CFG-CLE.
           MOVE "365" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-BON-VALIDITE = FUNCTION NUMVAL(CFG-VALEUR).

           MOVE "DELAI-PROMIS-LIVRAISON" TO CFG-CLE.
           MOVE "45" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-DELAI-LIVRAISON = FUNCTION NUMVAL(CFG-VALEUR).

           MOVE "DELAI-PROMIS-EMPORTER" TO CFG-CLE.
           MOVE "20" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-DELAI-EMPORTER = FUNCTION NUMVAL(CFG-VALEUR).

           DISPLAY "Configuration effective :".
           DISPLAY "  FRAIS-ZONE-1/2/3 = " WS-FRAIS-ZONE(1) " "
               WS-FRAIS-ZONE(2) " " WS-FRAIS-ZONE(3).
           DISPLAY "  LANGUE           = " MSG-LANGUE.
           DISPLAY "  BON-VALIDITE-JOURS = " WS-BON-VALIDITE.
           DISPLAY "  DELAI-PROMIS-LIVRAISON = " WS-DELAI-LIVRAISON.
           DISPLAY "  DELAI-PROMIS-EMPORTER  = " WS-DELAI-EMPORTER.

       LIRE-CONFIGURATION-EXIT.
           EXIT.

           DISPLAY "Action ? (C=Commande H=Historique client "
               "R=Reception marchandises V=Annulation "
               "P=Programmer I=Inventaire B=Bon cadeau "
               "D=Dechets F=Fichier de commandes entrantes "
               "G=Reclamation client)".
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.

               WHEN "I"
                   PERFORM INVENTAIRE-PHYSIQUE
                       THRU INVENTAIRE-PHYSIQUE-EXIT
               WHEN "B"
                   PERFORM VENDRE-BON THRU VENDRE-BON-EXIT
               WHEN "D"
                   PERFORM METTRE-AU-REBUT THRU METTRE-AU-REBUT-EXIT
               WHEN "F"
                   PERFORM INTEGRER-COMMANDES
                       THRU INTEGRER-COMMANDES-EXIT
               WHEN "G"
                   PERFORM RECLAMER-COMMANDE
                       THRU RECLAMER-COMMANDE-EXIT
               WHEN OTHER
                   PERFORM PRENDRE-COMMANDE THRU PRENDRE-COMMANDE-EXIT
           END-EVALUATE.

           DISPLAY  WS-PIZZAS " pizzas sont necessaires.".

      *lignes de commande : une taille et un nombre de pizzas par
      *ligne, autant de lignes que de tailles melangees (deux
      *grandes et une petite font une seule commande, un seul
      *ticket et un seul passage du livreur)
           MOVE WS-PIZZAS TO WS-LIG-CONSEIL.
           MOVE ZERO TO WS-LIG-NB.
           MOVE "N" TO WS-LIG-FIN.
           PERFORM SAISIR-UNE-LIGNE THRU SAISIR-UNE-LIGNE-EXIT
               UNTIL WS-LIG-FIN = "Y".
           IF WS-LIG-NB EQUAL ZERO
               DISPLAY "Aucune pizza, commande abandonnee."
               GO TO PRENDRE-COMMANDE-EXIT
           END-IF.
           PERFORM TOTALISER-LIGNES THRU TOTALISER-LIGNES-EXIT.

      *controle de disponibilite AVANT d'annoncer le total, ligne a
      *ligne sur le stock non encore reserve par les lignes
      *precedentes : si le stock ne couvre pas la commande,
      *contre-proposition du maximum realisable par ligne, a
      *confirmer ou annuler (on ne promet plus de familiales qu'on
      *ne peut pas cuire)
           PERFORM CONTROLER-DISPONIBILITE
               THRU CONTROLER-DISPONIBILITE-EXIT.
           IF WS-DISPO-MANQUE EQUAL "Y"
               DISPLAY "Stock insuffisant pour " WS-PIZZAS
                   " pizzas : maximum realisable " WS-DISPO-TOTAL "."
               IF WS-DISPO-TOTAL EQUAL ZEROES
                   DISPLAY "Commande annulee faute de stock."
                   GO TO PRENDRE-COMMANDE-EXIT
               END-IF
               PERFORM VARYING IDX-LIG FROM 1 BY 1
                   UNTIL IDX-LIG > WS-LIG-NB
                   DISPLAY "  " WS-LIG-TAILLE(IDX-LIG) " : "
                       WS-LIG-DISPO(IDX-LIG) " au lieu de "
                       WS-LIG-QUANTITE(IDX-LIG)
               END-PERFORM
               DISPLAY "Confirmer la commande reduite a "
                   WS-DISPO-TOTAL " pizzas ? (Y/N)"
               ACCEPT WS-DISPO-REPONSE
               MOVE FUNCTION UPPER-CASE(WS-DISPO-REPONSE)
                   TO WS-DISPO-REPONSE
                   DISPLAY "Commande annulee."
                   GO TO PRENDRE-COMMANDE-EXIT
               END-IF
               PERFORM RETENIR-DISPONIBLE THRU RETENIR-DISPONIBLE-EXIT
           END-IF.

           PERFORM VALORISER-LIGNES THRU VALORISER-LIGNES-EXIT.

           DISPLAY "Livraison ou à emporter ? (L/E)".
           ACCEPT WS-MODE-COMMANDE.
               END-IF
           END-IF.

      *avoir accorde sur reclamation : deduit d'office de la
      *commande suivante du client, dans la limite de son montant
           MOVE ZEROES TO WS-REMISE-AVOIR.
           IF WS-CLI-TROUVE EQUAL "Y"
               PERFORM DEDUIRE-AVOIR THRU DEDUIRE-AVOIR-EXIT
           END-IF.

           DISPLAY "Cout total de la commande : " WS-TOTAL-COMMANDE
               " euros.".

      *bon cadeau presente : il regle tout ou partie de la commande,
      *le reste de sa valeur demeure sur le bon ; seul le reste a
      *payer demande un autre reglement
           PERFORM RACHETER-BON THRU RACHETER-BON-EXIT.
           COMPUTE WS-RESTE-A-PAYER = WS-TOTAL-COMMANDE - WS-BON-RACHAT.
           IF WS-BON-RACHAT > ZEROES AND WS-RESTE-A-PAYER EQUAL ZEROES
               MOVE "B" TO WS-REGLEMENT
           ELSE
               IF WS-BON-RACHAT > ZEROES
                   DISPLAY "Reste a payer : " WS-RESTE-A-PAYER
                       " euros."
               END-IF
               PERFORM SAISIR-REGLEMENT THRU SAISIR-REGLEMENT-EXIT
           END-IF.

      *gain de points sur le montant regle : un point par euro
           IF WS-CLI-TROUVE EQUAL "Y"
               AND WS-TOTAL-COMMANDE > ZEROES

       PRENDRE-COMMANDE-EXIT.
           EXIT.

      ******************************************************************
      *mode de reglement de la commande (ou de son reste apres bon
      *cadeau), porte par son entete au journal et par le ticket :
      *la cloture rapproche les especes de la caisse et la carte du
      *lot du terminal de paiement
       SAISIR-REGLEMENT.

           DISPLAY "Reglement ? (E=especes C=carte T=titre-restaurant"
               ")".
           MOVE SPACE TO WS-REGLEMENT.
           ACCEPT WS-REGLEMENT.
           MOVE FUNCTION UPPER-CASE(WS-REGLEMENT) TO WS-REGLEMENT.
           IF NOT WS-REGLEMENT-VALIDE
               DISPLAY "Reglement inconnu, especes retenues."
               MOVE "E" TO WS-REGLEMENT
           END-IF.

       SAISIR-REGLEMENT-EXIT.
           EXIT.

      ******************************************************************
      *vente d'un bon cadeau au comptoir : numero suivant du grand
      *livre, echeance a BON-VALIDITE-JOURS jours, reglement en
      *especes ou par carte. La vente n'est pas un chiffre
      *d'affaires : elle rejoint la cloture comme encaissement et
      *la comptabilite comme dette envers le porteur du bon
       VENDRE-BON.

           DISPLAY "Valeur du bon cadeau ? (euros)".
           MOVE ZEROES TO WS-BON-VALEUR.
           ACCEPT WS-BON-VALEUR.
           IF WS-BON-VALEUR EQUAL ZEROES
               DISPLAY "Valeur nulle, vente abandonnee."
               GO TO VENDRE-BON-EXIT
           END-IF.

           DISPLAY "Reglement du bon ? (E=especes C=carte)".
           MOVE SPACE TO WS-REGLEMENT.
           ACCEPT WS-REGLEMENT.
           MOVE FUNCTION UPPER-CASE(WS-REGLEMENT) TO WS-REGLEMENT.
           IF WS-REGLEMENT NOT EQUAL "C"
               MOVE "E" TO WS-REGLEMENT
           END-IF.

      *derniere sequence emise : relue du grand livre lui-meme
           MOVE ZEROES TO WS-BON-DERNIERE-SEQ.
           OPEN INPUT F-BONS.
           IF FS-BONS-OK
               MOVE "N" TO WS-BON-FIN
               PERFORM UNTIL WS-BON-FIN = "Y"
                   READ F-BONS
                       AT END
                           MOVE "Y" TO WS-BON-FIN
                       NOT AT END
                           MOVE BON-NUMERO TO WS-BON-SAISIE
                           IF BON-EST-EMISSION
                               AND WS-BON-SEQUENCE
                                   > WS-BON-DERNIERE-SEQ
                               MOVE WS-BON-SEQUENCE
                                   TO WS-BON-DERNIERE-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-BONS
           END-IF.

      *cle : complement a 97 du reste de la sequence suivie de 00,
      *le numero entier devient multiple de 97
           COMPUTE WS-BON-SEQUENCE = WS-BON-DERNIERE-SEQ + 1.
           MOVE ZEROES TO WS-BON-CLE.
           DIVIDE WS-BON-SAISIE BY 97 GIVING WS-BON-QUOTIENT
               REMAINDER WS-BON-RESTE-97.
           COMPUTE WS-BON-CLE = 97 - WS-BON-RESTE-97.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE "A" TO DSV-FONCTION.
           MOVE WS-HORODATAGE(1:8) TO DSV-DATE.
           MOVE WS-BON-VALIDITE TO DSV-NB-JOURS.
           CALL "datesvc" USING DSV-PARAMS.
           MOVE DSV-DATE-RESULTAT TO WS-BON-EXPIRATION.

           MOVE "E" TO WS-BON-SENS.
           MOVE ZEROES TO WS-BON-COMMANDE.
           PERFORM JOURNALISER-BON THRU JOURNALISER-BON-EXIT.

           PERFORM NOMMER-REGLEMENT THRU NOMMER-REGLEMENT-EXIT.
           OPEN EXTEND F-TICKETS.
           IF NOT FS-TICKETS-OK
               CLOSE F-TICKETS
               OPEN OUTPUT F-TICKETS
           END-IF.
           MOVE SPACES TO WS-TICKET-LINE.
           STRING "=== PIZZALEX  BON CADEAU " WS-BON-SAISIE
               "  " WS-HORODATAGE(1:8) " " WS-HORODATAGE(9:6)
               DELIMITED BY SIZE INTO WS-TICKET-LINE.
           WRITE WS-TICKET-LINE FROM WS-TICKET-LINE.
           MOVE SPACES TO WS-TICKET-LINE.
           STRING "  VALEUR " WS-BON-VALEUR " euros  VALABLE JUSQU'AU "
               WS-BON-EXPIRATION
               DELIMITED BY SIZE INTO WS-TICKET-LINE.
           WRITE WS-TICKET-LINE FROM WS-TICKET-LINE.
           MOVE SPACES TO WS-TICKET-LINE.
           STRING "  REGLEMENT              " WS-REGLEMENT-LIBELLE
               DELIMITED BY SIZE INTO WS-TICKET-LINE.
           WRITE WS-TICKET-LINE FROM WS-TICKET-LINE.
           CLOSE F-TICKETS.

           DISPLAY "Bon cadeau " WS-BON-SAISIE " de " WS-BON-VALEUR
               " euros, valable jusqu'au " WS-BON-EXPIRATION ".".

       VENDRE-BON-EXIT.
           EXIT.

      ******************************************************************
      *rachat d'un bon cadeau sur la commande en cours : le bon
      *doit porter sa cle, figurer au grand livre, ne pas etre
      *echu et garder un solde ; il regle au plus le total
       RACHETER-BON.

           MOVE ZEROES TO WS-BON-NUMERO-CMD WS-BON-RACHAT.
           IF WS-TOTAL-COMMANDE EQUAL ZEROES
               GO TO RACHETER-BON-EXIT
           END-IF.

           DISPLAY "Bon cadeau presente ? (numero, 0 = aucun)".
           MOVE ZEROES TO WS-BON-SAISIE.
           ACCEPT WS-BON-SAISIE.
           IF WS-BON-SAISIE EQUAL ZEROES
               GO TO RACHETER-BON-EXIT
           END-IF.

           PERFORM CONTROLER-BON THRU CONTROLER-BON-EXIT.
           IF WS-BON-MOTIF-REFUS NOT EQUAL SPACES
               DISPLAY "Bon " WS-BON-SAISIE " refuse : "
                   WS-BON-MOTIF-REFUS
               GO TO RACHETER-BON-EXIT
           END-IF.

           IF WS-BON-SOLDE > WS-TOTAL-COMMANDE
               MOVE WS-TOTAL-COMMANDE TO WS-BON-RACHAT
           ELSE
               MOVE WS-BON-SOLDE TO WS-BON-RACHAT
           END-IF.
           MOVE WS-BON-SAISIE TO WS-BON-NUMERO-CMD.

           MOVE "R" TO WS-BON-SENS.
           MOVE WS-BON-RACHAT TO WS-BON-VALEUR.
           MOVE WS-NO-COMMANDE TO WS-BON-COMMANDE.
           PERFORM JOURNALISER-BON THRU JOURNALISER-BON-EXIT.

           SUBTRACT WS-BON-RACHAT FROM WS-BON-SOLDE.
           DISPLAY "Bon " WS-BON-SAISIE " : " WS-BON-RACHAT
               " euros utilises, reste " WS-BON-SOLDE
               " euros sur le bon.".

       RACHETER-BON-EXIT.
           EXIT.

      ******************************************************************
      *controle du bon WS-BON-SAISIE : cle, emission, echeance et
      *solde relus du grand livre ; WS-BON-MOTIF-REFUS a blanc si
      *le bon est utilisable
       CONTROLER-BON.

           MOVE SPACES TO WS-BON-MOTIF-REFUS.
           MOVE ZEROES TO WS-BON-SOLDE WS-BON-EXPIRATION.
           MOVE "N" TO WS-BON-EMIS.

           DIVIDE WS-BON-SAISIE BY 97 GIVING WS-BON-QUOTIENT
               REMAINDER WS-BON-RESTE-97.
           IF WS-BON-RESTE-97 NOT EQUAL ZEROES
               MOVE "numero invalide" TO WS-BON-MOTIF-REFUS
               GO TO CONTROLER-BON-EXIT
           END-IF.

           OPEN INPUT F-BONS.
           IF FS-BONS-OK
               MOVE "N" TO WS-BON-FIN
               PERFORM UNTIL WS-BON-FIN = "Y"
                   READ F-BONS
                       AT END
                           MOVE "Y" TO WS-BON-FIN
                       NOT AT END
                           IF BON-NUMERO EQUAL WS-BON-SAISIE
                               EVALUATE TRUE
                                   WHEN BON-EST-EMISSION
                                       MOVE "Y" TO WS-BON-EMIS
                                       MOVE BON-EXPIRATION
                                           TO WS-BON-EXPIRATION
                                       ADD BON-MONTANT TO WS-BON-SOLDE
                                   WHEN BON-EST-RECREDIT
                                       ADD BON-MONTANT TO WS-BON-SOLDE
                                   WHEN BON-EST-RACHAT
                                       SUBTRACT BON-MONTANT
                                           FROM WS-BON-SOLDE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-BONS
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           EVALUATE TRUE
               WHEN WS-BON-EMIS NOT EQUAL "Y"
                   MOVE "bon inconnu" TO WS-BON-MOTIF-REFUS
               WHEN WS-BON-EXPIRATION < WS-HORODATAGE(1:8)
                   MOVE "bon echu" TO WS-BON-MOTIF-REFUS
               WHEN WS-BON-SOLDE NOT > ZEROES
                   MOVE "bon epuise" TO WS-BON-MOTIF-REFUS
           END-EVALUATE.

       CONTROLER-BON-EXIT.
           EXIT.

      ******************************************************************
      *mouvement WS-BON-SENS du bon WS-BON-SAISIE au grand livre
       JOURNALISER-BON.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           OPEN EXTEND F-BONS.
           IF NOT FS-BONS-OK
               CLOSE F-BONS
               OPEN OUTPUT F-BONS
           END-IF.
           IF NOT FS-BONS-OK
               DISPLAY "Erreur ouverture F-BONS : " FS-BONS
               GO TO JOURNALISER-BON-EXIT
           END-IF.

           MOVE SPACES TO BON-MOUVEMENT.
           MOVE WS-BON-SAISIE TO BON-NUMERO.
           MOVE WS-BON-SENS TO BON-SENS.
           MOVE WS-HORODATAGE(1:8) TO BON-DATE.
           MOVE WS-BON-VALEUR TO BON-MONTANT.
           MOVE WS-BON-EXPIRATION TO BON-EXPIRATION.
           MOVE WS-BON-COMMANDE TO BON-COMMANDE.
           IF WS-BON-SENS EQUAL "E"
               MOVE WS-REGLEMENT TO BON-REGLEMENT
           END-IF.
           WRITE BON-MOUVEMENT.

           CLOSE F-BONS.

       JOURNALISER-BON-EXIT.
           EXIT.

      ******************************************************************
      *saisie d'une ligne de commande : taille (entree a blanc =
      *fin de la commande) puis nombre de pizzas, zero reprenant le
      *reste du nombre conseille pour les convives
       SAISIR-UNE-LIGNE.

           IF WS-LIG-NB EQUAL ZERO
               DISPLAY "Quelle taille de pizza ? (P/M/G/F)"
           ELSE
               DISPLAY "Autre taille ? (P/M/G/F, entree = fin de "
                   "la commande)"
           END-IF.
           MOVE SPACE TO WS-LIG-SAISIE-TAILLE.
           ACCEPT WS-LIG-SAISIE-TAILLE.
           MOVE FUNCTION UPPER-CASE(WS-LIG-SAISIE-TAILLE)
               TO WS-LIG-SAISIE-TAILLE.
           IF WS-LIG-SAISIE-TAILLE EQUAL SPACE
               MOVE "Y" TO WS-LIG-FIN
               GO TO SAISIR-UNE-LIGNE-EXIT
           END-IF.

           MOVE WS-LIG-SAISIE-TAILLE TO WS-PIZZA-TYPE.
           MOVE ZERO TO WS-PRIX-UNITAIRE.
           PERFORM VARYING WS-TARIF-IDX FROM 1 BY 1
               UNTIL WS-TARIF-IDX > 4
               IF WS-TARIF-CODE(WS-TARIF-IDX) EQUAL WS-PIZZA-TYPE
                   MOVE WS-TARIF-PRIX(WS-TARIF-IDX) TO WS-PRIX-UNITAIRE
               END-IF
           END-PERFORM.
      *taille inconnue : rabattue entierement sur la Petite (code
      *compris), sinon le journal et la cloture ventileraient sous
      *un code fantome et la recette ne serait pas trouvee
           IF WS-PRIX-UNITAIRE EQUAL ZERO
               DISPLAY "Taille inconnue, tarif Petite applique."
               MOVE WS-TARIF-PRIX(1) TO WS-PRIX-UNITAIRE
               MOVE WS-TARIF-CODE(1) TO WS-PIZZA-TYPE
           END-IF.

      *la taille choisie contient-elle un allergene du client ?
           PERFORM ALERTER-ALLERGIES THRU ALERTER-ALLERGIES-EXIT.

           DISPLAY "Combien de pizzas " WS-PIZZA-TYPE " ? (0 = "
               WS-LIG-CONSEIL " conseillee(s))".
           MOVE ZEROES TO WS-LIG-SAISIE-QTE.
           ACCEPT WS-LIG-SAISIE-QTE.
           IF WS-LIG-SAISIE-QTE EQUAL ZEROES
               MOVE WS-LIG-CONSEIL TO WS-LIG-SAISIE-QTE
           END-IF.
           IF WS-LIG-SAISIE-QTE EQUAL ZEROES
               DISPLAY "Aucune pizza sur cette ligne, ligne ignoree."
               GO TO SAISIR-UNE-LIGNE-EXIT
           END-IF.
           PERFORM TOTALISER-LIGNES THRU TOTALISER-LIGNES-EXIT.
           IF WS-PIZZAS + WS-LIG-SAISIE-QTE > 999
               DISPLAY "Plus de 999 pizzas sur la commande, ligne "
                   "ignoree."
               GO TO SAISIR-UNE-LIGNE-EXIT
           END-IF.

      *une taille deja saisie cumule sur sa ligne
           MOVE ZERO TO WS-LIG-CIBLE.
           PERFORM VARYING IDX-LIG FROM 1 BY 1
               UNTIL IDX-LIG > WS-LIG-NB
               IF WS-LIG-TAILLE(IDX-LIG) EQUAL WS-PIZZA-TYPE
                   SET WS-LIG-CIBLE TO IDX-LIG
               END-IF
           END-PERFORM.
           IF WS-LIG-CIBLE EQUAL ZERO
               ADD 1 TO WS-LIG-NB
               MOVE WS-LIG-NB TO WS-LIG-CIBLE
               MOVE WS-PIZZA-TYPE TO WS-LIG-TAILLE(WS-LIG-CIBLE)
               MOVE WS-PRIX-UNITAIRE TO WS-LIG-PRIX(WS-LIG-CIBLE)
               MOVE ZEROES TO WS-LIG-QUANTITE(WS-LIG-CIBLE)
                   WS-LIG-MONTANT(WS-LIG-CIBLE)
                   WS-LIG-REMISE(WS-LIG-CIBLE)
                   WS-LIG-DISPO(WS-LIG-CIBLE)
           END-IF.
           ADD WS-LIG-SAISIE-QTE TO WS-LIG-QUANTITE(WS-LIG-CIBLE).

           IF WS-LIG-SAISIE-QTE < WS-LIG-CONSEIL
               SUBTRACT WS-LIG-SAISIE-QTE FROM WS-LIG-CONSEIL
           ELSE
               MOVE ZEROES TO WS-LIG-CONSEIL
           END-IF.

       SAISIR-UNE-LIGNE-EXIT.
           EXIT.

      ******************************************************************
      *nombre total de pizzas de la commande en cours
       TOTALISER-LIGNES.

           MOVE ZEROES TO WS-PIZZAS.
           PERFORM VARYING IDX-LIG FROM 1 BY 1
               UNTIL IDX-LIG > WS-LIG-NB
               ADD WS-LIG-QUANTITE(IDX-LIG) TO WS-PIZZAS
           END-PERFORM.

       TOTALISER-LIGNES-EXIT.
           EXIT.

      ******************************************************************
      *commande reduite acceptee : chaque ligne prend sa quantite
      *realisable, les lignes tombees a zero sont retirees
       RETENIR-DISPONIBLE.

           MOVE ZERO TO WS-LIG-DEST.
           PERFORM VARYING IDX-LIG FROM 1 BY 1
               UNTIL IDX-LIG > WS-LIG-NB
               IF WS-LIG-DISPO(IDX-LIG) > ZEROES
                   ADD 1 TO WS-LIG-DEST
                   MOVE WS-LIGNE(IDX-LIG) TO WS-LIGNE(WS-LIG-DEST)
                   MOVE WS-LIG-DISPO(WS-LIG-DEST)
                       TO WS-LIG-QUANTITE(WS-LIG-DEST)
               END-IF
           END-PERFORM.
           MOVE WS-LIG-DEST TO WS-LIG-NB.
           PERFORM TOTALISER-LIGNES THRU TOTALISER-LIGNES-EXIT.

       RETENIR-DISPONIBLE-EXIT.
           EXIT.
      ******************************************************************
       LOG-ORDER.

           MOVE WS-HORODATAGE(1:14) TO ORD-HORODATAGE.
           MOVE WS-CONVIVES TO ORD-CONVIVES.
           MOVE WS-PIZZAS TO ORD-PIZZAS.
      *taille et prix unitaire a l'entete seulement pour une
      *commande d'une seule taille
           IF WS-LIG-NB EQUAL 1
               MOVE WS-LIG-TAILLE(1) TO ORD-TAILLE
               MOVE WS-LIG-PRIX(1) TO ORD-PRIX-UNITAIRE
           ELSE
               MOVE "*" TO ORD-TAILLE
               MOVE ZEROES TO ORD-PRIX-UNITAIRE
           END-IF.
           MOVE WS-MODE-COMMANDE TO ORD-MODE.
           MOVE WS-LOG-ZONE TO ORD-ZONE.
           MOVE WS-LOG-FRAIS TO ORD-FRAIS.
           MOVE WS-CLI-NUMERO-CMD TO ORD-CLIENT.
           COMPUTE ORD-REMISE = WS-REMISE-FIDELITE + WS-REMISE-PROMO
               + WS-REMISE-POINTS + WS-REMISE-AVOIR.
           MOVE WS-LIVREUR-CMD TO ORD-LIVREUR.
           MOVE WS-TOTAL-COMMANDE TO ORD-TOTAL.
           MOVE WS-REGLEMENT TO ORD-REGLEMENT.
           MOVE WS-BON-NUMERO-CMD TO ORD-BON-NUMERO.
           MOVE WS-BON-RACHAT TO ORD-BON-MONTANT.
           MOVE "E" TO ORD-TYPE-ENREG.
           MOVE ZEROES TO ORD-RANG-LIGNE.
           WRITE ORD-COMMANDE.

      *une ligne par taille : nombre de pizzas, prix unitaire,
      *remise promotion et montant net de la ligne
           PERFORM VARYING IDX-LIG FROM 1 BY 1
               UNTIL IDX-LIG > WS-LIG-NB
               MOVE SPACES TO ORD-COMMANDE
               MOVE WS-NO-COMMANDE TO ORD-NUMERO
               MOVE WS-HORODATAGE(1:14) TO ORD-HORODATAGE
               MOVE ZEROES TO ORD-CONVIVES ORD-ZONE ORD-FRAIS
                   ORD-LIVREUR
               MOVE WS-LIG-QUANTITE(IDX-LIG) TO ORD-PIZZAS
               MOVE WS-LIG-TAILLE(IDX-LIG) TO ORD-TAILLE
               MOVE WS-LIG-PRIX(IDX-LIG) TO ORD-PRIX-UNITAIRE
               MOVE WS-MODE-COMMANDE TO ORD-MODE
               MOVE WS-CLI-NUMERO-CMD TO ORD-CLIENT
               MOVE WS-LIG-REMISE(IDX-LIG) TO ORD-REMISE
               COMPUTE ORD-TOTAL = WS-LIG-MONTANT(IDX-LIG)
                   - WS-LIG-REMISE(IDX-LIG)
               MOVE WS-REGLEMENT TO ORD-REGLEMENT
               MOVE ZEROES TO ORD-BON-NUMERO ORD-BON-MONTANT
               MOVE "L" TO ORD-TYPE-ENREG
               SET ORD-RANG-LIGNE TO IDX-LIG
               WRITE ORD-COMMANDE
           END-PERFORM.

           DISPLAY "Commande enregistree sous le numero "
               WS-NO-COMMANDE ".".

           CLOSE F-ORDERS.

           PERFORM CREER-SUIVI THRU CREER-SUIVI-EXIT.

       LOG-ORDER-EXIT.
           EXIT.

      ******************************************************************
      *fiche de suivi de la commande journalisee, a l'etat recue ;
      *un fichier de suivi indisponible n'empeche pas la vente
       CREER-SUIVI.

           IF WS-SUIVI-PROMIS EQUAL ZEROES
               MOVE WS-HORODATAGE(1:14) TO WS-SUIVI-PROMIS
               IF WS-MODE-COMMANDE EQUAL "L"
                   COMPUTE WS-SUIVI-MINUTES = WS-SUIVI-HH * 60
                       + WS-SUIVI-MM + WS-DELAI-LIVRAISON
               ELSE
                   COMPUTE WS-SUIVI-MINUTES = WS-SUIVI-HH * 60
                       + WS-SUIVI-MM + WS-DELAI-EMPORTER
               END-IF
      *promesse au-dela de minuit : lendemain
               IF WS-SUIVI-MINUTES >= 1440
                   SUBTRACT 1440 FROM WS-SUIVI-MINUTES
                   MOVE "A" TO DSV-FONCTION
                   MOVE WS-SUIVI-JOUR TO DSV-DATE
                   MOVE 1 TO DSV-NB-JOURS
                   CALL "datesvc" USING DSV-PARAMS
                   MOVE DSV-DATE-RESULTAT TO WS-SUIVI-JOUR
               END-IF
               DIVIDE WS-SUIVI-MINUTES BY 60 GIVING WS-SUIVI-HH
                   REMAINDER WS-SUIVI-MM
               MOVE ZEROES TO WS-SUIVI-SS
           END-IF.

           OPEN I-O F-SUIVI.
           IF NOT FS-SUIVI-OK
               OPEN OUTPUT F-SUIVI
               IF FS-SUIVI-OK
                   CLOSE F-SUIVI
                   OPEN I-O F-SUIVI
               END-IF
           END-IF.
           IF NOT FS-SUIVI-OK
               DISPLAY "COMMANDES-SUIVI.idx indisponible (" FS-SUIVI
                   ") : commande non suivie."
               GO TO CREER-SUIVI-FIN
           END-IF.

           MOVE SPACES TO STA-REC.
           MOVE WS-NO-COMMANDE TO STA-NUMERO.
           MOVE WS-HORODATAGE(1:8) TO STA-DATE.
           MOVE "R" TO STA-ETAT.
           MOVE WS-MODE-COMMANDE TO STA-MODE.
           MOVE WS-LOG-ZONE TO STA-ZONE.
           MOVE WS-LIVREUR-CMD TO STA-LIVREUR.
           MOVE WS-SUIVI-PROMIS TO STA-PROMIS.
           MOVE WS-HORODATAGE(1:14) TO STA-HORO-RECUE.
           MOVE ZEROES TO STA-HORO-PREPARATION STA-HORO-SORTIE
               STA-HORO-TERMINEE.
      *numero deja suivi (sequence remise a zero) : la fiche est
      *remplacee par celle de la nouvelle commande
           WRITE STA-REC
               INVALID KEY
                   REWRITE STA-REC
           END-WRITE.
           CLOSE F-SUIVI.

           DISPLAY "Promise pour " WS-SUIVI-HH ":" WS-SUIVI-MM
               " le " WS-SUIVI-JOUR ".".

       CREER-SUIVI-FIN.
           MOVE ZEROES TO WS-SUIVI-PROMIS.

       CREER-SUIVI-EXIT.
           EXIT.

      ******************************************************************
      *commande annulee : sa fiche de suivi est close a l'etat A
       ANNULER-SUIVI.

           OPEN I-O F-SUIVI.
           IF NOT FS-SUIVI-OK
               GO TO ANNULER-SUIVI-EXIT
           END-IF.
           MOVE WS-ANN-NUMERO TO STA-NUMERO.
           READ F-SUIVI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "A" TO STA-ETAT
                   REWRITE STA-REC
           END-READ.
           CLOSE F-SUIVI.

       ANNULER-SUIVI-EXIT.
           EXIT.
      ******************************************************************
      *identification du client de la commande : par numero, par
      *telephone ou par debut de nom dans CUSTOMERS.idx (les appelants
           ELSE
               DISPLAY "Bonjour " WS-CLI-NOM
                   " (" WS-CLI-NB-COMMANDES " commande(s))"
               PERFORM REVOIR-ALLERGIES-CLIENT
                   THRU REVOIR-ALLERGIES-CLIENT-EXIT
           END-IF.

           IF WS-CLI-TROUVE EQUAL "Y"
                   MOVE CLI-IDX-ADRESSE TO WS-CLI-ADRESSE
                   MOVE CLI-IDX-ZONE TO WS-CLI-ZONE
                   MOVE CLI-IDX-NB-COMMANDES TO WS-CLI-NB-COMMANDES
                   MOVE CLI-IDX-ALLERGIES TO WS-CLI-ALLERGIES
           END-READ.

           CLOSE F-CUSTOMERS-IDX.
           EXIT.

      ******************************************************************
      *recherche par debut de nom (saisie partielle admise), suivie
      *des noms qui s'en approchent a l'oreille (Lefevre pour
      *Lefebvre), classes par proximite
       CHERCHER-PAR-NOM.

           DISPLAY "Nom (ou debut de nom) ?".
               FUNCTION TRIM(WS-CLI-NOM-SAISI)).

           MOVE ZEROES TO WS-CLI-MATCHES.
           MOVE ZEROES TO WS-CLI-PHO-NB.
           OPEN INPUT F-CUSTOMERS-IDX.
           IF NOT FS-CLIIDX-OK
               DISPLAY "Fichier clients indisponible : " FS-CLIIDX
                           ADD 1 TO WS-CLI-MATCHES
                           DISPLAY "  " CLI-IDX-NUMERO " "
                               CLI-IDX-NOM " " CLI-IDX-TELEPHONE
                       ELSE
                           PERFORM RAPPROCHER-NOM-CLIENT
                               THRU RAPPROCHER-NOM-CLIENT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMERS-IDX.

           IF WS-CLI-PHO-NB > ZEROES
               DISPLAY "Noms proches a l'oreille :"
               PERFORM VARYING WS-CLI-PHO-RANG FROM 1 BY 1
                   UNTIL WS-CLI-PHO-RANG > WS-CLI-PHO-NB
                   PERFORM AFFICHER-NOM-PROCHE
                       THRU AFFICHER-NOM-PROCHE-EXIT
               END-PERFORM
               ADD WS-CLI-PHO-NB TO WS-CLI-MATCHES
           END-IF.

           PERFORM RETENIR-UN-CLIENT THRU RETENIR-UN-CLIENT-EXIT.

       CHERCHER-PAR-NOM-EXIT.
           EXIT.

      ******************************************************************
      *fiche lue dont le nom ne commence pas par la saisie : gardee
      *si phonetiq la juge assez proche ; table pleine, elle prend la
      *place de la moins proche si elle fait mieux
       RAPPROCHER-NOM-CLIENT.

           INITIALIZE PHO-PARAMS.
           MOVE "R" TO PHO-FONCTION.
           MOVE WS-CLI-NOM-SAISI TO PHO-NOM.
           MOVE CLI-IDX-NOM TO PHO-NOM-CANDIDAT.
           CALL "phonetiq" USING PHO-PARAMS.
           IF PHO-RETENU NOT EQUAL "Y"
               GO TO RAPPROCHER-NOM-CLIENT-EXIT
           END-IF.

           IF WS-CLI-PHO-NB < 20
               ADD 1 TO WS-CLI-PHO-NB
               MOVE WS-CLI-PHO-NB TO WS-CLI-PHO-CIBLE
           ELSE
               MOVE 1 TO WS-CLI-PHO-CIBLE
               PERFORM VARYING WS-CLI-PHO-IDX FROM 2 BY 1
                   UNTIL WS-CLI-PHO-IDX > 20
                   IF WS-CLI-PHO-SCORE(WS-CLI-PHO-IDX) <
                       WS-CLI-PHO-SCORE(WS-CLI-PHO-CIBLE)
                       MOVE WS-CLI-PHO-IDX TO WS-CLI-PHO-CIBLE
                   END-IF
               END-PERFORM
               IF PHO-SCORE NOT > WS-CLI-PHO-SCORE(WS-CLI-PHO-CIBLE)
                   GO TO RAPPROCHER-NOM-CLIENT-EXIT
               END-IF
           END-IF.

           MOVE PHO-SCORE TO WS-CLI-PHO-SCORE(WS-CLI-PHO-CIBLE).
           MOVE CLI-IDX-NUMERO TO WS-CLI-PHO-NUMERO(WS-CLI-PHO-CIBLE).
           MOVE CLI-IDX-NOM TO WS-CLI-PHO-NOM(WS-CLI-PHO-CIBLE).
           MOVE CLI-IDX-TELEPHONE
               TO WS-CLI-PHO-TELEPHONE(WS-CLI-PHO-CIBLE).

       RAPPROCHER-NOM-CLIENT-EXIT.
           EXIT.

      ******************************************************************
      *le plus proche des noms gardes pas encore affiches ; son score
      *est remis a zero une fois affiche
       AFFICHER-NOM-PROCHE.

           MOVE ZEROES TO WS-CLI-PHO-CIBLE WS-CLI-PHO-MEILLEUR.
           PERFORM VARYING WS-CLI-PHO-IDX FROM 1 BY 1
               UNTIL WS-CLI-PHO-IDX > WS-CLI-PHO-NB
               IF WS-CLI-PHO-SCORE(WS-CLI-PHO-IDX) >
                   WS-CLI-PHO-MEILLEUR
                   MOVE WS-CLI-PHO-SCORE(WS-CLI-PHO-IDX)
                       TO WS-CLI-PHO-MEILLEUR
                   MOVE WS-CLI-PHO-IDX TO WS-CLI-PHO-CIBLE
               END-IF
           END-PERFORM.
           IF WS-CLI-PHO-CIBLE EQUAL ZEROES
               GO TO AFFICHER-NOM-PROCHE-EXIT
           END-IF.

           DISPLAY "  " WS-CLI-PHO-NUMERO(WS-CLI-PHO-CIBLE) " "
               WS-CLI-PHO-NOM(WS-CLI-PHO-CIBLE) " "
               WS-CLI-PHO-TELEPHONE(WS-CLI-PHO-CIBLE)
               " (proximite " WS-CLI-PHO-MEILLEUR "%)".
           MOVE ZEROES TO WS-CLI-PHO-SCORE(WS-CLI-PHO-CIBLE).

       AFFICHER-NOM-PROCHE-EXIT.
           EXIT.

      ******************************************************************
       RETENIR-UN-CLIENT.

               MOVE ZERO TO WS-CLI-ZONE
           END-IF.
           MOVE ZEROES TO WS-CLI-NB-COMMANDES.
           MOVE SPACES TO WS-CLI-ALLERGIES.
           DISPLAY "Allergies declarees ? (jusqu'a 4 lettres parmi "
               ALG-CODES ", - ou Entree = aucune)".
           PERFORM SAISIR-ALLERGIES-CLIENT
               THRU SAISIR-ALLERGIES-CLIENT-EXIT.

           PERFORM ECRIRE-FICHE-CLIENT THRU ECRIRE-FICHE-CLIENT-EXIT.

       CREER-CLIENT-EXIT.
           EXIT.

      ******************************************************************
      *ecriture de la fiche WS-CLI-COURANT-REC dans CUSTOMERS.idx (au
      *comptoir comme pour une commande entrante)
       ECRIRE-FICHE-CLIENT.

           OPEN I-O F-CUSTOMERS-IDX.
           IF NOT FS-CLIIDX-OK
               DISPLAY "Fichier clients indisponible (" FS-CLIIDX
                   "), commande anonyme."
               MOVE ZEROES TO WS-CLI-NUMERO-CMD
               GO TO ECRIRE-FICHE-CLIENT-EXIT
           END-IF.
           MOVE SPACES TO CLI-IDX-REC.
           MOVE WS-CLI-NUMERO TO CLI-IDX-NUMERO.
           MOVE WS-CLI-ADRESSE TO CLI-IDX-ADRESSE.
           MOVE WS-CLI-ZONE TO CLI-IDX-ZONE.
           MOVE WS-CLI-NB-COMMANDES TO CLI-IDX-NB-COMMANDES.
           MOVE WS-CLI-ALLERGIES TO CLI-IDX-ALLERGIES.
           WRITE CLI-IDX-REC
               INVALID KEY
                   DISPLAY "Ecriture de la fiche refusee : "
           MOVE "Y" TO WS-CLI-TROUVE.
           DISPLAY "Client cree sous le numero " WS-CLI-NUMERO.

       ECRIRE-FICHE-CLIENT-EXIT.
           EXIT.

      ******************************************************************
       MAJ-CLIENT-COMMANDES-EXIT.
           EXIT.

      ******************************************************************
      *allergies d'un client connu : rappel a chaque commande et mise
      *a jour au comptoir, reecrite aussitot dans CUSTOMERS.idx
       REVOIR-ALLERGIES-CLIENT.

           MOVE SPACES TO WS-ALG-LISTE.
           PERFORM VARYING WS-ALG-POS FROM 1 BY 1 UNTIL WS-ALG-POS > 4
               MOVE WS-CLI-ALLERGIES(WS-ALG-POS:1) TO WS-ALG-LETTRE
               PERFORM RANG-ALLERGENE THRU RANG-ALLERGENE-EXIT
               IF WS-ALG-RANG > ZERO
                   MOVE WS-ALG-LETTRE TO WS-ALG-LISTE(WS-ALG-RANG:1)
               END-IF
           END-PERFORM.
           IF WS-ALG-LISTE EQUAL SPACES
               DISPLAY "Allergies declarees : aucune"
           ELSE
               PERFORM LIBELLER-ALLERGENES
                   THRU LIBELLER-ALLERGENES-EXIT
               DISPLAY "Allergies declarees : "
                   FUNCTION TRIM(WS-ALG-LIBELLES)
           END-IF.
           DISPLAY "Allergies ? (Entree = inchangees, - = aucune, "
               "lettres parmi " ALG-CODES ")".
           PERFORM SAISIR-ALLERGIES-CLIENT
               THRU SAISIR-ALLERGIES-CLIENT-EXIT.
           IF WS-CLI-ALG-MODIFIEE NOT EQUAL "Y"
               GO TO REVOIR-ALLERGIES-CLIENT-EXIT
           END-IF.

           OPEN I-O F-CUSTOMERS-IDX.
           IF NOT FS-CLIIDX-OK
               DISPLAY "Fichier clients indisponible : " FS-CLIIDX
               GO TO REVOIR-ALLERGIES-CLIENT-EXIT
           END-IF.
           MOVE WS-CLI-NUMERO TO CLI-IDX-NUMERO.
           READ F-CUSTOMERS-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-CLI-ALLERGIES TO CLI-IDX-ALLERGIES
                   REWRITE CLI-IDX-REC
                   DISPLAY "Allergies enregistrees."
           END-READ.
           CLOSE F-CUSTOMERS-IDX.

       REVOIR-ALLERGIES-CLIENT-EXIT.
           EXIT.

      ******************************************************************
      *saisie des allergies du client courant : Entree laisse
      *WS-CLI-ALLERGIES inchange, "-" l'efface ; une lettre hors de
      *la table est signalee et ignoree
       SAISIR-ALLERGIES-CLIENT.

           MOVE "N" TO WS-CLI-ALG-MODIFIEE.
           MOVE SPACES TO WS-CLI-ALG-SAISIE.
           ACCEPT WS-CLI-ALG-SAISIE.
           MOVE FUNCTION UPPER-CASE(WS-CLI-ALG-SAISIE)
               TO WS-CLI-ALG-SAISIE.
           IF WS-CLI-ALG-SAISIE EQUAL SPACES
               GO TO SAISIR-ALLERGIES-CLIENT-EXIT
           END-IF.

           MOVE "Y" TO WS-CLI-ALG-MODIFIEE.
           MOVE SPACES TO WS-CLI-ALLERGIES.
           IF WS-CLI-ALG-SAISIE(1:1) EQUAL "-"
               GO TO SAISIR-ALLERGIES-CLIENT-EXIT
           END-IF.
           MOVE ZERO TO WS-ALG-RANG.
           PERFORM VARYING WS-ALG-POS FROM 1 BY 1 UNTIL WS-ALG-POS > 4
               MOVE WS-CLI-ALG-SAISIE(WS-ALG-POS:1) TO WS-ALG-LETTRE
               IF WS-ALG-LETTRE NOT EQUAL SPACE
                   PERFORM RANG-ALLERGENE THRU RANG-ALLERGENE-EXIT
                   IF WS-ALG-RANG EQUAL ZERO
                       DISPLAY "Allergene inconnu ignore : "
                           WS-ALG-LETTRE
                   ELSE
                       MOVE WS-ALG-LETTRE
                           TO WS-CLI-ALLERGIES(WS-ALG-POS:1)
                   END-IF
               END-IF
           END-PERFORM.

       SAISIR-ALLERGIES-CLIENT-EXIT.
           EXIT.

      ******************************************************************
      *solde de points du client courant par sommation du grand
      *livre : gains E moins rachats B

      ******************************************************************
      *edition d'une commande de l'historique si elle appartient au
      *client demande (ORD-COMMANDE deja garni par l'appelant) ; les
      *lignes par taille sont resumees par leur entete
       AFFICHER-COMMANDE-HIST.

           IF ORD-CLIENT NUMERIC
               AND ORD-CLIENT EQUAL WS-CLI-SAISIE
               AND WS-CLI-SAISIE > ZERO
               AND NOT ORD-EST-LIGNE
               ADD 1 TO WS-HIST-COUNT
               DISPLAY "Commande " ORD-NUMERO
                   " du " ORD-HORODATAGE(1:8)
           EXIT.

      ******************************************************************
      *chargement du stock depuis le maitre ingredients, dans l'ordre
      *des codes ; migration unique depuis INVENTORY.txt s'il
      *n'existe pas encore
       LOAD-INVENTORY.

           MOVE ZEROES TO WS-INV-NB.

           OPEN INPUT F-INGREDIENTS.
           IF NOT FS-INGREDIENTS-OK
               PERFORM MIGRER-INGREDIENTS THRU MIGRER-INGREDIENTS-EXIT
               OPEN INPUT F-INGREDIENTS
           END-IF.
      *maitre illisible : les defauts compiles prennent le relais
      *pour la session
           IF NOT FS-INGREDIENTS-OK
               DISPLAY "Maitre ingredients indisponible : "
                   FS-INGREDIENTS
               PERFORM POSER-DEFAUTS-INVENTAIRE
                   THRU POSER-DEFAUTS-INVENTAIRE-EXIT
               GO TO LOAD-INVENTORY-EXIT
           END-IF.

           MOVE "N" TO WS-INV-FIN.
           PERFORM UNTIL WS-INV-FIN = "Y"
               READ F-INGREDIENTS NEXT
                   AT END
                       MOVE "Y" TO WS-INV-FIN
                   NOT AT END
                       IF WS-INV-NB < 500
                           ADD 1 TO WS-INV-NB
                           MOVE WS-INV-NB TO WS-INV-IDX
                           PERFORM RETENIR-INGREDIENT
                               THRU RETENIR-INGREDIENT-EXIT
                       ELSE
                           DISPLAY "Plus de 500 ingredients : "
                               ING-CODE " non charge."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-INGREDIENTS.

       LOAD-INVENTORY-EXIT.
           EXIT.

      ******************************************************************
      *fiche lue du maitre rangee au poste WS-INV-IDX
       RETENIR-INGREDIENT.

           MOVE ING-CODE TO WS-INV-NOM(WS-INV-IDX).
           MOVE ING-UNITE TO WS-INV-UNITE(WS-INV-IDX).
           IF ING-STOCK-SIGNE EQUAL "-"
               COMPUTE WS-INV-STOCK(WS-INV-IDX) = 0 - ING-STOCK
           ELSE
               MOVE ING-STOCK TO WS-INV-STOCK(WS-INV-IDX)
           END-IF.
           MOVE ING-USAGE TO WS-INV-USAGE(WS-INV-IDX).
           MOVE ING-SEUIL TO WS-INV-SEUIL(WS-INV-IDX).
           MOVE ING-FOURNISSEUR TO WS-INV-FOURNISSEUR(WS-INV-IDX).
           MOVE ING-COUT TO WS-INV-COUT(WS-INV-IDX).
           MOVE "N" TO WS-INV-PO-EMISE(WS-INV-IDX).
           MOVE ING-ALLERGENES TO WS-INV-ALLERGENES(WS-INV-IDX).

       RETENIR-INGREDIENT-EXIT.
           EXIT.

      ******************************************************************
      *les quatre ingredients historiques avec leur stock initial
       POSER-DEFAUTS-INVENTAIRE.

           MOVE 4 TO WS-INV-NB.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > 4
               MOVE WS-DEF-NOM(WS-INV-IDX) TO WS-INV-NOM(WS-INV-IDX)
               MOVE "U" TO WS-INV-UNITE(WS-INV-IDX)
               MOVE WS-DEF-STOCK(WS-INV-IDX)
                   TO WS-INV-STOCK(WS-INV-IDX)
               MOVE WS-DEF-USAGE(WS-INV-IDX)
                   TO WS-INV-USAGE(WS-INV-IDX)
               MOVE WS-DEF-SEUIL(WS-INV-IDX)
                   TO WS-INV-SEUIL(WS-INV-IDX)
               MOVE WS-DEF-FOURNISSEUR(WS-INV-IDX)
                   TO WS-INV-FOURNISSEUR(WS-INV-IDX)
               MOVE WS-DEF-COUT(WS-INV-IDX) TO WS-INV-COUT(WS-INV-IDX)
               MOVE "N" TO WS-INV-PO-EMISE(WS-INV-IDX)
               MOVE SPACES TO WS-INV-ALLERGENES(WS-INV-IDX)
           END-PERFORM.

       POSER-DEFAUTS-INVENTAIRE-EXIT.
           EXIT.

      ******************************************************************
      *migration unique de l'ancien INVENTORY.txt vers
      *INGREDIENTS.idx : les defauts sont poses d'abord, la ligne de
      *rang n de l'ancien fichier remplace le defaut de meme rang ;
      *l'ancien fichier est conserve tel quel comme trace de la
      *bascule et les recettes sont converties dans la foulee
       MIGRER-INGREDIENTS.

           MOVE ZEROES TO WS-INV-MIGRES.
           PERFORM POSER-DEFAUTS-INVENTAIRE
               THRU POSER-DEFAUTS-INVENTAIRE-EXIT.

           OPEN INPUT F-INVENTORY.
           IF FS-INVENTORY-OK
               MOVE ZEROES TO WS-INV-IDX
               MOVE "N" TO WS-INV-FIN
               PERFORM UNTIL WS-INV-FIN = "Y"
                   READ F-INVENTORY INTO WS-INVENTORY-LINE
                       AT END
                           MOVE "Y" TO WS-INV-FIN
                       NOT AT END
                           IF WS-INV-IDX < 500
                               ADD 1 TO WS-INV-IDX
                               PERFORM LIRE-ANCIEN-STOCK
                                   THRU LIRE-ANCIEN-STOCK-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-INVENTORY
           END-IF.

           OPEN OUTPUT F-INGREDIENTS.
           IF NOT FS-INGREDIENTS-OK
               DISPLAY "Creation de INGREDIENTS.idx impossible : "
                   FS-INGREDIENTS
               GO TO MIGRER-INGREDIENTS-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-INV-NB
               PERFORM PREPARER-FICHE-INGREDIENT
                   THRU PREPARER-FICHE-INGREDIENT-EXIT
               WRITE ING-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-INV-MIGRES
               END-WRITE
           END-PERFORM.
           CLOSE F-INGREDIENTS.

           DISPLAY "Migration stock : " WS-INV-MIGRES
               " ingredient(s) verse(s) dans INGREDIENTS.idx.".

           PERFORM CONVERTIR-RECETTES THRU CONVERTIR-RECETTES-EXIT.

       MIGRER-INGREDIENTS-EXIT.
           EXIT.

      ******************************************************************
      *une ligne de l'ancien stock au poste WS-INV-IDX ; un fichier
      *d'un format plus ancien encore (sans seuil, fournisseur ni
      *cout) ne perd que ce qu'il ne porte pas
       LIRE-ANCIEN-STOCK.

           IF WS-INV-IDX > WS-INV-NB
               MOVE WS-INV-IDX TO WS-INV-NB
               INITIALIZE WS-INV-ITEM(WS-INV-IDX)
               MOVE "U" TO WS-INV-UNITE(WS-INV-IDX)
               MOVE "N" TO WS-INV-PO-EMISE(WS-INV-IDX)
           END-IF.

           MOVE WS-INVENTORY-LINE(1:10) TO WS-INV-NOM(WS-INV-IDX).
           MOVE WS-INVENTORY-LINE(11:1) TO WS-INV-SIGN.
           MOVE ZEROES TO WS-INV-MAG.
           IF WS-INVENTORY-LINE(12:5) NUMERIC
               MOVE WS-INVENTORY-LINE(12:5) TO WS-INV-MAG
           END-IF.
           IF WS-INV-SIGN EQUAL "-"
               COMPUTE WS-INV-STOCK(WS-INV-IDX) = 0 - WS-INV-MAG
           ELSE
               MOVE WS-INV-MAG TO WS-INV-STOCK(WS-INV-IDX)
           END-IF.
           IF WS-INVENTORY-LINE(17:3) NUMERIC
               MOVE WS-INVENTORY-LINE(17:3)
                   TO WS-INV-USAGE(WS-INV-IDX)
           END-IF.
           IF WS-INVENTORY-LINE(20:5) NUMERIC
               MOVE WS-INVENTORY-LINE(20:5)
                   TO WS-INV-SEUIL(WS-INV-IDX)
           END-IF.
           IF WS-INVENTORY-LINE(25:10) NOT EQUAL SPACES
               MOVE WS-INVENTORY-LINE(25:10)
                   TO WS-INV-FOURNISSEUR(WS-INV-IDX)
           END-IF.
           IF WS-INVENTORY-LINE(35:5) NUMERIC
               MOVE WS-INVENTORY-LINE(35:5) TO WS-INV-COUT-CHIFFRES
               MOVE WS-INV-COUT-AFFICHE TO WS-INV-COUT(WS-INV-IDX)
           END-IF.

       LIRE-ANCIEN-STOCK-EXIT.
           EXIT.

      ******************************************************************
      *fiche complete du maitre depuis le poste WS-INV-IDX (creation) ;
      *le libelle reprend le code, ingmaj le precise ensuite
       PREPARER-FICHE-INGREDIENT.

           MOVE SPACES TO ING-REC.
           MOVE WS-INV-NOM(WS-INV-IDX) TO ING-CODE.
           MOVE WS-INV-NOM(WS-INV-IDX) TO ING-LIBELLE.
           MOVE WS-INV-UNITE(WS-INV-IDX) TO ING-UNITE.
           IF WS-INV-STOCK(WS-INV-IDX) < 0
               MOVE "-" TO ING-STOCK-SIGNE
               COMPUTE ING-STOCK = 0 - WS-INV-STOCK(WS-INV-IDX)
           ELSE
               MOVE "+" TO ING-STOCK-SIGNE
               MOVE WS-INV-STOCK(WS-INV-IDX) TO ING-STOCK
           END-IF.
           MOVE WS-INV-USAGE(WS-INV-IDX) TO ING-USAGE.
           MOVE WS-INV-SEUIL(WS-INV-IDX) TO ING-SEUIL.
           MOVE WS-INV-FOURNISSEUR(WS-INV-IDX) TO ING-FOURNISSEUR.
           MOVE WS-INV-COUT(WS-INV-IDX) TO ING-COUT.
           MOVE WS-HORODATAGE(1:8) TO ING-DATE-MAJ.

       PREPARER-FICHE-INGREDIENT-EXIT.
           EXIT.

      ******************************************************************
      *conversion des recettes de l'ancien dessin (quantites des
      *quatre ingredients dans l'ordre de l'ancien stock) en lignes
      *par ingredient ; les lignes deja au nouveau dessin sont
      *recopiees telles quelles
       CONVERTIR-RECETTES.

           MOVE ZEROES TO WS-RCV-NB WS-RCV-ANCIENNES.

           OPEN INPUT F-RECETTES.
           IF NOT FS-RECETTES-OK
               GO TO CONVERTIR-RECETTES-EXIT
           END-IF.
           MOVE "N" TO WS-RECETTES-FIN.
           PERFORM UNTIL WS-RECETTES-FIN = "Y"
               READ F-RECETTES
                   AT END
                       MOVE "Y" TO WS-RECETTES-FIN
                   NOT AT END
                       IF WS-RCV-NB < 200
                           ADD 1 TO WS-RCV-NB
                           MOVE WS-RECETTE-REC
                               TO WS-RCV-LIGNE(WS-RCV-NB)
                           MOVE WS-RECETTE-REC TO WS-RCV-COURANTE
                           IF WS-RCV-FIN EQUAL SPACES
                               ADD 1 TO WS-RCV-ANCIENNES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RECETTES.

           IF WS-RCV-ANCIENNES EQUAL ZEROES
               GO TO CONVERTIR-RECETTES-EXIT
           END-IF.

           OPEN OUTPUT F-RECETTES.
           IF NOT FS-RECETTES-OK
               DISPLAY "Conversion des recettes impossible : "
                   FS-RECETTES
               GO TO CONVERTIR-RECETTES-EXIT
           END-IF.
           PERFORM VARYING IDX-RCV FROM 1 BY 1
               UNTIL IDX-RCV > WS-RCV-NB
               MOVE WS-RCV-LIGNE(IDX-RCV) TO WS-RCV-COURANTE
               IF WS-RCV-FIN EQUAL SPACES
                   PERFORM VARYING WS-RCT-ING FROM 1 BY 1
                       UNTIL WS-RCT-ING > 4
                       OR WS-RCT-ING > WS-INV-NB
                       MOVE SPACES TO WS-RECETTE-REC
                       MOVE WS-RCV-TAILLE TO RCT-TAILLE
                       MOVE WS-INV-NOM(WS-RCT-ING) TO RCT-INGREDIENT
                       MOVE WS-RCV-QUANTITE(WS-RCT-ING)
                           TO RCT-QUANTITE
                       WRITE WS-RECETTE-REC
                   END-PERFORM
               ELSE
                   MOVE WS-RCV-LIGNE(IDX-RCV) TO WS-RECETTE-REC
                   WRITE WS-RECETTE-REC
               END-IF
           END-PERFORM.
           CLOSE F-RECETTES.

           DISPLAY "Recettes converties au dessin par ingredient : "
               WS-RCV-ANCIENNES " taille(s).".

       CONVERTIR-RECETTES-EXIT.
           EXIT.

      ******************************************************************
      *rang dans WS-INV-TABLE de l'ingredient WS-INV-CHERCHE (zero
      *s'il est inconnu du maitre)
       CHERCHER-INGREDIENT.

           MOVE ZEROES TO WS-INV-CIBLE.
           PERFORM VARYING IDX-INV FROM 1 BY 1
               UNTIL IDX-INV > WS-INV-NB OR WS-INV-CIBLE > ZEROES
               IF WS-INV-NOM(IDX-INV) EQUAL WS-INV-CHERCHE
                   SET WS-INV-CIBLE TO IDX-INV
               END-IF
           END-PERFORM.

       CHERCHER-INGREDIENT-EXIT.
           EXIT.

      ******************************************************************
       DECREMENT-INVENTORY.

           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-INV-NB
               PERFORM CUMULER-BESOIN-LIGNES
                   THRU CUMULER-BESOIN-LIGNES-EXIT
               SUBTRACT WS-INV-DECR FROM WS-INV-STOCK(WS-INV-IDX)
               IF WS-INV-DECR > ZERO
                   MOVE WS-INV-DECR TO WS-LOT-BESOIN
                   MOVE WS-INV-NOM(WS-INV-IDX) TO WS-MVT-NOM
                   MOVE SPACES TO WS-MVT-MOTIF
                   STRING "COMMANDE " WS-NO-COMMANDE
                       DELIMITED BY SIZE INTO WS-MVT-MOTIF
                   PERFORM CONSOMMER-LOTS THRU CONSOMMER-LOTS-EXIT
               END-IF
               IF WS-INV-STOCK(WS-INV-IDX) < 0
                   MOVE "PIZ-0001" TO MSG-CODE
       DECREMENT-INVENTORY-EXIT.
           EXIT.

      ******************************************************************
      *besoin de l'ingredient WS-INV-IDX pour toutes les lignes de
      *la commande, chacune selon la recette de sa taille
       CUMULER-BESOIN-LIGNES.

           MOVE ZEROES TO WS-INV-DECR.
           PERFORM VARYING IDX-LIG FROM 1 BY 1
               UNTIL IDX-LIG > WS-LIG-NB
               MOVE WS-LIG-TAILLE(IDX-LIG) TO WS-PIZZA-TYPE
               PERFORM OBTENIR-USAGE THRU OBTENIR-USAGE-EXIT
               COMPUTE WS-INV-DECR = WS-INV-DECR
                   + (WS-LIG-QUANTITE(IDX-LIG) * WS-USAGE-EFFECTIF)
           END-PERFORM.

       CUMULER-BESOIN-LIGNES-EXIT.
           EXIT.

      ******************************************************************
      *franchissement du seuil de reapprovisionnement : un bon de
      *commande fournisseur est emis (au plus un par ingredient et

           DISPLAY "Ingredients :".
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-INV-NB
               DISPLAY "  " WS-INV-NOM(WS-INV-IDX)
                   " " WS-INV-UNITE(WS-INV-IDX)
                   " stock=" WS-INV-STOCK(WS-INV-IDX)
                   " seuil=" WS-INV-SEUIL(WS-INV-IDX)
           END-PERFORM.

           DISPLAY "Code de l'ingredient recu ?".
           MOVE SPACES TO WS-RCP-CODE.
           ACCEPT WS-RCP-CODE.
           MOVE FUNCTION UPPER-CASE(WS-RCP-CODE) TO WS-INV-CHERCHE.
           PERFORM CHERCHER-INGREDIENT THRU CHERCHER-INGREDIENT-EXIT.
           IF WS-INV-CIBLE EQUAL ZEROES
               DISPLAY "Ingredient inconnu du maitre, reception "
                   "abandonnee (creation par ingmaj)."
               GO TO RECEVOIR-MARCHANDISES-EXIT
           END-IF.

           DISPLAY "Quantite recue (" WS-INV-UNITE(WS-INV-CIBLE)
               ") ?".
           ACCEPT WS-RCP-QUANTITE.
           IF WS-RCP-QUANTITE EQUAL ZEROES
               DISPLAY "Quantite nulle, reception abandonnee."
               GO TO RECEVOIR-MARCHANDISES-EXIT
           END-IF.

      *chaque livraison devient un lot : numero du fournisseur et
      *date limite de consommation, sans quoi pas de reception
           DISPLAY "Numero de lot du fournisseur ?".
           MOVE SPACES TO WS-RCP-LOT.
           ACCEPT WS-RCP-LOT.
           MOVE FUNCTION UPPER-CASE(WS-RCP-LOT) TO WS-RCP-LOT.
           IF WS-RCP-LOT EQUAL SPACES
               DISPLAY "Numero de lot obligatoire, reception "
                   "abandonnee."
               GO TO RECEVOIR-MARCHANDISES-EXIT
           END-IF.

           DISPLAY "Fournisseur ? (Entree = "
               WS-INV-FOURNISSEUR(WS-INV-CIBLE) ")".
           MOVE SPACES TO WS-RCP-FOURNISSEUR.
           ACCEPT WS-RCP-FOURNISSEUR.
           MOVE FUNCTION UPPER-CASE(WS-RCP-FOURNISSEUR)
               TO WS-RCP-FOURNISSEUR.
           IF WS-RCP-FOURNISSEUR EQUAL SPACES
               MOVE WS-INV-FOURNISSEUR(WS-INV-CIBLE)
                   TO WS-RCP-FOURNISSEUR
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           DISPLAY "Date limite de consommation ? (AAAAMMJJ)".
           MOVE ZEROES TO WS-RCP-DLC.
           ACCEPT WS-RCP-DLC.
           MOVE "V" TO DSV-FONCTION.
           MOVE WS-RCP-DLC TO DSV-DATE.
           CALL "datesvc" USING DSV-PARAMS.
           IF DSV-STATUT NOT EQUAL "0"
               OR WS-RCP-DLC < WS-HORODATAGE(1:8)
               DISPLAY "Date limite invalide ou depassee, reception "
                   "abandonnee."
               GO TO RECEVOIR-MARCHANDISES-EXIT
           END-IF.

           PERFORM CREER-LOT THRU CREER-LOT-EXIT.
           IF NOT FS-LOTS-OK
               GO TO RECEVOIR-MARCHANDISES-EXIT
           END-IF.

           ADD WS-RCP-QUANTITE TO WS-INV-STOCK(WS-INV-CIBLE).
           MOVE "E" TO WS-MVT-SENS.
           MOVE WS-RCP-QUANTITE TO WS-MVT-QUANTITE.
           MOVE WS-INV-NOM(WS-INV-CIBLE) TO WS-MVT-NOM.
           MOVE "RECEPTION" TO WS-MVT-MOTIF.
           MOVE WS-RCP-LOT TO WS-MVT-LOT.
           PERFORM JOURNALISER-MOUVEMENT
               THRU JOURNALISER-MOUVEMENT-EXIT.

      *la livraison peut rearmer l'alerte de seuil de l'ingredient
           IF WS-INV-STOCK(WS-INV-CIBLE) >= WS-INV-SEUIL(WS-INV-CIBLE)
               MOVE "N" TO WS-INV-PO-EMISE(WS-INV-CIBLE)
           END-IF.

           DISPLAY "Nouveau stock " WS-INV-NOM(WS-INV-CIBLE) " : "
               WS-INV-STOCK(WS-INV-CIBLE).

       RECEVOIR-MARCHANDISES-EXIT.
           EXIT.

      ******************************************************************
      *lot de la reception en cours, cle ingredient + horodatage
       CREER-LOT.

           OPEN I-O F-LOTS.
           IF NOT FS-LOTS-OK
               OPEN OUTPUT F-LOTS
               IF FS-LOTS-OK
                   CLOSE F-LOTS
                   OPEN I-O F-LOTS
               END-IF
           END-IF.
           IF NOT FS-LOTS-OK
               DISPLAY "LOTS-INGREDIENTS.idx indisponible (" FS-LOTS
                   ") : reception abandonnee."
               GO TO CREER-LOT-EXIT
           END-IF.

           MOVE SPACES TO LOT-REC.
           MOVE WS-INV-NOM(WS-INV-CIBLE) TO LOT-INGREDIENT.
           MOVE WS-HORODATAGE(1:14) TO LOT-RECEPTION.
           MOVE WS-RCP-LOT TO LOT-NUMERO.
           MOVE WS-RCP-FOURNISSEUR TO LOT-FOURNISSEUR.
           MOVE WS-RCP-DLC TO LOT-DLC.
           MOVE WS-RCP-QUANTITE TO LOT-QTE-RECUE LOT-RESTANT.
           MOVE WS-INV-COUT(WS-INV-CIBLE) TO LOT-COUT.
           MOVE "O" TO LOT-ETAT.
           MOVE ZEROES TO LOT-DATE-CLOTURE.
           WRITE LOT-REC
               INVALID KEY
                   DISPLAY "Lot deja enregistre a cette seconde, "
                       "reception abandonnee."
                   CLOSE F-LOTS
                   MOVE "22" TO FS-LOTS
                   GO TO CREER-LOT-EXIT
           END-WRITE.
           CLOSE F-LOTS.

       CREER-LOT-EXIT.
           EXIT.

      ******************************************************************
      *sortie de WS-LOT-BESOIN de l'ingredient WS-MVT-NOM au motif
      *WS-MVT-MOTIF : les lots ouverts sont pris dans l'ordre de
      *reception, un mouvement par lot entame pour remonter d'un lot
      *aux commandes qu'il a servies ; un lot perime est laisse a la
      *mise au rebut. Ce qui reste part en un mouvement sans lot.
       CONSOMMER-LOTS.

           MOVE "S" TO WS-MVT-SENS.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:8) TO WS-LOT-AUJOURDHUI.

           OPEN I-O F-LOTS.
           IF NOT FS-LOTS-OK
               GO TO CONSOMMER-LOTS-RESTE
           END-IF.

           MOVE WS-MVT-NOM TO LOT-INGREDIENT.
           MOVE ZEROES TO LOT-RECEPTION.
           MOVE "N" TO WS-LOT-FIN.
           START F-LOTS KEY IS NOT LESS THAN LOT-CLE
               INVALID KEY
                   MOVE "Y" TO WS-LOT-FIN
           END-START.
           PERFORM UNTIL WS-LOT-FIN = "Y" OR WS-LOT-BESOIN = ZEROES
               READ F-LOTS NEXT
                   AT END
                       MOVE "Y" TO WS-LOT-FIN
                   NOT AT END
                       IF LOT-INGREDIENT NOT EQUAL WS-MVT-NOM
                           MOVE "Y" TO WS-LOT-FIN
                       ELSE
                           PERFORM PRENDRE-SUR-LOT
                               THRU PRENDRE-SUR-LOT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-LOTS.

       CONSOMMER-LOTS-RESTE.
           IF WS-LOT-BESOIN > ZEROES
               MOVE "S" TO WS-MVT-SENS
               MOVE WS-LOT-BESOIN TO WS-MVT-QUANTITE
               PERFORM JOURNALISER-MOUVEMENT
                   THRU JOURNALISER-MOUVEMENT-EXIT
               MOVE ZEROES TO WS-LOT-BESOIN
           END-IF.

       CONSOMMER-LOTS-EXIT.
           EXIT.

      ******************************************************************
       PRENDRE-SUR-LOT.

           IF NOT LOT-EST-OUVERT OR LOT-RESTANT EQUAL ZEROES
               GO TO PRENDRE-SUR-LOT-EXIT
           END-IF.
           IF LOT-DLC < WS-LOT-AUJOURDHUI
               DISPLAY "Lot " LOT-NUMERO " de " LOT-INGREDIENT
                   " perime le " LOT-DLC " : a mettre au rebut."
               GO TO PRENDRE-SUR-LOT-EXIT
           END-IF.

           IF LOT-RESTANT > WS-LOT-BESOIN
               MOVE WS-LOT-BESOIN TO WS-LOT-PRIS
           ELSE
               MOVE LOT-RESTANT TO WS-LOT-PRIS
           END-IF.
           SUBTRACT WS-LOT-PRIS FROM LOT-RESTANT.
           SUBTRACT WS-LOT-PRIS FROM WS-LOT-BESOIN.
           IF LOT-RESTANT EQUAL ZEROES
               MOVE "E" TO LOT-ETAT
               MOVE WS-LOT-AUJOURDHUI TO LOT-DATE-CLOTURE
           END-IF.
           REWRITE LOT-REC
               INVALID KEY
                   DISPLAY "Erreur reecriture lot " LOT-NUMERO " : "
                       FS-LOTS
           END-REWRITE.

           MOVE "S" TO WS-MVT-SENS.
           MOVE WS-LOT-PRIS TO WS-MVT-QUANTITE.
           MOVE LOT-NUMERO TO WS-MVT-LOT.
           PERFORM JOURNALISER-MOUVEMENT
               THRU JOURNALISER-MOUVEMENT-EXIT.

       PRENDRE-SUR-LOT-EXIT.
           EXIT.

      ******************************************************************
      *mode dechets : un lot perime ou abime est sorti du stock et
      *du lot, la perte est valorisee au cout de reception du lot
      *dans le journal des mouvements
       METTRE-AU-REBUT.

           DISPLAY "Code de l'ingredient a jeter ?".
           MOVE SPACES TO WS-RCP-CODE.
           ACCEPT WS-RCP-CODE.
           MOVE FUNCTION UPPER-CASE(WS-RCP-CODE) TO WS-INV-CHERCHE.
           PERFORM CHERCHER-INGREDIENT THRU CHERCHER-INGREDIENT-EXIT.
           IF WS-INV-CIBLE EQUAL ZEROES
               DISPLAY "Ingredient inconnu du maitre."
               GO TO METTRE-AU-REBUT-EXIT
           END-IF.

           OPEN I-O F-LOTS.
           IF NOT FS-LOTS-OK
               DISPLAY "Aucun lot enregistre (" FS-LOTS ")."
               GO TO METTRE-AU-REBUT-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:8) TO WS-LOT-AUJOURDHUI.
           MOVE ZEROES TO WS-RBT-NB.
           MOVE WS-INV-NOM(WS-INV-CIBLE) TO LOT-INGREDIENT.
           MOVE ZEROES TO LOT-RECEPTION.
           MOVE "N" TO WS-LOT-FIN.
           START F-LOTS KEY IS NOT LESS THAN LOT-CLE
               INVALID KEY
                   MOVE "Y" TO WS-LOT-FIN
           END-START.
           PERFORM UNTIL WS-LOT-FIN = "Y" OR WS-RBT-NB >= 50
               READ F-LOTS NEXT
                   AT END
                       MOVE "Y" TO WS-LOT-FIN
                   NOT AT END
                       IF LOT-INGREDIENT NOT EQUAL
                           WS-INV-NOM(WS-INV-CIBLE)
                           MOVE "Y" TO WS-LOT-FIN
                       ELSE
                           PERFORM PROPOSER-LOT THRU PROPOSER-LOT-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-RBT-NB EQUAL ZEROES
               DISPLAY "Aucun lot ouvert pour "
                   WS-INV-NOM(WS-INV-CIBLE) "."
               GO TO METTRE-AU-REBUT-FIN
           END-IF.

           DISPLAY "Rang du lot a jeter ? (0 = aucun)".
           MOVE ZEROES TO WS-RBT-RANG.
           ACCEPT WS-RBT-RANG.
           IF WS-RBT-RANG EQUAL ZEROES OR WS-RBT-RANG > WS-RBT-NB
               GO TO METTRE-AU-REBUT-FIN
           END-IF.
           MOVE WS-RBT-CLE(WS-RBT-RANG) TO LOT-CLE.
           READ F-LOTS
               INVALID KEY
                   DISPLAY "Lot introuvable : " FS-LOTS
                   GO TO METTRE-AU-REBUT-FIN
           END-READ.

           DISPLAY "Quantite jetee (" WS-INV-UNITE(WS-INV-CIBLE)
               ", 0 = tout le lot : " LOT-RESTANT ") ?".
           MOVE ZEROES TO WS-RBT-QUANTITE.
           ACCEPT WS-RBT-QUANTITE.
           IF WS-RBT-QUANTITE EQUAL ZEROES
               OR WS-RBT-QUANTITE > LOT-RESTANT
               MOVE LOT-RESTANT TO WS-RBT-QUANTITE
           END-IF.

           SUBTRACT WS-RBT-QUANTITE FROM LOT-RESTANT.
           IF LOT-RESTANT EQUAL ZEROES
               MOVE "R" TO LOT-ETAT
               MOVE WS-LOT-AUJOURDHUI TO LOT-DATE-CLOTURE
           END-IF.
           REWRITE LOT-REC
               INVALID KEY
                   DISPLAY "Erreur reecriture lot " LOT-NUMERO " : "
                       FS-LOTS
                   GO TO METTRE-AU-REBUT-FIN
           END-REWRITE.

           COMPUTE WS-RBT-VALEUR ROUNDED =
               WS-RBT-QUANTITE * LOT-COUT.
           MOVE WS-RBT-VALEUR TO WS-RBT-VALEUR-ED.
           SUBTRACT WS-RBT-QUANTITE FROM WS-INV-STOCK(WS-INV-CIBLE).
           MOVE "S" TO WS-MVT-SENS.
           MOVE WS-RBT-QUANTITE TO WS-MVT-QUANTITE.
           MOVE WS-INV-NOM(WS-INV-CIBLE) TO WS-MVT-NOM.
           MOVE SPACES TO WS-MVT-MOTIF.
           STRING "PERTE " WS-RBT-VALEUR-ED " EUR"
               DELIMITED BY SIZE INTO WS-MVT-MOTIF.
           MOVE LOT-NUMERO TO WS-MVT-LOT.
           PERFORM JOURNALISER-MOUVEMENT
               THRU JOURNALISER-MOUVEMENT-EXIT.

           DISPLAY "Lot " LOT-NUMERO " : " WS-RBT-QUANTITE " "
               WS-INV-UNITE(WS-INV-CIBLE) " au rebut, perte "
               WS-RBT-VALEUR-ED " euros.".
           MOVE WS-INV-CIBLE TO WS-INV-IDX.
           PERFORM VERIFIER-SEUIL THRU VERIFIER-SEUIL-EXIT.

       METTRE-AU-REBUT-FIN.
           CLOSE F-LOTS.

       METTRE-AU-REBUT-EXIT.
           EXIT.

      ******************************************************************
       PROPOSER-LOT.

           IF NOT LOT-EST-OUVERT OR LOT-RESTANT EQUAL ZEROES
               GO TO PROPOSER-LOT-EXIT
           END-IF.
           ADD 1 TO WS-RBT-NB.
           MOVE LOT-CLE TO WS-RBT-CLE(WS-RBT-NB).
           IF LOT-DLC < WS-LOT-AUJOURDHUI
               MOVE "PERIME" TO WS-RBT-MENTION
           ELSE
               MOVE SPACES TO WS-RBT-MENTION
           END-IF.
           DISPLAY "  " WS-RBT-NB " lot " LOT-NUMERO
               " recu " LOT-RECEPTION(1:8) " dlc " LOT-DLC
               " reste " LOT-RESTANT " " WS-RBT-MENTION.

       PROPOSER-LOT-EXIT.
           EXIT.

      ******************************************************************
      *inventaire physique : la cuisine compte chaque ingredient du
      *maitre,
      *l'ecart au stock livre est corrige par un mouvement journalise
      *au motif INVENTAIRE et valorise au cout unitaire - le coulage
      *du mois a enfin un chiffre en euros
       INVENTAIRE-PHYSIQUE.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE ZEROES TO WS-INV-VALEUR-TOT.

           OPEN OUTPUT F-ECARTS.
           IF NOT FS-ECARTS-OK
               DISPLAY "Erreur ouverture F-ECARTS : " FS-ECARTS
               GO TO INVENTAIRE-PHYSIQUE-EXIT
           END-IF.
           MOVE SPACES TO WS-ECARTS-LIGNE.
           STRING "INVENTAIRE PHYSIQUE DU " WS-HORODATAGE(1:8)
               " " WS-HORODATAGE(9:6)
               DELIMITED BY SIZE INTO WS-ECARTS-LIGNE.
           WRITE WS-ECARTS-LIGNE FROM WS-ECARTS-LIGNE.

           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-INV-NB
               PERFORM COMPTER-UN-INGREDIENT
                   THRU COMPTER-UN-INGREDIENT-EXIT
           END-PERFORM.

           MOVE WS-INV-VALEUR-TOT TO WS-INV-VALEUR-TOT-ED.
           MOVE SPACES TO WS-ECARTS-LIGNE.
           STRING "TOTAL VALORISATION DES ECARTS : "
               WS-INV-VALEUR-TOT-ED " euros"
               DELIMITED BY SIZE INTO WS-ECARTS-LIGNE.
           WRITE WS-ECARTS-LIGNE FROM WS-ECARTS-LIGNE.
           CLOSE F-ECARTS.

           DISPLAY "Inventaire termine, valorisation des ecarts : "
               WS-INV-VALEUR-TOT-ED " euros "
               "(rapport ECART-INVENTAIRE.txt).".

       INVENTAIRE-PHYSIQUE-EXIT.
           EXIT.

      ******************************************************************
       COMPTER-UN-INGREDIENT.

           DISPLAY "Quantite comptee pour " WS-INV-NOM(WS-INV-IDX)
               " en " WS-INV-UNITE(WS-INV-IDX)
               " (stock livre " WS-INV-STOCK(WS-INV-IDX) ") ?".
           ACCEPT WS-INV-COMPTE.

           COMPUTE WS-INV-ECART =
               WS-INV-COMPTE - WS-INV-STOCK(WS-INV-IDX).
           COMPUTE WS-INV-VALEUR ROUNDED =
               WS-INV-ECART * WS-INV-COUT(WS-INV-IDX).
           ADD WS-INV-VALEUR TO WS-INV-VALEUR-TOT.

           MOVE WS-INV-ECART TO WS-INV-ECART-ED.
           MOVE WS-INV-VALEUR TO WS-INV-VALEUR-ED.
           MOVE SPACES TO WS-ECARTS-LIGNE.
           STRING WS-INV-NOM(WS-INV-IDX)
               " livre=" WS-INV-STOCK(WS-INV-IDX)
               " compte=" WS-INV-COMPTE
               " ecart=" WS-INV-ECART-ED
               " valeur=" WS-INV-VALEUR-ED " euros"
               DELIMITED BY SIZE INTO WS-ECARTS-LIGNE.
           WRITE WS-ECARTS-LIGNE FROM WS-ECARTS-LIGNE.

           IF WS-INV-ECART EQUAL ZEROES
               GO TO COMPTER-UN-INGREDIENT-EXIT
           END-IF.

      *correction du stock livre par un mouvement journalise, comme
      *les receptions et les sorties de commande ; un manquant est
      *pris sur les lots comme une sortie de commande
           MOVE WS-INV-NOM(WS-INV-IDX) TO WS-MVT-NOM.
           MOVE "INVENTAIRE" TO WS-MVT-MOTIF.
           IF WS-INV-ECART > ZEROES
               MOVE "E" TO WS-MVT-SENS
               MOVE WS-INV-ECART TO WS-MVT-QUANTITE
               PERFORM JOURNALISER-MOUVEMENT
                   THRU JOURNALISER-MOUVEMENT-EXIT
           ELSE
               COMPUTE WS-LOT-BESOIN = FUNCTION ABS(WS-INV-ECART)
               PERFORM CONSOMMER-LOTS THRU CONSOMMER-LOTS-EXIT
           END-IF.

           MOVE WS-INV-COMPTE TO WS-INV-STOCK(WS-INV-IDX).

      ******************************************************************
      *annulation d'une commande du journal du jour : une ecriture de
      *contrepassation (ORD-FLAG-ANNUL = "A") est ajoutee au journal,
      *les quantites de la recette sont re-creditees au stock et aux
      *lots qui les avaient servies avec un mouvement au motif
      *d'annulation, et le ticket est marque ANNULE ; la cloture
      *neutralise ensuite la commande du rapport Z
       ANNULER-COMMANDE.

           DISPLAY "Numero de commande a annuler ?".

           MOVE "N" TO WS-ANN-TROUVEE.
           MOVE "N" TO WS-ANN-DEJA.
           MOVE ZERO TO WS-LIG-NB.
           OPEN INPUT F-ORDERS.
           IF NOT FS-ORDERS-OK
               DISPLAY "Journal du jour introuvable."
                       MOVE "Y" TO WS-HIST-FIN
                   NOT AT END
                       IF ORD-NUMERO EQUAL WS-ANN-NUMERO
                           EVALUATE TRUE
                               WHEN ORD-FLAG-ANNUL EQUAL "A"
                                   MOVE "Y" TO WS-ANN-DEJA
                               WHEN ORD-EST-LIGNE
                                   PERFORM RETENIR-LIGNE-ANNULEE
                                       THRU RETENIR-LIGNE-ANNULEE-EXIT
                               WHEN OTHER
                                   MOVE "Y" TO WS-ANN-TROUVEE
                                   MOVE ORD-COMMANDE TO WS-ANN-REC
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           WRITE ORD-COMMANDE.
           CLOSE F-ORDERS.

      *re-credit du stock selon la recette de la taille de chaque
      *ligne ; une commande d'avant les lignes par taille vaut une
      *ligne unique a la taille de son enregistrement. Le credit
      *retourne d'abord aux lots qui ont servi la commande, le reste
      *(commande d'avant les lots, stock sorti sans lot) sans lot
           PERFORM RELIRE-SORTIES-LOTS THRU RELIRE-SORTIES-LOTS-EXIT.
           MOVE WS-ANN-REC TO ORD-COMMANDE.
           IF WS-LIG-NB EQUAL ZERO
               MOVE 1 TO WS-LIG-NB
               MOVE ORD-TAILLE TO WS-LIG-TAILLE(1)
               MOVE ORD-PIZZAS TO WS-LIG-QUANTITE(1)
           END-IF.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-INV-NB
               PERFORM CUMULER-BESOIN-LIGNES
                   THRU CUMULER-BESOIN-LIGNES-EXIT
               MOVE WS-INV-DECR TO WS-ANN-CREDIT
               IF WS-ANN-CREDIT > ZERO
                   ADD WS-ANN-CREDIT TO WS-INV-STOCK(WS-INV-IDX)
                   MOVE WS-INV-NOM(WS-INV-IDX) TO WS-MVT-NOM
                   MOVE SPACES TO WS-MVT-MOTIF
                   STRING "ANNULATION " WS-ANN-NUMERO
                       DELIMITED BY SIZE INTO WS-MVT-MOTIF
                   PERFORM RENDRE-AUX-LOTS THRU RENDRE-AUX-LOTS-EXIT
                   IF WS-ANN-CREDIT > ZERO
                       MOVE "E" TO WS-MVT-SENS
                       MOVE WS-ANN-CREDIT TO WS-MVT-QUANTITE
                       PERFORM JOURNALISER-MOUVEMENT
                           THRU JOURNALISER-MOUVEMENT-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           WRITE WS-TICKET-LINE FROM WS-TICKET-LINE.
           CLOSE F-TICKETS.

           PERFORM ANNULER-SUIVI THRU ANNULER-SUIVI-EXIT.

           DISPLAY "Commande " WS-ANN-NUMERO " annulee : "
               "contrepassation ecrite, stock re-credite.".
           MOVE ORD-REGLEMENT TO WS-REGLEMENT.
           PERFORM NOMMER-REGLEMENT THRU NOMMER-REGLEMENT-EXIT.
           DISPLAY "Remboursement sur le reglement d'origine : "
               WS-REGLEMENT-LIBELLE.

      *la part reglee par bon cadeau retourne sur le bon
           IF ORD-BON-MONTANT NUMERIC AND ORD-BON-NUMERO NUMERIC
               AND ORD-BON-MONTANT > ZEROES
               MOVE ORD-BON-NUMERO TO WS-BON-SAISIE
               PERFORM CONTROLER-BON THRU CONTROLER-BON-EXIT
               MOVE "A" TO WS-BON-SENS
               MOVE ORD-BON-MONTANT TO WS-BON-VALEUR
               MOVE ORD-NUMERO TO WS-BON-COMMANDE
               PERFORM JOURNALISER-BON THRU JOURNALISER-BON-EXIT
               DISPLAY "Bon cadeau " WS-BON-SAISIE " recredite de "
                   WS-BON-VALEUR " euros."
           END-IF.

      *l'avoir de reclamation deduit de la commande retourne au
      *client
           MOVE WS-ANN-REC TO ORD-COMMANDE.
           PERFORM RECREDITER-AVOIR THRU RECREDITER-AVOIR-EXIT.

       ANNULER-COMMANDE-EXIT.
           EXIT.

      ******************************************************************
      *ligne par taille de la commande a annuler, relue au journal
       RETENIR-LIGNE-ANNULEE.

           IF WS-LIG-NB >= 4
               GO TO RETENIR-LIGNE-ANNULEE-EXIT
           END-IF.
           ADD 1 TO WS-LIG-NB.
           MOVE ORD-TAILLE TO WS-LIG-TAILLE(WS-LIG-NB).
           MOVE ORD-PIZZAS TO WS-LIG-QUANTITE(WS-LIG-NB).
           MOVE ORD-PRIX-UNITAIRE TO WS-LIG-PRIX(WS-LIG-NB).

       RETENIR-LIGNE-ANNULEE-EXIT.
           EXIT.

      ******************************************************************
      *sorties de la commande a annuler servies par un lot (sens S,
      *motif COMMANDE nnnnnn, numero de lot colonnes 60 a 74) ; une
      *commande d'avant les lots n'en a aucune
       RELIRE-SORTIES-LOTS.

           MOVE ZEROES TO WS-ANL-NB.
           MOVE SPACES TO WS-ANN-MOTIF.
           STRING "COMMANDE " WS-ANN-NUMERO
               DELIMITED BY SIZE INTO WS-ANN-MOTIF.

           OPEN INPUT F-MOUVEMENTS.
           IF NOT FS-MOUVEMENTS-OK
               GO TO RELIRE-SORTIES-LOTS-EXIT
           END-IF.

           MOVE "N" TO WS-HIST-FIN.
           PERFORM UNTIL WS-HIST-FIN = "Y"
               READ F-MOUVEMENTS
                   AT END
                       MOVE "Y" TO WS-HIST-FIN
                   NOT AT END
                       IF WS-MOUVEMENT-LINE(27:1) EQUAL "S"
                           AND WS-MOUVEMENT-LINE(35:20)
                               EQUAL WS-ANN-MOTIF
                           AND WS-MOUVEMENT-LINE(60:15)
                               NOT EQUAL SPACES
                           AND WS-MOUVEMENT-LINE(29:5) NUMERIC
                           AND WS-ANL-NB < 200
                           ADD 1 TO WS-ANL-NB
                           MOVE WS-MOUVEMENT-LINE(16:10)
                               TO WS-ANL-NOM(WS-ANL-NB)
                           MOVE WS-MOUVEMENT-LINE(29:5)
                               TO WS-ANL-QUANTITE(WS-ANL-NB)
                           MOVE WS-MOUVEMENT-LINE(60:15)
                               TO WS-ANL-LOT(WS-ANL-NB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MOUVEMENTS.

       RELIRE-SORTIES-LOTS-EXIT.
           EXIT.

      ******************************************************************
      *credit WS-ANN-CREDIT de l'ingredient WS-MVT-NOM rendu aux lots
      *qui ont servi la commande, un mouvement d'entree par lot ; ce
      *qui n'a pu etre rendu reste dans WS-ANN-CREDIT
       RENDRE-AUX-LOTS.

           IF WS-ANL-NB EQUAL ZEROES
               GO TO RENDRE-AUX-LOTS-EXIT
           END-IF.

           OPEN I-O F-LOTS.
           IF NOT FS-LOTS-OK
               DISPLAY "LOTS-INGREDIENTS.idx indisponible (" FS-LOTS
                   ") : " WS-MVT-NOM " re-credite sans lot."
               GO TO RENDRE-AUX-LOTS-EXIT
           END-IF.

           PERFORM VARYING IDX-ANL FROM 1 BY 1
               UNTIL IDX-ANL > WS-ANL-NB OR WS-ANN-CREDIT = ZEROES
               IF WS-ANL-NOM(IDX-ANL) EQUAL WS-MVT-NOM
                   AND WS-ANL-QUANTITE(IDX-ANL) > ZEROES
                   PERFORM RENDRE-A-UN-LOT THRU RENDRE-A-UN-LOT-EXIT
               END-IF
           END-PERFORM.
           CLOSE F-LOTS.

       RENDRE-AUX-LOTS-EXIT.
           EXIT.

      ******************************************************************
      *lot WS-ANL-LOT(IDX-ANL) retrouve parmi les lots de
      *l'ingredient ; un lot epuise par la commande est rouvert, un
      *lot mis au rebut entre-temps ne reprend rien
       RENDRE-A-UN-LOT.

           MOVE WS-MVT-NOM TO LOT-INGREDIENT.
           MOVE ZEROES TO LOT-RECEPTION.
           MOVE "N" TO WS-LOT-FIN.
           MOVE "N" TO WS-ANN-LOT-TROUVE.
           START F-LOTS KEY IS NOT LESS THAN LOT-CLE
               INVALID KEY
                   MOVE "Y" TO WS-LOT-FIN
           END-START.
           PERFORM UNTIL WS-LOT-FIN = "Y"
               READ F-LOTS NEXT
                   AT END
                       MOVE "Y" TO WS-LOT-FIN
                   NOT AT END
                       IF LOT-INGREDIENT NOT EQUAL WS-MVT-NOM
                           MOVE "Y" TO WS-LOT-FIN
                       ELSE
                           IF LOT-NUMERO EQUAL WS-ANL-LOT(IDX-ANL)
                               MOVE "Y" TO WS-ANN-LOT-TROUVE
                               MOVE "Y" TO WS-LOT-FIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ANN-LOT-TROUVE NOT EQUAL "Y" OR LOT-EST-REBUT
               GO TO RENDRE-A-UN-LOT-EXIT
           END-IF.

           IF WS-ANL-QUANTITE(IDX-ANL) > WS-ANN-CREDIT
               MOVE WS-ANN-CREDIT TO WS-ANN-RENDU
           ELSE
               MOVE WS-ANL-QUANTITE(IDX-ANL) TO WS-ANN-RENDU
           END-IF.
           ADD WS-ANN-RENDU TO LOT-RESTANT.
           IF LOT-EST-EPUISE
               MOVE "O" TO LOT-ETAT
               MOVE ZEROES TO LOT-DATE-CLOTURE
           END-IF.
           REWRITE LOT-REC
               INVALID KEY
                   DISPLAY "Erreur reecriture lot " LOT-NUMERO " : "
                       FS-LOTS
                   GO TO RENDRE-A-UN-LOT-EXIT
           END-REWRITE.
           SUBTRACT WS-ANN-RENDU FROM WS-ANN-CREDIT.
           MOVE ZEROES TO WS-ANL-QUANTITE(IDX-ANL).

           MOVE "E" TO WS-MVT-SENS.
           MOVE WS-ANN-RENDU TO WS-MVT-QUANTITE.
           MOVE LOT-NUMERO TO WS-MVT-LOT.
           PERFORM JOURNALISER-MOUVEMENT
               THRU JOURNALISER-MOUVEMENT-EXIT.

       RENDRE-A-UN-LOT-EXIT.
           EXIT.

      ******************************************************************
      *reclamation sur une commande : l'entete d'origine est relue au
      *journal du jour de la commande, a defaut au magasin
      *d'historique (jours archives) ; livreur, zone, taille et mode
      *en sont repris, l'operateur donne la categorie et le geste,
      *points portes au grand livre ou avoir sur la prochaine
      *commande
       RECLAMER-COMMANDE.

           DISPLAY "Numero de la commande reclamee ?".
           MOVE ZEROES TO WS-RCL-NUMERO.
           ACCEPT WS-RCL-NUMERO.
           IF WS-RCL-NUMERO EQUAL ZEROES
               GO TO RECLAMER-COMMANDE-EXIT
           END-IF.
           DISPLAY "Date de la commande ? (AAAAMMJJ, 0=aujourd'hui)".
           MOVE ZEROES TO WS-RCL-DATE-CMD.
           ACCEPT WS-RCL-DATE-CMD.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           IF WS-RCL-DATE-CMD EQUAL ZEROES
               MOVE WS-HORODATAGE(1:8) TO WS-RCL-DATE-CMD
           END-IF.

           MOVE "N" TO WS-RCL-TROUVEE.
           MOVE "N" TO WS-RCL-ANNULEE.
           PERFORM CHERCHER-COMMANDE-JOURNAL
               THRU CHERCHER-COMMANDE-JOURNAL-EXIT.
           IF WS-RCL-TROUVEE NOT EQUAL "Y"
               PERFORM CHERCHER-COMMANDE-ARCHIVEE
                   THRU CHERCHER-COMMANDE-ARCHIVEE-EXIT
           END-IF.
           IF WS-RCL-TROUVEE NOT EQUAL "Y"
               DISPLAY "Commande " WS-RCL-NUMERO " absente du journal"
                   " du " WS-RCL-DATE-CMD " et de l'historique."
               GO TO RECLAMER-COMMANDE-EXIT
           END-IF.
           IF WS-RCL-ANNULEE EQUAL "Y"
               DISPLAY "Commande " WS-RCL-NUMERO
                   " annulee : reclamation sans objet."
               GO TO RECLAMER-COMMANDE-EXIT
           END-IF.

           PERFORM CONTROLER-RECLAMATION-DEJA
               THRU CONTROLER-RECLAMATION-DEJA-EXIT.
           IF WS-RCL-DEJA EQUAL "Y"
               DISPLAY "Une reclamation est deja enregistree pour la "
                   "commande " WS-RCL-NUMERO "."
               GO TO RECLAMER-COMMANDE-EXIT
           END-IF.

           MOVE WS-RCL-ORIGINE TO ORD-COMMANDE.
           DISPLAY "Commande " ORD-NUMERO " du " ORD-HORODATAGE(1:8)
               " client " ORD-CLIENT " mode " ORD-MODE
               " zone " ORD-ZONE " livreur " ORD-LIVREUR
               " taille " ORD-TAILLE " total " ORD-TOTAL " euros".

           DISPLAY "Motif ? (R=retard F=froide E=erreur de commande "
               "Q=qualite A=autre)".
           MOVE SPACE TO WS-RCL-CATEGORIE.
           ACCEPT WS-RCL-CATEGORIE.
           MOVE FUNCTION UPPER-CASE(WS-RCL-CATEGORIE)
               TO WS-RCL-CATEGORIE.
           IF NOT WS-RCL-CATEGORIE-VALIDE
               DISPLAY "Motif inconnu, A=autre retenu."
               MOVE "A" TO WS-RCL-CATEGORIE
           END-IF.
           DISPLAY "Commentaire ? (40 caracteres)".
           MOVE SPACES TO WS-RCL-COMMENTAIRE.
           ACCEPT WS-RCL-COMMENTAIRE.

           MOVE "N" TO WS-RCL-GESTE.
           MOVE ZEROES TO WS-RCL-POINTS WS-RCL-AVOIR.
           IF ORD-CLIENT NOT NUMERIC OR ORD-CLIENT EQUAL ZEROES
               DISPLAY "Commande sans client : aucun geste ne peut "
                   "lui etre rattache."
           ELSE
               DISPLAY "Geste ? (P=points de fidelite A=avoir sur la "
                   "prochaine commande N=aucun)"
               ACCEPT WS-RCL-GESTE
               MOVE FUNCTION UPPER-CASE(WS-RCL-GESTE) TO WS-RCL-GESTE
               IF NOT WS-RCL-GESTE-VALIDE
                   MOVE "N" TO WS-RCL-GESTE
               END-IF
               PERFORM SAISIR-GESTE THRU SAISIR-GESTE-EXIT
           END-IF.

           MOVE WS-RCL-ORIGINE TO ORD-COMMANDE.
           IF WS-RCL-GESTE EQUAL "P"
               MOVE ORD-CLIENT TO WS-CLI-NUMERO
               MOVE "E" TO WS-PTS-SENS
               MOVE WS-RCL-POINTS TO WS-PTS-MOUVEMENT
               PERFORM JOURNALISER-POINTS
                   THRU JOURNALISER-POINTS-EXIT
           END-IF.

           PERFORM JOURNALISER-RECLAMATION
               THRU JOURNALISER-RECLAMATION-EXIT.

           EVALUATE WS-RCL-GESTE
               WHEN "P"
                   DISPLAY "Reclamation enregistree, " WS-RCL-POINTS
                       " points credites au client " ORD-CLIENT "."
               WHEN "A"
                   DISPLAY "Reclamation enregistree, avoir de "
                       WS-RCL-AVOIR " euros sur la prochaine commande"
                       " du client " ORD-CLIENT "."
               WHEN OTHER
                   DISPLAY "Reclamation enregistree sans geste."
           END-EVALUATE.

       RECLAMER-COMMANDE-EXIT.
           EXIT.

      ******************************************************************
      *valeur du geste : un avoir ne depasse pas le montant de la
      *commande reclamee, un geste a zero n'en est pas un
       SAISIR-GESTE.

           EVALUATE WS-RCL-GESTE
               WHEN "P"
                   DISPLAY "Nombre de points ?"
                   ACCEPT WS-RCL-POINTS
                   IF WS-RCL-POINTS EQUAL ZEROES
                       MOVE "N" TO WS-RCL-GESTE
                   END-IF
               WHEN "A"
                   DISPLAY "Montant de l'avoir en euros ?"
                   ACCEPT WS-RCL-AVOIR
                   IF ORD-TOTAL NUMERIC
                       AND WS-RCL-AVOIR > ORD-TOTAL
                       DISPLAY "Avoir ramene au montant de la "
                           "commande : " ORD-TOTAL " euros."
                       MOVE ORD-TOTAL TO WS-RCL-AVOIR
                   END-IF
                   IF WS-RCL-AVOIR EQUAL ZEROES
                       MOVE "N" TO WS-RCL-GESTE
                   END-IF
           END-EVALUATE.

       SAISIR-GESTE-EXIT.
           EXIT.

      ******************************************************************
      *entete de la commande reclamee au journal de son jour ; sa
      *contrepassation la signale annulee
       CHERCHER-COMMANDE-JOURNAL.

           MOVE SPACES TO WS-ORDERS-FNAME.
           STRING "ORDERS-LOG-" WS-RCL-DATE-CMD ".txt"
               DELIMITED BY SIZE INTO WS-ORDERS-FNAME.
           OPEN INPUT F-ORDERS.
           IF NOT FS-ORDERS-OK
               GO TO CHERCHER-COMMANDE-JOURNAL-EXIT
           END-IF.

           MOVE "N" TO WS-RCL-FIN.
           PERFORM UNTIL WS-RCL-FIN = "Y"
               READ F-ORDERS
                   AT END
                       MOVE "Y" TO WS-RCL-FIN
                   NOT AT END
                       IF ORD-NUMERO EQUAL WS-RCL-NUMERO
                           AND NOT ORD-EST-LIGNE
                           IF ORD-FLAG-ANNUL EQUAL "A"
                               MOVE "Y" TO WS-RCL-ANNULEE
                           ELSE
                               MOVE "Y" TO WS-RCL-TROUVEE
                               MOVE ORD-COMMANDE TO WS-RCL-ORIGINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ORDERS.

       CHERCHER-COMMANDE-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      *jour deja archive : le magasin d'historique garde l'entete
      *sous la cle client + numero, relu en entier faute de client ;
      *une commande annulee y figure par sa contrepassation
       CHERCHER-COMMANDE-ARCHIVEE.

           OPEN INPUT F-HISTCLI.
           IF NOT FS-HISTCLI-OK
               GO TO CHERCHER-COMMANDE-ARCHIVEE-EXIT
           END-IF.

           MOVE "N" TO WS-RCL-FIN.
           PERFORM UNTIL WS-RCL-FIN = "Y"
               READ F-HISTCLI NEXT
                   AT END
                       MOVE "Y" TO WS-RCL-FIN
                   NOT AT END
                       IF HIS-NUMERO EQUAL WS-RCL-NUMERO
                           MOVE HIS-IMAGE TO WS-RCL-ORIGINE
                           MOVE "Y" TO WS-RCL-TROUVEE
                           IF HIS-IMAGE(58:1) EQUAL "A"
                               MOVE "Y" TO WS-RCL-ANNULEE
                           END-IF
                           MOVE "Y" TO WS-RCL-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HISTCLI.

       CHERCHER-COMMANDE-ARCHIVEE-EXIT.
           EXIT.

      ******************************************************************
      *une seule reclamation par commande
       CONTROLER-RECLAMATION-DEJA.

           MOVE "N" TO WS-RCL-DEJA.
           OPEN INPUT F-RECLAM.
           IF NOT FS-RECLAM-OK
               GO TO CONTROLER-RECLAMATION-DEJA-EXIT
           END-IF.

           MOVE "N" TO WS-RCL-FIN.
           PERFORM UNTIL WS-RCL-FIN = "Y"
               READ F-RECLAM
                   AT END
                       MOVE "Y" TO WS-RCL-FIN
                   NOT AT END
                       IF RCL-EST-PLAINTE
                           AND RCL-COMMANDE EQUAL WS-RCL-NUMERO
                           MOVE "Y" TO WS-RCL-DEJA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RECLAM.

       CONTROLER-RECLAMATION-DEJA-EXIT.
           EXIT.

      ******************************************************************
      *plainte au registre, avec l'entete d'origine dans
      *WS-RCL-ORIGINE
       JOURNALISER-RECLAMATION.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           OPEN EXTEND F-RECLAM.
           IF NOT FS-RECLAM-OK
               CLOSE F-RECLAM
               OPEN OUTPUT F-RECLAM
           END-IF.
           IF NOT FS-RECLAM-OK
               DISPLAY "Erreur ouverture F-RECLAM : " FS-RECLAM
               GO TO JOURNALISER-RECLAMATION-EXIT
           END-IF.

           MOVE WS-RCL-ORIGINE TO ORD-COMMANDE.
           MOVE SPACES TO RCL-MOUVEMENT.
           INITIALIZE RCL-MOUVEMENT.
           MOVE "P" TO RCL-SENS.
           MOVE WS-HORODATAGE(1:8) TO RCL-DATE.
           MOVE WS-HORODATAGE(9:6) TO RCL-HEURE.
           IF ORD-CLIENT NUMERIC
               MOVE ORD-CLIENT TO RCL-CLIENT
           END-IF.
           MOVE WS-RCL-NUMERO TO RCL-COMMANDE.
           MOVE WS-RCL-CATEGORIE TO RCL-CATEGORIE.
           MOVE ORD-HORODATAGE(1:8) TO RCL-DATE-COMMANDE.
           IF ORD-LIVREUR NUMERIC
               MOVE ORD-LIVREUR TO RCL-LIVREUR
           END-IF.
           IF ORD-ZONE NUMERIC
               MOVE ORD-ZONE TO RCL-ZONE
           END-IF.
           MOVE ORD-TAILLE TO RCL-TAILLE.
           MOVE ORD-MODE TO RCL-MODE.
           MOVE WS-RCL-GESTE TO RCL-GESTE.
           MOVE WS-RCL-POINTS TO RCL-POINTS.
           MOVE WS-RCL-AVOIR TO RCL-AVOIR.
           MOVE WS-RCL-COMMENTAIRE TO RCL-COMMENTAIRE.
           WRITE RCL-MOUVEMENT.

           CLOSE F-RECLAM.

       JOURNALISER-RECLAMATION-EXIT.
           EXIT.

      ******************************************************************
      *avoir disponible du client WS-AVOIR-CLIENT par sommation du
      *registre : avoirs des plaintes et recredits moins deductions
       CALCULER-SOLDE-AVOIR.

           MOVE ZEROES TO WS-AVOIR-SOLDE.
           OPEN INPUT F-RECLAM.
           IF NOT FS-RECLAM-OK
               GO TO CALCULER-SOLDE-AVOIR-EXIT
           END-IF.

           MOVE "N" TO WS-RCL-FIN.
           PERFORM UNTIL WS-RCL-FIN = "Y"
               READ F-RECLAM
                   AT END
                       MOVE "Y" TO WS-RCL-FIN
                   NOT AT END
                       IF RCL-CLIENT EQUAL WS-AVOIR-CLIENT
                           EVALUATE TRUE
                               WHEN RCL-EST-PLAINTE
                                   AND RCL-GESTE-AVOIR
                                   ADD RCL-AVOIR TO WS-AVOIR-SOLDE
                               WHEN RCL-EST-RECREDIT
                                   ADD RCL-AVOIR TO WS-AVOIR-SOLDE
                               WHEN RCL-EST-UTILISATION
                                   SUBTRACT RCL-AVOIR
                                       FROM WS-AVOIR-SOLDE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RECLAM.

       CALCULER-SOLDE-AVOIR-EXIT.
           EXIT.

      ******************************************************************
      *deduction de l'avoir disponible du client courant sur la
      *commande en cours (WS-NO-COMMANDE)
       DEDUIRE-AVOIR.

           MOVE WS-CLI-NUMERO TO WS-AVOIR-CLIENT.
           PERFORM CALCULER-SOLDE-AVOIR THRU CALCULER-SOLDE-AVOIR-EXIT.
           IF WS-AVOIR-SOLDE <= ZEROES
               OR WS-TOTAL-COMMANDE EQUAL ZEROES
               GO TO DEDUIRE-AVOIR-EXIT
           END-IF.

           IF WS-AVOIR-SOLDE >= WS-TOTAL-COMMANDE
               MOVE WS-TOTAL-COMMANDE TO WS-REMISE-AVOIR
           ELSE
               MOVE WS-AVOIR-SOLDE TO WS-REMISE-AVOIR
           END-IF.
           SUBTRACT WS-REMISE-AVOIR FROM WS-TOTAL-COMMANDE.

           MOVE "U" TO WS-AVOIR-SENS.
           MOVE WS-NO-COMMANDE TO WS-AVOIR-COMMANDE.
           MOVE WS-REMISE-AVOIR TO WS-AVOIR-MONTANT.
           PERFORM JOURNALISER-AVOIR THRU JOURNALISER-AVOIR-EXIT.
           DISPLAY "Avoir reclamation : " WS-REMISE-AVOIR
               " euros deduits.".

       DEDUIRE-AVOIR-EXIT.
           EXIT.

      ******************************************************************
      *annulation (ORD-COMMANDE garni de l'entete annulee) : l'avoir
      *deduit de la commande est recredite a son client
       RECREDITER-AVOIR.

           MOVE ORD-NUMERO TO WS-AVOIR-COMMANDE.
           MOVE ORD-CLIENT TO WS-AVOIR-CLIENT.
           MOVE ZEROES TO WS-AVOIR-MONTANT.
           OPEN INPUT F-RECLAM.
           IF NOT FS-RECLAM-OK
               GO TO RECREDITER-AVOIR-EXIT
           END-IF.

           MOVE "N" TO WS-RCL-FIN.
           PERFORM UNTIL WS-RCL-FIN = "Y"
               READ F-RECLAM
                   AT END
                       MOVE "Y" TO WS-RCL-FIN
                   NOT AT END
                       IF RCL-EST-UTILISATION
                           AND RCL-COMMANDE EQUAL WS-AVOIR-COMMANDE
                           ADD RCL-AVOIR TO WS-AVOIR-MONTANT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RECLAM.

           IF WS-AVOIR-MONTANT EQUAL ZEROES
               GO TO RECREDITER-AVOIR-EXIT
           END-IF.
           MOVE "A" TO WS-AVOIR-SENS.
           PERFORM JOURNALISER-AVOIR THRU JOURNALISER-AVOIR-EXIT.
           DISPLAY "Avoir reclamation de " WS-AVOIR-MONTANT
               " euros recredite au client " WS-AVOIR-CLIENT ".".

       RECREDITER-AVOIR-EXIT.
           EXIT.

      ******************************************************************
       JOURNALISER-AVOIR.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           OPEN EXTEND F-RECLAM.
           IF NOT FS-RECLAM-OK
               CLOSE F-RECLAM
               OPEN OUTPUT F-RECLAM
           END-IF.
           IF NOT FS-RECLAM-OK
               DISPLAY "Erreur ouverture F-RECLAM : " FS-RECLAM
               GO TO JOURNALISER-AVOIR-EXIT
           END-IF.

           MOVE SPACES TO RCL-MOUVEMENT.
           INITIALIZE RCL-MOUVEMENT.
           MOVE WS-AVOIR-SENS TO RCL-SENS.
           MOVE WS-HORODATAGE(1:8) TO RCL-DATE.
           MOVE WS-HORODATAGE(9:6) TO RCL-HEURE.
           MOVE WS-AVOIR-CLIENT TO RCL-CLIENT.
           MOVE WS-AVOIR-COMMANDE TO RCL-COMMANDE.
           MOVE WS-AVOIR-MONTANT TO RCL-AVOIR.
           WRITE RCL-MOUVEMENT.

           CLOSE F-RECLAM.

       JOURNALISER-AVOIR-EXIT.
           EXIT.

      ******************************************************************
      *saisie d'une commande programmee : le client de midi pour une
      *livraison de 20h ne finit plus en papillon sur le comptoir
               DISPLAY "Taille inconnue, Petite retenue."
               MOVE "P" TO WS-PIZZA-TYPE
           END-IF.
           PERFORM ALERTER-ALLERGIES THRU ALERTER-ALLERGIES-EXIT.

           DISPLAY "Livraison ou à emporter ? (L/E)".
           ACCEPT WS-MODE-COMMANDE.
               GO TO PROGRAMMER-COMMANDE-EXIT
           END-IF.

           PERFORM SAISIR-REGLEMENT THRU SAISIR-REGLEMENT-EXIT.

           OPEN EXTEND F-PROGRAMMEES.
           IF NOT FS-PROGRAMMEES-OK
               CLOSE F-PROGRAMMEES
           MOVE WS-MODE-COMMANDE TO PRG-MODE.
           MOVE WS-ZONE-LIVRAISON TO PRG-ZONE.
           MOVE WS-PRG-SAISIE-PROMIS TO PRG-PROMIS.
           MOVE WS-REGLEMENT TO PRG-REGLEMENT.
           MOVE SPACE TO PRG-STATUT.
           MOVE ZEROES TO PRG-NUMERO.
           WRITE PROGRAMMEE-REC.
                           MOVE PRG-PROMIS TO WS-PRG-PROMIS(WS-PRG-NB)
                           MOVE PRG-STATUT TO WS-PRG-STATUT(WS-PRG-NB)
                           MOVE PRG-NUMERO TO WS-PRG-NUMERO(WS-PRG-NB)
                           MOVE PRG-REGLEMENT
                               TO WS-PRG-REGLEMENT(WS-PRG-NB)
                       END-IF
               END-READ
           END-PERFORM.
               MOVE WS-TARIF-CODE(1) TO WS-PIZZA-TYPE
           END-IF.

      *une commande programmee porte une seule taille : une ligne
           MOVE 1 TO WS-LIG-NB.
           MOVE WS-PIZZA-TYPE TO WS-LIG-TAILLE(1).
           MOVE WS-PIZZAS TO WS-LIG-QUANTITE(1).
           MOVE WS-PRIX-UNITAIRE TO WS-LIG-PRIX(1).
           MOVE ZEROES TO WS-LIG-MONTANT(1) WS-LIG-REMISE(1)
               WS-LIG-DISPO(1).

           PERFORM CONTROLER-DISPONIBILITE
               THRU CONTROLER-DISPONIBILITE-EXIT.
           IF WS-DISPO-MANQUE EQUAL "Y"
      *stock insuffisant : la programmee reste en attente, elle sera
      *retentee au prochain lancement (apres reception)
               DISPLAY "Programmee du "
               GO TO LANCER-UNE-PROGRAMMEE-EXIT
           END-IF.

           PERFORM VALORISER-LIGNES THRU VALORISER-LIGNES-EXIT.

           MOVE WS-PRG-MODE(IDX-PRG) TO WS-MODE-COMMANDE.
      *reglement prevu a la programmation ; une programmee saisie
      *avant le suivi des reglements est reputee payee en especes
           MOVE WS-PRG-REGLEMENT(IDX-PRG) TO WS-REGLEMENT.
           IF NOT WS-REGLEMENT-VALIDE
               MOVE "E" TO WS-REGLEMENT
           END-IF.
           MOVE ZEROES TO WS-BON-NUMERO-CMD WS-BON-RACHAT.
           MOVE ZERO TO WS-LOG-ZONE.
           MOVE ZEROES TO WS-LOG-FRAIS.
           MOVE ZEROES TO WS-LIVREUR-CMD.
               ADD WS-FRAIS-LIVRAISON TO WS-TOTAL-COMMANDE
               MOVE WS-ZONE-LIVRAISON TO WS-LOG-ZONE
               MOVE WS-FRAIS-LIVRAISON TO WS-LOG-FRAIS
      *un livreur est affecte d'office, le tirage se fait sans
      *operateur : sans matricule sur l'enregistrement, la commande
      *echapperait aux feuilles de tournee et aux comptes de primes
      *de la cloture
               PERFORM AFFECTER-LIVREUR-AUTO
                   THRU AFFECTER-LIVREUR-AUTO-EXIT
           END-IF.

      *fiche client et fidelite comme au comptoir
                   MOVE WS-CLI-NUMERO TO WS-CLI-NUMERO-CMD
               END-IF
           END-IF.
      *allergies declarees depuis la programmation : rappel au
      *lancement, la cuisine est encore a temps
           PERFORM ALERTER-ALLERGIES THRU ALERTER-ALLERGIES-EXIT.
           MOVE ZEROES TO WS-REMISE-FIDELITE WS-REMISE-POINTS
               WS-REMISE-AVOIR.
           IF WS-CLI-TROUVE EQUAL "Y"
               ADD 1 TO WS-CLI-NB-COMMANDES
               IF FUNCTION MOD(WS-CLI-NB-COMMANDES, 10) = 0
                   COMPUTE WS-REMISE-FIDELITE ROUNDED =
                       WS-TOTAL-COMMANDE / 10
                   SUBTRACT WS-REMISE-FIDELITE FROM WS-TOTAL-COMMANDE
               END-IF
               PERFORM MAJ-CLIENT-COMMANDES
                   THRU MAJ-CLIENT-COMMANDES-EXIT
           END-IF.

      *les points s'acquierent aussi sur les commandes programmees
           IF WS-CLI-TROUVE EQUAL "Y"
               AND WS-TOTAL-COMMANDE > ZEROES
               MOVE "E" TO WS-PTS-SENS
               MOVE WS-TOTAL-COMMANDE TO WS-PTS-MOUVEMENT
               PERFORM JOURNALISER-POINTS
                   THRU JOURNALISER-POINTS-EXIT
           END-IF.

           ADD WS-CONVIVES TO WS-TOTAL-CONVIVES.
           ADD WS-PIZZAS TO WS-TOTAL-PIZZAS.

      *l'heure promise est l'echeance convenue a la programmation
           MOVE WS-PRG-PROMIS(IDX-PRG) TO WS-SUIVI-PROMIS.
           PERFORM LOG-ORDER THRU LOG-ORDER-EXIT.
           PERFORM ECRIRE-TICKET THRU ECRIRE-TICKET-EXIT.
           PERFORM DECREMENT-INVENTORY THRU DECREMENT-INVENTORY-EXIT.

           MOVE "L" TO WS-PRG-STATUT(IDX-PRG).
           MOVE WS-NO-COMMANDE TO WS-PRG-NUMERO(IDX-PRG).
           ADD 1 TO WS-NO-COMMANDE.
           ADD 1 TO WS-PRG-LANCEES.

       LANCER-UNE-PROGRAMMEE-EXIT.
           EXIT.

      ******************************************************************
       REECRIRE-PROGRAMMEES.

           OPEN OUTPUT F-PROGRAMMEES.
           IF NOT FS-PROGRAMMEES-OK
               DISPLAY "Erreur reecriture F-PROGRAMMEES : "
                   FS-PROGRAMMEES
               GO TO REECRIRE-PROGRAMMEES-EXIT
           END-IF.
           PERFORM VARYING IDX-PRG FROM 1 BY 1
               UNTIL IDX-PRG > WS-PRG-NB
               MOVE SPACES TO PROGRAMMEE-REC
               MOVE WS-PRG-CLIENT(IDX-PRG) TO PRG-CLIENT
               MOVE WS-PRG-CONVIVES(IDX-PRG) TO PRG-CONVIVES
               MOVE WS-PRG-TAILLE(IDX-PRG) TO PRG-TAILLE
               MOVE WS-PRG-MODE(IDX-PRG) TO PRG-MODE
               MOVE WS-PRG-ZONE(IDX-PRG) TO PRG-ZONE
               MOVE WS-PRG-PROMIS(IDX-PRG) TO PRG-PROMIS
               MOVE WS-PRG-STATUT(IDX-PRG) TO PRG-STATUT
               MOVE WS-PRG-NUMERO(IDX-PRG) TO PRG-NUMERO
               MOVE WS-PRG-REGLEMENT(IDX-PRG) TO PRG-REGLEMENT
               WRITE PROGRAMMEE-REC
           END-PERFORM.
           CLOSE F-PROGRAMMEES.

       REECRIRE-PROGRAMMEES-EXIT.
           EXIT.

      ******************************************************************
      *integration sans operateur des commandes du site web et des
      *plateformes : chaque commande de COMMANDES-ENTRANTES.txt suit
      *le flux du comptoir (client, disponibilite, tarif, journal,
      *ticket, stock) ; une commande irrealisable part dans
      *COMMANDES-REJETEES.txt avec son motif. Le fichier entrant est
      *vide une fois lu : un second passage ne double aucune commande
       INTEGRER-COMMANDES.

           MOVE ZEROES TO WS-ENT-LUES WS-ENT-INTEGREES.
           MOVE ZEROES TO WS-ENT-REJETEES.

           OPEN INPUT F-ENTRANTES.
           IF NOT FS-ENTRANTES-OK
               DISPLAY "Aucune commande entrante (" FS-ENTRANTES ")."
               GO TO INTEGRER-COMMANDES-EXIT
           END-IF.

           OPEN EXTEND F-REJETS.
           IF NOT FS-REJETS-OK
               CLOSE F-REJETS
               OPEN OUTPUT F-REJETS
           END-IF.

           MOVE "N" TO WS-ENT-FIN.
           PERFORM UNTIL WS-ENT-FIN = "Y"
               READ F-ENTRANTES
                   AT END
                       MOVE "Y" TO WS-ENT-FIN
                   NOT AT END
                       PERFORM INTEGRER-UNE-COMMANDE
                           THRU INTEGRER-UNE-COMMANDE-EXIT
               END-READ
           END-PERFORM.

           CLOSE F-ENTRANTES.
           CLOSE F-REJETS.

           OPEN OUTPUT F-ENTRANTES.
           CLOSE F-ENTRANTES.

           DISPLAY "Commandes entrantes lues : " WS-ENT-LUES
               "  integrees : " WS-ENT-INTEGREES
               "  rejetees : " WS-ENT-REJETEES.

       INTEGRER-COMMANDES-EXIT.
           EXIT.

      ******************************************************************
       INTEGRER-UNE-COMMANDE.

           ADD 1 TO WS-ENT-LUES.
           MOVE SPACES TO WS-ENT-MOTIF.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           MOVE FUNCTION UPPER-CASE(ENT-MODE) TO WS-MODE-COMMANDE.
           IF WS-MODE-COMMANDE NOT EQUAL "L"
               AND WS-MODE-COMMANDE NOT EQUAL "E"
               MOVE "MODE INVALIDE" TO WS-ENT-MOTIF
               GO TO INTEGRER-UNE-COMMANDE-REJET
           END-IF.

           MOVE FUNCTION UPPER-CASE(ENT-REGLEMENT) TO WS-REGLEMENT.
           IF WS-REGLEMENT EQUAL SPACE
               MOVE "E" TO WS-REGLEMENT
           END-IF.
           IF NOT WS-REGLEMENT-VALIDE
               MOVE "REGLEMENT INVALIDE" TO WS-ENT-MOTIF
               GO TO INTEGRER-UNE-COMMANDE-REJET
           END-IF.

      *heure souhaitee : du jour seulement, une commande pour un
      *autre jour se programme au comptoir
           MOVE ZEROES TO WS-SUIVI-PROMIS.
           IF ENT-SOUHAITE NOT EQUAL SPACES
               AND ENT-SOUHAITE NOT EQUAL ZEROES
               IF ENT-SOUHAITE NOT NUMERIC
                   OR ENT-SOUHAITE-HH > 23 OR ENT-SOUHAITE-MM > 59
                   MOVE "HEURE SOUHAITEE INVALIDE" TO WS-ENT-MOTIF
                   GO TO INTEGRER-UNE-COMMANDE-REJET
               END-IF
               IF ENT-SOUHAITE-JOUR NOT EQUAL WS-HORODATAGE(1:8)
                   MOVE "JOUR SOUHAITE A PROGRAMMER" TO WS-ENT-MOTIF
                   GO TO INTEGRER-UNE-COMMANDE-REJET
               END-IF
      *heure deja passee : promesse ordinaire du mode
               IF ENT-SOUHAITE > WS-HORODATAGE(1:12)
                   MOVE ENT-SOUHAITE TO WS-SUIVI-PROMIS(1:12)
                   MOVE "00" TO WS-SUIVI-PROMIS(13:2)
               END-IF
           END-IF.

      *lignes : une taille deja citee cumule sur sa ligne
           MOVE ZERO TO WS-LIG-NB.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > 4 OR WS-ENT-MOTIF NOT EQUAL SPACES
               IF ENT-TAILLE(WS-ENT-IDX) NOT EQUAL SPACE
                   PERFORM RETENIR-LIGNE-ENTRANTE
                       THRU RETENIR-LIGNE-ENTRANTE-EXIT
               END-IF
           END-PERFORM.
           IF WS-ENT-MOTIF NOT EQUAL SPACES
               GO TO INTEGRER-UNE-COMMANDE-REJET
           END-IF.
           IF WS-LIG-NB EQUAL ZERO
               MOVE "AUCUNE PIZZA" TO WS-ENT-MOTIF
               GO TO INTEGRER-UNE-COMMANDE-REJET
           END-IF.
           PERFORM TOTALISER-LIGNES THRU TOTALISER-LIGNES-EXIT.
           IF WS-PIZZAS > 999
               MOVE "PLUS DE 999 PIZZAS" TO WS-ENT-MOTIF
               GO TO INTEGRER-UNE-COMMANDE-REJET
           END-IF.

      *client retrouve par son telephone ; la fiche d'un nouveau
      *client n'est ecrite qu'une fois la commande acceptee
           IF ENT-TELEPHONE EQUAL SPACES
               MOVE "TELEPHONE ABSENT" TO WS-ENT-MOTIF
               GO TO INTEGRER-UNE-COMMANDE-REJET
           END-IF.
           PERFORM CHERCHER-CLIENT-ENTRANT
               THRU CHERCHER-CLIENT-ENTRANT-EXIT.

           MOVE ZERO TO WS-LOG-ZONE.
           MOVE ZEROES TO WS-LOG-FRAIS WS-LIVREUR-CMD.
           IF WS-MODE-COMMANDE EQUAL "L"
               IF ENT-ZONE >= "1" AND ENT-ZONE <= "3"
                   MOVE ENT-ZONE TO WS-ZONE-LIVRAISON
               ELSE
                   MOVE ZERO TO WS-ZONE-LIVRAISON
                   IF WS-CLI-ZONE >= 1 AND WS-CLI-ZONE <= 3
                       MOVE WS-CLI-ZONE TO WS-ZONE-LIVRAISON
                   END-IF
               END-IF
               IF WS-ZONE-LIVRAISON < 1 OR WS-ZONE-LIVRAISON > 3
                   MOVE "ZONE DE LIVRAISON INVALIDE" TO WS-ENT-MOTIF
                   GO TO INTEGRER-UNE-COMMANDE-REJET
               END-IF
           END-IF.

      *pas de contre-proposition sans operateur : une commande que
      *le stock ne couvre pas entierement est rejetee
           PERFORM CONTROLER-DISPONIBILITE
               THRU CONTROLER-DISPONIBILITE-EXIT.
           IF WS-DISPO-MANQUE EQUAL "Y"
               MOVE "STOCK INSUFFISANT" TO WS-ENT-MOTIF
               GO TO INTEGRER-UNE-COMMANDE-REJET
           END-IF.

           IF WS-ENT-A-CREER EQUAL "Y"
               MOVE WS-CLI-PROCHAIN TO WS-CLI-NUMERO
               ADD 1 TO WS-CLI-PROCHAIN
               PERFORM ECRIRE-FICHE-CLIENT
                   THRU ECRIRE-FICHE-CLIENT-EXIT
           END-IF.
           IF WS-CLI-TROUVE EQUAL "Y"
               MOVE WS-CLI-NUMERO TO WS-CLI-NUMERO-CMD
           ELSE
               MOVE ZEROES TO WS-CLI-NUMERO-CMD
           END-IF.

           PERFORM VARYING IDX-LIG FROM 1 BY 1
               UNTIL IDX-LIG > WS-LIG-NB
               MOVE WS-LIG-TAILLE(IDX-LIG) TO WS-PIZZA-TYPE
               PERFORM ALERTER-ALLERGIES THRU ALERTER-ALLERGIES-EXIT
           END-PERFORM.

           PERFORM VALORISER-LIGNES THRU VALORISER-LIGNES-EXIT.

           IF WS-MODE-COMMANDE EQUAL "L"
               MOVE WS-FRAIS-ZONE(WS-ZONE-LIVRAISON)
                   TO WS-FRAIS-LIVRAISON
               ADD WS-FRAIS-LIVRAISON TO WS-TOTAL-COMMANDE
               MOVE WS-ZONE-LIVRAISON TO WS-LOG-ZONE
               MOVE WS-FRAIS-LIVRAISON TO WS-LOG-FRAIS
               PERFORM AFFECTER-LIVREUR-AUTO
                   THRU AFFECTER-LIVREUR-AUTO-EXIT
           END-IF.

      *fidelite comme pour une commande programmee : la remise de la
      *dixieme commande s'applique, les points s'acquierent, leur
      *rachat reste au comptoir
           MOVE ZEROES TO WS-REMISE-FIDELITE WS-REMISE-POINTS
               WS-REMISE-AVOIR.
           IF WS-CLI-TROUVE EQUAL "Y"
               ADD 1 TO WS-CLI-NB-COMMANDES
               IF FUNCTION MOD(WS-CLI-NB-COMMANDES, 10) = 0
               PERFORM MAJ-CLIENT-COMMANDES
                   THRU MAJ-CLIENT-COMMANDES-EXIT
           END-IF.
           IF WS-CLI-TROUVE EQUAL "Y"
               AND WS-TOTAL-COMMANDE > ZEROES
               MOVE "E" TO WS-PTS-SENS
                   THRU JOURNALISER-POINTS-EXIT
           END-IF.

           MOVE ZEROES TO WS-BON-NUMERO-CMD WS-BON-RACHAT.
           MOVE ZEROES TO WS-CONVIVES.
           ADD WS-PIZZAS TO WS-TOTAL-PIZZAS.

           MOVE SPACES TO WS-ENT-REF-CMD.
           STRING ENT-SOURCE " " ENT-REFERENCE
               DELIMITED BY SIZE INTO WS-ENT-REF-CMD.
           PERFORM LOG-ORDER THRU LOG-ORDER-EXIT.
           PERFORM ECRIRE-TICKET THRU ECRIRE-TICKET-EXIT.
           PERFORM DECREMENT-INVENTORY THRU DECREMENT-INVENTORY-EXIT.
           MOVE SPACES TO WS-ENT-REF-CMD.

           DISPLAY "Commande " ENT-SOURCE " " ENT-REFERENCE
               " integree sous le numero " WS-NO-COMMANDE ".".
           ADD 1 TO WS-NO-COMMANDE.
           ADD 1 TO WS-ENT-INTEGREES.
           GO TO INTEGRER-UNE-COMMANDE-EXIT.

       INTEGRER-UNE-COMMANDE-REJET.
           MOVE ZEROES TO WS-SUIVI-PROMIS.
           MOVE SPACES TO REJ-REC.
           MOVE ENT-REC TO REJ-IMAGE.
           MOVE WS-ENT-MOTIF TO REJ-MOTIF.
           MOVE WS-HORODATAGE(1:8) TO REJ-DATE.
           WRITE REJ-REC.
           ADD 1 TO WS-ENT-REJETEES.
           DISPLAY "Commande " ENT-SOURCE " " ENT-REFERENCE
               " rejetee : " WS-ENT-MOTIF.

       INTEGRER-UNE-COMMANDE-EXIT.
           EXIT.

      ******************************************************************
      *ligne WS-ENT-IDX de la commande entrante : taille connue du
      *tarif et nombre de pizzas renseigne, sinon motif de rejet
       RETENIR-LIGNE-ENTRANTE.

           MOVE FUNCTION UPPER-CASE(ENT-TAILLE(WS-ENT-IDX))
               TO WS-PIZZA-TYPE.
           MOVE ZERO TO WS-PRIX-UNITAIRE.
           PERFORM VARYING WS-TARIF-IDX FROM 1 BY 1
               UNTIL WS-TARIF-IDX > 4
               IF WS-TARIF-CODE(WS-TARIF-IDX) EQUAL WS-PIZZA-TYPE
                   MOVE WS-TARIF-PRIX(WS-TARIF-IDX) TO WS-PRIX-UNITAIRE
               END-IF
           END-PERFORM.
           IF WS-PRIX-UNITAIRE EQUAL ZERO
               MOVE "TAILLE INCONNUE" TO WS-ENT-MOTIF
               GO TO RETENIR-LIGNE-ENTRANTE-EXIT
           END-IF.

           IF ENT-QUANTITE(WS-ENT-IDX) NOT NUMERIC
               MOVE "NOMBRE DE PIZZAS INVALIDE" TO WS-ENT-MOTIF
               GO TO RETENIR-LIGNE-ENTRANTE-EXIT
           END-IF.
           MOVE ENT-QUANTITE(WS-ENT-IDX) TO WS-ENT-QUANTITE.
           IF WS-ENT-QUANTITE EQUAL ZEROES
               MOVE "NOMBRE DE PIZZAS INVALIDE" TO WS-ENT-MOTIF
               GO TO RETENIR-LIGNE-ENTRANTE-EXIT
           END-IF.

           MOVE ZERO TO WS-LIG-CIBLE.
           PERFORM VARYING IDX-LIG FROM 1 BY 1
               UNTIL IDX-LIG > WS-LIG-NB
               IF WS-LIG-TAILLE(IDX-LIG) EQUAL WS-PIZZA-TYPE
                   SET WS-LIG-CIBLE TO IDX-LIG
               END-IF
           END-PERFORM.
           IF WS-LIG-CIBLE EQUAL ZERO
               ADD 1 TO WS-LIG-NB
               MOVE WS-LIG-NB TO WS-LIG-CIBLE
               MOVE WS-PIZZA-TYPE TO WS-LIG-TAILLE(WS-LIG-CIBLE)
               MOVE WS-PRIX-UNITAIRE TO WS-LIG-PRIX(WS-LIG-CIBLE)
               MOVE ZEROES TO WS-LIG-QUANTITE(WS-LIG-CIBLE)
                   WS-LIG-MONTANT(WS-LIG-CIBLE)
                   WS-LIG-REMISE(WS-LIG-CIBLE)
                   WS-LIG-DISPO(WS-LIG-CIBLE)
           END-IF.
           IF WS-LIG-QUANTITE(WS-LIG-CIBLE) + WS-ENT-QUANTITE > 999
               MOVE "PLUS DE 999 PIZZAS" TO WS-ENT-MOTIF
               GO TO RETENIR-LIGNE-ENTRANTE-EXIT
           END-IF.
           ADD WS-ENT-QUANTITE TO WS-LIG-QUANTITE(WS-LIG-CIBLE).

       RETENIR-LIGNE-ENTRANTE-EXIT.
           EXIT.

      ******************************************************************
      *client de la commande entrante : premiere fiche de
      *CUSTOMERS.idx portant son telephone ; a defaut la fiche est
      *preparee avec le nom, l'adresse et la zone de la commande
       CHERCHER-CLIENT-ENTRANT.

           MOVE "N" TO WS-CLI-TROUVE.
           MOVE "N" TO WS-ENT-A-CREER.
           MOVE ZEROES TO WS-CLI-SAISIE.

           OPEN INPUT F-CUSTOMERS-IDX.
           IF FS-CLIIDX-OK
               MOVE "N" TO WS-CLI-FIN
               PERFORM UNTIL WS-CLI-FIN = "Y"
                   READ F-CUSTOMERS-IDX NEXT
                       AT END
                           MOVE "Y" TO WS-CLI-FIN
                       NOT AT END
                           IF CLI-IDX-TELEPHONE EQUAL ENT-TELEPHONE
                               MOVE CLI-IDX-NUMERO TO WS-CLI-SAISIE
                               MOVE "Y" TO WS-CLI-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CUSTOMERS-IDX
           END-IF.

           IF WS-CLI-SAISIE > ZEROES
               PERFORM LIRE-CLIENT THRU LIRE-CLIENT-EXIT
           END-IF.
           IF WS-CLI-TROUVE EQUAL "Y"
               GO TO CHERCHER-CLIENT-ENTRANT-EXIT
           END-IF.

           MOVE "Y" TO WS-ENT-A-CREER.
           MOVE ZEROES TO WS-CLI-NUMERO.
           MOVE ENT-NOM TO WS-CLI-NOM.
           IF WS-CLI-NOM EQUAL SPACES
               MOVE ENT-TELEPHONE TO WS-CLI-NOM
           END-IF.
           MOVE ENT-TELEPHONE TO WS-CLI-TELEPHONE.
           MOVE ENT-ADRESSE TO WS-CLI-ADRESSE.
           MOVE ZERO TO WS-CLI-ZONE.
           IF ENT-ZONE >= "1" AND ENT-ZONE <= "3"
               MOVE ENT-ZONE TO WS-CLI-ZONE
           END-IF.
           MOVE ZEROES TO WS-CLI-NB-COMMANDES.
           MOVE SPACES TO WS-CLI-ALLERGIES.

       CHERCHER-CLIENT-ENTRANT-EXIT.
           EXIT.

      ******************************************************************
           EXIT.

      ******************************************************************
      *valorisation des lignes de la commande : montant au prix
      *unitaire de la ligne, promotion de sa taille, puis total des
      *pizzas net des promotions
       VALORISER-LIGNES.

           MOVE ZEROES TO WS-TOTAL-COMMANDE WS-REMISE-PROMO.
           MOVE "N" TO WS-PROMO-FIXE-PRISE.
           PERFORM VARYING IDX-LIG FROM 1 BY 1
               UNTIL IDX-LIG > WS-LIG-NB
               COMPUTE WS-LIG-MONTANT(IDX-LIG) =
                   WS-LIG-QUANTITE(IDX-LIG) * WS-LIG-PRIX(IDX-LIG)
               PERFORM APPLIQUER-PROMOTION
                   THRU APPLIQUER-PROMOTION-EXIT
               MOVE WS-REMISE-LIGNE TO WS-LIG-REMISE(IDX-LIG)
               ADD WS-LIG-MONTANT(IDX-LIG) TO WS-TOTAL-COMMANDE
               ADD WS-REMISE-LIGNE TO WS-REMISE-PROMO
           END-PERFORM.
           SUBTRACT WS-REMISE-PROMO FROM WS-TOTAL-COMMANDE.

       VALORISER-LIGNES-EXIT.
           EXIT.

      ******************************************************************
      *application a la ligne IDX-LIG de la premiere promotion
      *active correspondant a sa taille (ou valable toutes tailles),
      *en ligne de remise distincte ; une promotion a montant fixe
      *ne joue qu'une fois par commande
       APPLIQUER-PROMOTION.

           MOVE ZEROES TO WS-REMISE-LIGNE.
           PERFORM VARYING IDX-PRM FROM 1 BY 1
               UNTIL IDX-PRM > WS-NB-PROMOS
               OR WS-REMISE-LIGNE > ZEROES
               IF (WS-PRM-CODE(IDX-PRM) EQUAL WS-LIG-TAILLE(IDX-LIG)
                   OR WS-PRM-CODE(IDX-PRM) EQUAL "*")
                   AND (WS-PRM-TYPE(IDX-PRM) EQUAL "R"
                   OR WS-PROMO-FIXE-PRISE NOT EQUAL "Y")
                   IF WS-PRM-TYPE(IDX-PRM) EQUAL "R"
                       COMPUTE WS-REMISE-LIGNE ROUNDED =
                           WS-LIG-MONTANT(IDX-LIG)
                           * WS-PRM-VALEUR(IDX-PRM) / 100
                   ELSE
                       MOVE WS-PRM-VALEUR(IDX-PRM) TO WS-REMISE-LIGNE
                   END-IF
                   IF WS-REMISE-LIGNE > WS-LIG-MONTANT(IDX-LIG)
                       MOVE WS-LIG-MONTANT(IDX-LIG) TO WS-REMISE-LIGNE
                   END-IF
                   IF WS-REMISE-LIGNE > ZEROES
                       DISPLAY "Promotion " WS-PRM-LIBELLE(IDX-PRM)
                           " (" WS-LIG-TAILLE(IDX-LIG) ") : -"
                           WS-REMISE-LIGNE " euros."
                       IF WS-PRM-TYPE(IDX-PRM) NOT EQUAL "R"
                           MOVE "Y" TO WS-PROMO-FIXE-PRISE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

      ******************************************************************
      *nombre maximum de pizzas de la taille WS-PIZZA-TYPE
      *realisables : minimum, sur les ingredients consommes, du stock
      *non reserve divise par l'usage unitaire
       CALCULER-DISPONIBILITE.

           MOVE 99999 TO WS-DISPO-MAX.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-INV-NB
               PERFORM OBTENIR-USAGE THRU OBTENIR-USAGE-EXIT
               IF WS-USAGE-EFFECTIF > ZERO
                   COMPUTE WS-DISPO-RESTE = WS-INV-STOCK(WS-INV-IDX)
                       - WS-INV-RESERVE(WS-INV-IDX)
                   IF WS-DISPO-RESTE <= ZERO
                       MOVE ZEROES TO WS-DISPO-MAX
                   ELSE
                       DIVIDE WS-DISPO-RESTE
                           BY WS-USAGE-EFFECTIF
                           GIVING WS-DISPO-ITEM
                       IF WS-DISPO-ITEM < WS-DISPO-MAX
       CALCULER-DISPONIBILITE-EXIT.
           EXIT.

      ******************************************************************
      *disponibilite de la commande ligne a ligne : chaque ligne
      *prend au plus ce que permet le stock non encore reserve par
      *les lignes precedentes, puis reserve sa consommation
       CONTROLER-DISPONIBILITE.

           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-INV-NB
               MOVE ZEROES TO WS-INV-RESERVE(WS-INV-IDX)
           END-PERFORM.
           MOVE "N" TO WS-DISPO-MANQUE.
           MOVE ZEROES TO WS-DISPO-TOTAL.

           PERFORM VARYING IDX-LIG FROM 1 BY 1
               UNTIL IDX-LIG > WS-LIG-NB
               MOVE WS-LIG-TAILLE(IDX-LIG) TO WS-PIZZA-TYPE
               PERFORM CALCULER-DISPONIBILITE
                   THRU CALCULER-DISPONIBILITE-EXIT
               IF WS-DISPO-MAX < WS-LIG-QUANTITE(IDX-LIG)
                   MOVE WS-DISPO-MAX TO WS-LIG-DISPO(IDX-LIG)
                   MOVE "Y" TO WS-DISPO-MANQUE
               ELSE
                   MOVE WS-LIG-QUANTITE(IDX-LIG)
                       TO WS-LIG-DISPO(IDX-LIG)
               END-IF
               ADD WS-LIG-DISPO(IDX-LIG) TO WS-DISPO-TOTAL
               PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-NB
                   PERFORM OBTENIR-USAGE THRU OBTENIR-USAGE-EXIT
                   COMPUTE WS-INV-RESERVE(WS-INV-IDX) =
                       WS-INV-RESERVE(WS-INV-IDX)
                       + (WS-LIG-DISPO(IDX-LIG) * WS-USAGE-EFFECTIF)
               END-PERFORM
           END-PERFORM.

       CONTROLER-DISPONIBILITE-EXIT.
           EXIT.

      ******************************************************************
      *ticket de caisse : numero de recu (= numero de commande),
      *date/heure, une ligne de detail par taille commandee, base et
      *montant de TVA au taux du mode (emporter/livraison), total TTC
       ECRIRE-TICKET.

           IF WS-MODE-COMMANDE EQUAL "L"
               "  " WS-HORODATAGE(1:8) " " WS-HORODATAGE(9:6)
               DELIMITED BY SIZE INTO WS-TICKET-LINE.
           WRITE WS-TICKET-LINE FROM WS-TICKET-LINE.
           IF WS-ENT-REF-CMD NOT EQUAL SPACES
               MOVE SPACES TO WS-TICKET-LINE
               STRING "  COMMANDE " WS-ENT-REF-CMD
                   DELIMITED BY SIZE INTO WS-TICKET-LINE
               WRITE WS-TICKET-LINE FROM WS-TICKET-LINE
           END-IF.

           PERFORM VARYING IDX-LIG FROM 1 BY 1
               UNTIL IDX-LIG > WS-LIG-NB
               MOVE SPACES TO WS-TICKET-LINE
               STRING "  " WS-LIG-QUANTITE(IDX-LIG) " pizza(s) "
                   WS-LIG-TAILLE(IDX-LIG)
                   " x " WS-LIG-PRIX(IDX-LIG) " euros"
                   DELIMITED BY SIZE INTO WS-TICKET-LINE
               WRITE WS-TICKET-LINE FROM WS-TICKET-LINE
           END-PERFORM.

           IF WS-REMISE-PROMO > ZEROES
               MOVE SPACES TO WS-TICKET-LINE
                   DELIMITED BY SIZE INTO WS-TICKET-LINE
               WRITE WS-TICKET-LINE FROM WS-TICKET-LINE
           END-IF.
           IF WS-REMISE-AVOIR > ZEROES
               MOVE SPACES TO WS-TICKET-LINE
               STRING "  AVOIR RECLAMATION      -" WS-REMISE-AVOIR
                   DELIMITED BY SIZE INTO WS-TICKET-LINE
               WRITE WS-TICKET-LINE FROM WS-TICKET-LINE
           END-IF.

           IF WS-MODE-COMMANDE EQUAL "L"
               MOVE SPACES TO WS-TICKET-LINE
               DELIMITED BY SIZE INTO WS-TICKET-LINE.
           WRITE WS-TICKET-LINE FROM WS-TICKET-LINE.

           PERFORM ECRIRE-ALLERGENES-TICKET
               THRU ECRIRE-ALLERGENES-TICKET-EXIT.

           MOVE SPACES TO WS-TICKET-LINE.
           STRING "  TOTAL TTC              " WS-TOTAL-COMMANDE
               " euros"
               DELIMITED BY SIZE INTO WS-TICKET-LINE.
           WRITE WS-TICKET-LINE FROM WS-TICKET-LINE.

           IF WS-BON-RACHAT > ZEROES
               MOVE SPACES TO WS-TICKET-LINE
               STRING "  BON CADEAU " WS-BON-NUMERO-CMD "    "
                   WS-BON-RACHAT " euros"
                   DELIMITED BY SIZE INTO WS-TICKET-LINE
               WRITE WS-TICKET-LINE FROM WS-TICKET-LINE
           END-IF.

           PERFORM NOMMER-REGLEMENT THRU NOMMER-REGLEMENT-EXIT.
           MOVE SPACES TO WS-TICKET-LINE.
           STRING "  REGLEMENT              " WS-REGLEMENT-LIBELLE
               DELIMITED BY SIZE INTO WS-TICKET-LINE.
           WRITE WS-TICKET-LINE FROM WS-TICKET-LINE.

           CLOSE F-TICKETS.

       ECRIRE-TICKET-EXIT.
           EXIT.

      ******************************************************************
       NOMMER-REGLEMENT.

           EVALUATE WS-REGLEMENT
               WHEN "C"
                   MOVE "CARTE" TO WS-REGLEMENT-LIBELLE
               WHEN "T"
                   MOVE "TITRE-RESTAURANT" TO WS-REGLEMENT-LIBELLE
               WHEN "B"
                   MOVE "BON CADEAU" TO WS-REGLEMENT-LIBELLE
               WHEN "E"
                   MOVE "ESPECES" TO WS-REGLEMENT-LIBELLE
               WHEN OTHER
                   MOVE "NON RENSEIGNE" TO WS-REGLEMENT-LIBELLE
           END-EVALUATE.

       NOMMER-REGLEMENT-EXIT.
           EXIT.

      ******************************************************************
       LOAD-RECETTES.

               UNTIL WS-RCT-IDX > 4
               MOVE "N" TO WS-RCT-CHARGEE(WS-RCT-IDX)
           END-PERFORM.
           MOVE ZEROES TO WS-RLG-NB WS-RCT-IGNOREES.

           OPEN INPUT F-RECETTES.
           IF NOT FS-RECETTES-OK
                   AT END
                       MOVE "Y" TO WS-RECETTES-FIN
                   NOT AT END
                       PERFORM RETENIR-LIGNE-RECETTE
                           THRU RETENIR-LIGNE-RECETTE-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-RECETTES.

           IF WS-RCT-IGNOREES > ZEROES
               DISPLAY "Recettes : " WS-RCT-IGNOREES " ligne(s) "
                   "ignoree(s), taille ou ingredient inconnu."
           END-IF.

       LOAD-RECETTES-EXIT.
           EXIT.

      ******************************************************************
      *une ligne de recette : la taille doit etre au tarif et
      *l'ingredient au maitre, sinon la ligne est ignoree
       RETENIR-LIGNE-RECETTE.

           MOVE ZERO TO WS-RCT-TAILLE.
           PERFORM VARYING WS-RCT-IDX FROM 1 BY 1
               UNTIL WS-RCT-IDX > 4
               IF WS-TARIF-CODE(WS-RCT-IDX) EQUAL RCT-TAILLE
                   MOVE WS-RCT-IDX TO WS-RCT-TAILLE
               END-IF
           END-PERFORM.
           MOVE RCT-INGREDIENT TO WS-INV-CHERCHE.
           PERFORM CHERCHER-INGREDIENT THRU CHERCHER-INGREDIENT-EXIT.

           IF WS-RCT-TAILLE EQUAL ZERO
               OR WS-INV-CIBLE EQUAL ZEROES
               OR RCT-QUANTITE NOT NUMERIC
               OR WS-RLG-NB NOT < 2000
               ADD 1 TO WS-RCT-IGNOREES
               GO TO RETENIR-LIGNE-RECETTE-EXIT
           END-IF.

           MOVE "Y" TO WS-RCT-CHARGEE(WS-RCT-TAILLE).
           ADD 1 TO WS-RLG-NB.
           MOVE WS-RCT-TAILLE TO WS-RLG-TAILLE(WS-RLG-NB).
           MOVE WS-INV-CIBLE TO WS-RLG-ING(WS-RLG-NB).
           MOVE RCT-QUANTITE TO WS-RLG-QUANTITE(WS-RLG-NB).

       RETENIR-LIGNE-RECETTE-EXIT.
           EXIT.

      ******************************************************************
      *usage effectif de l'ingredient WS-INV-IDX pour la taille
      *commandee : somme des lignes de la recette si elle est chargee
      *(zero pour un ingredient qu'elle ne cite pas), sinon l'usage
      *unique du maitre
       OBTENIR-USAGE.

           MOVE WS-INV-USAGE(WS-INV-IDX) TO WS-USAGE-EFFECTIF.
           MOVE ZERO TO WS-RCT-TAILLE.
           PERFORM VARYING WS-RCT-IDX FROM 1 BY 1
               UNTIL WS-RCT-IDX > 4
               IF WS-TARIF-CODE(WS-RCT-IDX) EQUAL WS-PIZZA-TYPE
                   AND WS-RCT-CHARGEE(WS-RCT-IDX) EQUAL "Y"
                   MOVE WS-RCT-IDX TO WS-RCT-TAILLE
               END-IF
           END-PERFORM.
           IF WS-RCT-TAILLE EQUAL ZERO
               GO TO OBTENIR-USAGE-EXIT
           END-IF.

           MOVE ZEROES TO WS-USAGE-EFFECTIF.
           PERFORM VARYING IDX-RLG FROM 1 BY 1
               UNTIL IDX-RLG > WS-RLG-NB
               IF WS-RLG-TAILLE(IDX-RLG) EQUAL WS-RCT-TAILLE
                   AND WS-RLG-ING(IDX-RLG) EQUAL WS-INV-IDX
                   ADD WS-RLG-QUANTITE(IDX-RLG) TO WS-USAGE-EFFECTIF
               END-IF
           END-PERFORM.

       OBTENIR-USAGE-EXIT.
           EXIT.

      ******************************************************************
      *allergenes de la taille WS-PIZZA-TYPE dans WS-ALG-TAILLE : ceux
      *des ingredients que sa recette (ou l'usage du maitre, a defaut
      *de recette) emploie reellement
       ALLERGENES-TAILLE.

           MOVE SPACES TO WS-ALG-TAILLE.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-INV-NB
               IF WS-INV-ALLERGENES(WS-INV-IDX) NOT EQUAL SPACES
                   PERFORM OBTENIR-USAGE THRU OBTENIR-USAGE-EXIT
                   IF WS-USAGE-EFFECTIF > ZERO
                       PERFORM VARYING WS-ALG-POS FROM 1 BY 1
                           UNTIL WS-ALG-POS > 6
                           MOVE WS-INV-ALLERGENES(WS-INV-IDX)
                               (WS-ALG-POS:1) TO WS-ALG-LETTRE
                           PERFORM RANG-ALLERGENE
                               THRU RANG-ALLERGENE-EXIT
                           IF WS-ALG-RANG > ZERO
                               MOVE WS-ALG-LETTRE
                                   TO WS-ALG-TAILLE(WS-ALG-RANG:1)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       ALLERGENES-TAILLE-EXIT.
           EXIT.

      ******************************************************************
      *avertissement au comptoir : la taille WS-PIZZA-TYPE contient un
      *allergene declare par le client de la commande
       ALERTER-ALLERGIES.

           IF WS-CLI-TROUVE NOT EQUAL "Y"
               OR WS-CLI-ALLERGIES EQUAL SPACES
               GO TO ALERTER-ALLERGIES-EXIT
           END-IF.

           PERFORM ALLERGENES-TAILLE THRU ALLERGENES-TAILLE-EXIT.
           MOVE SPACES TO WS-ALG-ALERTE.
           PERFORM VARYING WS-ALG-POS FROM 1 BY 1 UNTIL WS-ALG-POS > 4
               MOVE WS-CLI-ALLERGIES(WS-ALG-POS:1) TO WS-ALG-LETTRE
               PERFORM RANG-ALLERGENE THRU RANG-ALLERGENE-EXIT
               IF WS-ALG-RANG > ZERO
                   IF WS-ALG-TAILLE(WS-ALG-RANG:1) NOT EQUAL SPACE
                       MOVE WS-ALG-LETTRE
                           TO WS-ALG-ALERTE(WS-ALG-RANG:1)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ALG-ALERTE EQUAL SPACES
               GO TO ALERTER-ALLERGIES-EXIT
           END-IF.

           MOVE WS-ALG-ALERTE TO WS-ALG-LISTE.
           PERFORM LIBELLER-ALLERGENES THRU LIBELLER-ALLERGENES-EXIT.
           DISPLAY "*************************************************".
           DISPLAY "*** ATTENTION ALLERGIE : la taille " WS-PIZZA-TYPE
               " contient " FUNCTION TRIM(WS-ALG-LIBELLES).
           DISPLAY "*** allergie declaree par " WS-CLI-NOM.
           DISPLAY "*************************************************".

       ALERTER-ALLERGIES-EXIT.
           EXIT.

      ******************************************************************
      *rang dans la table ALLERGN de la lettre WS-ALG-LETTRE (zero si
      *la lettre n'y figure pas)
       RANG-ALLERGENE.

           MOVE ZERO TO WS-ALG-RANG.
           IF WS-ALG-LETTRE EQUAL SPACE
               GO TO RANG-ALLERGENE-EXIT
           END-IF.
           PERFORM VARYING ALG-IDX FROM 1 BY 1 UNTIL ALG-IDX > ALG-NB
               IF ALG-CODE(ALG-IDX) EQUAL WS-ALG-LETTRE
                   MOVE ALG-IDX TO WS-ALG-RANG
               END-IF
           END-PERFORM.

       RANG-ALLERGENE-EXIT.
           EXIT.

      ******************************************************************
      *libelles des allergenes de l'ensemble WS-ALG-LISTE, separes par
      *un blanc, dans WS-ALG-LIBELLES
       LIBELLER-ALLERGENES.

           MOVE SPACES TO WS-ALG-LIBELLES.
           MOVE 1 TO WS-ALG-PTR.
           PERFORM VARYING ALG-IDX FROM 1 BY 1 UNTIL ALG-IDX > ALG-NB
               IF WS-ALG-LISTE(ALG-IDX:1) NOT EQUAL SPACE
                   STRING ALG-NOM(ALG-IDX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-ALG-LIBELLES WITH POINTER WS-ALG-PTR
               END-IF
           END-PERFORM.

       LIBELLER-ALLERGENES-EXIT.
           EXIT.

      ******************************************************************
      *allergenes de la commande sur le ticket : reunion de ceux des
      *tailles commandees, par lignes d'au plus six libelles
       ECRIRE-ALLERGENES-TICKET.

           MOVE WS-PIZZA-TYPE TO WS-ALG-TYPE-SAUVE.
           MOVE SPACES TO WS-ALG-COMMANDE.
           PERFORM VARYING IDX-LIG FROM 1 BY 1
               UNTIL IDX-LIG > WS-LIG-NB
               IF WS-LIG-QUANTITE(IDX-LIG) > ZEROES
                   MOVE WS-LIG-TAILLE(IDX-LIG) TO WS-PIZZA-TYPE
                   PERFORM ALLERGENES-TAILLE
                       THRU ALLERGENES-TAILLE-EXIT
                   PERFORM VARYING ALG-IDX FROM 1 BY 1
                       UNTIL ALG-IDX > ALG-NB
                       IF WS-ALG-TAILLE(ALG-IDX:1) NOT EQUAL SPACE
                           MOVE WS-ALG-TAILLE(ALG-IDX:1)
                               TO WS-ALG-COMMANDE(ALG-IDX:1)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-ALG-TYPE-SAUVE TO WS-PIZZA-TYPE.

           MOVE SPACES TO WS-TICKET-LINE.
           IF WS-ALG-COMMANDE EQUAL SPACES
               MOVE "  ALLERGENES : AUCUN DECLARE" TO WS-TICKET-LINE
               WRITE WS-TICKET-LINE FROM WS-TICKET-LINE
               GO TO ECRIRE-ALLERGENES-TICKET-EXIT
           END-IF.

           MOVE "  ALLERGENES :" TO WS-TICKET-LINE.
           MOVE 16 TO WS-ALG-PTR.
           PERFORM VARYING ALG-IDX FROM 1 BY 1 UNTIL ALG-IDX > ALG-NB
               IF WS-ALG-COMMANDE(ALG-IDX:1) NOT EQUAL SPACE
                   IF WS-ALG-PTR > 70
                       WRITE WS-TICKET-LINE FROM WS-TICKET-LINE
                       MOVE SPACES TO WS-TICKET-LINE
                       MOVE 16 TO WS-ALG-PTR
                   END-IF
                   STRING ALG-NOM(ALG-IDX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-TICKET-LINE WITH POINTER WS-ALG-PTR
               END-IF
           END-PERFORM.
           WRITE WS-TICKET-LINE FROM WS-TICKET-LINE.

       ECRIRE-ALLERGENES-TICKET-EXIT.
           EXIT.

      ******************************************************************
      *chargement des livreurs depuis l'index employes construit par
      *client (lecture sequentielle, filtre sur la profession)
                               TO WS-LIV-NUMERO(WS-NB-LIVREURS)
                           MOVE IDX-NOM
                               TO WS-LIV-NOM(WS-NB-LIVREURS)
                           MOVE ZEROES
                               TO WS-LIV-EXP-PERMIS(WS-NB-LIVREURS)
                               WS-LIV-EXP-ASSUR(WS-NB-LIVREURS)
                           MOVE "Y" TO WS-LIV-VALIDE(WS-NB-LIVREURS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-EMPLOYE-IDX.

           PERFORM CONTROLER-DOCUMENTS-LIVREURS
               THRU CONTROLER-DOCUMENTS-LIVREURS-EXIT.

           DISPLAY WS-NB-LIVREURS " livreur(s) connus, "
               WS-LIV-ECARTES " ecarte(s) pour permis ou "
               "assurance expire.".

       CHARGER-LIVREURS-EXIT.
           EXIT.

      ******************************************************************
      *echeance la plus lointaine du permis (PERM) et de l'assurance
      *du vehicule (ASSU) de chaque livreur, un renouvellement etant
      *saisi en nouvelle ligne ; un document echu avant ce jour
      *ecarte le livreur (un document non saisi ne l'ecarte pas, il
      *est signale par certrpt)
       CONTROLER-DOCUMENTS-LIVREURS.

           MOVE ZEROES TO WS-LIV-ECARTES.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:8) TO WS-LIV-AUJOURDHUI.

           OPEN INPUT F-CERTIFS.
           IF NOT FS-CERTIFS-OK
               GO TO CONTROLER-DOCUMENTS-LIVREURS-EXIT
           END-IF.

           MOVE "N" TO WS-LIVREURS-FIN.
           PERFORM UNTIL WS-LIVREURS-FIN = "Y"
               READ F-CERTIFS
                   AT END
                       MOVE "Y" TO WS-LIVREURS-FIN
                   NOT AT END
                       PERFORM VARYING IDX-LIV FROM 1 BY 1
                           UNTIL IDX-LIV > WS-NB-LIVREURS
                           IF WS-LIV-NUMERO(IDX-LIV) EQUAL
                               CRT-NUMERO-EMPLOYE
                               IF CRT-TYPE EQUAL "PERM" AND
                                   CRT-DATE-EXPIRATION >
                                   WS-LIV-EXP-PERMIS(IDX-LIV)
                                   MOVE CRT-DATE-EXPIRATION
                                       TO WS-LIV-EXP-PERMIS(IDX-LIV)
                               END-IF
                               IF CRT-TYPE EQUAL "ASSU" AND
                                   CRT-DATE-EXPIRATION >
                                   WS-LIV-EXP-ASSUR(IDX-LIV)
                                   MOVE CRT-DATE-EXPIRATION
                                       TO WS-LIV-EXP-ASSUR(IDX-LIV)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE F-CERTIFS.

           PERFORM VARYING IDX-LIV FROM 1 BY 1
               UNTIL IDX-LIV > WS-NB-LIVREURS
               IF (WS-LIV-EXP-PERMIS(IDX-LIV) > ZEROES AND
                   WS-LIV-EXP-PERMIS(IDX-LIV) < WS-LIV-AUJOURDHUI)
                   OR (WS-LIV-EXP-ASSUR(IDX-LIV) > ZEROES AND
                   WS-LIV-EXP-ASSUR(IDX-LIV) < WS-LIV-AUJOURDHUI)
                   MOVE "N" TO WS-LIV-VALIDE(IDX-LIV)
                   ADD 1 TO WS-LIV-ECARTES
               END-IF
           END-PERFORM.

       CONTROLER-DOCUMENTS-LIVREURS-EXIT.
           EXIT.

      ******************************************************************
      *affectation d'un livreur a la commande en livraison : le
      *matricule choisi est stampe sur l'enregistrement de commande
      *(base des comptes livraisons par livreur de la cloture)
       AFFECTER-LIVREUR.

           IF WS-NB-LIVREURS EQUAL WS-LIV-ECARTES
               DISPLAY "Aucun livreur en regle, commande sans livreur."
               GO TO AFFECTER-LIVREUR-EXIT
           END-IF.

           DISPLAY "Livreurs :".
           PERFORM VARYING IDX-LIV FROM 1 BY 1
               UNTIL IDX-LIV > WS-NB-LIVREURS
               IF WS-LIV-VALIDE(IDX-LIV) EQUAL "Y"
                   DISPLAY "  " WS-LIV-NUMERO(IDX-LIV) " "
                       WS-LIV-NOM(IDX-LIV)
               END-IF
           END-PERFORM.
           DISPLAY "Matricule du livreur affecte ? (0=aucun)".
           ACCEPT WS-LIV-SAISIE.
           PERFORM VARYING IDX-LIV FROM 1 BY 1
               UNTIL IDX-LIV > WS-NB-LIVREURS
               IF WS-LIV-NUMERO(IDX-LIV) EQUAL WS-LIV-SAISIE
                   AND WS-LIV-VALIDE(IDX-LIV) EQUAL "Y"
                   MOVE "Y" TO WS-LIV-TROUVE
               END-IF
           END-PERFORM.
           IF WS-LIV-TROUVE EQUAL "Y"
               MOVE WS-LIV-SAISIE TO WS-LIVREUR-CMD
           ELSE
               DISPLAY "Matricule inconnu parmi les livreurs en "
                   "regle, commande sans livreur."
           END-IF.

       AFFECTER-LIVREUR-EXIT.
           EXIT.

      ******************************************************************
      *affectation sans operateur : le livreur en regle suivant celui
      *de la derniere affectation automatique, a tour de role
       AFFECTER-LIVREUR-AUTO.

           IF WS-NB-LIVREURS EQUAL WS-LIV-ECARTES
               DISPLAY "Aucun livreur en regle, commande sans livreur."
               GO TO AFFECTER-LIVREUR-AUTO-EXIT
           END-IF.

           PERFORM VARYING WS-LIV-ESSAI FROM 1 BY 1
               UNTIL WS-LIV-ESSAI > WS-NB-LIVREURS
               OR WS-LIVREUR-CMD NOT EQUAL ZEROES
               ADD 1 TO WS-LIV-RANG-AUTO
               IF WS-LIV-RANG-AUTO > WS-NB-LIVREURS
                   MOVE 1 TO WS-LIV-RANG-AUTO
               END-IF
               IF WS-LIV-VALIDE(WS-LIV-RANG-AUTO) EQUAL "Y"
                   MOVE WS-LIV-NUMERO(WS-LIV-RANG-AUTO)
                       TO WS-LIVREUR-CMD
               END-IF
           END-PERFORM.
           DISPLAY "Livreur affecte : " WS-LIVREUR-CMD.

       AFFECTER-LIVREUR-AUTO-EXIT.
           EXIT.

      ******************************************************************
       JOURNALISER-MOUVEMENT.

               " " WS-MVT-QUANTITE
               " " WS-MVT-MOTIF
               DELIMITED BY SIZE INTO WS-MOUVEMENT-LINE.
      *lot servi ou recu, a la suite du motif
           IF WS-MVT-LOT NOT EQUAL SPACES
               MOVE "LOT" TO WS-MOUVEMENT-LINE(56:3)
               MOVE WS-MVT-LOT TO WS-MOUVEMENT-LINE(60:15)
               MOVE SPACES TO WS-MVT-LOT
           END-IF.
           WRITE WS-MOUVEMENT-LINE FROM WS-MOUVEMENT-LINE.

           CLOSE F-MOUVEMENTS.
           EXIT.

      ******************************************************************
      *le stock de la session est reporte fiche par fiche dans le
      *maitre : seuls la quantite et la date de mise a jour sont
      *reecrites, les autres zones restent celles d'ingmaj
       SAVE-INVENTORY.

           MOVE ZEROES TO WS-INV-MAJ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           OPEN I-O F-INGREDIENTS.
           IF NOT FS-INGREDIENTS-OK
               DISPLAY "Stock non sauvegarde, maitre ingredients "
                   "indisponible : " FS-INGREDIENTS
               MOVE "Y" TO WS-STOCK-ALERT
               GO TO SAVE-INVENTORY-EXIT
           END-IF.

           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-INV-NB
               PERFORM SAUVER-UN-INGREDIENT
                   THRU SAUVER-UN-INGREDIENT-EXIT
           END-PERFORM.
           CLOSE F-INGREDIENTS.

       SAVE-INVENTORY-EXIT.
           EXIT.

      ******************************************************************
       SAUVER-UN-INGREDIENT.

           MOVE WS-INV-NOM(WS-INV-IDX) TO ING-CODE.
           READ F-INGREDIENTS
               INVALID KEY
      *fiche absente du maitre (session sur les defauts) : creee
                   PERFORM PREPARER-FICHE-INGREDIENT
                       THRU PREPARER-FICHE-INGREDIENT-EXIT
                   WRITE ING-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   GO TO SAUVER-UN-INGREDIENT-EXIT
           END-READ.

           IF ING-STOCK-SIGNE EQUAL "-"
               COMPUTE WS-INV-STOCK-FICHE = 0 - ING-STOCK
           ELSE
               MOVE ING-STOCK TO WS-INV-STOCK-FICHE
           END-IF.
           IF WS-INV-STOCK-FICHE EQUAL WS-INV-STOCK(WS-INV-IDX)
               GO TO SAUVER-UN-INGREDIENT-EXIT
           END-IF.

           IF WS-INV-STOCK(WS-INV-IDX) < 0
               MOVE "-" TO ING-STOCK-SIGNE
               COMPUTE ING-STOCK = 0 - WS-INV-STOCK(WS-INV-IDX)
           ELSE
               MOVE "+" TO ING-STOCK-SIGNE
               MOVE WS-INV-STOCK(WS-INV-IDX) TO ING-STOCK
           END-IF.
           MOVE WS-HORODATAGE(1:8) TO ING-DATE-MAJ.
           REWRITE ING-REC
               INVALID KEY
                   DISPLAY "Stock de " ING-CODE " non reecrit : "
                       FS-INGREDIENTS
               NOT INVALID KEY
                   ADD 1 TO WS-INV-MAJ
           END-REWRITE.

       SAUVER-UN-INGREDIENT-EXIT.
           EXIT.
      ******************************************************************
