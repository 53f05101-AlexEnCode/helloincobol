      ******************************************************************
      *    RECLAM - mouvement du registre des reclamations clients     *
      *    RECLAMATIONS.txt (120 octets). Partage entre pizzamgt       *
      *    (saisie au comptoir, avoir deduit de la commande suivante)  *
      *    et reclrpt (statistiques du mois) via :                     *
      *        COPY RECLAM.     (sous le FD du registre)               *
      *    Sens P=plainte sur une commande du journal (numero, date,   *
      *    livreur, zone, taille et mode relus de son entete ; taille  *
      *    "*" pour une commande de tailles melangees), avec sa        *
      *    categorie R=retard F=froide E=erreur de commande            *
      *    Q=qualite A=autre et le geste accorde : P=points portes au  *
      *    grand livre des points, A=avoir sur la prochaine commande,  *
      *    N=aucun. Sens U=avoir deduit d'une commande (RCL-COMMANDE   *
      *    est alors celle qui en beneficie), sens A=avoir recredite a *
      *    l'annulation de cette commande. L'avoir disponible d'un     *
      *    client est la somme des avoirs de ses plaintes et des       *
      *    recredits, moins les avoirs deduits.                        *
      ******************************************************************
       01  RCL-MOUVEMENT.
           05 RCL-SENS              PIC X.
               88 RCL-EST-PLAINTE VALUE "P".
               88 RCL-EST-UTILISATION VALUE "U".
               88 RCL-EST-RECREDIT VALUE "A".
           05 RCL-DATE              PIC 9(8).
           05 RCL-HEURE             PIC 9(6).
           05 RCL-CLIENT            PIC 9(5).
           05 RCL-COMMANDE          PIC 9(6).
           05 RCL-CATEGORIE         PIC X.
               88 RCL-CAT-RETARD VALUE "R".
               88 RCL-CAT-FROIDE VALUE "F".
               88 RCL-CAT-ERREUR VALUE "E".
               88 RCL-CAT-QUALITE VALUE "Q".
               88 RCL-CAT-AUTRE VALUE "A".
           05 RCL-DATE-COMMANDE     PIC 9(8).
           05 RCL-LIVREUR           PIC 9(9).
           05 RCL-ZONE              PIC 9.
           05 RCL-TAILLE            PIC X.
           05 RCL-MODE              PIC X.
           05 RCL-GESTE             PIC X.
               88 RCL-GESTE-POINTS VALUE "P".
               88 RCL-GESTE-AVOIR VALUE "A".
               88 RCL-GESTE-AUCUN VALUE "N".
           05 RCL-POINTS            PIC 9(5).
           05 RCL-AVOIR             PIC 9(5).
           05 RCL-COMMENTAIRE       PIC X(40).
           05 FILLER                PIC X(22).
