      ******************************************************************
      *    VERSLIV - grand livre des versements des livreurs           *
      *    VERSEMENTS-LIVREURS.txt (80 octets). Partage entre versliv  *
      *    (saisie au retour de tournee), pizzafin (cloture) et        *
      *    versrp (manquants du mois) via :                            *
      *        COPY VERSLIV.    (sous le FD du grand livre)            *
      *    Un retour de tournee s'ecrit en une ligne "R" par commande  *
      *    rapportee non livree (numero et especes qu'elle devait      *
      *    rapporter) puis une ligne "V" de versement : courses de la  *
      *    feuille, especes attendues (commandes rapportees deduites), *
      *    especes remises et ecart signe, remis moins attendu. Un     *
      *    livreur ne verse qu'une fois par date de tournee.           *
      ******************************************************************
       01  VRS-REC.
           05 VRS-TYPE              PIC X.
               88 VRS-EST-VERSEMENT VALUE "V".
               88 VRS-EST-RETOUR VALUE "R".
           05 VRS-DATE              PIC 9(8).
           05 VRS-LIVREUR           PIC 9(9).
           05 VRS-COMMANDE          PIC 9(6).
           05 VRS-COURSES           PIC 9(4).
           05 VRS-ATTENDU           PIC 9(7).
           05 VRS-RETOURS-MONTANT   PIC 9(7).
           05 VRS-REMIS             PIC 9(7).
           05 VRS-ECART-SIGNE       PIC X.
           05 VRS-ECART             PIC 9(7).
           05 VRS-HORODATAGE        PIC 9(14).
           05 VRS-OPERATEUR         PIC X(8).
           05 FILLER                PIC X(1).
