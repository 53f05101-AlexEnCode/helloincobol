      ******************************************************************
      *    SECEVT - evenement de securite de l'accueil                 *
      *    (SECURITE-EVENEMENTS.txt, 120 octets, en ajout pur). Ecrit  *
      *    par runhello quand un visiteur inscrit sur la liste de      *
      *    surveillance VISITEURS-INTERDITS.txt se presente : le badge *
      *    est refuse. Relu par matinrpt, qui remonte en tete du       *
      *    rapport du matin les evenements depuis le dernier jour      *
      *    ouvre :                                                     *
      *        COPY SECEVT.    (sous le FD du fichier d'evenements)    *
      *    SEC-TYPE : REFUS = badge refuse a l'accueil.                *
      ******************************************************************
       01  SEC-REC.
           05 SEC-HORODATAGE        PIC X(14).
           05 SEC-PROGRAMME         PIC X(8).
           05 SEC-TYPE              PIC X(8).
           05 SEC-NOM               PIC X(10).
           05 SEC-PRENOM            PIC X(10).
           05 SEC-HOTE              PIC 9(9).
           05 SEC-MOTIF             PIC X(40).
           05 FILLER                PIC X(21).
