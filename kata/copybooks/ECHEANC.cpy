      ******************************************************************
      *    ECHEANC - ligne du calendrier des echeances recurrentes     *
      *    (ECHEANCES.txt, 80 octets, tri par date puis code). Ecrit   *
      *    par annee (option 7) a partir des regles de                 *
      *    ECHEANCES-REGLES.txt, relu par matinrpt pour annoncer les   *
      *    echeances des prochains jours ouvres :                      *
      *        COPY ECHEANC.    (sous le FD du fichier calendrier)     *
      *    ECH-DATE est la date due, deja reportee hors week-end et    *
      *    jours feries ; ECH-DATE-THEORIQUE est la date brute de la   *
      *    regle avant report. ECH-ANNEE-CAL est l'annee de calendrier *
      *    qui a produit la ligne (une echeance de decembre reportee   *
      *    peut tomber en janvier) : la regeneration d'une annee ne    *
      *    remplace que ses propres lignes.                            *
      ******************************************************************
       01  ECH-REC.
           05 ECH-DATE              PIC 9(8).
           05 FILLER                PIC X.
           05 ECH-JOUR-NOM          PIC X(10).
           05 FILLER                PIC X.
           05 ECH-CODE              PIC X(8).
           05 FILLER                PIC X.
           05 ECH-LIBELLE           PIC X(30).
           05 FILLER                PIC X.
           05 ECH-DATE-THEORIQUE    PIC 9(8).
           05 FILLER                PIC X.
           05 ECH-ANNEE-CAL         PIC 9(4).
           05 FILLER                PIC X(7).
