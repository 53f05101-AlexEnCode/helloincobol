      ******************************************************************
      *    SYRPART - palmares partiel d'une sous-plage d'un balayage   *
      *    de Syracuse partage (SYRACUSE-PARTIEL-nn.txt, 80 octets).   *
      *    Ecrit par cyrano (mode S) quand la sous-plage est terminee, *
      *    relu par cyrfusio pour publier le rapport de la plage       *
      *    entiere :                                                   *
      *        COPY SYRPART.    (sous le FD du fichier partiel)        *
      *    Une ligne S (sous-plage nn sur NN et bornes), une ligne T   *
      *    (nombres balayes, etapes cumulees, sequences tronquees),    *
      *    puis dix lignes E (top etapes) et dix lignes P (top pics).  *
      ******************************************************************
       01  SYP-REC.
           05 SYP-TYPE              PIC X.
               88 SYP-EST-SOUS-PLAGE VALUE "S".
               88 SYP-EST-TOTAUX     VALUE "T".
               88 SYP-EST-ETAPES     VALUE "E".
               88 SYP-EST-PIC        VALUE "P".
           05 FILLER                PIC X(79).
       01  SYP-SOUS-PLAGE.
           05 FILLER                PIC X.
           05 SYP-NUMERO            PIC 9(2).
           05 SYP-NB-SOUS-PLAGES    PIC 9(2).
           05 SYP-PLAGE-DEBUT       PIC 9(9).
           05 SYP-PLAGE-FIN         PIC 9(9).
           05 SYP-SOUS-DEBUT        PIC 9(9).
           05 SYP-SOUS-FIN          PIC 9(9).
           05 FILLER                PIC X(39).
       01  SYP-TOTAUX.
           05 FILLER                PIC X.
           05 SYP-NB-BALAYES        PIC 9(10).
           05 SYP-TOTAL-ETAPES      PIC 9(12).
           05 SYP-NB-TRONQUEES      PIC 9(9).
           05 FILLER                PIC X(48).
       01  SYP-CLASSEMENT.
           05 FILLER                PIC X.
           05 SYP-RANG              PIC 9(2).
           05 SYP-NOMBRE            PIC 9(10).
           05 SYP-VALEUR            PIC 9(10).
           05 FILLER                PIC X(57).
