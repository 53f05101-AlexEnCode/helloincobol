      ******************************************************************
      *    JRNLIGNE - ligne scellee d'un journal d'audit (132          *
      *    octets) : le texte du journal en 1-110, puis la marque      *
      *    " #", le numero de sequence (1, 2, 3 ... sans trou) et la   *
      *    valeur de controle calculee par jrnscel sur le texte, la    *
      *    sequence et la valeur de controle de la ligne precedente.   *
      *    Les lignes d'avant le scellement n'ont pas de marque.       *
      *        COPY JRNLIGNE.   (sous le FD du journal)                *
      ******************************************************************
       01  JSL-REC.
           05 JSL-CONTENU           PIC X(110).
           05 JSL-MARQUE            PIC X(2).
               88 JSL-EST-SCELLEE VALUE " #".
           05 JSL-SEQUENCE          PIC 9(8).
           05 FILLER                PIC X.
           05 JSL-CONTROLE          PIC 9(9).
           05 FILLER                PIC X(2).
