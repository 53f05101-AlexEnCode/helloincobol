      ******************************************************************
      *    ALLERGN - les 14 allergenes a declaration obligatoire,      *
      *    chacun designe par une lettre. Partage entre ingmaj         *
      *    (allergenes d'une fiche ingredient) et pizzamgt (allergies  *
      *    du client, alerte a la commande, mention sur le ticket)     *
      *    via :                                                       *
      *        COPY ALLERGN.    (en WORKING-STORAGE)                   *
      *    ALG-CODES aligne les lettres dans l'ordre de la table : le  *
      *    rang d'une lettre dans ALG-CODES est celui de son libelle.  *
      *    Une fiche ingredient porte jusqu'a 6 lettres, une fiche     *
      *    client jusqu'a 4 ; blanc = aucun allergene declare.         *
      ******************************************************************
       01  ALG-TABLE-VALEURS.
           05 FILLER PIC X(11) VALUE "GGLUTEN    ".
           05 FILLER PIC X(11) VALUE "CCRUSTACES ".
           05 FILLER PIC X(11) VALUE "OOEUFS     ".
           05 FILLER PIC X(11) VALUE "PPOISSONS  ".
           05 FILLER PIC X(11) VALUE "AARACHIDES ".
           05 FILLER PIC X(11) VALUE "SSOJA      ".
           05 FILLER PIC X(11) VALUE "LLAIT      ".
           05 FILLER PIC X(11) VALUE "FFRUITS-COQ".
           05 FILLER PIC X(11) VALUE "ECELERI    ".
           05 FILLER PIC X(11) VALUE "MMOUTARDE  ".
           05 FILLER PIC X(11) VALUE "NSESAME    ".
           05 FILLER PIC X(11) VALUE "USULFITES  ".
           05 FILLER PIC X(11) VALUE "ILUPIN     ".
           05 FILLER PIC X(11) VALUE "KMOLLUSQUES".
       01  ALG-TABLE REDEFINES ALG-TABLE-VALEURS.
           05 ALG-ENTREE OCCURS 14 TIMES.
               10 ALG-CODE          PIC X.
               10 ALG-NOM           PIC X(10).
       01  ALG-CODES                PIC X(14) VALUE "GCOPASLFEMNUIK".
       01  ALG-NB                   PIC 99 VALUE 14.
       01  ALG-IDX                  PIC 99 VALUE ZERO.
