      ******************************************************************
      *    CFGREGLE - regles des mots-cles connus de CONFIG.txt,       *
      *    utilisees par cfgmaint pour controler toute saisie :        *
      *    mot-cle (tel que lu par cfglire, tronque a 20 caracteres),  *
      *    type (N=entier, D=decimal a 2 decimales, A=texte dont la    *
      *    longueur est entre le minimum et le maximum, L=code langue  *
      *    FR ou EN), bornes autorisees et valeur par defaut des       *
      *    programmes. Tout nouveau mot-cle lu par un programme doit   *
      *    etre ajoute ici (ordre alphabetique) et CFR-NB-REGLES       *
      *    augmente d'autant.                                          *
      ******************************************************************
       01  CFR-REGLES-VALEURS.
           05 FILLER PIC X(52) VALUE
               "BON-VALIDITE-JOURS  N0000010000365000365            ".
           05 FILLER PIC X(52) VALUE
               "CERT-PREAVIS-JOURS  N000001000003650060             ".
           05 FILLER PIC X(52) VALUE
               "CHECKPOINT-INTERVAL N0000010009999900100            ".
           05 FILLER PIC X(52) VALUE
               "CONGES-ACQUIS-MOIS  D00000000000005002.5            ".
           05 FILLER PIC X(52) VALUE
               "CONGES-JOURS-OUVR   N000001000000310026             ".
           05 FILLER PIC X(52) VALUE
               "CONGES-MOIS-BASCULE N00000100000012006              ".
           05 FILLER PIC X(52) VALUE
               "CONGES-REPORT-MAX   D00000000000030005              ".
           05 FILLER PIC X(52) VALUE
               "COUT-MATIERE-PLAFONDN000001000001000030             ".
           05 FILLER PIC X(52) VALUE
               "DELAI-PROMIS-EMPORTEN000001000002400020             ".
           05 FILLER PIC X(52) VALUE
               "DELAI-PROMIS-LIVRAISN000001000002400045             ".
           05 FILLER PIC X(52) VALUE
               "ECART-TOLERANCE     N000000000999990010             ".
           05 FILLER PIC X(52) VALUE
               "FRAIS-ZONE-1        N000000000000990002             ".
           05 FILLER PIC X(52) VALUE
               "FRAIS-ZONE-2        N000000000000990003             ".
           05 FILLER PIC X(52) VALUE
               "FRAIS-ZONE-3        N000000000000990005             ".
           05 FILLER PIC X(52) VALUE
               "HEURES-SEUIL-HEBDO  D000001000000480035             ".
           05 FILLER PIC X(52) VALUE
               "HS-T1-HEURES        D00000000000020008              ".
           05 FILLER PIC X(52) VALUE
               "HS-T1-MAJORATION    N000000000002000025             ".
           05 FILLER PIC X(52) VALUE
               "HS-T2-MAJORATION    N000000000002000050             ".
           05 FILLER PIC X(52) VALUE
               "INTEGRITE-JOURS     N00000100000366007              ".
           05 FILLER PIC X(52) VALUE
               "ITERATIONS-MAX      N000001000000990020             ".
           05 FILLER PIC X(52) VALUE
               "LANGUE              L0000000000000000FR             ".
           05 FILLER PIC X(52) VALUE
               "LOT-PREAVIS-JOURS   N00000000000060002              ".
           05 FILLER PIC X(52) VALUE
               "MAJORATION-DIMANCHE N000000000002000050             ".
           05 FILLER PIC X(52) VALUE
               "MAJORATION-FERIE    N0000000000030000100            ".
           05 FILLER PIC X(52) VALUE
               "MDP-VALIDITE-JOURS  N000001000003650090             ".
           05 FILLER PIC X(52) VALUE
               "PAGE-SIZE           N000005000009990020             ".
           05 FILLER PIC X(52) VALUE
               "PAIE-CKPT-INTERVAL  N0000010009999900100            ".
           05 FILLER PIC X(52) VALUE
               "PAIE-ECART-PCT      D000000010001000020             ".
           05 FILLER PIC X(52) VALUE
               "PHONETIQUE-SEUIL    N000001000001000070             ".
           05 FILLER PIC X(52) VALUE
               "PO-AGE-MAX-JOURS    N00000100000365007              ".
           05 FILLER PIC X(52) VALUE
               "PRIME-PAR-COURSE    D00000000000099992              ".
           05 FILLER PIC X(52) VALUE
               "PROPOSITION-SEMAINESN00000100000052004              ".
           05 FILLER PIC X(52) VALUE
               "RAPPRO-DELAI-JOURS  N00000100000030003              ".
           05 FILLER PIC X(52) VALUE
               "RELANCE-MIN-CMD     N00000100099999003              ".
           05 FILLER PIC X(52) VALUE
               "RELANCE-MIN-DEPENSE N000000009999990060             ".
           05 FILLER PIC X(52) VALUE
               "RELANCE-MOIS-ACTIF  N00000100000120002              ".
           05 FILLER PIC X(52) VALUE
               "RELANCE-MOIS-PERDU  N000001000001200012             ".
           05 FILLER PIC X(52) VALUE
               "REVUE-DORMANCE-JOURSN000001000009990090             ".
           05 FILLER PIC X(52) VALUE
               "REVUE-PERIODE-JOURS N000001000003660092             ".
           05 FILLER PIC X(52) VALUE
               "SCELLEMENT-CLE      A0000080000002000PIZZALEX-AUDIT ".
           05 FILLER PIC X(52) VALUE
               "SEUIL-APPROBATION   N0000010099999900500            ".
           05 FILLER PIC X(52) VALUE
               "SITE-CODE           A0000010000000500PZL01          ".
           05 FILLER PIC X(52) VALUE
               "SWEEP-CKPT-INTERVAL N00000100099999001000           ".
       01  CFR-REGLES REDEFINES CFR-REGLES-VALEURS.
           05 CFR-REGLE OCCURS 43 TIMES INDEXED BY IDX-CFR.
               10 CFR-CLE           PIC X(20).
               10 CFR-TYPE          PIC X.
               10 CFR-MIN           PIC 9(6)V99.
               10 CFR-MAX           PIC 9(6)V99.
               10 CFR-DEFAUT        PIC X(15).
       01  CFR-NB-REGLES            PIC 9(3) VALUE 43.
