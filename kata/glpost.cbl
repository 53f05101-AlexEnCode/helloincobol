      ******************************************************************
      *    Ecritures comptables : transforme les totaux societe de     *
      *    paienet (PAIE-TOTAUX.txt) et la cloture du jour de pizzafin *
      *    (CLOTURE-TOTAUX.txt) en lignes de journal en partie double  *
      *    dans ECRITURES-COMPTA.txt, via le plan de comptes           *
      *    COMPTES-MAPPING.txt (mot-cle vers numero de compte). Les    *
      *    bons cadeaux vendus et rachetes du jour passent au compte   *
      *    du mot-cle BONS-CADEAUX : la caisse recoit la vente d'un    *
      *    bon, le rachat eteint la dette sans encaissement. Un lot    *
      *    desequilibre ou dont un montant ne trouve pas son compte    *
      *    n'est pas ecrit : il est signale dans le rapport            *
      *    ECRITURES-RAPPORT.txt. Remplace la ressaisie des totaux des *
      *    bulletins et du rapport Z dans le grand livre.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glpost.
           05 CLO-FRAIS             PIC 9(5).
           05 CLO-CAISSE            PIC 9(7).
           05 CLO-HORS-FORMAT       PIC 9(5).
           05 CLO-BONS-VENDUS       PIC 9(5).
           05 CLO-BONS-RACHETES     PIC 9(5).
           05 FILLER                PIC X(1).

      *ligne de journal : date, code journal, compte, sens D/C,
      *montant en centimes, libelle
       01  WS-CA-LIV-C              PIC 9(12) VALUE ZEROES.
       01  WS-CA-EMP-C              PIC 9(12) VALUE ZEROES.
       01  WS-FRAIS-C               PIC 9(12) VALUE ZEROES.
       01  WS-BONS-VENDUS-C         PIC 9(12) VALUE ZEROES.
       01  WS-BONS-RACHETES-C       PIC 9(12) VALUE ZEROES.
       01  WS-BASE-LIV-C            PIC 9(12) VALUE ZEROES.
       01  WS-BASE-EMP-C            PIC 9(12) VALUE ZEROES.
       01  WS-TVA-LIV-C             PIC 9(12) VALUE ZEROES.
           COMPUTE WS-CA-EMP-C = CLO-CA-EMPORTER * 100.
           COMPUTE WS-FRAIS-C = CLO-FRAIS * 100.

      *bons cadeaux : la vente encaisse sans vendre (dette envers le
      *porteur), le rachat vend sans encaisser (la dette s'eteint) ;
      *une cloture d'avant les bons n'en porte pas
           MOVE ZEROES TO WS-BONS-VENDUS-C WS-BONS-RACHETES-C.
           IF CLO-BONS-VENDUS NUMERIC
               COMPUTE WS-BONS-VENDUS-C = CLO-BONS-VENDUS * 100
           END-IF.
           IF CLO-BONS-RACHETES NUMERIC
               COMPUTE WS-BONS-RACHETES-C = CLO-BONS-RACHETES * 100
           END-IF.

           COMPUTE WS-BASE-LIV-C ROUNDED = WS-CA-LIV-C / 1.10.
           COMPUTE WS-TVA-LIV-C = WS-CA-LIV-C - WS-BASE-LIV-C.
           COMPUTE WS-FRAIS-HT-C ROUNDED = WS-FRAIS-C / 1.10.
           IF WS-LOT-ABANDONNE NOT EQUAL "Y"
               MOVE "D" TO WS-LOT-SENS(WS-LOT-NB)
               COMPUTE WS-LOT-MONTANT(WS-LOT-NB) =
                   WS-CA-LIV-C + WS-CA-EMP-C - WS-BONS-RACHETES-C
                   + WS-BONS-VENDUS-C
           END-IF.

           IF WS-BONS-RACHETES-C > ZEROES
               MOVE "BONS-CADEAUX" TO WS-CLE-A-CHERCHER
               PERFORM AJOUTER-LIGNE-LOT THRU AJOUTER-LIGNE-LOT-EXIT
               IF WS-LOT-ABANDONNE NOT EQUAL "Y"
                   MOVE "D" TO WS-LOT-SENS(WS-LOT-NB)
                   MOVE WS-BONS-RACHETES-C TO WS-LOT-MONTANT(WS-LOT-NB)
               END-IF
           END-IF.

           IF WS-BONS-VENDUS-C > ZEROES
               MOVE "BONS-CADEAUX" TO WS-CLE-A-CHERCHER
               PERFORM AJOUTER-LIGNE-LOT THRU AJOUTER-LIGNE-LOT-EXIT
               IF WS-LOT-ABANDONNE NOT EQUAL "Y"
                   MOVE "C" TO WS-LOT-SENS(WS-LOT-NB)
                   MOVE WS-BONS-VENDUS-C TO WS-LOT-MONTANT(WS-LOT-NB)
               END-IF
           END-IF.

           MOVE "VENTES-LIVRAISON" TO WS-CLE-A-CHERCHER.
