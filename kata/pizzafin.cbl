      *    Cloture de fin de journee : relit le journal des commandes  *
      *    ORDERS-LOG.txt pour la date demandee et produit le rapport  *
      *    Z dans Z-REPORT.txt : nombre de commandes, chiffre          *
      *    d'affaires et pizzas ventiles par taille (P/M/G/F, depuis   *
      *    les lignes de chaque commande, l'ecart des frais et remises *
      *    de commande sur une ligne hors taille), par mode (L/E), par *
      *    mode de reglement et par zone de livraison, frais de        *
      *    livraison a part, puis rapprochement des ventes en especes  *
      *    avec les especes comptees dans la caisse et des ventes par  *
      *    carte avec le lot du terminal de paiement, tous deux saisis *
      *    par l'operateur ; les bons cadeaux vendus dans la journee   *
      *    (BONS-CADEAUX.txt) y sont attendus selon leur reglement, la *
      *    part d'une commande reglee par bon sort sous BON CADEAU. La *
      *    cloture est refusee (RC 8) tant qu'une tournee du jour n'a  *
      *    pas son versement (VERSEMENTS-LIVREURS.txt, saisi par       *
      *    versliv) ; l'ecart de chaque livreur lui reste impute et    *
      *    sort de l'ecart de caisse.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pizzafin.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TRANS-SEQ.

      *grand livre des bons cadeaux : les ventes du jour sont des
      *encaissements sans chiffre d'affaires
           SELECT F-BONS ASSIGN
           TO "BONS-CADEAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-BONS.

      *versements des livreurs au retour de tournee (versliv) : la
      *cloture attend celui de chaque tournee du jour
           SELECT F-VERSEMENTS ASSIGN
           TO "VERSEMENTS-LIVREURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-VERSEMENTS.

       DATA DIVISION.

       FILE SECTION.
           05 CLO-FRAIS             PIC 9(5).
           05 CLO-CAISSE            PIC 9(7).
           05 CLO-HORS-FORMAT       PIC 9(5).
           05 CLO-BONS-VENDUS       PIC 9(5).
           05 CLO-BONS-RACHETES     PIC 9(5).
           05 FILLER                PIC X(1).

      *courses par livreur emises vers la paie : une ligne par
      *livreur et par cloture, cumulees par paienet sur la periode
           05 FILLER                PIC X(16).

      *interchange siege : entete 10 (sequence, site, date), details
      *20 (sous-type T=taille M=mode V=taux de TVA, code, montant,
      *signe "-" pour un montant au credit), total de controle 90
      *(sequence, nombre de details, somme algebrique) ; le detail
      *T de code H porte l'ecart hors taille (frais, remises), les
      *details T, M et V ont ainsi chacun le chiffre d'affaires du
      *jour pour somme
       FD  F-TRANSMISSIONS
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
           05 TRS-SOUS-TYPE         PIC X.
           05 TRS-CODE              PIC X(3).
           05 TRS-MONTANT           PIC 9(9).
           05 TRS-SIGNE             PIC X.
           05 FILLER                PIC X(24).

       01  TRS-TOTAL REDEFINES TRANSMISSION-REC.
           05 FILLER                PIC X(2).

       01  WS-TRANS-SEQ-REC         PIC 9(4).

       FD  F-BONS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       COPY BONCAD.

       FD  F-VERSEMENTS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       COPY VERSLIV.

       WORKING-STORAGE SECTION.

       01  FS-ORDERS PIC X(02).
           88 FS-TRANSMISSIONS-OK VALUE "00".
       01  FS-TRANS-SEQ PIC X(02).
           88 FS-TRANS-SEQ-OK VALUE "00".
       01  FS-BONS PIC X(02).
           88 FS-BONS-OK VALUE "00".
       01  FS-VERSEMENTS PIC X(02).
           88 FS-VERSEMENTS-OK VALUE "00".

      *configuration d'exploitation partagee (CALL "cfglire")
       COPY CONFIG.
               10 WS-ZON-CA         PIC 9(7).
               10 WS-ZON-FRAIS      PIC 9(5).

      *commandes a lignes par taille : la ventilation par taille
      *reprend le montant net des lignes, l'ecart avec le montant
      *regle des entetes (frais de livraison, remises fidelite et
      *points) sort sur une ligne hors taille
       01  WS-CA-ENTETES        PIC 9(7) VALUE ZEROES.
       01  WS-CA-LIGNES         PIC 9(7) VALUE ZEROES.
       01  WS-HORS-TAILLE       PIC S9(7) VALUE ZEROES.
       01  WS-HORS-TAILLE-ED    PIC -(6)9.

       01  WS-IDX               PIC 9 VALUE ZERO.
       01  WS-CIBLE             PIC 9 VALUE ZERO.
       01  WS-HORS-FORMAT       PIC 9(5) VALUE ZEROES.
               05 WS-LIV-NUMERO     PIC 9(9).
               05 WS-LIV-COURSES    PIC 9(5).
               05 WS-LIV-FRAIS      PIC 9(5).
               05 WS-LIV-VERSE      PIC X.
       01  WS-LIV-CIBLE         PIC 9(2) VALUE ZEROES.
       01  WS-SANS-LIVREUR      PIC 9(5) VALUE ZEROES.

       01  WS-ANN-CIBLE         PIC 9(3) VALUE ZEROES.
       01  WS-ANNUL-MONTANT     PIC 9(7) VALUE ZEROES.

      *ventilation par mode de reglement : E=especes C=carte
      *T=titre-restaurant B=bon cadeau (la part reglee par bon de
      *toute commande, le reste allant a son mode de reglement),
      *5 = non renseigne (commandes d'avant le suivi des reglements)
       01  WS-REGLEMENTS-CODES  PIC X(4) VALUE "ECTB".
       01  WS-REGLEMENTS-LIBELLES.
           05 FILLER PIC X(16) VALUE "ESPECES".
           05 FILLER PIC X(16) VALUE "CARTE".
           05 FILLER PIC X(16) VALUE "TITRE-RESTAURANT".
           05 FILLER PIC X(16) VALUE "BON CADEAU".
           05 FILLER PIC X(16) VALUE "NON RENSEIGNE".
       01  WS-REGLEMENTS-NOMS REDEFINES WS-REGLEMENTS-LIBELLES.
           05 WS-REG-LIBELLE    PIC X(16) OCCURS 5 TIMES.
       01  WS-REGLEMENTS-TABLE.
           05 WS-REGLEMENT-STAT OCCURS 5 TIMES.
               10 WS-REG-COMMANDES  PIC 9(5).
               10 WS-REG-CA         PIC 9(7).

      *rapprochement avec la caisse : les especes comptees contre
      *les ventes en especes (et les ventes sans reglement
      *renseigne, encaissees en especes avant son suivi)
       01  WS-CAISSE            PIC 9(7) VALUE ZEROES.
       01  WS-CA-ESPECES        PIC 9(7) VALUE ZEROES.
       01  WS-ECART             PIC S9(7) VALUE ZEROES.
       01  WS-ECART-ED          PIC -(6)9.

      *rapprochement du lot carte du terminal de paiement
       01  WS-LOT-CARTE         PIC 9(7) VALUE ZEROES.
       01  WS-CA-CARTE          PIC 9(7) VALUE ZEROES.
       01  WS-ECART-CARTE       PIC S9(7) VALUE ZEROES.
       01  WS-ECART-CARTE-ED    PIC -(6)9.

      *bons cadeaux du jour : ventes encaissees en especes ou par
      *carte (attendues en caisse et au lot du terminal sans etre
      *du chiffre d'affaires) et rachats venus en reglement
       01  WS-BONS-VENDUS-ESP   PIC 9(5) VALUE ZEROES.
       01  WS-BONS-VENDUS-CARTE PIC 9(5) VALUE ZEROES.
       01  WS-BONS-VENDUS       PIC 9(5) VALUE ZEROES.
       01  WS-BONS-RACHETES     PIC 9(5) VALUE ZEROES.
       01  WS-BON-RESTE         PIC 9(5) VALUE ZEROES.

      *versements des livreurs du jour : l'ecart de chaque livreur
      *lui est impute, il ne pese plus sur l'ecart de la caisse ;
      *une commande rapportee et non annulee n'a pas rapporte ses
      *especes. WS-LIV-VERSE marque chaque tournee versee.
       01  WS-VRS-TOURNEES      PIC 9(3) VALUE ZEROES.
       01  WS-VRS-ATTENDU       PIC 9(7) VALUE ZEROES.
       01  WS-VRS-REMIS         PIC 9(7) VALUE ZEROES.
       01  WS-VRS-ECART         PIC S9(7) VALUE ZEROES.
       01  WS-VRS-ECART-ED      PIC -(6)9.
       01  WS-VRS-RETOURS       PIC 9(7) VALUE ZEROES.
       01  WS-VRS-MANQUANTS     PIC 9(3) VALUE ZEROES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           INITIALIZE WS-TAILLES-TABLE WS-MODES-TABLE WS-ZONES-TABLE
               WS-REGLEMENTS-TABLE.

           DISPLAY "Date a cloturer ? (AAAAMMJJ, 0=aujourd'hui)".
           ACCEPT WS-DATE-CLOTURE.
           END-IF.

           PERFORM DEPOUILLER-JOURNAL THRU DEPOUILLER-JOURNAL-EXIT.
           PERFORM DEPOUILLER-BONS THRU DEPOUILLER-BONS-EXIT.

      *journal illisible : pas de cloture du tout plutot qu'un
      *rapport Z a zero rapproche d'une caisse reelle
               GOBACK
           END-IF.

      *tournee non versee : la caisse ne peut pas etre rapprochee
           PERFORM CONTROLER-VERSEMENTS
               THRU CONTROLER-VERSEMENTS-EXIT.
           IF WS-VRS-MANQUANTS > ZEROES
               DISPLAY "Cloture refusee : " WS-VRS-MANQUANTS
                   " tournee(s) sans versement (versliv)."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Identifiant de l'operateur de cloture ?".
           ACCEPT WS-OPERATEUR.
           MOVE FUNCTION UPPER-CASE(WS-OPERATEUR) TO WS-OPERATEUR.
               MOVE "INCONNU" TO WS-OPERATEUR
           END-IF.

           DISPLAY "Especes comptees dans la caisse ? (euros)".
           ACCEPT WS-CAISSE.
           COMPUTE WS-CA-ESPECES = WS-REG-CA(1) + WS-REG-CA(5)
               + WS-BONS-VENDUS-ESP + WS-VRS-ECART - WS-VRS-RETOURS.
           COMPUTE WS-ECART = WS-CAISSE - WS-CA-ESPECES.

           DISPLAY "Total du lot carte du terminal de paiement ? "
               "(euros)".
           ACCEPT WS-LOT-CARTE.
           COMPUTE WS-CA-CARTE = WS-REG-CA(2) + WS-BONS-VENDUS-CARTE.
           COMPUTE WS-ECART-CARTE = WS-LOT-CARTE - WS-CA-CARTE.

           PERFORM ECRIRE-ZREPORT THRU ECRIRE-ZREPORT-EXIT.
           PERFORM ECRIRE-CLOTURE-FIXE THRU ECRIRE-CLOTURE-FIXE-EXIT.
               WS-NB-COMMANDES " pour " WS-CA-TOTAL " euros.".
           MOVE WS-ECART TO WS-ECART-ED.
           DISPLAY "Ecart caisse : " WS-ECART-ED " euros.".
           MOVE WS-ECART-CARTE TO WS-ECART-CARTE-ED.
           DISPLAY "Ecart carte : " WS-ECART-CARTE-ED " euros.".

           IF WS-ECART NOT EQUAL ZEROES
               OR WS-ECART-CARTE NOT EQUAL ZEROES
               OR WS-VRS-ECART NOT EQUAL ZEROES
               OR WS-VRS-RETOURS > ZEROES
               OR WS-HORS-FORMAT > ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               GO TO CUMULER-UNE-COMMANDE-EXIT
           END-IF.

      *ligne par taille : ventilation par taille seulement, les
      *cumuls de la commande viennent de son entete
           IF ORD-EST-LIGNE
               ADD ORD-TOTAL TO WS-CA-LIGNES
               PERFORM VENTILER-TAILLE THRU VENTILER-TAILLE-EXIT
               GO TO CUMULER-UNE-COMMANDE-EXIT
           END-IF.

           ADD 1 TO WS-NB-COMMANDES.
           ADD ORD-TOTAL TO WS-CA-TOTAL.
           ADD ORD-PIZZAS TO WS-PIZZAS-TOTAL.

      *un enregistrement d'avant les lignes par taille vaut sa
      *propre ligne unique
           IF ORD-EST-ENTETE
               ADD ORD-TOTAL TO WS-CA-ENTETES
           ELSE
               PERFORM VENTILER-TAILLE THRU VENTILER-TAILLE-EXIT
           END-IF.

           PERFORM VENTILER-REGLEMENT THRU VENTILER-REGLEMENT-EXIT.

           IF ORD-MODE EQUAL "L"
               PERFORM CUMULER-LIVREUR THRU CUMULER-LIVREUR-EXIT
               ADD 1 TO WS-MOD-COMMANDES(1)
       CUMULER-UNE-COMMANDE-EXIT.
           EXIT.

      ******************************************************************
       VENTILER-TAILLE.

           MOVE ZERO TO WS-CIBLE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               IF WS-TAILLES-CODES(WS-IDX:1) EQUAL ORD-TAILLE
                   MOVE WS-IDX TO WS-CIBLE
               END-IF
           END-PERFORM.
           IF WS-CIBLE > ZERO
               ADD 1 TO WS-TAI-COMMANDES(WS-CIBLE)
               ADD ORD-PIZZAS TO WS-TAI-PIZZAS(WS-CIBLE)
               ADD ORD-TOTAL TO WS-TAI-CA(WS-CIBLE)
           END-IF.

       VENTILER-TAILLE-EXIT.
           EXIT.

      ******************************************************************
       VENTILER-REGLEMENT.

      *part reglee par bon cadeau : sortie du mode de reglement
           MOVE ORD-TOTAL TO WS-BON-RESTE.
           IF ORD-BON-MONTANT NUMERIC
               AND ORD-BON-MONTANT > ZEROES
               AND ORD-BON-MONTANT NOT > ORD-TOTAL
               ADD ORD-BON-MONTANT TO WS-REG-CA(4)
               ADD ORD-BON-MONTANT TO WS-BONS-RACHETES
               SUBTRACT ORD-BON-MONTANT FROM WS-BON-RESTE
           END-IF.

           MOVE 5 TO WS-CIBLE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               IF WS-REGLEMENTS-CODES(WS-IDX:1) EQUAL ORD-REGLEMENT
                   MOVE WS-IDX TO WS-CIBLE
               END-IF
           END-PERFORM.
           ADD 1 TO WS-REG-COMMANDES(WS-CIBLE).
           ADD WS-BON-RESTE TO WS-REG-CA(WS-CIBLE).

       VENTILER-REGLEMENT-EXIT.
           EXIT.

      ******************************************************************
      *ventes de bons cadeaux du jour cloture, par reglement ; un
      *grand livre absent signifie qu'aucun bon n'a ete vendu
       DEPOUILLER-BONS.

           OPEN INPUT F-BONS.
           IF NOT FS-BONS-OK
               GO TO DEPOUILLER-BONS-EXIT
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-BONS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF BON-EST-EMISSION
                           AND BON-DATE EQUAL WS-DATE-CLOTURE
                           AND BON-MONTANT NUMERIC
                           IF BON-REGLEMENT EQUAL "C"
                               ADD BON-MONTANT
                                   TO WS-BONS-VENDUS-CARTE
                           ELSE
                               ADD BON-MONTANT TO WS-BONS-VENDUS-ESP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-BONS.
           COMPUTE WS-BONS-VENDUS = WS-BONS-VENDUS-ESP
               + WS-BONS-VENDUS-CARTE.

       DEPOUILLER-BONS-EXIT.
           EXIT.

      ******************************************************************
      *versements du jour : chaque tournee du journal doit avoir le
      *sien ; les ecarts et les commandes rapportees restees non
      *annulees corrigent les especes attendues en caisse
       CONTROLER-VERSEMENTS.

           OPEN INPUT F-VERSEMENTS.
           IF FS-VERSEMENTS-OK
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "Y"
                   READ F-VERSEMENTS
                       AT END
                           MOVE "Y" TO WS-FIN
                       NOT AT END
                           IF VRS-DATE EQUAL WS-DATE-CLOTURE
                               PERFORM RETENIR-VERSEMENT
                                   THRU RETENIR-VERSEMENT-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-VERSEMENTS
           END-IF.

           PERFORM VARYING IDX-LIV FROM 1 BY 1
               UNTIL IDX-LIV > WS-NB-LIVREURS
               IF WS-LIV-VERSE(IDX-LIV) NOT EQUAL "Y"
                   ADD 1 TO WS-VRS-MANQUANTS
                   DISPLAY "Tournee du livreur " WS-LIV-NUMERO(IDX-LIV)
                       " non versee."
               END-IF
           END-PERFORM.

       CONTROLER-VERSEMENTS-EXIT.
           EXIT.

      ******************************************************************
       RETENIR-VERSEMENT.

           IF VRS-EST-RETOUR
      *commande rapportee puis annulee : deja hors des ventes
               MOVE ZEROES TO WS-ANN-CIBLE
               PERFORM VARYING IDX-ANN FROM 1 BY 1
                   UNTIL IDX-ANN > WS-NB-ANNUL
                   IF WS-ANN-NUMERO(IDX-ANN) EQUAL VRS-COMMANDE
                       SET WS-ANN-CIBLE TO IDX-ANN
                   END-IF
               END-PERFORM
               IF WS-ANN-CIBLE EQUAL ZEROES
                   ADD VRS-RETOURS-MONTANT TO WS-VRS-RETOURS
               END-IF
               GO TO RETENIR-VERSEMENT-EXIT
           END-IF.

           IF NOT VRS-EST-VERSEMENT
               GO TO RETENIR-VERSEMENT-EXIT
           END-IF.
           ADD 1 TO WS-VRS-TOURNEES.
           ADD VRS-ATTENDU TO WS-VRS-ATTENDU.
           ADD VRS-REMIS TO WS-VRS-REMIS.
           IF VRS-ECART-SIGNE EQUAL "-"
               SUBTRACT VRS-ECART FROM WS-VRS-ECART
           ELSE
               ADD VRS-ECART TO WS-VRS-ECART
           END-IF.
           PERFORM VARYING IDX-LIV FROM 1 BY 1
               UNTIL IDX-LIV > WS-NB-LIVREURS
               IF WS-LIV-NUMERO(IDX-LIV) EQUAL VRS-LIVREUR
                   MOVE "Y" TO WS-LIV-VERSE(IDX-LIV)
               END-IF
           END-PERFORM.

       RETENIR-VERSEMENT-EXIT.
           EXIT.

      ******************************************************************
       CUMULER-LIVREUR.

               MOVE ORD-LIVREUR TO WS-LIV-NUMERO(WS-LIV-CIBLE)
               MOVE ZEROES TO WS-LIV-COURSES(WS-LIV-CIBLE)
               MOVE ZEROES TO WS-LIV-FRAIS(WS-LIV-CIBLE)
               MOVE "N" TO WS-LIV-VERSE(WS-LIV-CIBLE)
           END-IF.

           ADD 1 TO WS-LIV-COURSES(WS-LIV-CIBLE).
                   DELIMITED BY SIZE INTO RPT-LIGNE
               CALL "rptwrit" USING RPT-PARAMS
           END-PERFORM.
           IF WS-CA-ENTETES > ZEROES OR WS-CA-LIGNES > ZEROES
               COMPUTE WS-HORS-TAILLE = WS-CA-ENTETES - WS-CA-LIGNES
               MOVE WS-HORS-TAILLE TO WS-HORS-TAILLE-ED
               MOVE SPACES TO RPT-LIGNE
               STRING "  HORS TAILLE (frais, fidelite, points)  ca="
                   WS-HORS-TAILLE-ED
                   DELIMITED BY SIZE INTO RPT-LIGNE
               CALL "rptwrit" USING RPT-PARAMS
           END-IF.

           MOVE SPACES TO RPT-LIGNE.
           STRING "PAR MODE"
               DELIMITED BY SIZE INTO RPT-LIGNE.
           CALL "rptwrit" USING RPT-PARAMS.

           MOVE SPACES TO RPT-LIGNE.
           STRING "PAR MODE DE REGLEMENT"
               DELIMITED BY SIZE INTO RPT-LIGNE.
           CALL "rptwrit" USING RPT-PARAMS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               IF WS-IDX < 5 OR WS-REG-COMMANDES(WS-IDX) > ZEROES
                   MOVE SPACES TO RPT-LIGNE
                   STRING "  " WS-REG-LIBELLE(WS-IDX)
                       "  commandes=" WS-REG-COMMANDES(WS-IDX)
                       "  ca=" WS-REG-CA(WS-IDX)
                       DELIMITED BY SIZE INTO RPT-LIGNE
                   CALL "rptwrit" USING RPT-PARAMS
               END-IF
           END-PERFORM.

           MOVE SPACES TO RPT-LIGNE.
           STRING "BONS CADEAUX  vendus especes=" WS-BONS-VENDUS-ESP
               "  vendus carte=" WS-BONS-VENDUS-CARTE
               "  rachetes=" WS-BONS-RACHETES
               DELIMITED BY SIZE INTO RPT-LIGNE.
           CALL "rptwrit" USING RPT-PARAMS.

           MOVE SPACES TO RPT-LIGNE.
           STRING "PAR ZONE DE LIVRAISON"
               DELIMITED BY SIZE INTO RPT-LIGNE.
               CALL "rptwrit" USING RPT-PARAMS
           END-IF.

           MOVE WS-VRS-ECART TO WS-VRS-ECART-ED.
           MOVE SPACES TO RPT-LIGNE.
           STRING "VERSEMENTS LIVREURS  tournees=" WS-VRS-TOURNEES
               "  attendu=" WS-VRS-ATTENDU
               "  remis=" WS-VRS-REMIS
               "  ecart=" WS-VRS-ECART-ED
               DELIMITED BY SIZE INTO RPT-LIGNE.
           CALL "rptwrit" USING RPT-PARAMS.
           IF WS-VRS-RETOURS > ZEROES
               MOVE SPACES TO RPT-LIGNE
               STRING "  RAPPORTEES NON ANNULEES  especes="
                   WS-VRS-RETOURS
                   DELIMITED BY SIZE INTO RPT-LIGNE
               CALL "rptwrit" USING RPT-PARAMS
           END-IF.

           MOVE SPACES TO RPT-LIGNE.
           STRING "ANNULATIONS  commandes=" WS-NB-ANNUL
               "  montant=" WS-ANNUL-MONTANT

           MOVE WS-ECART TO WS-ECART-ED.
           MOVE SPACES TO RPT-LIGNE.
           STRING "RAPPROCHEMENT ESPECES  journal=" WS-CA-ESPECES
               "  caisse=" WS-CAISSE
               "  ecart=" WS-ECART-ED
               DELIMITED BY SIZE INTO RPT-LIGNE.
           CALL "rptwrit" USING RPT-PARAMS.

           MOVE WS-ECART-CARTE TO WS-ECART-CARTE-ED.
           MOVE SPACES TO RPT-LIGNE.
           STRING "RAPPROCHEMENT CARTE    journal=" WS-CA-CARTE
               "  terminal=" WS-LOT-CARTE
               "  ecart=" WS-ECART-CARTE-ED
               DELIMITED BY SIZE INTO RPT-LIGNE.
           CALL "rptwrit" USING RPT-PARAMS.

           IF WS-HORS-FORMAT > ZEROES
               MOVE SPACES TO RPT-LIGNE
               STRING "ATTENTION : " WS-HORS-FORMAT
           MOVE WS-FRAIS-TOTAL TO CLO-FRAIS.
           MOVE WS-CAISSE TO CLO-CAISSE.
           MOVE WS-HORS-FORMAT TO CLO-HORS-FORMAT.
           MOVE WS-BONS-VENDUS TO CLO-BONS-VENDUS.
           MOVE WS-BONS-RACHETES TO CLO-BONS-RACHETES.
           WRITE CLOTURE-REC.

           CLOSE F-CLOTURE.

      ******************************************************************
      *emission du bloc d'interchange du jour vers le siege : entete
      *numerote, details par taille (plus l'ecart hors taille), par
      *mode et par taux de TVA, total de controle ; la sequence
      *persiste dans TRANSMISSION-SEQ.txt et l'accuse reviendra dans
      *ACKS-SIEGE.txt
       EMETTRE-TRANSMISSION.

           INITIALIZE CFG-PARAMS.
               WRITE TRANSMISSION-REC
           END-PERFORM.

      *hors taille : ce que les modes portent au-dela des tailles
      *(frais de livraison, moins remises fidelite et points)
           COMPUTE WS-HORS-TAILLE = WS-MOD-CA(1) + WS-MOD-CA(2)
               - WS-TAI-CA(1) - WS-TAI-CA(2) - WS-TAI-CA(3)
               - WS-TAI-CA(4).
           MOVE SPACES TO TRANSMISSION-REC.
           MOVE "20" TO TRS-TYPE.
           MOVE "T" TO TRS-SOUS-TYPE.
           MOVE "H" TO TRS-CODE.
           IF WS-HORS-TAILLE < ZEROES
               COMPUTE TRS-MONTANT = ZEROES - WS-HORS-TAILLE
               MOVE "-" TO TRS-SIGNE
               SUBTRACT TRS-MONTANT FROM WS-TRS-SOMME
           ELSE
               MOVE WS-HORS-TAILLE TO TRS-MONTANT
               ADD TRS-MONTANT TO WS-TRS-SOMME
           END-IF.
           ADD 1 TO WS-TRS-NB-DETAILS.
           WRITE TRANSMISSION-REC.

           MOVE SPACES TO TRANSMISSION-REC.
           MOVE "20" TO TRS-TYPE.
           MOVE "M" TO TRS-SOUS-TYPE.
