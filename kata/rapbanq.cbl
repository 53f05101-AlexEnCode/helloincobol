      ******************************************************************
      *    Rapprochement bancaire : le releve RELEVE-BANQUE.txt (01    *
      *    solde d'ouverture, 04 operation, 07 solde de cloture) est   *
      *    controle (ouverture + credits - debits = cloture) puis      *
      *    rapproche automatiquement de nos propres fichiers :         *
      *    - chaque remise de virements (VIREMENTS-BANQUE.txt de       *
      *      paievir, VIREMENTS-FOURNISSEURS.txt de fourpaie) contre   *
      *      un debit egal a son total 08, date au plus tot de son     *
      *      emission ; un credit RV (retour de virement) est rattache *
      *      par sa reference et son montant a l'ordre 02 d'origine,   *
      *      donc au matricule ou au numero de tiers ;                 *
      *    - chaque depot d'especes DE contre la caisse d'une cloture  *
      *      de CLOTURE-TOTAUX.txt anterieure ou du meme jour.         *
      *    L'etat RAPPROCHEMENT-BANQUE-REPORT.txt liste le rapproche   *
      *    et le non rapproche, age en jours ouvres (datesvc, O) a la  *
      *    date du solde de cloture ; au-dela de RAPPRO-DELAI-JOURS    *
      *    (CONFIG.txt, 3 par defaut) l'element est signale EN RETARD. *
      *    RC=8 releve absent ou desequilibre, RC=4 retour de virement *
      *    ou element en retard.                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapbanq.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RELEVE ASSIGN
           TO "RELEVE-BANQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RELEVE.

      *les deux remises de virements ont le meme format fixe : le
      *nom du fichier est pose avant ouverture
           SELECT F-REMISE ASSIGN USING WS-REMISE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REMISE.

           SELECT F-CLOTURE ASSIGN
           TO "CLOTURE-TOTAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLOTURE.

           SELECT F-RAPPORT ASSIGN
           TO "RAPPROCHEMENT-BANQUE-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

      *releve bancaire : montants en euros, sens D (debit) ou C
      *(credit) ; la reference d'un retour RV porte en tete le
      *matricule ou le numero de tiers de l'ordre rejete
       FD  F-RELEVE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  RELEVE-REC.
           05 REL-TYPE              PIC X(2).
           05 REL-DATE              PIC 9(8).
           05 REL-SENS              PIC X.
           05 REL-MONTANT           PIC 9(10)V99.
           05 REL-CODE              PIC X(2).
           05 REL-REFERENCE         PIC X(20).
           05 REL-LIBELLE           PIC X(30).
           05 FILLER                PIC X(5).

       FD  F-REMISE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  WS-REMISE-LINE           PIC X(80).

      *historique des clotures de pizzafin, une ligne par jour
       FD  F-CLOTURE
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.

       01  CLOTURE-REC.
           05 CLO-DATE              PIC 9(8).
           05 CLO-CA-LIVRAISON      PIC 9(7).
           05 CLO-CA-EMPORTER       PIC 9(7).
           05 CLO-FRAIS             PIC 9(5).
           05 CLO-CAISSE            PIC 9(7).
           05 CLO-HORS-FORMAT       PIC 9(5).
           05 CLO-BONS-VENDUS       PIC 9(5).
           05 CLO-BONS-RACHETES     PIC 9(5).
           05 FILLER                PIC X(1).

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-RELEVE PIC X(02).
           88 FS-RELEVE-OK VALUE "00".
       01  FS-REMISE PIC X(02).
           88 FS-REMISE-OK VALUE "00".
       01  FS-CLOTURE PIC X(02).
           88 FS-CLOTURE-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

      *configuration d'exploitation partagee (CALL "cfglire")
       COPY CONFIG.

      *bloc de parametres des services de dates (CALL "datesvc")
       COPY DATESVC.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-DELAI-JOURS           PIC 9(3) VALUE ZEROES.

      *soldes et mouvements du releve, en centimes signes
       01  WS-RELEVE-PRESENT        PIC X VALUE "N".
       01  WS-RELEVE-EQUILIBRE      PIC X VALUE "N".
       01  WS-NB-OUVERTURES         PIC 9(3) VALUE ZEROES.
       01  WS-NB-CLOTURES-REL       PIC 9(3) VALUE ZEROES.
       01  WS-DATE-DEBUT            PIC 9(8) VALUE ZEROES.
       01  WS-DATE-ARRETE           PIC 9(8) VALUE ZEROES.
       01  WS-SOLDE-OUVERTURE       PIC S9(12) VALUE ZEROES.
       01  WS-SOLDE-CLOTURE         PIC S9(12) VALUE ZEROES.
       01  WS-SOLDE-CALCULE         PIC S9(12) VALUE ZEROES.
       01  WS-TOTAL-CREDITS         PIC 9(12) VALUE ZEROES.
       01  WS-TOTAL-DEBITS          PIC 9(12) VALUE ZEROES.
       01  WS-CENTIMES              PIC 9(12) VALUE ZEROES.
       01  WS-NB-HORS-FORMAT        PIC 9(5) VALUE ZEROES.

      *operations 04 du releve ; etat N non rapprochee, R rapprochee,
      *T retour de virement rattache a son ordre d'origine
       01  WS-OPE-TABLE.
           03 WS-OPE-NB PIC 9(4) VALUE ZEROES.
           03 WS-OPE-ENTREE OCCURS 0 TO 2000 TIMES
               DEPENDING ON WS-OPE-NB
               INDEXED BY IDX-OPE.
               05 WS-OPE-DATE       PIC 9(8).
               05 WS-OPE-SENS       PIC X.
               05 WS-OPE-CENTIMES   PIC 9(12).
               05 WS-OPE-CODE       PIC X(2).
               05 WS-OPE-REFERENCE  PIC X(20).
               05 WS-OPE-LIBELLE    PIC X(30).
               05 WS-OPE-ETAT       PIC X.
       01  WS-OPE-CIBLE             PIC 9(4) VALUE ZEROES.

      *remises de virements : 1 paie, 2 fournisseurs
       01  WS-REM-TABLE.
           03 WS-REM-ENTREE OCCURS 2 TIMES.
               05 WS-REM-FICHIER    PIC X(30).
               05 WS-REM-LIBELLE    PIC X(12).
               05 WS-REM-PRESENTE   PIC X.
               05 WS-REM-EMISSION   PIC 9(8).
               05 WS-REM-EXECUTION  PIC 9(8).
               05 WS-REM-NB-ORDRES  PIC 9(6).
               05 WS-REM-TOTAL      PIC 9(12).
               05 WS-REM-NB-LIGNES  PIC 9(6).
               05 WS-REM-SOMME      PIC 9(12).
               05 WS-REM-OPE        PIC 9(4).
       01  WS-REM-IDX               PIC 9 VALUE ZERO.
       01  WS-REMISE-NOM            PIC X(30).

      *ordres 02 des remises, pour rattacher les retours de virement
       01  WS-BEN-TABLE.
           03 WS-BEN-NB PIC 9(4) VALUE ZEROES.
           03 WS-BEN-ENTREE OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-BEN-NB
               INDEXED BY IDX-BEN.
               05 WS-BEN-REMISE     PIC 9.
               05 WS-BEN-NUMERO     PIC X(9).
               05 WS-BEN-CENTIMES   PIC 9(9).
               05 WS-BEN-RETOURNE   PIC X.
       01  WS-BEN-CIBLE             PIC 9(4) VALUE ZEROES.

      *clotures de caisse de la periode du releve
       01  WS-CLO-TABLE.
           03 WS-CLO-NB PIC 9(4) VALUE ZEROES.
           03 WS-CLO-ENTREE OCCURS 0 TO 1000 TIMES
               DEPENDING ON WS-CLO-NB
               INDEXED BY IDX-CLO.
               05 WS-CLO-DATE       PIC 9(8).
               05 WS-CLO-CENTIMES   PIC 9(12).
               05 WS-CLO-OPE        PIC 9(4).
       01  WS-CLO-CIBLE             PIC 9(4) VALUE ZEROES.

      *age en jours ouvres d'un element a la date d'arrete
       01  WS-AGE-DATE              PIC 9(8) VALUE ZEROES.
       01  WS-AGE                   PIC 9(5) VALUE ZEROES.
       01  WS-AGE-ED                PIC Z(4)9.
       01  WS-EN-RETARD             PIC X VALUE "N".

       01  WS-MONTANT-ED            PIC -Z(9)9.99.
       01  WS-MONTANT-ED2           PIC -Z(9)9.99.
       01  WS-MONTANT-EUROS         PIC S9(10)V99 VALUE ZEROES.

       01  WS-NB-RAPPROCHEES        PIC 9(5) VALUE ZEROES.
       01  WS-NB-NON-RAPPROCHEES    PIC 9(5) VALUE ZEROES.
       01  WS-NB-RETOURS            PIC 9(5) VALUE ZEROES.
       01  WS-NB-EN-RETARD          PIC 9(5) VALUE ZEROES.
       01  WS-NB-LIGNES             PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "rapbanq" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           INITIALIZE CFG-PARAMS.
           MOVE "RAPPRO-DELAI-JOURS" TO CFG-CLE.
           MOVE "3" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-DELAI-JOURS = FUNCTION NUMVAL(CFG-VALEUR).
           IF WS-DELAI-JOURS EQUAL ZEROES
               MOVE 3 TO WS-DELAI-JOURS
           END-IF.

           PERFORM CHARGER-RELEVE THRU CHARGER-RELEVE-EXIT.
           IF WS-RELEVE-PRESENT NOT EQUAL "Y"
               DISPLAY "Fichier RELEVE-BANQUE.txt absent ou sans"
                   " solde : pas de rapprochement."
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.

           INITIALIZE WS-REM-TABLE.
           MOVE ZEROES TO WS-BEN-NB.
           MOVE "VIREMENTS-BANQUE.txt" TO WS-REM-FICHIER(1).
           MOVE "PAIE" TO WS-REM-LIBELLE(1).
           MOVE "VIREMENTS-FOURNISSEURS.txt" TO WS-REM-FICHIER(2).
           MOVE "FOURNISSEURS" TO WS-REM-LIBELLE(2).
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1 UNTIL WS-REM-IDX > 2
               PERFORM CHARGER-REMISE THRU CHARGER-REMISE-EXIT
           END-PERFORM.

           PERFORM CHARGER-CLOTURES THRU CHARGER-CLOTURES-EXIT.

      *les remises d'abord : leur debit est le plus gros et ne doit
      *pas etre pris par une autre operation de meme montant
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1 UNTIL WS-REM-IDX > 2
               PERFORM RAPPROCHER-REMISE THRU RAPPROCHER-REMISE-EXIT
           END-PERFORM.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
               UNTIL IDX-OPE > WS-OPE-NB
               SET WS-OPE-CIBLE TO IDX-OPE
               EVALUATE TRUE
                   WHEN WS-OPE-CODE(WS-OPE-CIBLE) EQUAL "RV"
                       AND WS-OPE-SENS(WS-OPE-CIBLE) EQUAL "C"
                       PERFORM RAPPROCHER-RETOUR
                           THRU RAPPROCHER-RETOUR-EXIT
                   WHEN WS-OPE-CODE(WS-OPE-CIBLE) EQUAL "DE"
                       AND WS-OPE-SENS(WS-OPE-CIBLE) EQUAL "C"
                       PERFORM RAPPROCHER-DEPOT
                           THRU RAPPROCHER-DEPOT-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           PERFORM VARYING IDX-OPE FROM 1 BY 1
               UNTIL IDX-OPE > WS-OPE-NB
               IF WS-OPE-ETAT(IDX-OPE) EQUAL "N"
                   ADD 1 TO WS-NB-NON-RAPPROCHEES
               ELSE
                   ADD 1 TO WS-NB-RAPPROCHEES
               END-IF
           END-PERFORM.

           PERFORM EDITER-RAPPROCHEMENT
               THRU EDITER-RAPPROCHEMENT-EXIT.

           DISPLAY "Rapprochement au " WS-DATE-ARRETE " : "
               WS-NB-RAPPROCHEES " rapprochee(s), "
               WS-NB-NON-RAPPROCHEES " non rapprochee(s), "
               WS-NB-EN-RETARD " en retard.".

           EVALUATE TRUE
               WHEN NOT FS-RAPPORT-OK
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RELEVE-EQUILIBRE NOT EQUAL "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NB-RETOURS > ZEROES
                   MOVE 4 TO RETURN-CODE
               WHEN WS-NB-EN-RETARD > ZEROES
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       FIN-DU-PASSAGE.

           MOVE "F" TO RJN-PHASE.
           MOVE WS-OPE-NB TO RJN-LUS.
           MOVE WS-NB-RAPPROCHEES TO RJN-ECRITS.
           MOVE WS-NB-NON-RAPPROCHEES TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
      *l'appel du journal remet RETURN-CODE a zero : le code retour
      *du programme est repose apres coup
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *soldes 01 et 07 et operations 04 ; le releve n'est retenu que
      *s'il porte un solde d'ouverture et un solde de cloture
       CHARGER-RELEVE.

           MOVE ZEROES TO WS-OPE-NB.
           OPEN INPUT F-RELEVE.
           IF NOT FS-RELEVE-OK
               GO TO CHARGER-RELEVE-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-RELEVE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       PERFORM TRAITER-LIGNE-RELEVE
                           THRU TRAITER-LIGNE-RELEVE-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-RELEVE.

           IF WS-NB-OUVERTURES EQUAL ZEROES
               OR WS-NB-CLOTURES-REL EQUAL ZEROES
               GO TO CHARGER-RELEVE-EXIT
           END-IF.
           MOVE "Y" TO WS-RELEVE-PRESENT.

           COMPUTE WS-SOLDE-CALCULE = WS-SOLDE-OUVERTURE
               + WS-TOTAL-CREDITS - WS-TOTAL-DEBITS.
           IF WS-SOLDE-CALCULE EQUAL WS-SOLDE-CLOTURE
               AND WS-NB-OUVERTURES EQUAL 1
               AND WS-NB-CLOTURES-REL EQUAL 1
               AND WS-NB-HORS-FORMAT EQUAL ZEROES
               MOVE "Y" TO WS-RELEVE-EQUILIBRE
           END-IF.

       CHARGER-RELEVE-EXIT.
           EXIT.

      ******************************************************************
       TRAITER-LIGNE-RELEVE.

           IF REL-DATE NOT NUMERIC OR REL-MONTANT NOT NUMERIC
               OR (REL-SENS NOT EQUAL "D" AND REL-SENS NOT EQUAL "C")
               ADD 1 TO WS-NB-HORS-FORMAT
               GO TO TRAITER-LIGNE-RELEVE-EXIT
           END-IF.
           COMPUTE WS-CENTIMES = REL-MONTANT * 100.

           EVALUATE REL-TYPE
               WHEN "01"
                   ADD 1 TO WS-NB-OUVERTURES
                   MOVE REL-DATE TO WS-DATE-DEBUT
                   IF REL-SENS EQUAL "C"
                       MOVE WS-CENTIMES TO WS-SOLDE-OUVERTURE
                   ELSE
                       COMPUTE WS-SOLDE-OUVERTURE = 0 - WS-CENTIMES
                   END-IF
               WHEN "07"
                   ADD 1 TO WS-NB-CLOTURES-REL
                   MOVE REL-DATE TO WS-DATE-ARRETE
                   IF REL-SENS EQUAL "C"
                       MOVE WS-CENTIMES TO WS-SOLDE-CLOTURE
                   ELSE
                       COMPUTE WS-SOLDE-CLOTURE = 0 - WS-CENTIMES
                   END-IF
               WHEN "04"
                   IF REL-SENS EQUAL "C"
                       ADD WS-CENTIMES TO WS-TOTAL-CREDITS
                   ELSE
                       ADD WS-CENTIMES TO WS-TOTAL-DEBITS
                   END-IF
                   IF WS-OPE-NB < 2000
                       ADD 1 TO WS-OPE-NB
                       MOVE REL-DATE TO WS-OPE-DATE(WS-OPE-NB)
                       MOVE REL-SENS TO WS-OPE-SENS(WS-OPE-NB)
                       MOVE WS-CENTIMES TO WS-OPE-CENTIMES(WS-OPE-NB)
                       MOVE REL-CODE TO WS-OPE-CODE(WS-OPE-NB)
                       MOVE REL-REFERENCE
                           TO WS-OPE-REFERENCE(WS-OPE-NB)
                       MOVE REL-LIBELLE TO WS-OPE-LIBELLE(WS-OPE-NB)
                       MOVE "N" TO WS-OPE-ETAT(WS-OPE-NB)
                   ELSE
                       ADD 1 TO WS-NB-HORS-FORMAT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-NB-HORS-FORMAT
           END-EVALUATE.

       TRAITER-LIGNE-RELEVE-EXIT.
           EXIT.

      ******************************************************************
      *entete 01, ordres 02 et total 08 d'une remise de virements
       CHARGER-REMISE.

           MOVE "N" TO WS-REM-PRESENTE(WS-REM-IDX).
           MOVE WS-REM-FICHIER(WS-REM-IDX) TO WS-REMISE-NOM.
           OPEN INPUT F-REMISE.
           IF NOT FS-REMISE-OK
               GO TO CHARGER-REMISE-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-REMISE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       PERFORM TRAITER-LIGNE-REMISE
                           THRU TRAITER-LIGNE-REMISE-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-REMISE.

       CHARGER-REMISE-EXIT.
           EXIT.

      ******************************************************************
       TRAITER-LIGNE-REMISE.

           EVALUATE WS-REMISE-LINE(1:2)
               WHEN "01"
                   IF WS-REMISE-LINE(3:16) NUMERIC
                       MOVE "Y" TO WS-REM-PRESENTE(WS-REM-IDX)
                       MOVE WS-REMISE-LINE(3:8)
                           TO WS-REM-EMISSION(WS-REM-IDX)
                       MOVE WS-REMISE-LINE(11:8)
                           TO WS-REM-EXECUTION(WS-REM-IDX)
                   END-IF
               WHEN "02"
                   IF WS-REMISE-LINE(35:9) NUMERIC
                       ADD 1 TO WS-REM-NB-LIGNES(WS-REM-IDX)
                       MOVE WS-REMISE-LINE(35:9) TO WS-CENTIMES
                       ADD WS-CENTIMES TO WS-REM-SOMME(WS-REM-IDX)
                       IF WS-BEN-NB < 5000
                           ADD 1 TO WS-BEN-NB
                           MOVE WS-REM-IDX TO WS-BEN-REMISE(WS-BEN-NB)
                           MOVE WS-REMISE-LINE(3:9)
                               TO WS-BEN-NUMERO(WS-BEN-NB)
                           MOVE WS-REMISE-LINE(35:9)
                               TO WS-BEN-CENTIMES(WS-BEN-NB)
                           MOVE "N" TO WS-BEN-RETOURNE(WS-BEN-NB)
                       END-IF
                   END-IF
               WHEN "08"
                   IF WS-REMISE-LINE(3:18) NUMERIC
                       MOVE WS-REMISE-LINE(3:6)
                           TO WS-REM-NB-ORDRES(WS-REM-IDX)
                       MOVE WS-REMISE-LINE(9:12)
                           TO WS-REM-TOTAL(WS-REM-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TRAITER-LIGNE-REMISE-EXIT.
           EXIT.

      ******************************************************************
      *clotures a caisse non nulle datees de la periode du releve ; les
      *precedentes ont ete deposees sur un releve anterieur
       CHARGER-CLOTURES.

           MOVE ZEROES TO WS-CLO-NB.
           OPEN INPUT F-CLOTURE.
           IF NOT FS-CLOTURE-OK
               DISPLAY "Fichier CLOTURE-TOTAUX.txt absent : depots non"
                   " rapproches."
               GO TO CHARGER-CLOTURES-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-CLOTURE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF CLO-DATE NUMERIC AND CLO-CAISSE NUMERIC
                           AND CLO-CAISSE > ZEROES
                           AND CLO-DATE >= WS-DATE-DEBUT
                           AND CLO-DATE <= WS-DATE-ARRETE
                           AND WS-CLO-NB < 1000
                           ADD 1 TO WS-CLO-NB
                           MOVE CLO-DATE TO WS-CLO-DATE(WS-CLO-NB)
                           COMPUTE WS-CLO-CENTIMES(WS-CLO-NB) =
                               CLO-CAISSE * 100
                           MOVE ZEROES TO WS-CLO-OPE(WS-CLO-NB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CLOTURE.

       CHARGER-CLOTURES-EXIT.
           EXIT.

      ******************************************************************
      *premier debit non rapproche egal au total 08 de la remise et
      *date au plus tot de son emission
       RAPPROCHER-REMISE.

           MOVE ZEROES TO WS-REM-OPE(WS-REM-IDX).
           IF WS-REM-PRESENTE(WS-REM-IDX) NOT EQUAL "Y"
               OR WS-REM-TOTAL(WS-REM-IDX) EQUAL ZEROES
               GO TO RAPPROCHER-REMISE-EXIT
           END-IF.

           PERFORM VARYING IDX-OPE FROM 1 BY 1
               UNTIL IDX-OPE > WS-OPE-NB
               OR WS-REM-OPE(WS-REM-IDX) > ZEROES
               IF WS-OPE-ETAT(IDX-OPE) EQUAL "N"
                   AND WS-OPE-SENS(IDX-OPE) EQUAL "D"
                   AND WS-OPE-CENTIMES(IDX-OPE) EQUAL
                       WS-REM-TOTAL(WS-REM-IDX)
                   AND WS-OPE-DATE(IDX-OPE) >=
                       WS-REM-EMISSION(WS-REM-IDX)
                   MOVE "R" TO WS-OPE-ETAT(IDX-OPE)
                   SET WS-REM-OPE(WS-REM-IDX) TO IDX-OPE
               END-IF
           END-PERFORM.

       RAPPROCHER-REMISE-EXIT.
           EXIT.

      ******************************************************************
      *credit RV : ordre 02 de meme numero et de meme montant, dans la
      *remise de paie d'abord puis dans celle des fournisseurs
       RAPPROCHER-RETOUR.

           MOVE ZEROES TO WS-BEN-CIBLE.
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
               UNTIL WS-REM-IDX > 2 OR WS-BEN-CIBLE > ZEROES
               PERFORM VARYING IDX-BEN FROM 1 BY 1
                   UNTIL IDX-BEN > WS-BEN-NB OR WS-BEN-CIBLE > ZEROES
                   IF WS-BEN-REMISE(IDX-BEN) EQUAL WS-REM-IDX
                       AND WS-BEN-RETOURNE(IDX-BEN) EQUAL "N"
                       AND WS-BEN-NUMERO(IDX-BEN) EQUAL
                           WS-OPE-REFERENCE(WS-OPE-CIBLE)(1:9)
                       AND WS-BEN-CENTIMES(IDX-BEN) EQUAL
                           WS-OPE-CENTIMES(WS-OPE-CIBLE)
                       SET WS-BEN-CIBLE TO IDX-BEN
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-BEN-CIBLE EQUAL ZEROES
               GO TO RAPPROCHER-RETOUR-EXIT
           END-IF.

           MOVE "Y" TO WS-BEN-RETOURNE(WS-BEN-CIBLE).
           MOVE "T" TO WS-OPE-ETAT(WS-OPE-CIBLE).
           ADD 1 TO WS-NB-RETOURS.

       RAPPROCHER-RETOUR-EXIT.
           EXIT.

      ******************************************************************
      *depot d'especes : plus ancienne cloture non deposee de meme
      *caisse, datee du jour du depot au plus tard
       RAPPROCHER-DEPOT.

           MOVE ZEROES TO WS-CLO-CIBLE.
           PERFORM VARYING IDX-CLO FROM 1 BY 1
               UNTIL IDX-CLO > WS-CLO-NB
               IF WS-CLO-OPE(IDX-CLO) EQUAL ZEROES
                   AND WS-CLO-CENTIMES(IDX-CLO) EQUAL
                       WS-OPE-CENTIMES(WS-OPE-CIBLE)
                   AND WS-CLO-DATE(IDX-CLO) <=
                       WS-OPE-DATE(WS-OPE-CIBLE)
                   IF WS-CLO-CIBLE EQUAL ZEROES
                       SET WS-CLO-CIBLE TO IDX-CLO
                   ELSE
                       IF WS-CLO-DATE(IDX-CLO) <
                           WS-CLO-DATE(WS-CLO-CIBLE)
                           SET WS-CLO-CIBLE TO IDX-CLO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CLO-CIBLE EQUAL ZEROES
               GO TO RAPPROCHER-DEPOT-EXIT
           END-IF.

           MOVE WS-OPE-CIBLE TO WS-CLO-OPE(WS-CLO-CIBLE).
           MOVE "R" TO WS-OPE-ETAT(WS-OPE-CIBLE).

       RAPPROCHER-DEPOT-EXIT.
           EXIT.

      ******************************************************************
      *jours ouvres ecoules de WS-AGE-DATE a la date d'arrete (zero
      *le jour meme) ; WS-EN-RETARD au-dela du delai parametre
       CALCULER-AGE.

           MOVE ZEROES TO WS-AGE.
           MOVE "N" TO WS-EN-RETARD.
           IF WS-AGE-DATE >= WS-DATE-ARRETE
               GO TO CALCULER-AGE-EXIT
           END-IF.

           MOVE "O" TO DSV-FONCTION.
           MOVE WS-AGE-DATE TO DSV-DATE.
           MOVE WS-DATE-ARRETE TO DSV-DATE-FIN.
           CALL "datesvc" USING DSV-PARAMS.
           IF DSV-STATUT NOT EQUAL "0" OR DSV-NB-JOURS EQUAL ZEROES
               GO TO CALCULER-AGE-EXIT
           END-IF.
           COMPUTE WS-AGE = DSV-NB-JOURS - 1.
           IF WS-AGE > WS-DELAI-JOURS
               MOVE "Y" TO WS-EN-RETARD
               ADD 1 TO WS-NB-EN-RETARD
           END-IF.

       CALCULER-AGE-EXIT.
           EXIT.

      ******************************************************************
       EDITER-RAPPROCHEMENT.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               GO TO EDITER-RAPPROCHEMENT-EXIT
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "RAPPROCHEMENT BANCAIRE - RELEVE DU " WS-DATE-DEBUT
               " AU " WS-DATE-ARRETE "  (delai " WS-DELAI-JOURS
               " jours ouvres, edite le " WS-HORODATAGE(1:8) ")"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM EDITER-SOLDES THRU EDITER-SOLDES-EXIT.
           PERFORM EDITER-REMISES THRU EDITER-REMISES-EXIT.
           PERFORM EDITER-RETOURS THRU EDITER-RETOURS-EXIT.
           PERFORM EDITER-DEPOTS THRU EDITER-DEPOTS-EXIT.
           PERFORM EDITER-NON-RAPPROCHEES
               THRU EDITER-NON-RAPPROCHEES-EXIT.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "OPERATIONS LUES=" WS-OPE-NB
               "  RAPPROCHEES=" WS-NB-RAPPROCHEES
               "  NON RAPPROCHEES=" WS-NB-NON-RAPPROCHEES
               "  RETOURS=" WS-NB-RETOURS
               "  EN RETARD=" WS-NB-EN-RETARD
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           CLOSE F-RAPPORT.

       EDITER-RAPPROCHEMENT-EXIT.
           EXIT.

      ******************************************************************
      *controle du releve : ouverture + credits - debits = cloture
       EDITER-SOLDES.

           COMPUTE WS-MONTANT-EUROS = WS-SOLDE-OUVERTURE / 100.
           MOVE WS-MONTANT-EUROS TO WS-MONTANT-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "SOLDE D'OUVERTURE       " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           COMPUTE WS-MONTANT-EUROS = WS-TOTAL-CREDITS / 100.
           MOVE WS-MONTANT-EUROS TO WS-MONTANT-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "TOTAL DES CREDITS       " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           COMPUTE WS-MONTANT-EUROS = WS-TOTAL-DEBITS / 100.
           MOVE WS-MONTANT-EUROS TO WS-MONTANT-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "TOTAL DES DEBITS        " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           COMPUTE WS-MONTANT-EUROS = WS-SOLDE-CLOTURE / 100.
           MOVE WS-MONTANT-EUROS TO WS-MONTANT-ED.
           COMPUTE WS-MONTANT-EUROS = WS-SOLDE-CALCULE / 100.
           MOVE WS-MONTANT-EUROS TO WS-MONTANT-ED2.
           MOVE SPACES TO WS-RAPPORT-LINE.
           IF WS-RELEVE-EQUILIBRE EQUAL "Y"
               STRING "SOLDE DE CLOTURE        " WS-MONTANT-ED
                   "  controle OK"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
           ELSE
               STRING "SOLDE DE CLOTURE        " WS-MONTANT-ED
                   "  *** RELEVE INCOMPLET : solde recalcule "
                   WS-MONTANT-ED2 ", lignes hors format="
                   WS-NB-HORS-FORMAT " ***"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
           END-IF.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

       EDITER-SOLDES-EXIT.
           EXIT.

      ******************************************************************
      *une ligne par remise presente ; une remise non debitee a
      *compter de sa date d'execution est non rapprochee
       EDITER-REMISES.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "REMISES DE VIREMENTS"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "REMISE        EMISSION EXECUTION ORDRES"
               "       MONTANT                ETAT"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM VARYING WS-REM-IDX FROM 1 BY 1 UNTIL WS-REM-IDX > 2
               IF WS-REM-PRESENTE(WS-REM-IDX) EQUAL "Y"
                   PERFORM EDITER-UNE-REMISE
                       THRU EDITER-UNE-REMISE-EXIT
               END-IF
           END-PERFORM.

       EDITER-REMISES-EXIT.
           EXIT.

      ******************************************************************
       EDITER-UNE-REMISE.

           COMPUTE WS-MONTANT-EUROS = WS-REM-TOTAL(WS-REM-IDX) / 100.
           MOVE WS-MONTANT-EUROS TO WS-MONTANT-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING WS-REM-LIBELLE(WS-REM-IDX) "  "
               WS-REM-EMISSION(WS-REM-IDX) " "
               WS-REM-EXECUTION(WS-REM-IDX) "  "
               WS-REM-NB-ORDRES(WS-REM-IDX) WS-MONTANT-ED "  "
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.

           EVALUATE TRUE
               WHEN WS-REM-OPE(WS-REM-IDX) > ZEROES
                   MOVE "RAPPROCHEE, debit du" TO WS-RAPPORT-LINE(70:20)
                   MOVE WS-OPE-DATE(WS-REM-OPE(WS-REM-IDX))
                       TO WS-RAPPORT-LINE(91:8)
               WHEN WS-REM-EXECUTION(WS-REM-IDX) > WS-DATE-ARRETE
                   MOVE "A VENIR" TO WS-RAPPORT-LINE(70:7)
               WHEN OTHER
                   MOVE WS-REM-EXECUTION(WS-REM-IDX) TO WS-AGE-DATE
                   PERFORM CALCULER-AGE THRU CALCULER-AGE-EXIT
                   MOVE WS-AGE TO WS-AGE-ED
                   STRING "NON RAPPROCHEE depuis " WS-AGE-ED " j"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE(70:40)
                   IF WS-EN-RETARD EQUAL "Y"
                       MOVE "*** EN RETARD ***"
                           TO WS-RAPPORT-LINE(112:17)
                   END-IF
           END-EVALUATE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           ADD 1 TO WS-NB-LIGNES.

           IF WS-REM-SOMME(WS-REM-IDX) NOT EQUAL
               WS-REM-TOTAL(WS-REM-IDX)
               OR WS-REM-NB-LIGNES(WS-REM-IDX) NOT EQUAL
               WS-REM-NB-ORDRES(WS-REM-IDX)
               COMPUTE WS-MONTANT-EUROS =
                   WS-REM-SOMME(WS-REM-IDX) / 100
               MOVE WS-MONTANT-EUROS TO WS-MONTANT-ED
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "   ATTENTION : total 08 different des ordres 02"
                   " (" WS-REM-NB-LIGNES(WS-REM-IDX) " ordre(s) pour"
                   WS-MONTANT-ED ")"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-IF.

       EDITER-UNE-REMISE-EXIT.
           EXIT.

      ******************************************************************
      *retours de virement rattaches a leur ordre d'origine
       EDITER-RETOURS.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "CREDITS RETOURNES"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           IF WS-NB-RETOURS EQUAL ZEROES
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "   aucun retour de virement rattache"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               GO TO EDITER-RETOURS-EXIT
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "DATE     REMISE       MATRICULE/TIERS"
               "        MONTANT  LIBELLE"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM VARYING IDX-OPE FROM 1 BY 1
               UNTIL IDX-OPE > WS-OPE-NB
               IF WS-OPE-ETAT(IDX-OPE) EQUAL "T"
                   PERFORM VARYING IDX-BEN FROM 1 BY 1
                       UNTIL IDX-BEN > WS-BEN-NB
                       OR (WS-BEN-RETOURNE(IDX-BEN) EQUAL "Y"
                       AND WS-BEN-NUMERO(IDX-BEN) EQUAL
                           WS-OPE-REFERENCE(IDX-OPE)(1:9)
                       AND WS-BEN-CENTIMES(IDX-BEN) EQUAL
                           WS-OPE-CENTIMES(IDX-OPE))
                       CONTINUE
                   END-PERFORM
                   MOVE WS-BEN-REMISE(IDX-BEN) TO WS-REM-IDX
                   COMPUTE WS-MONTANT-EUROS =
                       WS-OPE-CENTIMES(IDX-OPE) / 100
                   MOVE WS-MONTANT-EUROS TO WS-MONTANT-ED
                   MOVE SPACES TO WS-RAPPORT-LINE
                   STRING WS-OPE-DATE(IDX-OPE) " "
                       WS-REM-LIBELLE(WS-REM-IDX) " "
                       WS-BEN-NUMERO(IDX-BEN) "       "
                       WS-MONTANT-ED "  "
                       WS-OPE-LIBELLE(IDX-OPE)
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                   WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
                   ADD 1 TO WS-NB-LIGNES
               END-IF
           END-PERFORM.

       EDITER-RETOURS-EXIT.
           EXIT.

      ******************************************************************
      *caisse de chaque cloture de la periode et son depot
       EDITER-DEPOTS.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "DEPOTS DE CAISSE"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "CLOTURE          CAISSE          ETAT"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM VARYING IDX-CLO FROM 1 BY 1
               UNTIL IDX-CLO > WS-CLO-NB
               COMPUTE WS-MONTANT-EUROS =
                   WS-CLO-CENTIMES(IDX-CLO) / 100
               MOVE WS-MONTANT-EUROS TO WS-MONTANT-ED
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING WS-CLO-DATE(IDX-CLO) " " WS-MONTANT-ED "  "
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               IF WS-CLO-OPE(IDX-CLO) > ZEROES
                   STRING "DEPOSEE le "
                       WS-OPE-DATE(WS-CLO-OPE(IDX-CLO))
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE(34:30)
               ELSE
                   MOVE WS-CLO-DATE(IDX-CLO) TO WS-AGE-DATE
                   PERFORM CALCULER-AGE THRU CALCULER-AGE-EXIT
                   MOVE WS-AGE TO WS-AGE-ED
                   STRING "NON DEPOSEE depuis " WS-AGE-ED " j"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE(34:40)
                   IF WS-EN-RETARD EQUAL "Y"
                       MOVE "*** EN RETARD ***"
                           TO WS-RAPPORT-LINE(62:17)
                   END-IF
               END-IF
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               ADD 1 TO WS-NB-LIGNES
           END-PERFORM.

       EDITER-DEPOTS-EXIT.
           EXIT.

      ******************************************************************
      *operations du releve restees sans contrepartie, agees a la
      *date d'arrete
       EDITER-NON-RAPPROCHEES.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "OPERATIONS NON RAPPROCHEES"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "DATE     S        MONTANT  CD REFERENCE           "
               "LIBELLE                          AGE"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM VARYING IDX-OPE FROM 1 BY 1
               UNTIL IDX-OPE > WS-OPE-NB
               IF WS-OPE-ETAT(IDX-OPE) EQUAL "N"
                   MOVE WS-OPE-DATE(IDX-OPE) TO WS-AGE-DATE
                   PERFORM CALCULER-AGE THRU CALCULER-AGE-EXIT
                   MOVE WS-AGE TO WS-AGE-ED
                   COMPUTE WS-MONTANT-EUROS =
                       WS-OPE-CENTIMES(IDX-OPE) / 100
                   MOVE WS-MONTANT-EUROS TO WS-MONTANT-ED
                   MOVE SPACES TO WS-RAPPORT-LINE
                   STRING WS-OPE-DATE(IDX-OPE) " "
                       WS-OPE-SENS(IDX-OPE) " " WS-MONTANT-ED "  "
                       WS-OPE-CODE(IDX-OPE) " "
                       WS-OPE-REFERENCE(IDX-OPE) " "
                       WS-OPE-LIBELLE(IDX-OPE) " " WS-AGE-ED " j"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                   IF WS-EN-RETARD EQUAL "Y"
                       MOVE "*** EN RETARD ***"
                           TO WS-RAPPORT-LINE(98:17)
                   END-IF
                   WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
                   ADD 1 TO WS-NB-LIGNES
               END-IF
           END-PERFORM.
           IF WS-NB-NON-RAPPROCHEES EQUAL ZEROES
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "   toutes les operations sont rapprochees"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-IF.

       EDITER-NON-RAPPROCHEES-EXIT.
           EXIT.
      ******************************************************************
