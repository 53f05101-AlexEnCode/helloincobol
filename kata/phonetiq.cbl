      ******************************************************************
      *    Cle phonetique des noms, pour retrouver un client ou un     *
      *    employe dont le nom a ete epele autrement au telephone      *
      *    ("Lefebvre" et "Lefevre", "Dupont" et "Dupond"). Le nom est *
      *    d'abord normalise comme dans gnirts (NORMALISER-MOT :       *
      *    lettres seules, en majuscules), les lettres accentuees      *
      *    ramenees a leur lettre de base ; les finales muettes (S, T, *
      *    D, X, Z) sont retirees, les sons du francais transcrits     *
      *    (EAU/AU=O, OU=U, AI/EI=E, PH=F, CH/SCH=X, QU=K, C dur=K,    *
      *    C doux=S, G doux=J, GU=G, BV=V, W=V, Z=S, H muet), puis les *
      *    voyelles apres la premiere lettre et les lettres doublees   *
      *    sont supprimees. La cle garde 12 caracteres au plus.        *
      *    Le rapprochement de deux noms donne un score de proximite   *
      *    que les recherches de pizzamgt et d'empdossi et la revue    *
      *    des doublons de clifusio utilisent pour classer leurs       *
      *    propositions. Interface dans le copybook PHONETIQ.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. phonetiq.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *configuration d'exploitation partagee (CALL "cfglire")
       COPY CONFIG.

      *seuil lu une seule fois : une recherche appelle le
      *sous-programme pour chaque fiche du fichier
       01  WS-SEUIL-LU              PIC X VALUE "N".
       01  WS-SEUIL                 PIC 9(3) VALUE 70.

      *nom a traiter et resultat de CALCULER-CLE
       01  WS-SOURCE                PIC X(30) VALUE SPACES.
       01  WS-CLE                   PIC X(12) VALUE SPACES.
       01  WS-CLE-LGTH              PIC 9(2) VALUE ZEROES.

      *nom normalise, suivi de deux blancs pour lire les lettres
      *suivantes sans deborder
       01  WS-NORM-ZONE.
           05 WS-NORM               PIC X(30).
           05 FILLER                PIC X(2) VALUE SPACES.
       01  WS-NORM-LGTH             PIC 9(2) VALUE ZEROES.
       01  WS-NORM-ENTIER           PIC X(30) VALUE SPACES.
       01  WS-NB-RETRAITS           PIC 9 VALUE ZERO.

      *sons transcrits (une lettre peut en donner deux : X=KS)
       01  WS-SONS                  PIC X(60) VALUE SPACES.
       01  WS-SONS-LGTH             PIC 9(2) VALUE ZEROES.
       01  WS-SON                   PIC X(2) VALUE SPACES.
       01  WS-SON-LGTH              PIC 9 VALUE ZERO.
       01  WS-PAS                   PIC 9 VALUE ZERO.

       01  WS-I                     PIC 9(2) VALUE ZEROES.
       01  WS-J                     PIC 9(2) VALUE ZEROES.
       01  WS-CAR                   PIC X VALUE SPACE.
       01  WS-CAR-SUIVANT           PIC X VALUE SPACE.
       01  WS-DERNIER               PIC X VALUE SPACE.
       01  WS-OCTET                 PIC X VALUE SPACE.

      *les deux cotes d'une comparaison
       01  WS-NORM-A                PIC X(30) VALUE SPACES.
       01  WS-CLE-A                 PIC X(12) VALUE SPACES.
       01  WS-CLE-A-LGTH            PIC 9(2) VALUE ZEROES.
       01  WS-NORM-B                PIC X(30) VALUE SPACES.
       01  WS-CLE-B                 PIC X(12) VALUE SPACES.
       01  WS-CLE-B-LGTH            PIC 9(2) VALUE ZEROES.
       01  WS-COMMUN                PIC 9(2) VALUE ZEROES.
       01  WS-PLUS-LONGUE           PIC 9(2) VALUE ZEROES.
       01  WS-SCORE-PAIRE           PIC 9(3) VALUE ZEROES.

      *mots d'un nom (separes par blanc, trait d'union ou apostrophe)
       01  WS-MOTS-TABLE.
           03 WS-MOTS-NB PIC 9 VALUE ZERO.
           03 WS-MOT PIC X(30) OCCURS 5 TIMES.
       01  WS-MOTS-CHERCHE.
           03 WS-MOTS-CHERCHE-NB PIC 9 VALUE ZERO.
           03 WS-MOT-CHERCHE PIC X(30) OCCURS 5 TIMES.
       01  WS-MOT-IDX               PIC 9 VALUE ZERO.
       01  WS-MOT-POS               PIC 9(2) VALUE ZEROES.
       01  WS-MOT-COURANT           PIC X(30) VALUE SPACES.

       LINKAGE SECTION.

       COPY PHONETIQ.

       PROCEDURE DIVISION USING PHO-PARAMS.

           MOVE "0" TO PHO-STATUT.
           MOVE ZEROES TO PHO-SCORE.
           MOVE "N" TO PHO-RETENU.

           EVALUATE PHO-FONCTION
               WHEN "C"
                   MOVE PHO-NOM TO WS-SOURCE
                   PERFORM CALCULER-CLE THRU CALCULER-CLE-EXIT
                   MOVE WS-CLE TO PHO-CLE
                   IF WS-CLE EQUAL SPACES
                       MOVE "4" TO PHO-STATUT
                   END-IF
               WHEN "R"
                   PERFORM RAPPROCHER-NOMS THRU RAPPROCHER-NOMS-EXIT
               WHEN OTHER
                   MOVE "8" TO PHO-STATUT
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      *nom cherche contre nom candidat : noms entiers, puis mot par
      *mot quand l'un des deux noms n'a qu'un mot ; le meilleur score
      *est garde
       RAPPROCHER-NOMS.

           IF WS-SEUIL-LU NOT EQUAL "Y"
               INITIALIZE CFG-PARAMS
               MOVE "PHONETIQUE-SEUIL" TO CFG-CLE
               MOVE "70" TO CFG-DEFAUT
               CALL "cfglire" USING CFG-PARAMS
               COMPUTE WS-SEUIL = FUNCTION NUMVAL(CFG-VALEUR)
               IF WS-SEUIL EQUAL ZEROES OR WS-SEUIL > 100
                   MOVE 70 TO WS-SEUIL
               END-IF
               MOVE "Y" TO WS-SEUIL-LU
           END-IF.

           MOVE PHO-NOM TO WS-SOURCE.
           PERFORM CALCULER-CLE THRU CALCULER-CLE-EXIT.
           MOVE WS-CLE TO PHO-CLE WS-CLE-A.
           MOVE WS-CLE-LGTH TO WS-CLE-A-LGTH.
           MOVE WS-NORM-ENTIER TO WS-NORM-A.

           MOVE PHO-NOM-CANDIDAT TO WS-SOURCE.
           PERFORM CALCULER-CLE THRU CALCULER-CLE-EXIT.
           MOVE WS-CLE TO PHO-CLE-CANDIDAT WS-CLE-B.
           MOVE WS-CLE-LGTH TO WS-CLE-B-LGTH.
           MOVE WS-NORM-ENTIER TO WS-NORM-B.

           IF PHO-CLE EQUAL SPACES OR PHO-CLE-CANDIDAT EQUAL SPACES
               MOVE "4" TO PHO-STATUT
               GO TO RAPPROCHER-NOMS-EXIT
           END-IF.

           PERFORM COMPARER-CLES THRU COMPARER-CLES-EXIT.
           MOVE WS-SCORE-PAIRE TO PHO-SCORE.

           MOVE PHO-NOM TO WS-SOURCE.
           PERFORM DECOUPER-MOTS THRU DECOUPER-MOTS-EXIT.
           MOVE WS-MOTS-TABLE TO WS-MOTS-CHERCHE.
           MOVE PHO-NOM-CANDIDAT TO WS-SOURCE.
           PERFORM DECOUPER-MOTS THRU DECOUPER-MOTS-EXIT.

      *un seul mot cherche : contre chaque mot du candidat
           IF WS-MOTS-CHERCHE-NB EQUAL 1 AND WS-MOTS-NB > 1
               PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > WS-MOTS-NB
                   MOVE WS-MOT(WS-MOT-IDX) TO WS-SOURCE
                   PERFORM CALCULER-CLE THRU CALCULER-CLE-EXIT
                   MOVE WS-CLE TO WS-CLE-B
                   MOVE WS-CLE-LGTH TO WS-CLE-B-LGTH
                   MOVE WS-NORM-ENTIER TO WS-NORM-B
                   PERFORM COMPARER-CLES THRU COMPARER-CLES-EXIT
                   IF WS-SCORE-PAIRE > PHO-SCORE
                       MOVE WS-SCORE-PAIRE TO PHO-SCORE
                   END-IF
               END-PERFORM
           END-IF.

      *candidat d'un seul mot : contre chaque mot du nom cherche
      *(le cote B est encore le candidat entier)
           IF WS-MOTS-NB EQUAL 1 AND WS-MOTS-CHERCHE-NB > 1
               PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
                   UNTIL WS-MOT-IDX > WS-MOTS-CHERCHE-NB
                   MOVE WS-MOT-CHERCHE(WS-MOT-IDX) TO WS-SOURCE
                   PERFORM CALCULER-CLE THRU CALCULER-CLE-EXIT
                   MOVE WS-CLE TO WS-CLE-A
                   MOVE WS-CLE-LGTH TO WS-CLE-A-LGTH
                   MOVE WS-NORM-ENTIER TO WS-NORM-A
                   PERFORM COMPARER-CLES THRU COMPARER-CLES-EXIT
                   IF WS-SCORE-PAIRE > PHO-SCORE
                       MOVE WS-SCORE-PAIRE TO PHO-SCORE
                   END-IF
               END-PERFORM
           END-IF.

           IF PHO-SCORE >= WS-SEUIL
               MOVE "Y" TO PHO-RETENU
           END-IF.

       RAPPROCHER-NOMS-EXIT.
           EXIT.

      ******************************************************************
      *score de la paire A/B : 100 pour le meme nom normalise, 90 pour
      *la meme cle, sinon 80 au prorata du debut de cle commun
       COMPARER-CLES.

           MOVE ZEROES TO WS-SCORE-PAIRE.
           IF WS-CLE-A EQUAL SPACES OR WS-CLE-B EQUAL SPACES
               GO TO COMPARER-CLES-EXIT
           END-IF.
           IF WS-NORM-A EQUAL WS-NORM-B
               MOVE 100 TO WS-SCORE-PAIRE
               GO TO COMPARER-CLES-EXIT
           END-IF.
           IF WS-CLE-A EQUAL WS-CLE-B
               MOVE 90 TO WS-SCORE-PAIRE
               GO TO COMPARER-CLES-EXIT
           END-IF.

           MOVE ZEROES TO WS-COMMUN.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 12
                  OR WS-CLE-A(WS-I:1) NOT EQUAL WS-CLE-B(WS-I:1)
                  OR WS-CLE-A(WS-I:1) EQUAL SPACE
               ADD 1 TO WS-COMMUN
           END-PERFORM.
           IF WS-CLE-A-LGTH > WS-CLE-B-LGTH
               MOVE WS-CLE-A-LGTH TO WS-PLUS-LONGUE
           ELSE
               MOVE WS-CLE-B-LGTH TO WS-PLUS-LONGUE
           END-IF.
           COMPUTE WS-SCORE-PAIRE = 80 * WS-COMMUN / WS-PLUS-LONGUE.

       COMPARER-CLES-EXIT.
           EXIT.

      ******************************************************************
      *cle phonetique de WS-SOURCE dans WS-CLE (WS-NORM-ENTIER garde
      *le nom normalise, finales comprises, pour la comparaison exacte)
       CALCULER-CLE.

           MOVE SPACES TO WS-CLE.
           MOVE ZEROES TO WS-CLE-LGTH.

           PERFORM NORMALISER-NOM THRU NORMALISER-NOM-EXIT.
           MOVE WS-NORM TO WS-NORM-ENTIER.
           IF WS-NORM-LGTH EQUAL ZEROES
               GO TO CALCULER-CLE-EXIT
           END-IF.

      *finales muettes : deux au plus (RENARDS -> RENAR), et jamais
      *en dessous de deux lettres
           MOVE ZERO TO WS-NB-RETRAITS.
           PERFORM UNTIL WS-NB-RETRAITS >= 2 OR WS-NORM-LGTH <= 2
               MOVE WS-NORM(WS-NORM-LGTH:1) TO WS-CAR
               IF WS-CAR = "S" OR "T" OR "D" OR "X" OR "Z"
                   MOVE SPACE TO WS-NORM-ZONE(WS-NORM-LGTH:1)
                   SUBTRACT 1 FROM WS-NORM-LGTH
                   ADD 1 TO WS-NB-RETRAITS
               ELSE
                   MOVE 2 TO WS-NB-RETRAITS
               END-IF
           END-PERFORM.

           PERFORM TRANSCRIRE-SONS THRU TRANSCRIRE-SONS-EXIT.

      *premiere lettre gardee ; ensuite ni voyelle ni lettre doublee
           MOVE WS-SONS(1:1) TO WS-CLE(1:1).
           MOVE 1 TO WS-CLE-LGTH.
           MOVE WS-SONS(1:1) TO WS-DERNIER.
           PERFORM VARYING WS-I FROM 2 BY 1
               UNTIL WS-I > WS-SONS-LGTH OR WS-CLE-LGTH >= 12
               MOVE WS-SONS(WS-I:1) TO WS-CAR
               IF WS-CAR = "A" OR "E" OR "I" OR "O" OR "U"
                   CONTINUE
               ELSE
                   IF WS-CAR NOT EQUAL WS-DERNIER
                       ADD 1 TO WS-CLE-LGTH
                       MOVE WS-CAR TO WS-CLE(WS-CLE-LGTH:1)
                       MOVE WS-CAR TO WS-DERNIER
                   END-IF
               END-IF
           END-PERFORM.

       CALCULER-CLE-EXIT.
           EXIT.

      ******************************************************************
      *meme regle que NORMALISER-MOT de gnirts (lettres seules, en
      *majuscules, le reste ignore), plus les lettres accentuees
      *(deux octets UTF-8) ramenees a leur lettre de base
       NORMALISER-NOM.

           MOVE SPACES TO WS-NORM-ZONE.
           MOVE ZEROES TO WS-NORM-LGTH.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 30 OR WS-NORM-LGTH >= 30
               MOVE WS-SOURCE(WS-I:1) TO WS-CAR
               IF WS-I < 30
                   MOVE WS-SOURCE(WS-I + 1:1) TO WS-CAR-SUIVANT
               ELSE
                   MOVE SPACE TO WS-CAR-SUIVANT
               END-IF
               EVALUATE TRUE
                   WHEN (WS-CAR >= "A" AND WS-CAR <= "Z")
                       OR (WS-CAR >= "a" AND WS-CAR <= "z")
                       ADD 1 TO WS-NORM-LGTH
                       MOVE FUNCTION UPPER-CASE(WS-CAR)
                           TO WS-NORM(WS-NORM-LGTH:1)
                   WHEN WS-CAR = X"C3"
                       PERFORM RAMENER-ACCENT THRU RAMENER-ACCENT-EXIT
                       ADD 1 TO WS-I
                   WHEN WS-CAR = X"C5"
                       AND (WS-CAR-SUIVANT = X"92"
                           OR WS-CAR-SUIVANT = X"93")
                       IF WS-NORM-LGTH < 29
                           ADD 1 TO WS-NORM-LGTH
                           MOVE "O" TO WS-NORM(WS-NORM-LGTH:1)
                           ADD 1 TO WS-NORM-LGTH
                           MOVE "E" TO WS-NORM(WS-NORM-LGTH:1)
                       END-IF
                       ADD 1 TO WS-I
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       NORMALISER-NOM-EXIT.
           EXIT.

      ******************************************************************
      *second octet d'une lettre accentuee (majuscule ou minuscule)
       RAMENER-ACCENT.

           MOVE SPACE TO WS-CAR.
           MOVE WS-CAR-SUIVANT TO WS-OCTET.
           EVALUATE TRUE
               WHEN (WS-OCTET >= X"80" AND WS-OCTET <= X"85")
                 OR (WS-OCTET >= X"A0" AND WS-OCTET <= X"A5")
                   MOVE "A" TO WS-CAR
               WHEN WS-OCTET = X"87" OR WS-OCTET = X"A7"
                   MOVE "C" TO WS-CAR
               WHEN (WS-OCTET >= X"88" AND WS-OCTET <= X"8B")
                 OR (WS-OCTET >= X"A8" AND WS-OCTET <= X"AB")
                   MOVE "E" TO WS-CAR
               WHEN (WS-OCTET >= X"8C" AND WS-OCTET <= X"8F")
                 OR (WS-OCTET >= X"AC" AND WS-OCTET <= X"AF")
                   MOVE "I" TO WS-CAR
               WHEN (WS-OCTET >= X"92" AND WS-OCTET <= X"96")
                 OR (WS-OCTET >= X"B2" AND WS-OCTET <= X"B6")
                   MOVE "O" TO WS-CAR
               WHEN (WS-OCTET >= X"99" AND WS-OCTET <= X"9C")
                 OR (WS-OCTET >= X"B9" AND WS-OCTET <= X"BC")
                   MOVE "U" TO WS-CAR
               WHEN WS-OCTET = X"BF"
                   MOVE "Y" TO WS-CAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-CAR NOT EQUAL SPACE
               ADD 1 TO WS-NORM-LGTH
               MOVE WS-CAR TO WS-NORM(WS-NORM-LGTH:1)
           END-IF.

       RAMENER-ACCENT-EXIT.
           EXIT.

      ******************************************************************
      *transcription des sons : les groupes de lettres sont reconnus
      *du plus long au plus court
       TRANSCRIRE-SONS.

           MOVE SPACES TO WS-SONS.
           MOVE ZEROES TO WS-SONS-LGTH.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I > WS-NORM-LGTH
               MOVE 1 TO WS-PAS
               MOVE 1 TO WS-SON-LGTH
               MOVE WS-NORM(WS-I:1) TO WS-CAR
               MOVE WS-NORM-ZONE(WS-I + 1:1) TO WS-CAR-SUIVANT
               MOVE WS-CAR TO WS-SON
               EVALUATE TRUE
                   WHEN WS-NORM-ZONE(WS-I:3) = "EAU"
                       MOVE "O" TO WS-SON
                       MOVE 3 TO WS-PAS
                   WHEN WS-NORM-ZONE(WS-I:3) = "SCH"
                       MOVE "X" TO WS-SON
                       MOVE 3 TO WS-PAS
                   WHEN WS-NORM-ZONE(WS-I:2) = "AU"
                       MOVE "O" TO WS-SON
                       MOVE 2 TO WS-PAS
                   WHEN WS-NORM-ZONE(WS-I:2) = "OU"
                       MOVE "U" TO WS-SON
                       MOVE 2 TO WS-PAS
                   WHEN WS-NORM-ZONE(WS-I:2) = "AI"
                     OR WS-NORM-ZONE(WS-I:2) = "EI"
                       MOVE "E" TO WS-SON
                       MOVE 2 TO WS-PAS
                   WHEN WS-NORM-ZONE(WS-I:2) = "PH"
                     OR WS-NORM-ZONE(WS-I:2) = "PF"
                       MOVE "F" TO WS-SON
                       MOVE 2 TO WS-PAS
                   WHEN WS-NORM-ZONE(WS-I:2) = "TH"
                       MOVE "T" TO WS-SON
                       MOVE 2 TO WS-PAS
                   WHEN WS-NORM-ZONE(WS-I:2) = "CH"
                     OR WS-NORM-ZONE(WS-I:2) = "SH"
                       MOVE "X" TO WS-SON
                       MOVE 2 TO WS-PAS
                   WHEN WS-NORM-ZONE(WS-I:2) = "QU"
                     OR WS-NORM-ZONE(WS-I:2) = "CK"
                     OR WS-NORM-ZONE(WS-I:2) = "CC"
                       MOVE "K" TO WS-SON
                       MOVE 2 TO WS-PAS
                   WHEN WS-NORM-ZONE(WS-I:2) = "GU"
                       AND (WS-NORM-ZONE(WS-I + 2:1) = "E"
                         OR WS-NORM-ZONE(WS-I + 2:1) = "I"
                         OR WS-NORM-ZONE(WS-I + 2:1) = "Y")
                       MOVE "G" TO WS-SON
                       MOVE 2 TO WS-PAS
                   WHEN WS-NORM-ZONE(WS-I:2) = "BV"
                       MOVE "V" TO WS-SON
                       MOVE 2 TO WS-PAS
                   WHEN WS-CAR = "C"
                       AND (WS-CAR-SUIVANT = "E" OR WS-CAR-SUIVANT = "I"
                         OR WS-CAR-SUIVANT = "Y")
                       MOVE "S" TO WS-SON
                   WHEN WS-CAR = "G"
                       AND (WS-CAR-SUIVANT = "E" OR WS-CAR-SUIVANT = "I"
                         OR WS-CAR-SUIVANT = "Y")
                       MOVE "J" TO WS-SON
                   WHEN WS-CAR = "C" OR WS-CAR = "Q"
                       MOVE "K" TO WS-SON
                   WHEN WS-CAR = "W"
                       MOVE "V" TO WS-SON
                   WHEN WS-CAR = "Y"
                       MOVE "I" TO WS-SON
                   WHEN WS-CAR = "Z"
                       MOVE "S" TO WS-SON
                   WHEN WS-CAR = "X"
                       MOVE "KS" TO WS-SON
                       MOVE 2 TO WS-SON-LGTH
                   WHEN WS-CAR = "H"
                       MOVE ZERO TO WS-SON-LGTH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-SON-LGTH > ZERO
                   MOVE WS-SON(1:WS-SON-LGTH)
                       TO WS-SONS(WS-SONS-LGTH + 1:WS-SON-LGTH)
                   ADD WS-SON-LGTH TO WS-SONS-LGTH
               END-IF
               ADD WS-PAS TO WS-I
           END-PERFORM.

       TRANSCRIRE-SONS-EXIT.
           EXIT.

      ******************************************************************
      *mots de WS-SOURCE dans WS-MOTS-TABLE (cinq au plus)
       DECOUPER-MOTS.

           INITIALIZE WS-MOTS-TABLE.
           MOVE SPACES TO WS-MOT-COURANT.
           MOVE ZEROES TO WS-MOT-POS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 30
               MOVE WS-SOURCE(WS-J:1) TO WS-CAR
               IF WS-CAR = SPACE OR WS-CAR = "-" OR WS-CAR = "'"
                   PERFORM RANGER-MOT THRU RANGER-MOT-EXIT
               ELSE
                   ADD 1 TO WS-MOT-POS
                   MOVE WS-CAR TO WS-MOT-COURANT(WS-MOT-POS:1)
               END-IF
           END-PERFORM.
           PERFORM RANGER-MOT THRU RANGER-MOT-EXIT.

       DECOUPER-MOTS-EXIT.
           EXIT.

      ******************************************************************
       RANGER-MOT.

           IF WS-MOT-POS > ZEROES AND WS-MOTS-NB < 5
               ADD 1 TO WS-MOTS-NB
               MOVE WS-MOT-COURANT TO WS-MOT(WS-MOTS-NB)
           END-IF.
           MOVE SPACES TO WS-MOT-COURANT.
           MOVE ZEROES TO WS-MOT-POS.

       RANGER-MOT-EXIT.
           EXIT.
      ******************************************************************
