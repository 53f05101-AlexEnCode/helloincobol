      ******************************************************************
      *    Maintenance controlee de CONFIG.txt, reservee aux           *
      *    operateurs de niveau 3 : liste, ajout, modification et      *
      *    suppression de mots-cles, chaque saisie etant controlee     *
      *    contre la table des regles CFGREGLE (mot-cle connu, type,   *
      *    bornes). Une faute de frappe dans un mot-cle ou une valeur  *
      *    hors bornes est ainsi refusee a la saisie au lieu de se     *
      *    reveler dans la nuit. Chaque changement est trace avant et  *
      *    apres dans CONFIG-HISTORIQUE.txt ; a l'ouverture, les       *
      *    mots-cles inconnus, les doublons et les valeurs invalides   *
      *    deja presents dans le fichier sont signales.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cfgmaint.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONFIG ASSIGN
           TO "CONFIG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CONFIG.

           SELECT F-HISTORIQUE ASSIGN
           TO "CONFIG-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HISTORIQUE.

           SELECT F-OPERATEURS ASSIGN
           TO "OPERATORS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-OPERATEURS.

       DATA DIVISION.

       FILE SECTION.

      *meme dessin que dans cfglire : mot-cle en 1-20, valeur en
      *21-40 ; une ligne commencant par "*" est un commentaire
       FD  F-CONFIG
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.

       01  WS-CONFIG-REC.
           05 CFG-REC-CLE           PIC X(20).
           05 CFG-REC-VALEUR        PIC X(20).

       FD  F-HISTORIQUE
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  WS-HISTORIQUE-LINE       PIC X(100).

      *meme dessin que dans menu et apprsal
       FD  F-OPERATEURS
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  WS-OPERATEUR-REC.
           05 OPR-ID                PIC X(8).
           05 OPR-MOT-DE-PASSE      PIC X(8).
           05 OPR-NIVEAU            PIC 9.
           05 OPR-DATE-CHGT         PIC X(8).
           05 OPR-ECHECS            PIC X.
           05 OPR-VERROU            PIC X.
           05 OPR-MARQUE            PIC X.
           05 FILLER                PIC X(2).

       WORKING-STORAGE SECTION.

       01  FS-CONFIG PIC X(02).
           88 FS-CONFIG-OK VALUE "00".
       01  FS-HISTORIQUE PIC X(02).
           88 FS-HISTORIQUE-OK VALUE "00".
       01  FS-OPERATEURS PIC X(02).
           88 FS-OPERATEURS-OK VALUE "00".

      *registre des verrous d'execution (CALL "verrou")
       COPY VERROU.

      *regles des mots-cles connus
       COPY CFGREGLE.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-FIN                   PIC X VALUE "N".

      *controle d'habilitation : identifiant + mot de passe contre
      *OPERATORS.txt, niveau 3 exige
       01  WS-SAISIE-ID             PIC X(8) VALUE SPACES.
       01  WS-SAISIE-MDP            PIC X(8) VALUE SPACES.

      *brouillage des mots de passe, identique a celui de menu
       01  WS-BROUILLE-IN           PIC X(8) VALUE SPACES.
       01  WS-BROUILLE-OUT          PIC X(8) VALUE SPACES.
       01  WS-BRO-POS               PIC 9 VALUE ZERO.
       01  WS-BRO-ORD               PIC 9(3) VALUE ZEROES.
       01  WS-OPERATEUR             PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK             PIC X VALUE "N".

      *CONFIG.txt en memoire, commentaires compris, dans l'ordre du
      *fichier (meme capacite que cfglire)
       01  WS-LIGNES-TABLE.
           03 WS-NB-LIGNES PIC 9(3) VALUE ZEROES.
           03 WS-LIGNE OCCURS 0 TO 100 TIMES
               DEPENDING ON WS-NB-LIGNES
               INDEXED BY IDX-LIG IDX-LIG2.
               05 WS-LIG-CLE        PIC X(20).
               05 WS-LIG-VALEUR     PIC X(20).
       01  WS-LIG-CIBLE             PIC 9(3) VALUE ZEROES.
       01  WS-LIG-OCCURRENCES       PIC 9(3) VALUE ZEROES.

      *saisie en cours
       01  WS-ACTION                PIC X VALUE SPACE.
       01  WS-SAISIE-CLE            PIC X(20) VALUE SPACES.
       01  WS-SAISIE-VALEUR         PIC X(20) VALUE SPACES.
       01  WS-ANCIENNE-VALEUR       PIC X(20) VALUE SPACES.
       01  WS-CONFIRMATION          PIC X VALUE SPACE.
       01  WS-HIS-ACTION            PIC X(5) VALUE SPACES.
       01  WS-REGLE-CIBLE           PIC 9(3) VALUE ZEROES.

      *controle d'une valeur contre sa regle
       01  WS-VALIDE                PIC X VALUE "N".
       01  WS-MOTIF                 PIC X(50) VALUE SPACES.
       01  WS-VAL-LONG              PIC 9(2) VALUE ZEROES.
       01  WS-VAL-POS               PIC 9(2) VALUE ZEROES.
       01  WS-VAL-CAR               PIC X VALUE SPACE.
       01  WS-NB-POINTS             PIC 9(2) VALUE ZEROES.
       01  WS-NB-ENTIERS            PIC 9(2) VALUE ZEROES.
       01  WS-NB-DECIMALES          PIC 9(2) VALUE ZEROES.
       01  WS-NB-AUTRES             PIC 9(2) VALUE ZEROES.
       01  WS-VAL-NUM               PIC 9(6)V99 VALUE ZEROES.
       01  WS-ED-MIN                PIC Z(5)9.99.
       01  WS-ED-MAX                PIC Z(5)9.99.
       01  WS-ED-LONG-MIN           PIC Z9.
       01  WS-ED-LONG-MAX           PIC Z9.

      *compteurs
       01  WS-NB-INCONNUS           PIC 9(3) VALUE ZEROES.
       01  WS-NB-INVALIDES          PIC 9(3) VALUE ZEROES.
       01  WS-NB-DOUBLONS           PIC 9(3) VALUE ZEROES.
       01  WS-NB-CHANGEMENTS        PIC 9(3) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM CONTROLER-OPERATEUR THRU CONTROLER-OPERATEUR-EXIT.
           IF WS-SIGNON-OK NOT EQUAL "Y"
               DISPLAY "Acces refuse : la maintenance de la "
                   "configuration exige un operateur de niveau 3."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *deux maintenances simultanees s'ecraseraient l'une l'autre
           INITIALIZE VRM-PARAMS.
           MOVE "P" TO VRM-FONCTION.
           MOVE "cfgmaint" TO VRM-PROGRAMME.
           MOVE "CONFIG" TO VRM-RESSOURCE.
           CALL "verrou" USING VRM-PARAMS.
           IF VRM-STATUT NOT EQUAL "0"
               DISPLAY "Verrou CONFIG refuse : arret."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CHARGER-CONFIG THRU CHARGER-CONFIG-EXIT.
           PERFORM CONTROLER-FICHIER THRU CONTROLER-FICHIER-EXIT.

           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION EQUAL "Q"
               DISPLAY SPACE
               DISPLAY "L=lister  A=ajouter  M=modifier  "
                   "S=supprimer  C=controler  Q=quitter ?"
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "L"
                       PERFORM LISTER-CONFIG THRU LISTER-CONFIG-EXIT
                   WHEN "A"
                       PERFORM AJOUTER-CLE THRU AJOUTER-CLE-EXIT
                   WHEN "M"
                       PERFORM MODIFIER-CLE THRU MODIFIER-CLE-EXIT
                   WHEN "S"
                       PERFORM SUPPRIMER-CLE THRU SUPPRIMER-CLE-EXIT
                   WHEN "C"
                       PERFORM CONTROLER-FICHIER
                           THRU CONTROLER-FICHIER-EXIT
                   WHEN "Q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

           MOVE "L" TO VRM-FONCTION.
           CALL "verrou" USING VRM-PARAMS.

           DISPLAY "Changements enregistres : " WS-NB-CHANGEMENTS.
           IF WS-NB-INCONNUS > ZEROES OR WS-NB-INVALIDES > ZEROES
               OR WS-NB-DOUBLONS > ZEROES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
       CONTROLER-OPERATEUR.

           MOVE "N" TO WS-SIGNON-OK.

           DISPLAY "Identifiant operateur ?".
           ACCEPT WS-SAISIE-ID.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-ID) TO WS-SAISIE-ID.
           DISPLAY "Mot de passe ?".
           ACCEPT WS-SAISIE-MDP.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-MDP) TO WS-SAISIE-MDP.

           OPEN INPUT F-OPERATEURS.
           IF NOT FS-OPERATEURS-OK
               DISPLAY "Fichier OPERATORS.txt introuvable."
               GO TO CONTROLER-OPERATEUR-EXIT
           END-IF.

      *le candidat est brouille comme dans menu quand le compte est
      *marque "S", et un compte verrouille est refuse
           MOVE WS-SAISIE-MDP TO WS-BROUILLE-IN.
           PERFORM BROUILLER-MDP THRU BROUILLER-MDP-EXIT.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-OPERATEURS
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF OPR-ID EQUAL WS-SAISIE-ID
                           AND OPR-NIVEAU EQUAL 3
                           AND OPR-VERROU NOT EQUAL "V"
                           AND ((OPR-MARQUE EQUAL "S"
                                   AND OPR-MOT-DE-PASSE EQUAL
                                       WS-BROUILLE-OUT)
                               OR (OPR-MARQUE NOT EQUAL "S"
                                   AND OPR-MOT-DE-PASSE EQUAL
                                       WS-SAISIE-MDP))
                           MOVE "Y" TO WS-SIGNON-OK
                           MOVE OPR-ID TO WS-OPERATEUR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-OPERATEURS.

       CONTROLER-OPERATEUR-EXIT.
           EXIT.

      ******************************************************************
      *brouillage reversible par position, identique a celui de menu
       BROUILLER-MDP.

           MOVE SPACES TO WS-BROUILLE-OUT.
           PERFORM VARYING WS-BRO-POS FROM 1 BY 1
               UNTIL WS-BRO-POS > 8
               COMPUTE WS-BRO-ORD =
                   FUNCTION ORD(WS-BROUILLE-IN(WS-BRO-POS:1)) - 1
               COMPUTE WS-BRO-ORD = FUNCTION MOD(
                   WS-BRO-ORD - 32 + (WS-BRO-POS * 7), 95) + 32
               MOVE FUNCTION CHAR(WS-BRO-ORD + 1)
                   TO WS-BROUILLE-OUT(WS-BRO-POS:1)
           END-PERFORM.

       BROUILLER-MDP-EXIT.
           EXIT.

      ******************************************************************
       CHARGER-CONFIG.

           MOVE ZEROES TO WS-NB-LIGNES.
           OPEN INPUT F-CONFIG.
           IF NOT FS-CONFIG-OK
               DISPLAY "CONFIG.txt absent : il sera cree au premier "
                   "ajout."
               GO TO CHARGER-CONFIG-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-CONFIG
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF WS-NB-LIGNES < 100
                           ADD 1 TO WS-NB-LIGNES
                           MOVE CFG-REC-CLE
                               TO WS-LIG-CLE(WS-NB-LIGNES)
                           MOVE CFG-REC-VALEUR
                               TO WS-LIG-VALEUR(WS-NB-LIGNES)
                       ELSE
                           DISPLAY "CONFIG.txt depasse 100 lignes : "
                               "la suite est ignoree par cfglire."
                           MOVE "Y" TO WS-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CONFIG.

       CHARGER-CONFIG-EXIT.
           EXIT.

      ******************************************************************
      *reecriture complete du fichier, commentaires compris
       SAUVER-CONFIG.

           OPEN OUTPUT F-CONFIG.
           IF NOT FS-CONFIG-OK
               DISPLAY "Erreur reecriture CONFIG.txt : " FS-CONFIG
               GO TO SAUVER-CONFIG-EXIT
           END-IF.
           PERFORM VARYING IDX-LIG FROM 1 BY 1
               UNTIL IDX-LIG > WS-NB-LIGNES
               MOVE WS-LIG-CLE(IDX-LIG) TO CFG-REC-CLE
               MOVE WS-LIG-VALEUR(IDX-LIG) TO CFG-REC-VALEUR
               WRITE WS-CONFIG-REC
           END-PERFORM.
           CLOSE F-CONFIG.

       SAUVER-CONFIG-EXIT.
           EXIT.

      ******************************************************************
      *mots-cles inconnus (ignores en silence par cfglire), doublons
      *(la derniere valeur l'emporte) et valeurs hors regle
       CONTROLER-FICHIER.

           MOVE ZEROES TO WS-NB-INCONNUS WS-NB-INVALIDES WS-NB-DOUBLONS.
           PERFORM VARYING IDX-LIG FROM 1 BY 1
               UNTIL IDX-LIG > WS-NB-LIGNES
               IF WS-LIG-CLE(IDX-LIG) NOT EQUAL SPACES
                   AND WS-LIG-CLE(IDX-LIG)(1:1) NOT EQUAL "*"
                   PERFORM CONTROLER-UNE-LIGNE
                       THRU CONTROLER-UNE-LIGNE-EXIT
               END-IF
           END-PERFORM.

           DISPLAY "Controle de CONFIG.txt : " WS-NB-INCONNUS
               " inconnu(s), " WS-NB-INVALIDES " invalide(s), "
               WS-NB-DOUBLONS " doublon(s).".

       CONTROLER-FICHIER-EXIT.
           EXIT.

      ******************************************************************
       CONTROLER-UNE-LIGNE.

           PERFORM VARYING IDX-LIG2 FROM 1 BY 1
               UNTIL IDX-LIG2 >= IDX-LIG
               IF WS-LIG-CLE(IDX-LIG2) EQUAL WS-LIG-CLE(IDX-LIG)
                   DISPLAY "DOUBLON  " WS-LIG-CLE(IDX-LIG)
                       " : la derniere valeur l'emporte"
                   ADD 1 TO WS-NB-DOUBLONS
               END-IF
           END-PERFORM.

           MOVE WS-LIG-CLE(IDX-LIG) TO WS-SAISIE-CLE.
           PERFORM CHERCHER-REGLE THRU CHERCHER-REGLE-EXIT.
           IF WS-REGLE-CIBLE EQUAL ZEROES
               DISPLAY "INCONNU  " WS-LIG-CLE(IDX-LIG)
                   " : mot-cle lu par aucun programme"
               ADD 1 TO WS-NB-INCONNUS
               GO TO CONTROLER-UNE-LIGNE-EXIT
           END-IF.

           MOVE WS-LIG-VALEUR(IDX-LIG) TO WS-SAISIE-VALEUR.
           PERFORM VALIDER-VALEUR THRU VALIDER-VALEUR-EXIT.
           IF WS-VALIDE NOT EQUAL "Y"
               DISPLAY "INVALIDE " WS-LIG-CLE(IDX-LIG) " = "
                   WS-LIG-VALEUR(IDX-LIG) " : " WS-MOTIF
               ADD 1 TO WS-NB-INVALIDES
           END-IF.

       CONTROLER-UNE-LIGNE-EXIT.
           EXIT.

      ******************************************************************
      *regle de WS-SAISIE-CLE dans WS-REGLE-CIBLE (zero si inconnue)
       CHERCHER-REGLE.

           MOVE ZEROES TO WS-REGLE-CIBLE.
           SET IDX-CFR TO 1.
           SEARCH CFR-REGLE
               AT END
                   CONTINUE
               WHEN CFR-CLE(IDX-CFR) EQUAL WS-SAISIE-CLE
                   SET WS-REGLE-CIBLE TO IDX-CFR
           END-SEARCH.

       CHERCHER-REGLE-EXIT.
           EXIT.

      ******************************************************************
      *derniere ligne portant WS-SAISIE-CLE (celle que cfglire rend)
       CHERCHER-LIGNE.

           MOVE ZEROES TO WS-LIG-CIBLE WS-LIG-OCCURRENCES.
           PERFORM VARYING IDX-LIG FROM 1 BY 1
               UNTIL IDX-LIG > WS-NB-LIGNES
               IF WS-LIG-CLE(IDX-LIG) EQUAL WS-SAISIE-CLE
                   SET WS-LIG-CIBLE TO IDX-LIG
                   ADD 1 TO WS-LIG-OCCURRENCES
               END-IF
           END-PERFORM.

       CHERCHER-LIGNE-EXIT.
           EXIT.

      ******************************************************************
      *controle de WS-SAISIE-VALEUR contre la regle WS-REGLE-CIBLE :
      *WS-VALIDE = Y, ou N avec le motif du refus
       VALIDER-VALEUR.

           MOVE "N" TO WS-VALIDE.
           MOVE SPACES TO WS-MOTIF.

           MOVE ZEROES TO WS-VAL-LONG.
           PERFORM VARYING WS-VAL-POS FROM 20 BY -1
               UNTIL WS-VAL-POS < 1 OR WS-VAL-LONG > ZEROES
               IF WS-SAISIE-VALEUR(WS-VAL-POS:1) NOT EQUAL SPACE
                   MOVE WS-VAL-POS TO WS-VAL-LONG
               END-IF
           END-PERFORM.
           IF WS-VAL-LONG EQUAL ZEROES
               MOVE "valeur vide" TO WS-MOTIF
               GO TO VALIDER-VALEUR-EXIT
           END-IF.
           IF WS-SAISIE-VALEUR(1:1) EQUAL SPACE
               MOVE "espace en tete de valeur" TO WS-MOTIF
               GO TO VALIDER-VALEUR-EXIT
           END-IF.

           EVALUATE CFR-TYPE(WS-REGLE-CIBLE)
               WHEN "N"
               WHEN "D"
                   PERFORM VALIDER-NOMBRE THRU VALIDER-NOMBRE-EXIT
               WHEN "A"
                   MOVE CFR-MIN(WS-REGLE-CIBLE) TO WS-ED-LONG-MIN
                   MOVE CFR-MAX(WS-REGLE-CIBLE) TO WS-ED-LONG-MAX
                   IF WS-VAL-LONG < CFR-MIN(WS-REGLE-CIBLE)
                       OR WS-VAL-LONG > CFR-MAX(WS-REGLE-CIBLE)
                       STRING "longueur attendue de " WS-ED-LONG-MIN
                           " a " WS-ED-LONG-MAX " caracteres"
                           DELIMITED BY SIZE INTO WS-MOTIF
                   ELSE
                       MOVE "Y" TO WS-VALIDE
                   END-IF
               WHEN "L"
                   IF WS-SAISIE-VALEUR EQUAL "FR"
                       OR WS-SAISIE-VALEUR EQUAL "EN"
                       MOVE "Y" TO WS-VALIDE
                   ELSE
                       MOVE "langue FR ou EN attendue" TO WS-MOTIF
                   END-IF
               WHEN OTHER
                   MOVE "regle sans type" TO WS-MOTIF
           END-EVALUATE.

       VALIDER-VALEUR-EXIT.
           EXIT.

      ******************************************************************
      *entier (N) ou decimal a deux decimales au plus (D), puis bornes
       VALIDER-NOMBRE.

           MOVE ZEROES TO WS-NB-POINTS WS-NB-ENTIERS WS-NB-DECIMALES
               WS-NB-AUTRES.
           PERFORM VARYING WS-VAL-POS FROM 1 BY 1
               UNTIL WS-VAL-POS > WS-VAL-LONG
               MOVE WS-SAISIE-VALEUR(WS-VAL-POS:1) TO WS-VAL-CAR
               EVALUATE TRUE
                   WHEN WS-VAL-CAR EQUAL "."
                       ADD 1 TO WS-NB-POINTS
                   WHEN WS-VAL-CAR IS NUMERIC
                       AND WS-NB-POINTS EQUAL ZEROES
                       ADD 1 TO WS-NB-ENTIERS
                   WHEN WS-VAL-CAR IS NUMERIC
                       ADD 1 TO WS-NB-DECIMALES
                   WHEN OTHER
                       ADD 1 TO WS-NB-AUTRES
               END-EVALUATE
           END-PERFORM.

           IF WS-NB-AUTRES > ZEROES OR WS-NB-ENTIERS EQUAL ZEROES
               OR WS-NB-ENTIERS > 6
               MOVE "nombre attendu" TO WS-MOTIF
               GO TO VALIDER-NOMBRE-EXIT
           END-IF.
           IF CFR-TYPE(WS-REGLE-CIBLE) EQUAL "N"
               AND WS-NB-POINTS > ZEROES
               MOVE "entier attendu, sans decimales" TO WS-MOTIF
               GO TO VALIDER-NOMBRE-EXIT
           END-IF.
           IF WS-NB-POINTS > 1 OR WS-NB-DECIMALES > 2
               OR (WS-NB-POINTS EQUAL 1 AND WS-NB-DECIMALES EQUAL 0)
               MOVE "deux decimales au plus" TO WS-MOTIF
               GO TO VALIDER-NOMBRE-EXIT
           END-IF.

           COMPUTE WS-VAL-NUM =
               FUNCTION NUMVAL(WS-SAISIE-VALEUR(1:WS-VAL-LONG)).
           IF WS-VAL-NUM < CFR-MIN(WS-REGLE-CIBLE)
               OR WS-VAL-NUM > CFR-MAX(WS-REGLE-CIBLE)
               MOVE CFR-MIN(WS-REGLE-CIBLE) TO WS-ED-MIN
               MOVE CFR-MAX(WS-REGLE-CIBLE) TO WS-ED-MAX
               STRING "hors bornes " WS-ED-MIN " a " WS-ED-MAX
                   DELIMITED BY SIZE INTO WS-MOTIF
               GO TO VALIDER-NOMBRE-EXIT
           END-IF.
           MOVE "Y" TO WS-VALIDE.

       VALIDER-NOMBRE-EXIT.
           EXIT.

      ******************************************************************
      *toutes les regles avec la valeur en vigueur (fichier ou defaut
      *des programmes), puis les lignes dont le mot-cle est inconnu
       LISTER-CONFIG.

           DISPLAY "MOT-CLE              T VALEUR               "
               "ORIGINE".
           PERFORM VARYING IDX-CFR FROM 1 BY 1
               UNTIL IDX-CFR > CFR-NB-REGLES
               MOVE CFR-CLE(IDX-CFR) TO WS-SAISIE-CLE
               PERFORM CHERCHER-LIGNE THRU CHERCHER-LIGNE-EXIT
               IF WS-LIG-CIBLE > ZEROES
                   DISPLAY CFR-CLE(IDX-CFR) " " CFR-TYPE(IDX-CFR) " "
                       WS-LIG-VALEUR(WS-LIG-CIBLE) " CONFIG.txt"
               ELSE
                   DISPLAY CFR-CLE(IDX-CFR) " " CFR-TYPE(IDX-CFR) " "
                       CFR-DEFAUT(IDX-CFR) "      defaut"
               END-IF
           END-PERFORM.

           PERFORM VARYING IDX-LIG FROM 1 BY 1
               UNTIL IDX-LIG > WS-NB-LIGNES
               IF WS-LIG-CLE(IDX-LIG) NOT EQUAL SPACES
                   AND WS-LIG-CLE(IDX-LIG)(1:1) NOT EQUAL "*"
                   MOVE WS-LIG-CLE(IDX-LIG) TO WS-SAISIE-CLE
                   PERFORM CHERCHER-REGLE THRU CHERCHER-REGLE-EXIT
                   IF WS-REGLE-CIBLE EQUAL ZEROES
                       DISPLAY WS-LIG-CLE(IDX-LIG) " ? "
                           WS-LIG-VALEUR(IDX-LIG) " INCONNU"
                   END-IF
               END-IF
           END-PERFORM.

       LISTER-CONFIG-EXIT.
           EXIT.

      ******************************************************************
      *saisie du mot-cle, en majuscules comme dans le fichier
       SAISIR-CLE.

           DISPLAY "Mot-cle ?".
           ACCEPT WS-SAISIE-CLE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-CLE) TO WS-SAISIE-CLE.
           PERFORM CHERCHER-REGLE THRU CHERCHER-REGLE-EXIT.
           PERFORM CHERCHER-LIGNE THRU CHERCHER-LIGNE-EXIT.

       SAISIR-CLE-EXIT.
           EXIT.

      ******************************************************************
      *saisie d'une valeur controlee contre la regle du mot-cle
       SAISIR-VALEUR.

           MOVE CFR-MIN(WS-REGLE-CIBLE) TO WS-ED-MIN.
           MOVE CFR-MAX(WS-REGLE-CIBLE) TO WS-ED-MAX.
           EVALUATE CFR-TYPE(WS-REGLE-CIBLE)
               WHEN "N"
                   DISPLAY "Entier de " WS-ED-MIN " a " WS-ED-MAX
                       " (defaut " CFR-DEFAUT(WS-REGLE-CIBLE) ")"
               WHEN "D"
                   DISPLAY "Decimal de " WS-ED-MIN " a " WS-ED-MAX
                       " (defaut " CFR-DEFAUT(WS-REGLE-CIBLE) ")"
               WHEN "L"
                   DISPLAY "Langue FR ou EN (defaut "
                       CFR-DEFAUT(WS-REGLE-CIBLE) ")"
               WHEN OTHER
                   DISPLAY "Texte (defaut "
                       CFR-DEFAUT(WS-REGLE-CIBLE) ")"
           END-EVALUATE.
           DISPLAY "Valeur ?".
           ACCEPT WS-SAISIE-VALEUR.
           IF CFR-TYPE(WS-REGLE-CIBLE) EQUAL "L"
               MOVE FUNCTION UPPER-CASE(WS-SAISIE-VALEUR)
                   TO WS-SAISIE-VALEUR
           END-IF.
           PERFORM VALIDER-VALEUR THRU VALIDER-VALEUR-EXIT.
           IF WS-VALIDE NOT EQUAL "Y"
               DISPLAY "Valeur refusee : " WS-MOTIF
           END-IF.

       SAISIR-VALEUR-EXIT.
           EXIT.

      ******************************************************************
       AJOUTER-CLE.

           PERFORM SAISIR-CLE THRU SAISIR-CLE-EXIT.
           IF WS-REGLE-CIBLE EQUAL ZEROES
               DISPLAY "Mot-cle inconnu : aucun programme ne le lit."
               GO TO AJOUTER-CLE-EXIT
           END-IF.
           IF WS-LIG-CIBLE > ZEROES
               DISPLAY "Mot-cle deja present : utiliser M."
               GO TO AJOUTER-CLE-EXIT
           END-IF.
           IF WS-NB-LIGNES >= 100
               DISPLAY "CONFIG.txt est plein (100 lignes)."
               GO TO AJOUTER-CLE-EXIT
           END-IF.

           PERFORM SAISIR-VALEUR THRU SAISIR-VALEUR-EXIT.
           IF WS-VALIDE NOT EQUAL "Y"
               GO TO AJOUTER-CLE-EXIT
           END-IF.

           ADD 1 TO WS-NB-LIGNES.
           MOVE WS-SAISIE-CLE TO WS-LIG-CLE(WS-NB-LIGNES).
           MOVE WS-SAISIE-VALEUR TO WS-LIG-VALEUR(WS-NB-LIGNES).
           MOVE SPACES TO WS-ANCIENNE-VALEUR.
           MOVE "AJOUT" TO WS-HIS-ACTION.
           PERFORM ENREGISTRER-CHANGEMENT
               THRU ENREGISTRER-CHANGEMENT-EXIT.

       AJOUTER-CLE-EXIT.
           EXIT.

      ******************************************************************
       MODIFIER-CLE.

           PERFORM SAISIR-CLE THRU SAISIR-CLE-EXIT.
           IF WS-LIG-CIBLE EQUAL ZEROES
               DISPLAY "Mot-cle absent de CONFIG.txt : utiliser A."
               GO TO MODIFIER-CLE-EXIT
           END-IF.
           IF WS-REGLE-CIBLE EQUAL ZEROES
               DISPLAY "Mot-cle inconnu : le supprimer (S) ou le "
                   "ressaisir sous son nom exact."
               GO TO MODIFIER-CLE-EXIT
           END-IF.

           DISPLAY "Valeur actuelle : " WS-LIG-VALEUR(WS-LIG-CIBLE).
           PERFORM SAISIR-VALEUR THRU SAISIR-VALEUR-EXIT.
           IF WS-VALIDE NOT EQUAL "Y"
               GO TO MODIFIER-CLE-EXIT
           END-IF.
           IF WS-SAISIE-VALEUR EQUAL WS-LIG-VALEUR(WS-LIG-CIBLE)
               DISPLAY "Valeur inchangee."
               GO TO MODIFIER-CLE-EXIT
           END-IF.

           MOVE WS-LIG-VALEUR(WS-LIG-CIBLE) TO WS-ANCIENNE-VALEUR.
           MOVE WS-SAISIE-VALEUR TO WS-LIG-VALEUR(WS-LIG-CIBLE).
           MOVE "MODIF" TO WS-HIS-ACTION.
           PERFORM ENREGISTRER-CHANGEMENT
               THRU ENREGISTRER-CHANGEMENT-EXIT.

       MODIFIER-CLE-EXIT.
           EXIT.

      ******************************************************************
      *toutes les occurrences du mot-cle sont retirees : le defaut
      *des programmes s'applique de nouveau
       SUPPRIMER-CLE.

           PERFORM SAISIR-CLE THRU SAISIR-CLE-EXIT.
           IF WS-LIG-CIBLE EQUAL ZEROES
               DISPLAY "Mot-cle absent de CONFIG.txt."
               GO TO SUPPRIMER-CLE-EXIT
           END-IF.

           DISPLAY "Supprimer " WS-SAISIE-CLE " = "
               WS-LIG-VALEUR(WS-LIG-CIBLE) " ? (Y/N)".
           ACCEPT WS-CONFIRMATION.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMATION)
               TO WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT EQUAL "Y"
               GO TO SUPPRIMER-CLE-EXIT
           END-IF.

           MOVE WS-LIG-VALEUR(WS-LIG-CIBLE) TO WS-ANCIENNE-VALEUR.
           MOVE SPACES TO WS-SAISIE-VALEUR.
           SET IDX-LIG2 TO 1.
           PERFORM VARYING IDX-LIG FROM 1 BY 1
               UNTIL IDX-LIG > WS-NB-LIGNES
               IF WS-LIG-CLE(IDX-LIG) NOT EQUAL WS-SAISIE-CLE
                   MOVE WS-LIGNE(IDX-LIG) TO WS-LIGNE(IDX-LIG2)
                   SET IDX-LIG2 UP BY 1
               END-IF
           END-PERFORM.
           SET WS-NB-LIGNES TO IDX-LIG2.
           SUBTRACT 1 FROM WS-NB-LIGNES.

           MOVE "SUPPR" TO WS-HIS-ACTION.
           PERFORM ENREGISTRER-CHANGEMENT
               THRU ENREGISTRER-CHANGEMENT-EXIT.

       SUPPRIMER-CLE-EXIT.
           EXIT.

      ******************************************************************
      *le fichier est reecrit a chaque changement, puis le changement
      *est trace avant/apres dans l'historique de la configuration
       ENREGISTRER-CHANGEMENT.

           PERFORM SAUVER-CONFIG THRU SAUVER-CONFIG-EXIT.
           ADD 1 TO WS-NB-CHANGEMENTS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           OPEN EXTEND F-HISTORIQUE.
           IF NOT FS-HISTORIQUE-OK
               CLOSE F-HISTORIQUE
               OPEN OUTPUT F-HISTORIQUE
           END-IF.
           MOVE SPACES TO WS-HISTORIQUE-LINE.
           STRING WS-HORODATAGE(1:14)
               " " WS-OPERATEUR
               " " WS-HIS-ACTION
               " " WS-SAISIE-CLE
               " AVANT " WS-ANCIENNE-VALEUR
               " APRES " WS-SAISIE-VALEUR
               DELIMITED BY SIZE INTO WS-HISTORIQUE-LINE.
           WRITE WS-HISTORIQUE-LINE FROM WS-HISTORIQUE-LINE.
           CLOSE F-HISTORIQUE.

           DISPLAY WS-HIS-ACTION " " WS-SAISIE-CLE " enregistre.".

       ENREGISTRER-CHANGEMENT-EXIT.
           EXIT.
      ******************************************************************
