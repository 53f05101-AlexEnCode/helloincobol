      ******************************************************************
      *    Tenue du maitre fournisseurs FOURNISSEURS.idx : creation    *
      *    d'une fiche (code des bons de commande et des factures,     *
      *    raison sociale, delai de paiement en jours ouvres a compter *
      *    de la date de facture, RIB, blocage des paiements) ou       *
      *    modification d'une fiche existante, une zone laissee a      *
      *    blanc gardant sa valeur. Le numero de tiers, qui identifie  *
      *    le fournisseur dans la remise de virements de fourpaie, est *
      *    attribue a la creation (le plus grand existant plus un) et  *
      *    ne change plus. Le RIB est controle par sa cle comme dans   *
      *    paievir ; un RIB faux est refuse a la saisie plutot qu'au   *
      *    moment du paiement. Le maitre est cree au premier passage.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. frnmaj.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-FOURNISSEURS ASSIGN
           TO "FOURNISSEURS.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FRN-CODE
           FILE STATUS IS FS-FOURNISSEURS.

       DATA DIVISION.

       FILE SECTION.

       FD  F-FOURNISSEURS
           RECORD CONTAINS 100 CHARACTERS.

       COPY FOURNIS.

       WORKING-STORAGE SECTION.

       COPY WSBOUCLE.

       01  FS-FOURNISSEURS PIC X(02).
           88 FS-FOURNISSEURS-OK VALUE "00".
           88 FS-FOURNISSEURS-ABSENT VALUE "35".

       01  WS-HORODATAGE            PIC X(20).
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-FICHE-EXISTE          PIC X VALUE "N".
           88 WS-EST-MODIFICATION VALUE "Y".
       01  WS-FICHES-CREEES         PIC 9(4) VALUE ZEROES.
       01  WS-FICHES-MODIFIEES      PIC 9(4) VALUE ZEROES.
       01  WS-DERNIER-TIERS         PIC 9(9) VALUE ZEROES.

      *saisies en alphanumerique : blanc = zone inchangee
       01  WS-SAISIE-CODE           PIC X(10) VALUE SPACES.
       01  WS-SAISIE-NOM            PIC X(25) VALUE SPACES.
       01  WS-SAISIE-DELAI          PIC X(5) VALUE SPACES.
       01  WS-SAISIE-NOMBRE         PIC 9(7) VALUE ZEROES.
       01  WS-SAISIE-RIB            PIC X(23) VALUE SPACES.
       01  WS-SAISIE-RIB-DECOUPE REDEFINES WS-SAISIE-RIB.
           05 WS-SAISIE-BANQUE      PIC X(5).
           05 WS-SAISIE-GUICHET     PIC X(5).
           05 WS-SAISIE-COMPTE      PIC X(11).
           05 WS-SAISIE-CLE         PIC X(2).
       01  WS-SAISIE-BLOQUE         PIC X VALUE SPACE.

      *controle de la cle RIB : cle = 97 - ((89 x banque + 15 x
      *guichet + 3 x compte) modulo 97)
       01  WS-RIB-VALIDE            PIC X VALUE "N".
       01  WS-RIB-MOTIF             PIC X(40) VALUE SPACES.
       01  WS-CLE-BANQUE            PIC 9(5).
       01  WS-CLE-GUICHET           PIC 9(5).
       01  WS-CLE-COMPTE            PIC 9(11).
       01  WS-CLE-SOMME             PIC 9(15).
       01  WS-CLE-RESTE             PIC 9(15).
       01  WS-CLE-CALCULEE          PIC 9(2).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           OPEN I-O F-FOURNISSEURS.
           IF FS-FOURNISSEURS-ABSENT
               OPEN OUTPUT F-FOURNISSEURS
               CLOSE F-FOURNISSEURS
               OPEN I-O F-FOURNISSEURS
           END-IF.
           IF NOT FS-FOURNISSEURS-OK
               DISPLAY "Maitre FOURNISSEURS.idx indisponible : "
                   FS-FOURNISSEURS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CHERCHER-DERNIER-TIERS
               THRU CHERCHER-DERNIER-TIERS-EXIT.

           PERFORM 1000-BOUCLE-BEGIN THRU 1000-BOUCLE-END
           UNTIL WS-BOUCLING = WS-FINISHED.

           CLOSE F-FOURNISSEURS.

           DISPLAY "Fiches creees : " WS-FICHES-CREEES
               "  modifiees : " WS-FICHES-MODIFIEES.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
       1000-BOUCLE-BEGIN.

           PERFORM SAISIR-UNE-FICHE THRU SAISIR-UNE-FICHE-EXIT.

           DISPLAY SPACE
           DISPLAY "Continuer? (Y/N)".
           ACCEPT WS-EXITCODE.
           MOVE FUNCTION UPPER-CASE(WS-EXITCODE) TO WS-EXITCODE.
           IF WS-EXITCODE EQUAL "N"
               SET WS-FINISHED TO WS-BOUCLING
           END-IF.

       1000-BOUCLE-END.
           EXIT.

      ******************************************************************
      *plus grand numero de tiers deja attribue, lu de cle en cle
       CHERCHER-DERNIER-TIERS.

           MOVE ZEROES TO WS-DERNIER-TIERS.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-FOURNISSEURS NEXT
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF FRN-NUMERO NUMERIC
                           AND FRN-NUMERO > WS-DERNIER-TIERS
                           MOVE FRN-NUMERO TO WS-DERNIER-TIERS
                       END-IF
               END-READ
           END-PERFORM.

       CHERCHER-DERNIER-TIERS-EXIT.
           EXIT.

      ******************************************************************
      *une fiche : lue par son code, creee si elle n'existe pas
       SAISIR-UNE-FICHE.

           DISPLAY "Code fournisseur ?".
           MOVE SPACES TO WS-SAISIE-CODE.
           ACCEPT WS-SAISIE-CODE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-CODE) TO WS-SAISIE-CODE.
           IF WS-SAISIE-CODE EQUAL SPACES
               DISPLAY "Code absent, saisie abandonnee."
               GO TO SAISIR-UNE-FICHE-EXIT
           END-IF.

           MOVE WS-SAISIE-CODE TO FRN-CODE.
           READ F-FOURNISSEURS
               INVALID KEY
                   MOVE "N" TO WS-FICHE-EXISTE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FICHE-EXISTE
           END-READ.

           IF WS-EST-MODIFICATION
               PERFORM AFFICHER-FICHE THRU AFFICHER-FICHE-EXIT
               DISPLAY "Modification (zone a blanc = inchangee)."
           ELSE
               DISPLAY "Nouveau fournisseur " WS-SAISIE-CODE "."
               MOVE SPACES TO FRN-REC
               MOVE WS-SAISIE-CODE TO FRN-CODE
               MOVE ZEROES TO FRN-NUMERO FRN-DELAI
               MOVE "N" TO FRN-BLOQUE
           END-IF.

           DISPLAY "Raison sociale ?".
           MOVE SPACES TO WS-SAISIE-NOM.
           ACCEPT WS-SAISIE-NOM.
           IF WS-SAISIE-NOM NOT EQUAL SPACES
               MOVE FUNCTION UPPER-CASE(WS-SAISIE-NOM) TO FRN-NOM
           END-IF.
           IF FRN-NOM EQUAL SPACES
               MOVE FRN-CODE TO FRN-NOM
           END-IF.

           DISPLAY "Delai de paiement en jours ouvres ? (0 = a "
               "reception de facture)".
           MOVE SPACES TO WS-SAISIE-DELAI.
           ACCEPT WS-SAISIE-DELAI.
           IF WS-SAISIE-DELAI NOT EQUAL SPACES
               COMPUTE WS-SAISIE-NOMBRE =
                   FUNCTION NUMVAL(WS-SAISIE-DELAI)
               IF WS-SAISIE-NOMBRE > 999
                   DISPLAY "Delai invalide, saisie abandonnee."
                   GO TO SAISIR-UNE-FICHE-EXIT
               END-IF
               MOVE WS-SAISIE-NOMBRE TO FRN-DELAI
           END-IF.

           DISPLAY "RIB ? (banque 5, guichet 5, compte 11, cle 2, "
               "sans espace)".
           MOVE SPACES TO WS-SAISIE-RIB.
           ACCEPT WS-SAISIE-RIB.
           IF WS-SAISIE-RIB NOT EQUAL SPACES
               PERFORM CONTROLER-RIB THRU CONTROLER-RIB-EXIT
               IF WS-RIB-VALIDE NOT EQUAL "Y"
                   DISPLAY "RIB refuse (" WS-RIB-MOTIF
                       "), saisie abandonnee."
                   GO TO SAISIR-UNE-FICHE-EXIT
               END-IF
               MOVE WS-SAISIE-BANQUE TO FRN-BANQUE
               MOVE WS-SAISIE-GUICHET TO FRN-GUICHET
               MOVE WS-SAISIE-COMPTE TO FRN-COMPTE
               MOVE WS-SAISIE-CLE TO FRN-CLE
           END-IF.
           IF FRN-COMPTE EQUAL SPACES
               DISPLAY "Attention : sans RIB, le fournisseur ne sera "
                   "pas paye par virement."
           END-IF.

           DISPLAY "Paiements bloques ? (O/N)".
           MOVE SPACE TO WS-SAISIE-BLOQUE.
           ACCEPT WS-SAISIE-BLOQUE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-BLOQUE)
               TO WS-SAISIE-BLOQUE.
           IF WS-SAISIE-BLOQUE EQUAL "O" OR WS-SAISIE-BLOQUE EQUAL "N"
               MOVE WS-SAISIE-BLOQUE TO FRN-BLOQUE
           END-IF.

           MOVE WS-HORODATAGE(1:8) TO FRN-DATE-MAJ.

           IF WS-EST-MODIFICATION
               REWRITE FRN-REC
                   INVALID KEY
                       DISPLAY "Erreur reecriture " FRN-CODE " : "
                           FS-FOURNISSEURS
                   NOT INVALID KEY
                       ADD 1 TO WS-FICHES-MODIFIEES
                       DISPLAY "Fiche " FRN-CODE " modifiee."
               END-REWRITE
           ELSE
               ADD 1 TO WS-DERNIER-TIERS
               MOVE WS-DERNIER-TIERS TO FRN-NUMERO
               WRITE FRN-REC
                   INVALID KEY
                       DISPLAY "Erreur creation " FRN-CODE " : "
                           FS-FOURNISSEURS
                   NOT INVALID KEY
                       ADD 1 TO WS-FICHES-CREEES
                       DISPLAY "Fiche " FRN-CODE " creee, tiers "
                           FRN-NUMERO "."
               END-WRITE
           END-IF.

       SAISIR-UNE-FICHE-EXIT.
           EXIT.

      ******************************************************************
       AFFICHER-FICHE.

           DISPLAY FRN-CODE " " FRN-NOM " tiers=" FRN-NUMERO
               " delai=" FRN-DELAI " jours ouvres".
           DISPLAY "  RIB=" FRN-BANQUE " " FRN-GUICHET " " FRN-COMPTE
               " " FRN-CLE " bloque=" FRN-BLOQUE
               " maj=" FRN-DATE-MAJ.

       AFFICHER-FICHE-EXIT.
           EXIT.

      ******************************************************************
      *controle de forme du RIB saisi : champs numeriques, compte non
      *nul, et cle verifiee par la formule 97 - (89B + 15G + 3C) mod 97
       CONTROLER-RIB.

           MOVE "N" TO WS-RIB-VALIDE.
           MOVE SPACES TO WS-RIB-MOTIF.

           IF WS-SAISIE-BANQUE NOT NUMERIC
               OR WS-SAISIE-GUICHET NOT NUMERIC
               OR WS-SAISIE-COMPTE NOT NUMERIC
               OR WS-SAISIE-CLE NOT NUMERIC
               MOVE "RIB non numerique" TO WS-RIB-MOTIF
               GO TO CONTROLER-RIB-EXIT
           END-IF.

           MOVE WS-SAISIE-COMPTE TO WS-CLE-COMPTE.
           IF WS-CLE-COMPTE EQUAL ZEROES
               MOVE "numero de compte a zero" TO WS-RIB-MOTIF
               GO TO CONTROLER-RIB-EXIT
           END-IF.

           MOVE WS-SAISIE-BANQUE TO WS-CLE-BANQUE.
           MOVE WS-SAISIE-GUICHET TO WS-CLE-GUICHET.
           COMPUTE WS-CLE-SOMME = (89 * WS-CLE-BANQUE)
               + (15 * WS-CLE-GUICHET) + (3 * WS-CLE-COMPTE).
           COMPUTE WS-CLE-RESTE = FUNCTION MOD(WS-CLE-SOMME, 97).
           COMPUTE WS-CLE-CALCULEE = 97 - WS-CLE-RESTE.

           IF WS-CLE-CALCULEE NOT EQUAL FUNCTION NUMVAL(WS-SAISIE-CLE)
               MOVE "cle RIB invalide" TO WS-RIB-MOTIF
               GO TO CONTROLER-RIB-EXIT
           END-IF.

           MOVE "Y" TO WS-RIB-VALIDE.

       CONTROLER-RIB-EXIT.
           EXIT.
      ******************************************************************
