      ******************************************************************
      *    Tenue du maitre ingredients INGREDIENTS.idx : creation      *
      *    d'une fiche (code, libelle, unite, usage par pizza hors     *
      *    recette, seuil de reapprovisionnement, fournisseur, cout    *
      *    unitaire, allergenes) ou modification d'une fiche           *
      *    existante, une zone laissee a blanc gardant sa valeur. Le   *
      *    stock n'est jamais saisi ici : il ne bouge que par les      *
      *    commandes, les receptions et l'inventaire physique de       *
      *    pizzamgt, avec leur trace dans STOCK-MOUVEMENTS.txt ; une   *
      *    fiche creee part d'un stock nul. Les recettes               *
      *    (RECETTES.txt) citent les ingredients par leur code. Les    *
      *    allergenes sont des lettres de la table ALLERGN ; pizzamgt  *
      *    en deduit ceux de chaque taille de pizza par sa recette.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ingmaj.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INGREDIENTS ASSIGN
           TO "INGREDIENTS.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ING-CODE
           FILE STATUS IS FS-INGREDIENTS.

       DATA DIVISION.

       FILE SECTION.

       FD  F-INGREDIENTS
           RECORD CONTAINS 80 CHARACTERS.

       COPY INGREDNT.

       WORKING-STORAGE SECTION.

       COPY WSBOUCLE.

       01  FS-INGREDIENTS PIC X(02).
           88 FS-INGREDIENTS-OK VALUE "00".
           88 FS-INGREDIENTS-NOTFOUND VALUE "23".

       01  WS-HORODATAGE            PIC X(20).
       01  WS-FICHE-EXISTE          PIC X VALUE "N".
           88 WS-EST-MODIFICATION VALUE "Y".
       01  WS-FICHES-CREEES         PIC 9(4) VALUE ZEROES.
       01  WS-FICHES-MODIFIEES      PIC 9(4) VALUE ZEROES.

      *saisies en alphanumerique : blanc = zone inchangee
       01  WS-SAISIE-CODE           PIC X(10) VALUE SPACES.
       01  WS-SAISIE-LIBELLE        PIC X(20) VALUE SPACES.
       01  WS-SAISIE-UNITE          PIC X(5) VALUE SPACES.
       01  WS-SAISIE-USAGE          PIC X(5) VALUE SPACES.
       01  WS-SAISIE-SEUIL          PIC X(7) VALUE SPACES.
       01  WS-SAISIE-FOURNISSEUR    PIC X(10) VALUE SPACES.
       01  WS-SAISIE-COUT           PIC X(10) VALUE SPACES.
       01  WS-SAISIE-NOMBRE         PIC 9(7)V99 VALUE ZEROES.
       01  WS-SAISIE-ALLERGENES     PIC X(6) VALUE SPACES.
       01  WS-ALG-POS               PIC 9 VALUE ZERO.
       01  WS-ALG-VALIDE            PIC X VALUE "Y".

       COPY ALLERGN.

       01  WS-STOCK-ED              PIC -(6)9.
       01  WS-COUT-ED               PIC ZZ9.99.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           OPEN I-O F-INGREDIENTS.
           IF NOT FS-INGREDIENTS-OK
               DISPLAY "Maitre INGREDIENTS.idx indisponible : "
                   FS-INGREDIENTS " (cree au premier pizzamgt)."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-BOUCLE-BEGIN THRU 1000-BOUCLE-END
           UNTIL WS-BOUCLING = WS-FINISHED.

           CLOSE F-INGREDIENTS.

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
      *une fiche : lue par son code, creee si elle n'existe pas
       SAISIR-UNE-FICHE.

           DISPLAY "Code ingredient ?".
           MOVE SPACES TO WS-SAISIE-CODE.
           ACCEPT WS-SAISIE-CODE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-CODE) TO WS-SAISIE-CODE.
           IF WS-SAISIE-CODE EQUAL SPACES
               DISPLAY "Code absent, saisie abandonnee."
               GO TO SAISIR-UNE-FICHE-EXIT
           END-IF.

           MOVE WS-SAISIE-CODE TO ING-CODE.
           READ F-INGREDIENTS
               INVALID KEY
                   MOVE "N" TO WS-FICHE-EXISTE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FICHE-EXISTE
           END-READ.

           IF WS-EST-MODIFICATION
               PERFORM AFFICHER-FICHE THRU AFFICHER-FICHE-EXIT
               DISPLAY "Modification (zone a blanc = inchangee)."
           ELSE
               DISPLAY "Nouvel ingredient " WS-SAISIE-CODE "."
               MOVE SPACES TO ING-REC
               MOVE WS-SAISIE-CODE TO ING-CODE
               MOVE "+" TO ING-STOCK-SIGNE
               MOVE ZEROES TO ING-STOCK ING-USAGE ING-SEUIL ING-COUT
           END-IF.

           DISPLAY "Libelle ?".
           MOVE SPACES TO WS-SAISIE-LIBELLE.
           ACCEPT WS-SAISIE-LIBELLE.
           IF WS-SAISIE-LIBELLE NOT EQUAL SPACES
               MOVE WS-SAISIE-LIBELLE TO ING-LIBELLE
           END-IF.
           IF ING-LIBELLE EQUAL SPACES
               MOVE ING-CODE TO ING-LIBELLE
           END-IF.

           DISPLAY "Unite de stock ? (ex. KG, L, PIECE)".
           MOVE SPACES TO WS-SAISIE-UNITE.
           ACCEPT WS-SAISIE-UNITE.
           IF WS-SAISIE-UNITE NOT EQUAL SPACES
               MOVE FUNCTION UPPER-CASE(WS-SAISIE-UNITE) TO ING-UNITE
           END-IF.
           IF ING-UNITE EQUAL SPACES
               DISPLAY "Unite absente, saisie abandonnee."
               GO TO SAISIR-UNE-FICHE-EXIT
           END-IF.

           DISPLAY "Usage par pizza hors recette ? (0 = aucun)".
           MOVE SPACES TO WS-SAISIE-USAGE.
           ACCEPT WS-SAISIE-USAGE.
           IF WS-SAISIE-USAGE NOT EQUAL SPACES
               COMPUTE WS-SAISIE-NOMBRE =
                   FUNCTION NUMVAL(WS-SAISIE-USAGE)
               IF WS-SAISIE-NOMBRE > 999
                   DISPLAY "Usage invalide, saisie abandonnee."
                   GO TO SAISIR-UNE-FICHE-EXIT
               END-IF
               MOVE WS-SAISIE-NOMBRE TO ING-USAGE
           END-IF.

           DISPLAY "Seuil de reapprovisionnement ?".
           MOVE SPACES TO WS-SAISIE-SEUIL.
           ACCEPT WS-SAISIE-SEUIL.
           IF WS-SAISIE-SEUIL NOT EQUAL SPACES
               COMPUTE WS-SAISIE-NOMBRE =
                   FUNCTION NUMVAL(WS-SAISIE-SEUIL)
               IF WS-SAISIE-NOMBRE > 99999
                   DISPLAY "Seuil invalide, saisie abandonnee."
                   GO TO SAISIR-UNE-FICHE-EXIT
               END-IF
               MOVE WS-SAISIE-NOMBRE TO ING-SEUIL
           END-IF.

           DISPLAY "Fournisseur ?".
           MOVE SPACES TO WS-SAISIE-FOURNISSEUR.
           ACCEPT WS-SAISIE-FOURNISSEUR.
           IF WS-SAISIE-FOURNISSEUR NOT EQUAL SPACES
               MOVE FUNCTION UPPER-CASE(WS-SAISIE-FOURNISSEUR)
                   TO ING-FOURNISSEUR
           END-IF.
           IF ING-FOURNISSEUR EQUAL SPACES
               DISPLAY "Fournisseur absent, saisie abandonnee."
               GO TO SAISIR-UNE-FICHE-EXIT
           END-IF.

           DISPLAY "Cout unitaire en euros ? (ex. 1.20)".
           MOVE SPACES TO WS-SAISIE-COUT.
           ACCEPT WS-SAISIE-COUT.
           IF WS-SAISIE-COUT NOT EQUAL SPACES
               COMPUTE WS-SAISIE-NOMBRE =
                   FUNCTION NUMVAL(WS-SAISIE-COUT)
               IF WS-SAISIE-NOMBRE > 999.99
                   DISPLAY "Cout invalide, saisie abandonnee."
                   GO TO SAISIR-UNE-FICHE-EXIT
               END-IF
               MOVE WS-SAISIE-NOMBRE TO ING-COUT
           END-IF.

           DISPLAY "Allergenes ? (jusqu'a 6 lettres parmi "
               ALG-CODES ", - = aucun)".
           PERFORM VARYING ALG-IDX FROM 1 BY 1 UNTIL ALG-IDX > ALG-NB
               DISPLAY "  " ALG-CODE(ALG-IDX) "=" ALG-NOM(ALG-IDX)
           END-PERFORM.
           MOVE SPACES TO WS-SAISIE-ALLERGENES.
           ACCEPT WS-SAISIE-ALLERGENES.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-ALLERGENES)
               TO WS-SAISIE-ALLERGENES.
           IF WS-SAISIE-ALLERGENES(1:1) EQUAL "-"
               MOVE SPACES TO ING-ALLERGENES
           ELSE
               IF WS-SAISIE-ALLERGENES NOT EQUAL SPACES
                   PERFORM CONTROLER-ALLERGENES
                       THRU CONTROLER-ALLERGENES-EXIT
                   IF WS-ALG-VALIDE NOT EQUAL "Y"
                       DISPLAY "Allergene inconnu, saisie abandonnee."
                       GO TO SAISIR-UNE-FICHE-EXIT
                   END-IF
                   MOVE WS-SAISIE-ALLERGENES TO ING-ALLERGENES
               END-IF
           END-IF.

           MOVE WS-HORODATAGE(1:8) TO ING-DATE-MAJ.

           IF WS-EST-MODIFICATION
               REWRITE ING-REC
                   INVALID KEY
                       DISPLAY "Erreur reecriture " ING-CODE " : "
                           FS-INGREDIENTS
                   NOT INVALID KEY
                       ADD 1 TO WS-FICHES-MODIFIEES
                       DISPLAY "Fiche " ING-CODE " modifiee."
               END-REWRITE
           ELSE
               WRITE ING-REC
                   INVALID KEY
                       DISPLAY "Erreur creation " ING-CODE " : "
                           FS-INGREDIENTS
                   NOT INVALID KEY
                       ADD 1 TO WS-FICHES-CREEES
                       DISPLAY "Fiche " ING-CODE " creee, stock nul."
               END-WRITE
           END-IF.

       SAISIR-UNE-FICHE-EXIT.
           EXIT.

      ******************************************************************
       AFFICHER-FICHE.

           IF ING-STOCK-SIGNE EQUAL "-"
               COMPUTE WS-STOCK-ED = 0 - ING-STOCK
           ELSE
               MOVE ING-STOCK TO WS-STOCK-ED
           END-IF.
           MOVE ING-COUT TO WS-COUT-ED.
           DISPLAY ING-CODE " " ING-LIBELLE " unite=" ING-UNITE
               " stock=" WS-STOCK-ED.
           DISPLAY "  usage=" ING-USAGE " seuil=" ING-SEUIL
               " fournisseur=" ING-FOURNISSEUR " cout=" WS-COUT-ED
               " maj=" ING-DATE-MAJ.
           IF ING-ALLERGENES EQUAL SPACES
               DISPLAY "  allergenes=aucun"
           ELSE
               DISPLAY "  allergenes=" ING-ALLERGENES
           END-IF.

       AFFICHER-FICHE-EXIT.
           EXIT.

      ******************************************************************
      *chaque lettre saisie doit figurer dans la table des allergenes
       CONTROLER-ALLERGENES.

           MOVE "Y" TO WS-ALG-VALIDE.
           PERFORM VARYING WS-ALG-POS FROM 1 BY 1 UNTIL WS-ALG-POS > 6
               IF WS-SAISIE-ALLERGENES(WS-ALG-POS:1) NOT EQUAL SPACE
                   MOVE ZERO TO ALG-IDX
                   INSPECT ALG-CODES TALLYING ALG-IDX
                       FOR ALL WS-SAISIE-ALLERGENES(WS-ALG-POS:1)
                   IF ALG-IDX EQUAL ZERO
                       MOVE "N" TO WS-ALG-VALIDE
                   END-IF
               END-IF
           END-PERFORM.

       CONTROLER-ALLERGENES-EXIT.
           EXIT.
      ******************************************************************
