      ******************************************************************
      *    Scellement des journaux d'audit : chaque ligne ajoutee a    *
      *    AUDIT-EMPLOYES.txt, APPROBATIONS-JOURNAL.txt ou             *
      *    MENU-AUDIT.txt passe par ici et recoit un numero de         *
      *    sequence et une valeur de controle calculee sur son texte,  *
      *    sa sequence, la valeur de controle de la ligne precedente   *
      *    et la cle SCELLEMENT-CLE de la configuration. Supprimer,    *
      *    inserer ou modifier une ligne rompt la chaine, ce que       *
      *    jrnverif detecte ; le registre JOURNAUX-SCEAUX.txt garde le *
      *    dernier sceau de chaque journal pour qu'un journal tronque  *
      *    se voie aussi. La purge rgpdpurg, qui anonymise des lignes  *
      *    d'audit, fait resceller le journal (fonction R) : la chaine *
      *    est d'abord controlee, seules les lignes anonymisees        *
      *    peuvent avoir change, et le rescellement est lui-meme trace *
      *    dans le journal. Interface dans le copybook JRNSCEL.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jrnscel.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-JOURNAL ASSIGN
           USING WS-JOURNAL-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JOURNAL.

           SELECT F-TRAVAIL ASSIGN
           TO "JOURNAL-SCELLEMENT-TRAVAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TRAVAIL.

           SELECT F-REGISTRE ASSIGN
           TO "JOURNAUX-SCEAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REGISTRE.

       DATA DIVISION.

       FILE SECTION.

       FD  F-JOURNAL
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       COPY JRNLIGNE.

       FD  F-TRAVAIL
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-TRAVAIL-LIGNE         PIC X(132).

       FD  F-REGISTRE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       COPY JRNREG.

       WORKING-STORAGE SECTION.

       01  FS-JOURNAL PIC X(02).
           88 FS-JOURNAL-OK VALUE "00".
       01  FS-TRAVAIL PIC X(02).
           88 FS-TRAVAIL-OK VALUE "00".
       01  FS-REGISTRE PIC X(02).
           88 FS-REGISTRE-OK VALUE "00".

      *configuration d'exploitation partagee (CALL "cfglire")
       COPY CONFIG.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-JOURNAL-NOM           PIC X(30) VALUE SPACES.
       01  WS-FIN                   PIC X VALUE "N".

      *derniers sceaux de chaque journal, relus du registre
       01  WS-REG-TABLE.
           03 WS-REG-NB PIC 9(2) VALUE ZEROES.
           03 WS-REG-ENTREE OCCURS 0 TO 20 TIMES
               DEPENDING ON WS-REG-NB
               INDEXED BY IDX-REG.
               05 WS-REG-JOURNAL    PIC X(30).
               05 WS-REG-SEQUENCE   PIC 9(8).
               05 WS-REG-CONTROLE   PIC 9(9).
               05 WS-REG-HORODATAGE PIC X(14).
       01  WS-REG-CIBLE             PIC 9(2) VALUE ZEROES.

      *matiere du calcul : cle, sequence, controle precedent et texte
      *de la ligne, reduits octet par octet modulo un nombre premier
       01  WS-CLE                   PIC X(20) VALUE SPACES.
       01  WS-MATIERE.
           05 WS-MAT-CLE            PIC X(20).
           05 WS-MAT-SEQUENCE       PIC 9(8).
           05 WS-MAT-PRECEDENT      PIC 9(9).
           05 WS-MAT-CONTENU        PIC X(110).
       01  WS-MAT-IDX               PIC 9(3) VALUE ZEROES.
       01  WS-CUMUL                 PIC 9(12) VALUE ZEROES.
       01  WS-MODULE                PIC 9(9) VALUE 999999937.

      *rescellement : chaine d'origine controlee et chaine nouvelle
       01  WS-SEQ-ATTENDUE          PIC 9(8) VALUE ZEROES.
       01  WS-PREC-ORIGINE          PIC 9(9) VALUE ZEROES.
       01  WS-PREC-NOUVEAU          PIC 9(9) VALUE ZEROES.
       01  WS-SCELLEMENT-COMMENCE   PIC X VALUE "N".
       01  WS-CHAINE-ROMPUE         PIC X VALUE "N".
       01  WS-NB-ANONYMES           PIC 9(3) VALUE ZEROES.
       01  WS-MOTIF                 PIC X(110) VALUE SPACES.

       LINKAGE SECTION.

       COPY JRNSCEL.

       PROCEDURE DIVISION USING JSC-PARAMS.

           MOVE "0" TO JSC-STATUT.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.

           INITIALIZE CFG-PARAMS.
           MOVE "SCELLEMENT-CLE" TO CFG-CLE.
           MOVE "PIZZALEX-AUDIT" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           MOVE CFG-VALEUR TO WS-CLE.

           EVALUATE JSC-FONCTION
               WHEN "E"
                   PERFORM CHARGER-REGISTRE
                       THRU CHARGER-REGISTRE-EXIT
                   PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT
               WHEN "C"
                   PERFORM CALCULER-CONTROLE
                       THRU CALCULER-CONTROLE-EXIT
               WHEN "R"
                   PERFORM CHARGER-REGISTRE
                       THRU CHARGER-REGISTRE-EXIT
                   PERFORM RESCELLER-JOURNAL
                       THRU RESCELLER-JOURNAL-EXIT
               WHEN OTHER
                   MOVE "8" TO JSC-STATUT
           END-EVALUATE.

           GOBACK.

      ******************************************************************
       CHARGER-REGISTRE.

           MOVE ZEROES TO WS-REG-NB.
           OPEN INPUT F-REGISTRE.
           IF NOT FS-REGISTRE-OK
               GO TO CHARGER-REGISTRE-EXIT
           END-IF.

           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-REGISTRE
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       IF WS-REG-NB < 20
                           AND JRG-JOURNAL NOT EQUAL SPACES
                           AND JRG-SEQUENCE NUMERIC
                           AND JRG-CONTROLE NUMERIC
                           ADD 1 TO WS-REG-NB
                           MOVE JRG-JOURNAL
                               TO WS-REG-JOURNAL(WS-REG-NB)
                           MOVE JRG-SEQUENCE
                               TO WS-REG-SEQUENCE(WS-REG-NB)
                           MOVE JRG-CONTROLE
                               TO WS-REG-CONTROLE(WS-REG-NB)
                           MOVE JRG-HORODATAGE
                               TO WS-REG-HORODATAGE(WS-REG-NB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-REGISTRE.

       CHARGER-REGISTRE-EXIT.
           EXIT.

      ******************************************************************
       REECRIRE-REGISTRE.

           OPEN OUTPUT F-REGISTRE.
           IF NOT FS-REGISTRE-OK
               MOVE "8" TO JSC-STATUT
               GO TO REECRIRE-REGISTRE-EXIT
           END-IF.
           PERFORM VARYING IDX-REG FROM 1 BY 1
               UNTIL IDX-REG > WS-REG-NB
               MOVE SPACES TO JRG-REC
               MOVE WS-REG-JOURNAL(IDX-REG) TO JRG-JOURNAL
               MOVE WS-REG-SEQUENCE(IDX-REG) TO JRG-SEQUENCE
               MOVE WS-REG-CONTROLE(IDX-REG) TO JRG-CONTROLE
               MOVE WS-REG-HORODATAGE(IDX-REG) TO JRG-HORODATAGE
               WRITE JRG-REC
           END-PERFORM.
           CLOSE F-REGISTRE.

       REECRIRE-REGISTRE-EXIT.
           EXIT.

      ******************************************************************
      *entree du journal au registre, creee au premier scellement
       CHERCHER-REGISTRE.

           MOVE ZEROES TO WS-REG-CIBLE.
           PERFORM VARYING IDX-REG FROM 1 BY 1
               UNTIL IDX-REG > WS-REG-NB
               IF WS-REG-JOURNAL(IDX-REG) EQUAL JSC-JOURNAL
                   SET WS-REG-CIBLE TO IDX-REG
               END-IF
           END-PERFORM.
           IF WS-REG-CIBLE EQUAL ZEROES
               IF WS-REG-NB >= 20
                   MOVE "8" TO JSC-STATUT
                   GO TO CHERCHER-REGISTRE-EXIT
               END-IF
               ADD 1 TO WS-REG-NB
               MOVE WS-REG-NB TO WS-REG-CIBLE
               MOVE JSC-JOURNAL TO WS-REG-JOURNAL(WS-REG-CIBLE)
               MOVE ZEROES TO WS-REG-SEQUENCE(WS-REG-CIBLE)
                   WS-REG-CONTROLE(WS-REG-CIBLE)
               MOVE SPACES TO WS-REG-HORODATAGE(WS-REG-CIBLE)
           END-IF.

       CHERCHER-REGISTRE-EXIT.
           EXIT.

      ******************************************************************
      *ajout d'une ligne scellee, chainee au dernier sceau du registre
       ECRIRE-LIGNE.

           PERFORM CHERCHER-REGISTRE THRU CHERCHER-REGISTRE-EXIT.
           IF JSC-STATUT NOT EQUAL "0"
               GO TO ECRIRE-LIGNE-EXIT
           END-IF.

           COMPUTE JSC-SEQUENCE = WS-REG-SEQUENCE(WS-REG-CIBLE) + 1.
           MOVE WS-REG-CONTROLE(WS-REG-CIBLE) TO JSC-PRECEDENT.
           PERFORM CALCULER-CONTROLE THRU CALCULER-CONTROLE-EXIT.

           MOVE JSC-JOURNAL TO WS-JOURNAL-NOM.
           OPEN EXTEND F-JOURNAL.
           IF NOT FS-JOURNAL-OK
               CLOSE F-JOURNAL
               OPEN OUTPUT F-JOURNAL
           END-IF.
           IF NOT FS-JOURNAL-OK
               MOVE "8" TO JSC-STATUT
               GO TO ECRIRE-LIGNE-EXIT
           END-IF.

           MOVE SPACES TO JSL-REC.
           MOVE JSC-LIGNE TO JSL-CONTENU.
           MOVE " #" TO JSL-MARQUE.
           MOVE JSC-SEQUENCE TO JSL-SEQUENCE.
           MOVE JSC-CONTROLE TO JSL-CONTROLE.
           WRITE JSL-REC.
           CLOSE F-JOURNAL.

           MOVE JSC-SEQUENCE TO WS-REG-SEQUENCE(WS-REG-CIBLE).
           MOVE JSC-CONTROLE TO WS-REG-CONTROLE(WS-REG-CIBLE).
           MOVE WS-HORODATAGE(1:14) TO WS-REG-HORODATAGE(WS-REG-CIBLE).
           PERFORM REECRIRE-REGISTRE THRU REECRIRE-REGISTRE-EXIT.

       ECRIRE-LIGNE-EXIT.
           EXIT.

      ******************************************************************
      *valeur de controle de JSC-LIGNE pour JSC-SEQUENCE et
      *JSC-PRECEDENT
       CALCULER-CONTROLE.

           MOVE WS-CLE TO WS-MAT-CLE.
           MOVE JSC-SEQUENCE TO WS-MAT-SEQUENCE.
           MOVE JSC-PRECEDENT TO WS-MAT-PRECEDENT.
           MOVE JSC-LIGNE TO WS-MAT-CONTENU.
           MOVE 7 TO WS-CUMUL.
           PERFORM VARYING WS-MAT-IDX FROM 1 BY 1
               UNTIL WS-MAT-IDX > 147
               COMPUTE WS-CUMUL = FUNCTION MOD(WS-CUMUL * 257
                   + FUNCTION ORD(WS-MATIERE(WS-MAT-IDX:1)),
                   WS-MODULE)
           END-PERFORM.
           MOVE WS-CUMUL TO JSC-CONTROLE.

       CALCULER-CONTROLE-EXIT.
           EXIT.

      ******************************************************************
      *rescellement apres anonymisation : la chaine d'origine est
      *controlee ligne a ligne (une ligne anonymisee peut seule avoir
      *change de texte), la nouvelle chaine est ecrite dans le
      *fichier de travail puis rebasculee a la place du journal ; un
      *journal deja rompu n'est pas rescelle
       RESCELLER-JOURNAL.

           MOVE JSC-LIGNE TO WS-MOTIF.
           PERFORM CHERCHER-REGISTRE THRU CHERCHER-REGISTRE-EXIT.
           IF JSC-STATUT NOT EQUAL "0"
               GO TO RESCELLER-JOURNAL-EXIT
           END-IF.

           MOVE JSC-JOURNAL TO WS-JOURNAL-NOM.
           OPEN INPUT F-JOURNAL.
           IF NOT FS-JOURNAL-OK
               GO TO RESCELLER-JOURNAL-EXIT
           END-IF.
           OPEN OUTPUT F-TRAVAIL.
           IF NOT FS-TRAVAIL-OK
               CLOSE F-JOURNAL
               MOVE "8" TO JSC-STATUT
               GO TO RESCELLER-JOURNAL-EXIT
           END-IF.

           MOVE ZEROES TO WS-SEQ-ATTENDUE WS-PREC-ORIGINE
               WS-PREC-NOUVEAU.
           MOVE "N" TO WS-SCELLEMENT-COMMENCE.
           MOVE "N" TO WS-CHAINE-ROMPUE.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-JOURNAL
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       PERFORM RESCELLER-UNE-LIGNE
                           THRU RESCELLER-UNE-LIGNE-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-TRAVAIL.
           CLOSE F-JOURNAL.

      *journal tronque depuis le dernier sceau connu
           IF WS-SEQ-ATTENDUE NOT EQUAL
               WS-REG-SEQUENCE(WS-REG-CIBLE)
               MOVE "Y" TO WS-CHAINE-ROMPUE
           END-IF.
           IF WS-CHAINE-ROMPUE EQUAL "Y"
               MOVE "8" TO JSC-STATUT
               GO TO RESCELLER-JOURNAL-EXIT
           END-IF.

           OPEN INPUT F-TRAVAIL.
           OPEN OUTPUT F-JOURNAL.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-TRAVAIL
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       MOVE WS-TRAVAIL-LIGNE TO JSL-REC
                       WRITE JSL-REC
               END-READ
           END-PERFORM.
           CLOSE F-JOURNAL.
           CLOSE F-TRAVAIL.

           MOVE WS-PREC-NOUVEAU TO WS-REG-CONTROLE(WS-REG-CIBLE).
           MOVE WS-HORODATAGE(1:14) TO WS-REG-HORODATAGE(WS-REG-CIBLE).
           PERFORM REECRIRE-REGISTRE THRU REECRIRE-REGISTRE-EXIT.

      *trace du rescellement, scellee a la suite
           MOVE SPACES TO JSC-LIGNE.
           STRING WS-HORODATAGE(1:14) " RESCELLEMENT " WS-MOTIF
               DELIMITED BY SIZE INTO JSC-LIGNE.
           PERFORM ECRIRE-LIGNE THRU ECRIRE-LIGNE-EXIT.

       RESCELLER-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
       RESCELLER-UNE-LIGNE.

           IF NOT JSL-EST-SCELLEE
               IF WS-SCELLEMENT-COMMENCE EQUAL "Y"
                   MOVE "Y" TO WS-CHAINE-ROMPUE
               END-IF
               MOVE JSL-REC TO WS-TRAVAIL-LIGNE
               WRITE WS-TRAVAIL-LIGNE
               GO TO RESCELLER-UNE-LIGNE-EXIT
           END-IF.

           MOVE "Y" TO WS-SCELLEMENT-COMMENCE.
           ADD 1 TO WS-SEQ-ATTENDUE.
           IF JSL-SEQUENCE NOT NUMERIC OR JSL-CONTROLE NOT NUMERIC
               MOVE "Y" TO WS-CHAINE-ROMPUE
               MOVE JSL-REC TO WS-TRAVAIL-LIGNE
               WRITE WS-TRAVAIL-LIGNE
               GO TO RESCELLER-UNE-LIGNE-EXIT
           END-IF.
           IF JSL-SEQUENCE NOT EQUAL WS-SEQ-ATTENDUE
               MOVE "Y" TO WS-CHAINE-ROMPUE
           END-IF.

           MOVE JSL-CONTENU TO JSC-LIGNE.
           MOVE JSL-SEQUENCE TO JSC-SEQUENCE.
           MOVE WS-PREC-ORIGINE TO JSC-PRECEDENT.
           PERFORM CALCULER-CONTROLE THRU CALCULER-CONTROLE-EXIT.
           IF JSC-CONTROLE NOT EQUAL JSL-CONTROLE
               MOVE ZEROES TO WS-NB-ANONYMES
               INSPECT JSL-CONTENU TALLYING WS-NB-ANONYMES
                   FOR ALL "*ANONYMISE*"
               IF WS-NB-ANONYMES EQUAL ZEROES
                   MOVE "Y" TO WS-CHAINE-ROMPUE
               END-IF
           END-IF.
           MOVE JSL-CONTROLE TO WS-PREC-ORIGINE.

           MOVE WS-PREC-NOUVEAU TO JSC-PRECEDENT.
           PERFORM CALCULER-CONTROLE THRU CALCULER-CONTROLE-EXIT.
           MOVE JSC-CONTROLE TO JSL-CONTROLE.
           MOVE JSC-CONTROLE TO WS-PREC-NOUVEAU.
           MOVE JSL-REC TO WS-TRAVAIL-LIGNE.
           WRITE WS-TRAVAIL-LIGNE.

       RESCELLER-UNE-LIGNE-EXIT.
           EXIT.
      ******************************************************************
