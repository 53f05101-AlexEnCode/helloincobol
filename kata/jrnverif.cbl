      ******************************************************************
      *    Verification des journaux d'audit scelles par jrnscel :     *
      *    AUDIT-EMPLOYES.txt, APPROBATIONS-JOURNAL.txt et             *
      *    MENU-AUDIT.txt sont relus ligne a ligne, la valeur de       *
      *    controle de chaque ligne est recalculee a partir de son     *
      *    texte, de sa sequence et du controle de la ligne            *
      *    precedente. L'etat JOURNAUX-VERIFICATION-REPORT.txt signale *
      *    le premier maillon rompu, tout trou ou retour dans la       *
      *    sequence, une ligne non scellee apres le debut du           *
      *    scellement, et un journal tronque ou absent par rapport au  *
      *    dernier sceau du registre JOURNAUX-SCEAUX.txt. Les lignes   *
      *    anterieures au scellement sont comptees comme historique.   *
      *    Les rescellements (purge RGPD) sont listes pour memoire.    *
      *    Tout defaut donne RC 8 au passage du matin.                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jrnverif.
       AUTHOR. AlexEnCode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-JOURNAL ASSIGN
           USING WS-JOURNAL-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JOURNAL.

           SELECT F-REGISTRE ASSIGN
           TO "JOURNAUX-SCEAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REGISTRE.

           SELECT F-RAPPORT ASSIGN
           TO "JOURNAUX-VERIFICATION-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.

       FILE SECTION.

       FD  F-JOURNAL
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       COPY JRNLIGNE.

       FD  F-REGISTRE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       COPY JRNREG.

       FD  F-RAPPORT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-RAPPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-JOURNAL PIC X(02).
           88 FS-JOURNAL-OK VALUE "00".
       01  FS-REGISTRE PIC X(02).
           88 FS-REGISTRE-OK VALUE "00".
       01  FS-RAPPORT PIC X(02).
           88 FS-RAPPORT-OK VALUE "00".

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

      *calcul des valeurs de controle (CALL "jrnscel", fonction C)
       COPY JRNSCEL.

       01  WS-HORODATAGE            PIC X(20).
       01  WS-AUJOURDHUI            PIC 9(8) VALUE ZEROES.
       01  WS-FIN                   PIC X VALUE "N".
       01  WS-JOURNAL-NOM           PIC X(30) VALUE SPACES.

      *derniers sceaux connus du registre
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

      *parcours du journal en cours
       01  WS-JRN-PRESENT           PIC X VALUE "N".
       01  WS-SCELLEMENT-COMMENCE   PIC X VALUE "N".
       01  WS-MAILLON-SIGNALE       PIC X VALUE "N".
       01  WS-NO-LIGNE              PIC 9(7) VALUE ZEROES.
       01  WS-DERNIERE-SEQ          PIC 9(8) VALUE ZEROES.
       01  WS-DERNIER-CONTROLE      PIC 9(9) VALUE ZEROES.
       01  WS-JRN-HISTORIQUE        PIC 9(7) VALUE ZEROES.
       01  WS-JRN-SCELLEES          PIC 9(7) VALUE ZEROES.
       01  WS-JRN-DEFAUTS           PIC 9(7) VALUE ZEROES.
       01  WS-NB-RESCEL             PIC 9(3) VALUE ZEROES.

      *compteurs
       01  WS-NB-LUS                PIC 9(7) VALUE ZEROES.
       01  WS-NB-DEFAUTS            PIC 9(7) VALUE ZEROES.
       01  WS-NB-JOURNAUX-KO        PIC 9(2) VALUE ZEROES.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "jrnverif" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:8) TO WS-AUJOURDHUI.

           OPEN OUTPUT F-RAPPORT.
           IF NOT FS-RAPPORT-OK
               DISPLAY "Erreur ouverture F-RAPPORT : " FS-RAPPORT
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "VERIFICATION DES JOURNAUX D'AUDIT SCELLES DU "
               WS-AUJOURDHUI
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           PERFORM CHARGER-REGISTRE THRU CHARGER-REGISTRE-EXIT.

           MOVE "AUDIT-EMPLOYES.txt" TO WS-JOURNAL-NOM.
           PERFORM VERIFIER-JOURNAL THRU VERIFIER-JOURNAL-EXIT.
           MOVE "APPROBATIONS-JOURNAL.txt" TO WS-JOURNAL-NOM.
           PERFORM VERIFIER-JOURNAL THRU VERIFIER-JOURNAL-EXIT.
           MOVE "MENU-AUDIT.txt" TO WS-JOURNAL-NOM.
           PERFORM VERIFIER-JOURNAL THRU VERIFIER-JOURNAL-EXIT.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "TOTAL  lignes lues=" WS-NB-LUS
               "  defauts=" WS-NB-DEFAUTS
               "  journaux en defaut=" WS-NB-JOURNAUX-KO
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           CLOSE F-RAPPORT.

           DISPLAY "Journaux d'audit : " WS-NB-DEFAUTS
               " defaut(s) - voir JOURNAUX-VERIFICATION-REPORT.txt".
           IF WS-NB-DEFAUTS > ZEROES
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       FIN-DU-PASSAGE.
           MOVE "F" TO RJN-PHASE.
           MOVE WS-NB-LUS TO RJN-LUS.
           MOVE ZEROES TO RJN-ECRITS.
           MOVE WS-NB-DEFAUTS TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           CALL "runjrnl" USING RJN-PARAMS.
      *l'appel du journal remet RETURN-CODE a zero : le code retour
      *du programme est repose apres coup
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
       CHARGER-REGISTRE.

           MOVE ZEROES TO WS-REG-NB.
           OPEN INPUT F-REGISTRE.
           IF NOT FS-REGISTRE-OK
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "INFO      registre JOURNAUX-SCEAUX.txt absent ("
                   FS-REGISTRE ")"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
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
      *un journal : chaine des lignes scellees puis confrontation du
      *dernier sceau lu avec celui du registre
       VERIFIER-JOURNAL.

           MOVE ZEROES TO WS-REG-CIBLE.
           PERFORM VARYING IDX-REG FROM 1 BY 1
               UNTIL IDX-REG > WS-REG-NB
               IF WS-REG-JOURNAL(IDX-REG) EQUAL WS-JOURNAL-NOM
                   SET WS-REG-CIBLE TO IDX-REG
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-SCELLEMENT-COMMENCE.
           MOVE "N" TO WS-MAILLON-SIGNALE.
           MOVE ZEROES TO WS-NO-LIGNE WS-DERNIERE-SEQ
               WS-DERNIER-CONTROLE WS-JRN-HISTORIQUE WS-JRN-SCELLEES
               WS-JRN-DEFAUTS.

           MOVE SPACES TO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "JOURNAL " WS-JOURNAL-NOM
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.

           OPEN INPUT F-JOURNAL.
           IF FS-JOURNAL-OK
               MOVE "Y" TO WS-JRN-PRESENT
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "Y"
                   READ F-JOURNAL
                       AT END
                           MOVE "Y" TO WS-FIN
                       NOT AT END
                           PERFORM VERIFIER-LIGNE
                               THRU VERIFIER-LIGNE-EXIT
                   END-READ
               END-PERFORM
               CLOSE F-JOURNAL
           ELSE
               MOVE "N" TO WS-JRN-PRESENT
           END-IF.

           PERFORM CONFRONTER-REGISTRE THRU CONFRONTER-REGISTRE-EXIT.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  lignes scellees=" WS-JRN-SCELLEES
               "  historique non scelle=" WS-JRN-HISTORIQUE
               "  derniere sequence=" WS-DERNIERE-SEQ
               "  defauts=" WS-JRN-DEFAUTS
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           IF WS-JRN-DEFAUTS > ZEROES
               ADD 1 TO WS-NB-JOURNAUX-KO
           END-IF.

       VERIFIER-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
       VERIFIER-LIGNE.

           ADD 1 TO WS-NB-LUS.
           ADD 1 TO WS-NO-LIGNE.

           IF NOT JSL-EST-SCELLEE
               IF WS-SCELLEMENT-COMMENCE EQUAL "Y"
                   MOVE SPACES TO WS-RAPPORT-LINE
                   STRING "DEFAUT    ligne " WS-NO-LIGNE
                       " non scellee apres la sequence "
                       WS-DERNIERE-SEQ " (insertion)"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                   PERFORM SIGNALER-DEFAUT THRU SIGNALER-DEFAUT-EXIT
               ELSE
                   ADD 1 TO WS-JRN-HISTORIQUE
               END-IF
               GO TO VERIFIER-LIGNE-EXIT
           END-IF.

           MOVE "Y" TO WS-SCELLEMENT-COMMENCE.
           ADD 1 TO WS-JRN-SCELLEES.
           IF JSL-SEQUENCE NOT NUMERIC OR JSL-CONTROLE NOT NUMERIC
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "DEFAUT    ligne " WS-NO-LIGNE
                   " : sceau illisible"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               PERFORM SIGNALER-DEFAUT THRU SIGNALER-DEFAUT-EXIT
               GO TO VERIFIER-LIGNE-EXIT
           END-IF.

           IF JSL-SEQUENCE NOT EQUAL WS-DERNIERE-SEQ + 1
               MOVE SPACES TO WS-RAPPORT-LINE
               IF JSL-SEQUENCE > WS-DERNIERE-SEQ
                   STRING "DEFAUT    ligne " WS-NO-LIGNE
                       " : trou de sequence apres " WS-DERNIERE-SEQ
                       ", lu " JSL-SEQUENCE
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               ELSE
                   STRING "DEFAUT    ligne " WS-NO-LIGNE
                       " : retour de sequence apres " WS-DERNIERE-SEQ
                       ", lu " JSL-SEQUENCE
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               END-IF
               PERFORM SIGNALER-DEFAUT THRU SIGNALER-DEFAUT-EXIT
           END-IF.

      *le premier maillon rompu seul est signale : les suivants
      *restent chaines entre eux par leurs propres sceaux
           INITIALIZE JSC-PARAMS.
           MOVE "C" TO JSC-FONCTION.
           MOVE JSL-CONTENU TO JSC-LIGNE.
           MOVE JSL-SEQUENCE TO JSC-SEQUENCE.
           MOVE WS-DERNIER-CONTROLE TO JSC-PRECEDENT.
           CALL "jrnscel" USING JSC-PARAMS.
           IF JSC-CONTROLE NOT EQUAL JSL-CONTROLE
               AND WS-MAILLON-SIGNALE EQUAL "N"
               MOVE "Y" TO WS-MAILLON-SIGNALE
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "DEFAUT    ligne " WS-NO-LIGNE
                   " sequence " JSL-SEQUENCE
                   " : premier maillon rompu (ligne modifiee ou "
                   "precedente supprimee)"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               PERFORM SIGNALER-DEFAUT THRU SIGNALER-DEFAUT-EXIT
           END-IF.

           MOVE ZEROES TO WS-NB-RESCEL.
           INSPECT JSL-CONTENU TALLYING WS-NB-RESCEL
               FOR ALL " RESCELLEMENT ".
           IF WS-NB-RESCEL > ZEROES
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "INFO      sequence " JSL-SEQUENCE " : "
                   JSL-CONTENU
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
           END-IF.

           MOVE JSL-SEQUENCE TO WS-DERNIERE-SEQ.
           MOVE JSL-CONTROLE TO WS-DERNIER-CONTROLE.

       VERIFIER-LIGNE-EXIT.
           EXIT.

      ******************************************************************
      *dernier sceau lu contre dernier sceau du registre : un journal
      *tronque, remplace ou supprime ne peut pas se reconnaitre a sa
      *seule chaine
       CONFRONTER-REGISTRE.

           IF WS-JRN-PRESENT EQUAL "N"
               IF WS-REG-CIBLE > ZEROES
                   AND WS-REG-SEQUENCE(WS-REG-CIBLE) > ZEROES
                   MOVE SPACES TO WS-RAPPORT-LINE
                   STRING "DEFAUT    journal absent, le registre "
                       "attend la sequence "
                       WS-REG-SEQUENCE(WS-REG-CIBLE)
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                   PERFORM SIGNALER-DEFAUT THRU SIGNALER-DEFAUT-EXIT
               ELSE
                   MOVE SPACES TO WS-RAPPORT-LINE
                   STRING "INFO      journal absent (aucune ligne "
                       "scellee)"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                   WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE
               END-IF
               GO TO CONFRONTER-REGISTRE-EXIT
           END-IF.

           IF WS-REG-CIBLE EQUAL ZEROES
               IF WS-JRN-SCELLEES > ZEROES
                   MOVE SPACES TO WS-RAPPORT-LINE
                   STRING "DEFAUT    lignes scellees sans sceau au "
                       "registre JOURNAUX-SCEAUX.txt"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                   PERFORM SIGNALER-DEFAUT THRU SIGNALER-DEFAUT-EXIT
               END-IF
               GO TO CONFRONTER-REGISTRE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-DERNIERE-SEQ < WS-REG-SEQUENCE(WS-REG-CIBLE)
                   MOVE SPACES TO WS-RAPPORT-LINE
                   STRING "DEFAUT    journal tronque : derniere "
                       "sequence " WS-DERNIERE-SEQ
                       ", le registre attend "
                       WS-REG-SEQUENCE(WS-REG-CIBLE)
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                   PERFORM SIGNALER-DEFAUT THRU SIGNALER-DEFAUT-EXIT
               WHEN WS-DERNIERE-SEQ > WS-REG-SEQUENCE(WS-REG-CIBLE)
                   MOVE SPACES TO WS-RAPPORT-LINE
                   STRING "DEFAUT    journal en avance sur le "
                       "registre : derniere sequence " WS-DERNIERE-SEQ
                       ", registre " WS-REG-SEQUENCE(WS-REG-CIBLE)
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                   PERFORM SIGNALER-DEFAUT THRU SIGNALER-DEFAUT-EXIT
               WHEN WS-DERNIER-CONTROLE
                   NOT EQUAL WS-REG-CONTROLE(WS-REG-CIBLE)
                   MOVE SPACES TO WS-RAPPORT-LINE
                   STRING "DEFAUT    dernier sceau different du "
                       "registre a la sequence " WS-DERNIERE-SEQ
                       " (fin de journal remplacee)"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                   PERFORM SIGNALER-DEFAUT THRU SIGNALER-DEFAUT-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONFRONTER-REGISTRE-EXIT.
           EXIT.

      ******************************************************************
      *ligne de defaut deja preparee dans WS-RAPPORT-LINE
       SIGNALER-DEFAUT.

           WRITE WS-RAPPORT-LINE FROM WS-RAPPORT-LINE.
           ADD 1 TO WS-JRN-DEFAUTS.
           ADD 1 TO WS-NB-DEFAUTS.

       SIGNALER-DEFAUT-EXIT.
           EXIT.
      ******************************************************************
