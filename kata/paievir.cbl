      *    Les employes sans RIB ou au RIB mal forme sont listes dans  *
      *    VIREMENTS-EXCEPTIONS.txt au lieu de disparaitre en silence  *
      *    de la remise. Remplace la saisie des nets un par un dans    *
      *    le portail bancaire. Les nets des soldes de tout compte     *
      *    (NET-SOLDES.txt, paisolde) partent dans la meme remise.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. paievir.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NET.

           SELECT F-NET-SOLDES ASSIGN
           TO "NET-SOLDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NET-SOLDES.

           SELECT F-RIB ASSIGN
           TO "RIB-EMPLOYES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           05 NET-MONTANT           PIC 9(7)V99.
           05 FILLER                PIC X(2).

      *nets des soldes de tout compte emis par paisolde, vires avec
      *les nets du mois
       FD  F-NET-SOLDES
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F.

       01  NET-SOLDE-REC            PIC X(20).

      *referentiel bancaire : un RIB par matricule (banque, guichet,
      *numero de compte, cle), maintenu a la main comme petit fichier
      *maitre a part, sur le modele de CPOS-REFERENCE.txt
       01  FS-NET PIC X(02).
           88 FS-NET-OK VALUE "00".

       01  FS-NET-SOLDES PIC X(02).
           88 FS-NET-SOLDES-OK VALUE "00".

       01  FS-RIB PIC X(02).
           88 FS-RIB-OK VALUE "00".

           END-PERFORM.
           CLOSE F-NET.

      *soldes de tout compte de la periode, facultatifs
           OPEN INPUT F-NET-SOLDES.
           IF NOT FS-NET-SOLDES-OK
               GO TO TRAITER-NETS-EXIT
           END-IF.
           MOVE "N" TO WS-FIN.
           PERFORM UNTIL WS-FIN = "Y"
               READ F-NET-SOLDES INTO WS-NET-REC
                   AT END
                       MOVE "Y" TO WS-FIN
                   NOT AT END
                       ADD 1 TO WS-NETS-LUS
                       PERFORM TRAITER-UN-NET
                           THRU TRAITER-UN-NET-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-NET-SOLDES.

       TRAITER-NETS-EXIT.
           EXIT.

