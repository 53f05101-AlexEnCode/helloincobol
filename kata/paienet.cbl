      *    un bulletin par employe dans BULLETINS-PAIE.txt, suivi de   *
      *    la page des totaux societe. Remplace le calcul mensuel      *
      *    fait a la main depuis EMPLOYEE-EXPORT.csv.                  *
      *    Tient le compteur de conges payes (CONGES-SOLDES.txt) et    *
      *    regle en rappel les hausses de salaire saisies avec une     *
      *    date d'effet passee, sur les mois reellement payes de       *
      *    NET-ARCHIVE.txt (trace dans RAPPELS-PAIE.txt). Une periode  *
      *    close par paiclot n'est plus recalculee. Les avances et     *
      *    prets de PRETS-AVANCES.txt sont retenus apres le net, avec  *
      *    le reste du affiche sur le bulletin. Chaque cotisation de   *
      *    chaque bulletin est detaillee par organisme collecteur dans *
      *    COTISATIONS-DETAIL.txt pour paidecl.                        *
      *    Les professions de TAUX-HORAIRES.txt sont payees a l'heure  *
      *    sur les pointages de ptgcapt (POINTAGES.txt) : heures       *
      *    supplementaires par semaine au-dela du seuil hebdomadaire,  *
      *    majorations du dimanche et des jours feries                 *
      *    (JOURS-FERIES.txt) ; un salarie horaire sans pointage sur   *
      *    la periode n'a pas de bulletin et est liste dans            *
      *    POINTAGES-EXCEPTIONS.txt.                                   *
      *    Tous les PAIE-CKPT-INTERVAL salaries, un point de reprise   *
      *    est pris dans PAIE-CHECKPOINT.txt : un passage interrompu   *
      *    et relance reprend apres le dernier matricule valide, avec  *
      *    sorties, cumuls, totaux, conges, prets et rappels regles    *
      *    ramenes exactement a ce point, et est marque comme reprise  *
      *    au journal des passages.                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. paienet.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-NET.

           SELECT F-COT-DETAIL ASSIGN
           TO "COTISATIONS-DETAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-COT-DETAIL.

           SELECT F-CUMULS ASSIGN
           TO "CUMULS-PAIE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRIMES.

           SELECT F-CONGES ASSIGN
           TO "CONGES-SOLDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CONGES.

           SELECT F-HISTORIQUE ASSIGN
           TO "HISTORIQUE-EMPLOYES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HISTORIQUE.

           SELECT F-RAPPELS ASSIGN
           TO "RAPPELS-PAIE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPELS.

           SELECT F-CLOSES ASSIGN
           TO "PERIODES-CLOSES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CLOSES.

           SELECT F-ARCH-NET ASSIGN
           TO "NET-ARCHIVE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCH-NET.

           SELECT F-PRETS ASSIGN
           TO "PRETS-AVANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-PRETS.

           SELECT F-POINTAGES ASSIGN
           TO "POINTAGES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-POINTAGES.

           SELECT F-TAUX-HORAIRES ASSIGN
           TO "TAUX-HORAIRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TAUX-HORAIRES.

           SELECT F-FERIES ASSIGN
           TO "JOURS-FERIES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FERIES.

           SELECT F-EXCEPTIONS ASSIGN
           TO "POINTAGES-EXCEPTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-EXCEPTIONS.

           SELECT F-CHECKPOINT ASSIGN
           TO "PAIE-CHECKPOINT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CHECKPOINT.

           SELECT F-REPRISE-SOURCE ASSIGN
           USING WS-REPRISE-NOM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPRISE-SOURCE.

           SELECT F-REPRISE-TRAVAIL ASSIGN
           TO "PAIE-REPRISE-TRAVAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REPRISE-TRAVAIL.

       DATA DIVISION.

       FILE SECTION.
      *bareme : lignes "C" (cotisation : libelle + taux en % du brut)
      *et lignes "T" (tranche d'imposition : borne basse, borne haute,
      *taux applique a la part du net imposable dans la tranche) ;
      *les taux sont en centiemes de pour cent (0690 = 6,90 %) ; la
      *ligne "C" porte apres le taux le code de l'organisme
      *collecteur (URSSAF, AGIRC...), DIVERS s'il est a blanc
       FD  F-BAREME
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.
           05 NET-MONTANT           PIC 9(7)V99.
           05 FILLER                PIC X(2).

      *detail des cotisations par bulletin : une ligne par matricule
      *et par cotisation, montant du mois et part du rappel compris ;
      *archive par paiclot, repris par paidecl pour les declarations
      *aux organismes ; l'origine S marque un solde de tout compte
       FD  F-COT-DETAIL
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  COT-DETAIL-REC.
           05 CTD-NUMERO-EMPLOYE    PIC 9(9).
           05 CTD-ORGANISME         PIC X(6).
           05 CTD-LIBELLE           PIC X(20).
           05 CTD-TAUX              PIC 9(2)V99.
           05 CTD-BRUT              PIC 9(7)V99.
           05 CTD-BASE              PIC 9(7)V99.
           05 CTD-MONTANT           PIC 9(7)V99.
           05 CTD-ORIGINE           PIC X.
           05 FILLER                PIC X(13).

      *cumuls de l'annee en cours par matricule, relus et reecrits a
      *chaque passage ; l'annee portee par l'enregistrement permet la
      *remise a zero automatique au premier passage de janvier
           05 PRM-DATE              PIC 9(8).
           05 FILLER                PIC X(2).

      *compteur de conges payes par matricule pour l'exercice en
      *cours (report de l'exercice precedent, jours acquis, jours
      *pris) ; la derniere periode traitee et ses mouvements sont
      *gardes pour qu'un passage relance sur la meme periode ne
      *compte pas deux fois l'acquisition du mois
       FD  F-CONGES
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE IS F.

       01  CONGE-REC.
           05 CGS-NUMERO-EMPLOYE    PIC 9(9).
           05 CGS-EXERCICE          PIC 9(4).
           05 CGS-REPORT            PIC 9(3)V99.
           05 CGS-ACQUIS            PIC 9(3)V99.
           05 CGS-PRIS              PIC 9(3)V99.
           05 CGS-PERIODE           PIC 9(6).
           05 CGS-PER-ACQUIS        PIC 9(2)V99.
           05 CGS-PER-PRIS          PIC 9(3).
           05 FILLER                PIC X(9).

      *historique a date d'effet tenu par empmaj : une modification
      *dont la date d'effet precede le mois de sa saisie ouvre un
      *rappel sur les mois deja payes a l'ancien salaire
       FD  F-HISTORIQUE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01  HISTORIQUE-REC.
           05 HST-DATE-EFFET        PIC 9(8).
           05 HST-ACTION            PIC X.
           05 HST-NUMERO            PIC 9(9).
           05 HST-IMAGE.
               10 HST-IMG-NUMERO        PIC 9(9).
               10 HST-IMG-NOM           PIC X(20).
               10 HST-IMG-PRENOM        PIC X(20).
               10 HST-IMG-PROFESSION    PIC X(14).
               10 HST-IMG-CPOS          PIC 9(3).
               10 HST-IMG-SALAIRE       PIC 9(5).
               10 HST-IMG-DATE-EMB      PIC 9(8).
           05 FILLER                PIC X(3).
           05 HST-DATE-SAISIE       PIC X(8).
           05 HST-SALAIRE-AVANT     PIC X(5).
           05 FILLER                PIC X(7).

      *trace des rappels payes : une ligne par modification retroactive
      *reglee, avec la periode du bulletin qui l'a payee ; un rappel
      *trace sur une periode anterieure n'est jamais repaye
       FD  F-RAPPELS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

       01  RAPPEL-REC.
           05 RAP-NUMERO-EMPLOYE    PIC 9(9).
           05 RAP-DATE-EFFET        PIC 9(8).
           05 RAP-DATE-SAISIE       PIC 9(8).
           05 RAP-PERIODE           PIC 9(6).
           05 RAP-NB-MOIS           PIC 9(3).
           05 RAP-BRUT              PIC 9(7)V99.
           05 FILLER                PIC X(17).

      *registre des periodes closes tenu par paiclot
       FD  F-CLOSES
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.

       01  CLOSE-REC.
           05 PCL-PERIODE           PIC 9(6).
           05 PCL-DATE-CLOTURE      PIC 9(8).
           05 PCL-NB-BULLETINS      PIC 9(5).
           05 PCL-TOTAL-NET         PIC 9(10)V99.
           05 FILLER                PIC X(9).

      *archive des nets tenue par paiclot, meme dessin : les nets du
      *mois (origine blanche) sont les mois reellement payes dont un
      *rappel peut porter la difference
       FD  F-ARCH-NET
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  ARCH-NET-REC.
           05 ARN-PERIODE           PIC 9(6).
           05 ARN-NUMERO-EMPLOYE    PIC 9(9).
           05 ARN-MONTANT           PIC 9(7)V99.
           05 ARN-ORIGINE           PIC X.
           05 FILLER                PIC X(5).

      *avances et prets saisis par pretcapt, meme dessin
       FD  F-PRETS
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE IS F.

       01  PRET-REC.
           05 PRT-NUMERO-EMPLOYE    PIC 9(9).
           05 PRT-NUMERO-PRET       PIC 9(3).
           05 PRT-TYPE              PIC X.
           05 PRT-DATE-OCTROI       PIC 9(8).
           05 PRT-MONTANT           PIC 9(7)V99.
           05 PRT-PERIODE-DEBUT     PIC 9(6).
           05 PRT-MENSUALITE        PIC 9(7)V99.
           05 PRT-REMBOURSE         PIC 9(7)V99.
           05 PRT-PERIODE-RETENUE   PIC 9(6).
           05 PRT-MONTANT-RETENUE   PIC 9(7)V99.
           05 FILLER                PIC X.

      *pointages saisis par ptgcapt, meme dessin
       FD  F-POINTAGES
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.

       01  POINTAGE-REC.
           05 PTG-NUMERO-EMPLOYE    PIC 9(9).
           05 PTG-DATE              PIC 9(8).
           05 PTG-HEURES            PIC 9(2)V99.
           05 PTG-DATE-SAISIE       PIC 9(8).
           05 FILLER                PIC X(11).

      *taux horaire par profession, sur le modele de la grille des
      *salaires de client : une profession presente ici est payee a
      *l'heure
       FD  F-TAUX-HORAIRES
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  TAUX-HORAIRE-REC.
           05 THR-PROFESSION        PIC X(14).
           05 THR-TAUX              PIC 9(3)V99.
           05 FILLER                PIC X(11).

      *jours feries produits par annee, meme fichier que datesvc
       FD  F-FERIES
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  WS-FERIES-LIGNE          PIC X(80).

       FD  F-EXCEPTIONS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-EXCEPTION-LINE        PIC X(132).

      *point de reprise : une entete (periode, dernier matricule
      *traite, compteurs), les totaux societe, une ligne par
      *departement, une ligne par poste de cumuls annuels, une ligne
      *par compteur de conges (G), par pret (P) et par rappel deja
      *regle (R), et une ligne de fin qui atteste que le point est
      *complet
       FD  F-CHECKPOINT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  CKP-ENTETE.
           05 CKP-TYPE              PIC X.
           05 CKP-PERIODE           PIC 9(6).
           05 CKP-NUMERO-EMPLOYE    PIC 9(9).
           05 CKP-NB-BULLETINS      PIC 9(5).
           05 CKP-NB-EXCEPTIONS     PIC 9(5).
           05 CKP-NON-BASCULES      PIC 9(5).
           05 CKP-NB-CUMULS         PIC 9(5).
           05 CKP-NB-DEPTS          PIC 9(3).
           05 CKP-NB-LUS            PIC 9(7).
           05 CKP-HORODATAGE        PIC X(14).
           05 CKP-NB-CONGES         PIC 9(5).
           05 CKP-NB-PRETS          PIC 9(5).
           05 CKP-NB-RAPPELS        PIC 9(4).
           05 FILLER                PIC X(6).

       01  CKP-TOTAUX.
           05 FILLER                PIC X.
           05 CKP-SOC-BRUT          PIC 9(10)V99.
           05 CKP-SOC-COTISATIONS   PIC 9(10)V99.
           05 CKP-SOC-IMPOT         PIC 9(10)V99.
           05 CKP-SOC-NET           PIC 9(10)V99.
           05 FILLER                PIC X(31).

       01  CKP-DEPARTEMENT.
           05 FILLER                PIC X.
           05 CKP-DEPT-CODE         PIC X(3).
           05 CKP-DEPT-EFFECTIF     PIC 9(5).
           05 CKP-DEPT-BRUT         PIC 9(10)V99.
           05 CKP-DEPT-NET          PIC 9(10)V99.
           05 FILLER                PIC X(47).

       01  CKP-CUMUL.
           05 FILLER                PIC X.
           05 CKP-CUM-NUMERO        PIC 9(9).
           05 CKP-CUM-ANNEE         PIC 9(4).
           05 CKP-CUM-BRUT          PIC 9(9)V99.
           05 CKP-CUM-COTIS         PIC 9(9)V99.
           05 CKP-CUM-IMPOT         PIC 9(9)V99.
           05 CKP-CUM-NET           PIC 9(9)V99.
           05 CKP-CUM-PASSAGES      PIC 9(2).
           05 FILLER                PIC X(20).

       01  CKP-CONGE.
           05 FILLER                PIC X.
           05 CKP-CGS-NUMERO        PIC 9(9).
           05 CKP-CGS-EXERCICE      PIC 9(4).
           05 CKP-CGS-REPORT        PIC 9(3)V99.
           05 CKP-CGS-ACQUIS        PIC 9(3)V99.
           05 CKP-CGS-PRIS          PIC 9(3)V99.
           05 CKP-CGS-PERIODE       PIC 9(6).
           05 CKP-CGS-PER-ACQUIS    PIC 9(2)V99.
           05 CKP-CGS-PER-PRIS      PIC 9(3).
           05 FILLER                PIC X(38).

       01  CKP-PRET.
           05 FILLER                PIC X.
           05 CKP-PRT-NUMERO        PIC 9(9).
           05 CKP-PRT-ORDRE         PIC 9(3).
           05 CKP-PRT-REMBOURSE     PIC 9(7)V99.
           05 CKP-PRT-PER-RETENUE   PIC 9(6).
           05 CKP-PRT-MT-RETENUE    PIC 9(7)V99.
           05 FILLER                PIC X(43).

       01  CKP-RAPPEL.
           05 FILLER                PIC X.
           05 CKP-RAP-NUMERO        PIC 9(9).
           05 CKP-RAP-DATE-EFFET    PIC 9(8).
           05 CKP-RAP-SAISIE        PIC 9(8).
           05 FILLER                PIC X(54).

      *sortie a ramener au point de reprise (nom dans WS-REPRISE-NOM)
      *et fichier de travail de la recopie
       FD  F-REPRISE-SOURCE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-REPRISE-SOURCE-LINE   PIC X(132).

       FD  F-REPRISE-TRAVAIL
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01  WS-REPRISE-TRAVAIL-LINE  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-MAITRE PIC X(02).
       01  FS-NET PIC X(02).
           88 FS-NET-OK VALUE "00".

       01  FS-COT-DETAIL PIC X(02).
           88 FS-COT-DETAIL-OK VALUE "00".

      *repartition du rappel de cotisations entre les cotisations
      *du bareme, au prorata de leur taux
       01  WS-CTD-TAUX-TOTAL        PIC 9(3)V99 VALUE ZEROES.
       01  WS-CTD-RAPPEL            PIC S9(7)V99 VALUE ZEROES.
       01  WS-CTD-RAPPEL-REPARTI    PIC 9(7)V99 VALUE ZEROES.

       01  FS-CUMULS PIC X(02).
           88 FS-CUMULS-OK VALUE "00".

           88 FS-ABSENCES-OK VALUE "00".

      *jours d'absence non payes de la periode, cumules par matricule
      *et jours de conges payes pris sur la periode
       01  WS-ABS-TABLE.
           03 WS-ABS-NB PIC 9(4) VALUE ZEROES.
           03 WS-ABS-ENTREE OCCURS 0 TO 1000 TIMES
               INDEXED BY IDX-ABS.
               05 WS-ABS-NUMERO     PIC 9(9).
               05 WS-ABS-JOURS      PIC 9(3).
               05 WS-ABS-JOURS-P    PIC 9(3).

       01  WS-ABS-CIBLE             PIC 9(4) VALUE ZEROES.
       01  WS-ABS-FIN               PIC X VALUE "N".
      *main courante des incidents (CALL "incident")
       COPY INCIDENT.

      *journal central des passages (CALL "runjrnl")
       COPY RUNJRNL.

      *courses de la periode cumulees par matricule, et taux de la
      *prime par course (configurable par PRIME-PAR-COURSE)
       01  WS-PRIMES-TABLE.
       01  WS-MONTANT-PRIME         PIC 9(7)V99 VALUE ZEROES.
       01  WS-COURSES-ED            PIC Z(4)9.

       01  FS-CONGES PIC X(02).
           88 FS-CONGES-OK VALUE "00".

      *compteurs de conges payes charges en memoire ; l'exercice
      *court du mois de bascule configure (CONGES-MOIS-BASCULE, juin
      *par defaut) au mois precedent de l'annee suivante, et chaque
      *mois travaille acquiert CONGES-ACQUIS-MOIS jours
       01  WS-CGS-TABLE.
           03 WS-CGS-NB PIC 9(05) VALUE ZEROES.
           03 WS-CGS-ENTREE OCCURS 0 TO 99999 TIMES
               DEPENDING ON WS-CGS-NB
               INDEXED BY IDX-CGS.
               05 WS-CGS-NUMERO     PIC 9(9).
               05 WS-CGS-EXERCICE   PIC 9(4).
               05 WS-CGS-REPORT     PIC 9(3)V99.
               05 WS-CGS-ACQUIS     PIC 9(3)V99.
               05 WS-CGS-PRIS       PIC 9(3)V99.
               05 WS-CGS-PERIODE    PIC 9(6).
               05 WS-CGS-PER-ACQUIS PIC 9(2)V99.
               05 WS-CGS-PER-PRIS   PIC 9(3).

       01  WS-CGS-CIBLE             PIC 9(05) VALUE ZEROES.
       01  WS-CGS-FIN               PIC X VALUE "N".
       01  WS-CGS-ACQUIS-MOIS       PIC 9(2)V99 VALUE 2.5.
       01  WS-CGS-MOIS-BASCULE      PIC 9(2) VALUE 6.
       01  WS-CGS-EXERCICE-COURANT  PIC 9(4) VALUE ZEROES.
       01  WS-CGS-SOLDE             PIC S9(3)V99 VALUE ZEROES.
       01  WS-CGS-NON-BASCULES      PIC 9(5) VALUE ZEROES.
       01  WS-CGS-ED                PIC ZZ9.99.
       01  WS-CGS-SOLDE-ED          PIC -ZZ9.99.

       01  FS-HISTORIQUE PIC X(02).
           88 FS-HISTORIQUE-OK VALUE "00".
       01  FS-RAPPELS PIC X(02).
           88 FS-RAPPELS-OK VALUE "00".
       01  FS-CLOSES PIC X(02).
           88 FS-CLOSES-OK VALUE "00".
       01  WS-PERIODE-CLOSE         PIC X VALUE "N".
           88 WS-IS-PERIODE-CLOSE VALUE "Y".
       01  WS-CLOSES-FIN            PIC X VALUE "N".
       01  FS-ARCH-NET PIC X(02).
           88 FS-ARCH-NET-OK VALUE "00".

      *rappels deja traces par les passages precedents
       01  WS-RTR-TABLE.
           03 WS-RTR-NB PIC 9(4) VALUE ZEROES.
           03 WS-RTR-ENTREE OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-RTR-NB
               INDEXED BY IDX-RTR.
               05 WS-RTR-NUMERO     PIC 9(9).
               05 WS-RTR-DATE-EFFET PIC 9(8).
               05 WS-RTR-SAISIE     PIC 9(8).
               05 WS-RTR-PERIODE    PIC 9(6).

      *rappels a regler sur le passage : brut, cotisations et impot
      *differentiels des mois payes a l'ancien salaire
       01  WS-RAP-TABLE.
           03 WS-RAP-NB PIC 9(4) VALUE ZEROES.
           03 WS-RAP-ENTREE OCCURS 0 TO 1000 TIMES
               DEPENDING ON WS-RAP-NB
               INDEXED BY IDX-RAP.
               05 WS-RAP-NUMERO     PIC 9(9).
               05 WS-RAP-DATE-EFFET PIC 9(8).
               05 WS-RAP-SAISIE     PIC 9(8).
               05 WS-RAP-NB-MOIS    PIC 9(3).
               05 WS-RAP-BRUT       PIC 9(7)V99.
               05 WS-RAP-COTIS      PIC 9(7)V99.
               05 WS-RAP-IMPOT      PIC 9(7)V99.
               05 WS-RAP-DEJA-TRACE PIC X.
               05 WS-RAP-PAYE       PIC X.
               05 WS-RAP-SAL-AVANT  PIC 9(5).
               05 WS-RAP-SAL-APRES  PIC 9(5).
               05 WS-RAP-DERNIER-MOIS PIC 9(6).

       01  WS-RAP-FIN               PIC X VALUE "N".
       01  WS-RAP-TROUVE            PIC X VALUE "N".
       01  WS-RAP-DERNIERE-CLOSE    PIC 9(6) VALUE ZEROES.
       01  WS-RAP-JOUR              PIC 9(2) VALUE ZEROES.
       01  WS-RAP-JOURS-DUS         PIC 9(2) VALUE ZEROES.
       01  WS-RAP-ECART             PIC S9(7)V99 VALUE ZEROES.
       01  WS-RAP-ANCIEN            PIC 9(7)V99 VALUE ZEROES.
       01  WS-RAP-NOUVEAU           PIC 9(7)V99 VALUE ZEROES.
       01  WS-RAP-DIFF-MOIS         PIC 9(7)V99 VALUE ZEROES.
       01  WS-RAP-COT-ANCIEN        PIC 9(7)V99 VALUE ZEROES.
       01  WS-RAP-COT-NOUVEAU       PIC 9(7)V99 VALUE ZEROES.
       01  WS-RAP-IMPOT-ANCIEN      PIC 9(7)V99 VALUE ZEROES.
       01  WS-RAP-TAUX-TOTAL        PIC 9(3)V99 VALUE ZEROES.
       01  WS-RAP-ECRITS            PIC 9(4) VALUE ZEROES.

      *rappel du bulletin courant
       01  WS-RAPPEL-BRUT           PIC 9(7)V99 VALUE ZEROES.
       01  WS-RAPPEL-COTIS          PIC 9(7)V99 VALUE ZEROES.
       01  WS-RAPPEL-IMPOT          PIC 9(7)V99 VALUE ZEROES.
       01  WS-RAPPEL-MOIS           PIC 9(3) VALUE ZEROES.
       01  WS-MOIS-ED               PIC ZZ9.

       01  FS-PRETS PIC X(02).
           88 FS-PRETS-OK VALUE "00".

      *avances et prets charges en memoire et reecrits en fin de
      *passage avec le cumul rembourse ; la retenue portee sur la
      *periode est gardee pour etre annulee par un repassage
       01  WS-PRT-TABLE.
           03 WS-PRT-NB PIC 9(05) VALUE ZEROES.
           03 WS-PRT-ENTREE OCCURS 0 TO 20000 TIMES
               DEPENDING ON WS-PRT-NB
               INDEXED BY IDX-PRT.
               05 WS-PRT-NUMERO     PIC 9(9).
               05 WS-PRT-ORDRE      PIC 9(3).
               05 WS-PRT-TYPE       PIC X.
               05 WS-PRT-OCTROI     PIC 9(8).
               05 WS-PRT-MONTANT    PIC 9(7)V99.
               05 WS-PRT-DEBUT      PIC 9(6).
               05 WS-PRT-MENSUALITE PIC 9(7)V99.
               05 WS-PRT-REMBOURSE  PIC 9(7)V99.
               05 WS-PRT-PER-RETENUE PIC 9(6).
               05 WS-PRT-MT-RETENUE PIC 9(7)V99.

       01  WS-PRT-FIN               PIC X VALUE "N".
       01  WS-PRT-RETENUE           PIC 9(7)V99 VALUE ZEROES.
       01  WS-PRT-RESTE             PIC 9(7)V99 VALUE ZEROES.
       01  WS-PRT-DISPONIBLE        PIC 9(7)V99 VALUE ZEROES.
       01  WS-PRT-LIBELLE           PIC X(7) VALUE SPACES.
       01  WS-PRT-RESTE-ED          PIC Z(6)9.99.

      *retenues avances et prets du bulletin courant
       01  WS-RETENUE-PRETS         PIC 9(7)V99 VALUE ZEROES.
       01  WS-NET-A-VIRER           PIC 9(7)V99 VALUE ZEROES.

       01  FS-POINTAGES PIC X(02).
           88 FS-POINTAGES-OK VALUE "00".
       01  FS-TAUX-HORAIRES PIC X(02).
           88 FS-TAUX-HORAIRES-OK VALUE "00".
       01  FS-FERIES PIC X(02).
           88 FS-FERIES-OK VALUE "00".
       01  FS-EXCEPTIONS PIC X(02).
           88 FS-EXCEPTIONS-OK VALUE "00".

      *bloc de parametres des services de dates (CALL "datesvc")
       COPY DATESVC.

      *taux horaires par profession
       01  WS-THR-TABLE.
           03 WS-THR-NB PIC 9(2) VALUE ZEROES.
           03 WS-THR-ENTREE OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-THR-NB
               INDEXED BY IDX-THR.
               05 WS-THR-PROFESSION PIC X(14).
               05 WS-THR-TAUX       PIC 9(3)V99.

       01  WS-FER-TABLE.
           03 WS-FER-NB PIC 9(3) VALUE ZEROES.
           03 WS-FER-DATE PIC 9(8) OCCURS 0 TO 100 TIMES
               DEPENDING ON WS-FER-NB
               INDEXED BY IDX-FER.

      *heures pointees par matricule et par semaine payee sur la
      *periode ; la semaine est reperee par la date de son dimanche
       01  WS-PTG-TABLE.
           03 WS-PTG-NB PIC 9(4) VALUE ZEROES.
           03 WS-PTG-ENTREE OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-PTG-NB
               INDEXED BY IDX-PTG.
               05 WS-PTG-NUMERO     PIC 9(9).
               05 WS-PTG-SEMAINE    PIC 9(8).
               05 WS-PTG-HEURES     PIC 9(3)V99.
               05 WS-PTG-DIMANCHE   PIC 9(3)V99.
               05 WS-PTG-FERIE      PIC 9(3)V99.

       01  WS-PTG-CIBLE             PIC 9(4) VALUE ZEROES.
       01  WS-PTG-FIN               PIC X VALUE "N".
       01  WS-PTG-EST-FERIE         PIC X VALUE "N".
       01  WS-PTG-REJETES           PIC 9(5) VALUE ZEROES.

      *seuil hebdomadaire, tranches d'heures supplementaires et
      *majorations en pour cent du taux horaire (CONFIG.txt)
       01  WS-HOR-SEUIL             PIC 9(2)V99 VALUE 35.
       01  WS-HOR-T1-HEURES         PIC 9(2)V99 VALUE 8.
       01  WS-HOR-T1-MAJ            PIC 9(3) VALUE 25.
       01  WS-HOR-T2-MAJ            PIC 9(3) VALUE 50.
       01  WS-HOR-MAJ-DIMANCHE      PIC 9(3) VALUE 50.
       01  WS-HOR-MAJ-FERIE         PIC 9(3) VALUE 100.

      *paie horaire du bulletin courant
       01  WS-HOR-HORAIRE           PIC X VALUE "N".
           88 WS-EST-HORAIRE VALUE "Y".
       01  WS-HOR-TAUX              PIC 9(3)V99 VALUE ZEROES.
       01  WS-HOR-HEURES            PIC 9(4)V99 VALUE ZEROES.
       01  WS-HOR-SUP               PIC 9(3)V99 VALUE ZEROES.
       01  WS-HOR-SUP-T1            PIC 9(4)V99 VALUE ZEROES.
       01  WS-HOR-SUP-T2            PIC 9(4)V99 VALUE ZEROES.
       01  WS-HOR-DIMANCHE          PIC 9(4)V99 VALUE ZEROES.
       01  WS-HOR-FERIE             PIC 9(4)V99 VALUE ZEROES.
       01  WS-HOR-MONTANT           PIC 9(7)V99 VALUE ZEROES.
       01  WS-HOR-LIBELLE           PIC X(20) VALUE SPACES.
       01  WS-HOR-HEURES-CALC       PIC 9(4)V99 VALUE ZEROES.
       01  WS-HOR-MAJ-CALC          PIC 9(3) VALUE ZEROES.
       01  WS-HEURES-ED             PIC Z(3)9.99.
       01  WS-TAUX-HORAIRE-ED       PIC ZZ9.99.
       01  WS-NB-EXCEPTIONS         PIC 9(5) VALUE ZEROES.

       01  WS-BAR-COTISATION.
           05 FILLER                PIC X.
           05 WS-BAR-COT-LIBELLE    PIC X(20).
           05 WS-BAR-COT-TAUX       PIC 9(2)V99.
           05 WS-BAR-COT-ORGANISME  PIC X(6).
           05 FILLER                PIC X(9).
       01  WS-BAR-TRANCHE.
           05 FILLER                PIC X.
           05 WS-BAR-TRA-BASSE      PIC 9(7).
      *de WS-INV-DEFAUTS dans pizzamgt
       01  WS-BAREME-DEFAUTS.
           05 FILLER PIC X(40) VALUE
               "CSANTE               0700URSSAF         ".
           05 FILLER PIC X(40) VALUE
               "CRETRAITE            1000AGIRC          ".
           05 FILLER PIC X(40) VALUE
               "CCHOMAGE             0240URSSAF         ".
           05 FILLER PIC X(40) VALUE
               "T000000000012000000                     ".
           05 FILLER PIC X(40) VALUE
               INDEXED BY IDX-COT.
               05 WS-COT-LIBELLE    PIC X(20).
               05 WS-COT-TAUX       PIC 9(2)V99.
               05 WS-COT-ORGANISME  PIC X(6).

       01  WS-TRANCHES.
           03 WS-NB-TRANCHES PIC 9(02) VALUE ZERO.
       01  WS-TAUX-ED               PIC Z9.99.
       01  WS-SOC-ED                PIC Z(9)9.99.

      *salaries du maitre traites (bulletin emis ou exception)
       01  WS-NB-LUS                PIC 9(7)  VALUE ZEROES.

      *point de reprise tous les WS-CKPT-INTERVALLE salaries
      *(PAIE-CKPT-INTERVAL) ; en reprise, les matricules jusqu'a
      *WS-CKPT-NUMERO sont deja payes
       01  FS-CHECKPOINT PIC X(02).
           88 FS-CHECKPOINT-OK VALUE "00".
       01  FS-REPRISE-SOURCE PIC X(02).
           88 FS-REPRISE-SOURCE-OK VALUE "00".
       01  FS-REPRISE-TRAVAIL PIC X(02).
           88 FS-REPRISE-TRAVAIL-OK VALUE "00".

       01  WS-CKPT-INTERVALLE       PIC 9(05) VALUE 100.
       01  WS-CKPT-DEPUIS           PIC 9(05) VALUE ZEROES.
       01  WS-CKPT-NUMERO           PIC 9(9)  VALUE ZEROES.
       01  WS-CKPT-CUM-NB           PIC 9(05) VALUE ZEROES.
       01  WS-CKPT-CGS-NB           PIC 9(05) VALUE ZEROES.
       01  WS-CKPT-PRT-NB           PIC 9(05) VALUE ZEROES.
       01  WS-CKPT-PRT-LUS          PIC 9(05) VALUE ZEROES.
       01  WS-CKPT-RAP-NB           PIC 9(04) VALUE ZEROES.
       01  WS-CKPT-RAP-LUS          PIC 9(04) VALUE ZEROES.
       01  WS-CKPT-HORODATAGE       PIC X(14) VALUE SPACES.
       01  WS-CKPT-FIN              PIC X     VALUE "N".
       01  WS-CKPT-COMPLET          PIC X     VALUE "N".
       01  WS-RESUME-MODE           PIC X     VALUE "N".
           88 WS-IS-RESUMING VALUE "Y".

      *remise des sorties au point de reprise : B = bulletins
      *(matricule sur la ligne BULLETIN), M = matricule en tete
      *d'enregistrement, E = exceptions (entete puis matricule en
      *colonne 3) ; WS-REPRISE-GARDEES compte les elements gardes
       01  WS-REPRISE-NOM           PIC X(40) VALUE SPACES.
       01  WS-REPRISE-GENRE         PIC X     VALUE SPACE.
           88 WS-GENRE-BULLETINS VALUE "B".
           88 WS-GENRE-MATRICULE VALUE "M".
           88 WS-GENRE-EXCEPTIONS VALUE "E".
       01  WS-REPRISE-RECOPIER      PIC X     VALUE "N".
       01  WS-REPRISE-ARRET         PIC X     VALUE "N".
       01  WS-REPRISE-ECART         PIC X     VALUE "N".
       01  WS-REPRISE-LUES          PIC 9(7)  VALUE ZEROES.
       01  WS-REPRISE-GARDEES       PIC 9(7)  VALUE ZEROES.
       01  WS-REPRISE-ATTENDUES     PIC 9(7)  VALUE ZEROES.

       PROCEDURE DIVISION.

           INITIALIZE RJN-PARAMS.
           MOVE "D" TO RJN-PHASE.
           MOVE "paienet" TO RJN-PROGRAMME.
           CALL "runjrnl" USING RJN-PARAMS.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:4) TO WS-PERIODE-ANNEE.
           MOVE WS-HORODATAGE(5:2) TO WS-PERIODE-MOIS.

      *une periode close par paiclot ne se recalcule plus : bulletins,
      *nets et compteurs restent ceux de l'archive
           PERFORM CONTROLER-PERIODE-CLOSE
               THRU CONTROLER-PERIODE-CLOSE-EXIT.
           IF WS-IS-PERIODE-CLOSE
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.

           PERFORM CHARGER-BAREME THRU CHARGER-BAREME-EXIT.
           MOVE ZEROES TO WS-CTD-TAUX-TOTAL.
           PERFORM VARYING IDX-COT FROM 1 BY 1
               UNTIL IDX-COT > WS-NB-COTISATIONS
               ADD WS-COT-TAUX(IDX-COT) TO WS-CTD-TAUX-TOTAL
           END-PERFORM.
           PERFORM CHARGER-CUMULS THRU CHARGER-CUMULS-EXIT.
           PERFORM CHARGER-ABSENCES THRU CHARGER-ABSENCES-EXIT.
           PERFORM CHARGER-DEPARTEMENTS
               THRU CHARGER-DEPARTEMENTS-EXIT.
           PERFORM CHARGER-PRIMES THRU CHARGER-PRIMES-EXIT.
           PERFORM CHARGER-CONGES THRU CHARGER-CONGES-EXIT.
           PERFORM CHARGER-RAPPELS THRU CHARGER-RAPPELS-EXIT.
           PERFORM CHARGER-PRETS THRU CHARGER-PRETS-EXIT.
           PERFORM CHARGER-TAUX-HORAIRES
               THRU CHARGER-TAUX-HORAIRES-EXIT.
           PERFORM CHARGER-POINTAGES THRU CHARGER-POINTAGES-EXIT.

      *passage interrompu : cumuls, compteurs et totaux sont repris du
      *point de reprise, et les sorties y sont ramenees avant de
      *continuer en ajout ; une incoherence arrete tout sans rien
      *modifier
           PERFORM LIRE-REPRISE THRU LIRE-REPRISE-EXIT.
           IF WS-IS-RESUMING AND WS-REPRISE-ECART NOT EQUAL "Y"
               PERFORM RESTAURER-SORTIES THRU RESTAURER-SORTIES-EXIT
           END-IF.
           IF WS-REPRISE-ECART EQUAL "Y"
               MOVE 8 TO RETURN-CODE
               GO TO FIN-DU-PASSAGE
           END-IF.

           IF WS-IS-RESUMING
               OPEN EXTEND F-BULLETINS
           ELSE
               OPEN OUTPUT F-BULLETINS
           END-IF.
           IF NOT FS-BULLETINS-OK
               DISPLAY "Erreur ouverture F-BULLETINS : " FS-BULLETINS
               INITIALIZE INC-PARAMS
               MOVE FS-BULLETINS TO INC-STATUT
               CALL "incident" USING INC-PARAMS
           END-IF.
           IF WS-IS-RESUMING
               OPEN EXTEND F-NET
           ELSE
               OPEN OUTPUT F-NET
           END-IF.
           IF NOT FS-NET-OK
               DISPLAY "Erreur ouverture F-NET : " FS-NET
           END-IF.
           IF WS-IS-RESUMING
               OPEN EXTEND F-COT-DETAIL
           ELSE
               OPEN OUTPUT F-COT-DETAIL
           END-IF.
           IF NOT FS-COT-DETAIL-OK
               DISPLAY "Erreur ouverture F-COT-DETAIL : " FS-COT-DETAIL
           END-IF.
           IF WS-IS-RESUMING
               OPEN EXTEND F-EXCEPTIONS
           ELSE
               OPEN OUTPUT F-EXCEPTIONS
           END-IF.
           IF NOT FS-EXCEPTIONS-OK
               DISPLAY "Erreur ouverture F-EXCEPTIONS : " FS-EXCEPTIONS
           END-IF.
           IF NOT WS-IS-RESUMING
               MOVE SPACES TO WS-EXCEPTION-LINE
               STRING "SALARIES HORAIRES SANS POINTAGE - PERIODE "
                   WS-ABS-PERIODE
                   DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
               WRITE WS-EXCEPTION-LINE FROM WS-EXCEPTION-LINE
           END-IF.

           PERFORM TRAITER-MAITRE THRU TRAITER-MAITRE-EXIT.


           CLOSE F-BULLETINS.
           CLOSE F-NET.
           CLOSE F-COT-DETAIL.
           CLOSE F-EXCEPTIONS.

           PERFORM REECRIRE-CUMULS THRU REECRIRE-CUMULS-EXIT.
           PERFORM REECRIRE-CONGES THRU REECRIRE-CONGES-EXIT.
           PERFORM TRACER-RAPPELS THRU TRACER-RAPPELS-EXIT.
           PERFORM REECRIRE-PRETS THRU REECRIRE-PRETS-EXIT.
           PERFORM ECRIRE-TOTAUX-FIXES THRU ECRIRE-TOTAUX-FIXES-EXIT.

      *apres le passage de decembre, recapitulatif annuel par employe
                   THRU ECRIRE-RECAP-ANNUEL-EXIT
           END-IF.

      *passage complet : le point de reprise n'a plus d'objet
           PERFORM EFFACER-REPRISE THRU EFFACER-REPRISE-EXIT.

           DISPLAY "Bulletins emis : " WS-NB-BULLETINS.

           IF WS-NB-EXCEPTIONS > ZEROES
               DISPLAY "ATTENTION : " WS-NB-EXCEPTIONS
                   " salarie(s) horaire(s) sans pointage, sans "
                   "bulletin (POINTAGES-EXCEPTIONS.txt)."
           END-IF.

           IF WS-CGS-NON-BASCULES > ZEROES
               DISPLAY "ATTENTION : " WS-CGS-NON-BASCULES
                   " compteur(s) de conges d'un exercice anterieur, "
                   "bascule congbasc a passer."
           END-IF.

           IF NOT WS-IS-TRAILER-SEEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CGS-NON-BASCULES > ZEROES
                   OR WS-NB-EXCEPTIONS > ZEROES
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       FIN-DU-PASSAGE.
           MOVE "F" TO RJN-PHASE.
           MOVE WS-NB-LUS TO RJN-LUS.
           MOVE WS-NB-BULLETINS TO RJN-ECRITS.
           MOVE WS-NB-EXCEPTIONS TO RJN-REJETES.
           MOVE RETURN-CODE TO RJN-RC.
           IF WS-IS-RESUMING
               MOVE "Y" TO RJN-REPRISE
           END-IF.
           CALL "runjrnl" USING RJN-PARAMS.
           MOVE RJN-RC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
       CONTROLER-PERIODE-CLOSE.

           MOVE "N" TO WS-PERIODE-CLOSE.
           OPEN INPUT F-CLOSES.
           IF NOT FS-CLOSES-OK
               GO TO CONTROLER-PERIODE-CLOSE-EXIT
           END-IF.

           MOVE "N" TO WS-CLOSES-FIN.
           PERFORM UNTIL WS-CLOSES-FIN = "Y"
               READ F-CLOSES
                   AT END
                       MOVE "Y" TO WS-CLOSES-FIN
                   NOT AT END
                       IF PCL-PERIODE(1:4) EQUAL WS-PERIODE-ANNEE
                           AND PCL-PERIODE(5:2) EQUAL WS-PERIODE-MOIS
                           MOVE "Y" TO WS-PERIODE-CLOSE
                           MOVE "Y" TO WS-CLOSES-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CLOSES.

           IF WS-IS-PERIODE-CLOSE
               DISPLAY "Periode " PCL-PERIODE " close le "
                   PCL-DATE-CLOTURE ", recalcul refuse."
           END-IF.

       CONTROLER-PERIODE-CLOSE-EXIT.
           EXIT.

      ******************************************************************
       CHARGER-BAREME.

                       TO WS-COT-LIBELLE(WS-NB-COTISATIONS)
                   MOVE WS-BAR-COT-TAUX
                       TO WS-COT-TAUX(WS-NB-COTISATIONS)
                   MOVE WS-BAR-COT-ORGANISME
                       TO WS-COT-ORGANISME(WS-NB-COTISATIONS)
                   IF WS-BAR-COT-ORGANISME EQUAL SPACES
                       MOVE "DIVERS"
                           TO WS-COT-ORGANISME(WS-NB-COTISATIONS)
                   END-IF
               WHEN "T"
                   MOVE WS-BAREME-REC TO WS-BAR-TRANCHE
                   ADD 1 TO WS-NB-TRANCHES
                   AND FS-MAITRE-EOF
                   MOVE "Y" TO WS-TRAILER-SEEN
               ELSE
                   IF WS-IS-RESUMING
                       AND WS-BUFFER-NUMERO-EMPLOYE <= WS-CKPT-NUMERO
      *deja paye avant l'interruption : bulletin, net, cumuls et
      *totaux sont ceux restaures depuis le point de reprise
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-NB-LUS
                       PERFORM CALCULER-BULLETIN
                           THRU CALCULER-BULLETIN-EXIT
                       ADD 1 TO WS-CKPT-DEPUIS
                       IF WS-CKPT-DEPUIS >= WS-CKPT-INTERVALLE
                           PERFORM ECRIRE-REPRISE
                               THRU ECRIRE-REPRISE-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-BUFFER-SALAIRE TO WS-BRUT.
           MOVE ZEROES TO WS-TOTAL-COTISATIONS WS-IMPOT.

      *un salarie horaire sans heure pointee n'est pas paye a zero :
      *il est liste en exception et son bulletin n'est pas emis
           PERFORM CUMULER-HEURES THRU CUMULER-HEURES-EXIT.
           IF WS-EST-HORAIRE AND WS-HOR-HEURES EQUAL ZEROES
               PERFORM SIGNALER-SANS-POINTAGE
                   THRU SIGNALER-SANS-POINTAGE-EXIT
               GO TO CALCULER-BULLETIN-EXIT
           END-IF.

           ADD 1 TO WS-NB-BULLETINS.

           MOVE SPACES TO WS-BULLETIN-LINE.
               DELIMITED BY SIZE INTO WS-BULLETIN-LINE.
           WRITE WS-BULLETIN-LINE FROM WS-BULLETIN-LINE.

           IF WS-EST-HORAIRE
               PERFORM CALCULER-BRUT-HORAIRE
                   THRU CALCULER-BRUT-HORAIRE-EXIT
           END-IF.

           MOVE WS-BRUT TO WS-MONTANT-ED.
           MOVE SPACES TO WS-BULLETIN-LINE.
           STRING "  SALAIRE BRUT                   " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-BULLETIN-LINE.
           WRITE WS-BULLETIN-LINE FROM WS-BULLETIN-LINE.

      *les heures non travaillees d'un salarie horaire ne sont
      *simplement pas pointees : pas de proratisation
           IF NOT WS-EST-HORAIRE
               PERFORM APPLIQUER-ABSENCES THRU APPLIQUER-ABSENCES-EXIT
           END-IF.
           PERFORM APPLIQUER-PRIME-LIVRAISON
               THRU APPLIQUER-PRIME-LIVRAISON-EXIT.
           PERFORM APPLIQUER-RAPPELS THRU APPLIQUER-RAPPELS-EXIT.

      *les cotisations et l'impot du mois portent sur le brut hors
      *rappel ; ceux du rappel, calcules mois par mois, s'y ajoutent
           MOVE ZEROES TO WS-CTD-RAPPEL-REPARTI.
           PERFORM VARYING IDX-COT FROM 1 BY 1
               UNTIL IDX-COT > WS-NB-COTISATIONS
               COMPUTE WS-MONTANT-COT ROUNDED =
                   (WS-BRUT - WS-RAPPEL-BRUT)
                   * WS-COT-TAUX(IDX-COT) / 100
               ADD WS-MONTANT-COT TO WS-TOTAL-COTISATIONS
               MOVE WS-MONTANT-COT TO WS-MONTANT-ED
               MOVE WS-COT-TAUX(IDX-COT) TO WS-TAUX-ED
                   WS-TAUX-ED " % " WS-MONTANT-ED
                   DELIMITED BY SIZE INTO WS-BULLETIN-LINE
               WRITE WS-BULLETIN-LINE FROM WS-BULLETIN-LINE
               PERFORM DETAILLER-COTISATION
                   THRU DETAILLER-COTISATION-EXIT
           END-PERFORM.

           COMPUTE WS-IMPOSABLE =
               WS-BRUT - WS-RAPPEL-BRUT - WS-TOTAL-COTISATIONS.
           PERFORM CALCULER-IMPOT THRU CALCULER-IMPOT-EXIT.

           IF WS-RAPPEL-BRUT > ZEROES
               ADD WS-RAPPEL-COTIS TO WS-TOTAL-COTISATIONS
               ADD WS-RAPPEL-IMPOT TO WS-IMPOT
               MOVE WS-RAPPEL-COTIS TO WS-MONTANT-ED
               MOVE SPACES TO WS-BULLETIN-LINE
               STRING "  RAPPEL COTISATIONS             " WS-MONTANT-ED
                   DELIMITED BY SIZE INTO WS-BULLETIN-LINE
               WRITE WS-BULLETIN-LINE FROM WS-BULLETIN-LINE
               MOVE WS-RAPPEL-IMPOT TO WS-MONTANT-ED
               MOVE SPACES TO WS-BULLETIN-LINE
               STRING "  RAPPEL IMPOT                   " WS-MONTANT-ED
                   DELIMITED BY SIZE INTO WS-BULLETIN-LINE
               WRITE WS-BULLETIN-LINE FROM WS-BULLETIN-LINE
           END-IF.

           COMPUTE WS-IMPOSABLE = WS-BRUT - WS-TOTAL-COTISATIONS.
           COMPUTE WS-NET = WS-IMPOSABLE - WS-IMPOT.

           MOVE WS-TOTAL-COTISATIONS TO WS-MONTANT-ED.
           WRITE WS-BULLETIN-LINE FROM WS-BULLETIN-LINE.

           PERFORM CUMULER-ANNEE THRU CUMULER-ANNEE-EXIT.
           PERFORM TENIR-CONGES THRU TENIR-CONGES-EXIT.
           PERFORM RETENIR-PRETS THRU RETENIR-PRETS-EXIT.

           MOVE SPACES TO WS-BULLETIN-LINE.
           WRITE WS-BULLETIN-LINE FROM WS-BULLETIN-LINE.

      *net a payer repris par paievir pour le virement bancaire,
      *diminue des retenues avances et prets
           MOVE SPACES TO WS-NET-REC.
           MOVE WS-BUFFER-NUMERO-EMPLOYE TO NET-NUMERO-EMPLOYE.
           MOVE WS-NET-A-VIRER TO NET-MONTANT.
           WRITE WS-NET-REC.

           ADD WS-BRUT TO WS-SOC-BRUT.
       CALCULER-BULLETIN-EXIT.
           EXIT.

      ******************************************************************
      *taux horaire de la profession et heures du matricule sur la
      *periode : total, heures supplementaires semaine par semaine
      *(premiere tranche jusqu'a HS-T1-HEURES au-dela du seuil, la
      *seconde au-dela), heures du dimanche et des jours feries
       CUMULER-HEURES.

           MOVE "N" TO WS-HOR-HORAIRE.
           MOVE ZEROES TO WS-HOR-TAUX WS-HOR-HEURES WS-HOR-SUP-T1
               WS-HOR-SUP-T2 WS-HOR-DIMANCHE WS-HOR-FERIE.

           PERFORM VARYING IDX-THR FROM 1 BY 1
               UNTIL IDX-THR > WS-THR-NB OR WS-EST-HORAIRE
               IF WS-THR-PROFESSION(IDX-THR) EQUAL
                   WS-BUFFER-PROFESSION
                   MOVE "Y" TO WS-HOR-HORAIRE
                   MOVE WS-THR-TAUX(IDX-THR) TO WS-HOR-TAUX
               END-IF
           END-PERFORM.
           IF NOT WS-EST-HORAIRE
               GO TO CUMULER-HEURES-EXIT
           END-IF.

           PERFORM VARYING IDX-PTG FROM 1 BY 1
               UNTIL IDX-PTG > WS-PTG-NB
               IF WS-PTG-NUMERO(IDX-PTG) EQUAL
                   WS-BUFFER-NUMERO-EMPLOYE
                   ADD WS-PTG-HEURES(IDX-PTG) TO WS-HOR-HEURES
                   ADD WS-PTG-DIMANCHE(IDX-PTG) TO WS-HOR-DIMANCHE
                   ADD WS-PTG-FERIE(IDX-PTG) TO WS-HOR-FERIE
                   IF WS-PTG-HEURES(IDX-PTG) > WS-HOR-SEUIL
                       COMPUTE WS-HOR-SUP =
                           WS-PTG-HEURES(IDX-PTG) - WS-HOR-SEUIL
                       IF WS-HOR-SUP > WS-HOR-T1-HEURES
                           ADD WS-HOR-T1-HEURES TO WS-HOR-SUP-T1
                           COMPUTE WS-HOR-SUP-T2 = WS-HOR-SUP-T2
                               + WS-HOR-SUP - WS-HOR-T1-HEURES
                       ELSE
                           ADD WS-HOR-SUP TO WS-HOR-SUP-T1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CUMULER-HEURES-EXIT.
           EXIT.

      ******************************************************************
      *brut horaire : toutes les heures au taux de la profession,
      *plus les majorations, chacune en ligne de gain du bulletin
       CALCULER-BRUT-HORAIRE.

           COMPUTE WS-BRUT ROUNDED = WS-HOR-HEURES * WS-HOR-TAUX.
           MOVE WS-HOR-HEURES TO WS-HEURES-ED.
           MOVE WS-HOR-TAUX TO WS-TAUX-HORAIRE-ED.
           MOVE WS-BRUT TO WS-MONTANT-ED.
           MOVE SPACES TO WS-BULLETIN-LINE.
           STRING "  HEURES " WS-HEURES-ED " H A " WS-TAUX-HORAIRE-ED
               "      " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-BULLETIN-LINE.
           WRITE WS-BULLETIN-LINE FROM WS-BULLETIN-LINE.

           MOVE "  MAJ. HEURES SUP 1 " TO WS-HOR-LIBELLE.
           MOVE WS-HOR-SUP-T1 TO WS-HOR-HEURES-CALC.
           MOVE WS-HOR-T1-MAJ TO WS-HOR-MAJ-CALC.
           PERFORM MAJORER-HEURES THRU MAJORER-HEURES-EXIT.

           MOVE "  MAJ. HEURES SUP 2 " TO WS-HOR-LIBELLE.
           MOVE WS-HOR-SUP-T2 TO WS-HOR-HEURES-CALC.
           MOVE WS-HOR-T2-MAJ TO WS-HOR-MAJ-CALC.
           PERFORM MAJORER-HEURES THRU MAJORER-HEURES-EXIT.

           MOVE "  MAJ. DIMANCHE     " TO WS-HOR-LIBELLE.
           MOVE WS-HOR-DIMANCHE TO WS-HOR-HEURES-CALC.
           MOVE WS-HOR-MAJ-DIMANCHE TO WS-HOR-MAJ-CALC.
           PERFORM MAJORER-HEURES THRU MAJORER-HEURES-EXIT.

           MOVE "  MAJ. JOURS FERIES " TO WS-HOR-LIBELLE.
           MOVE WS-HOR-FERIE TO WS-HOR-HEURES-CALC.
           MOVE WS-HOR-MAJ-FERIE TO WS-HOR-MAJ-CALC.
           PERFORM MAJORER-HEURES THRU MAJORER-HEURES-EXIT.

       CALCULER-BRUT-HORAIRE-EXIT.
           EXIT.

      ******************************************************************
       MAJORER-HEURES.

           IF WS-HOR-HEURES-CALC EQUAL ZEROES
               OR WS-HOR-MAJ-CALC EQUAL ZEROES
               GO TO MAJORER-HEURES-EXIT
           END-IF.

           COMPUTE WS-HOR-MONTANT ROUNDED = WS-HOR-HEURES-CALC
               * WS-HOR-TAUX * WS-HOR-MAJ-CALC / 100.
           ADD WS-HOR-MONTANT TO WS-BRUT.

           MOVE WS-HOR-HEURES-CALC TO WS-HEURES-ED.
           MOVE WS-HOR-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO WS-BULLETIN-LINE.
           STRING WS-HOR-LIBELLE WS-HEURES-ED " H   +" WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-BULLETIN-LINE.
           WRITE WS-BULLETIN-LINE FROM WS-BULLETIN-LINE.

       MAJORER-HEURES-EXIT.
           EXIT.

      ******************************************************************
       SIGNALER-SANS-POINTAGE.

           ADD 1 TO WS-NB-EXCEPTIONS.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           STRING "  " WS-BUFFER-NUMERO-EMPLOYE " " WS-BUFFER-NOM " "
               WS-BUFFER-PRENOM " " WS-BUFFER-PROFESSION
               " AUCUN POINTAGE SUR LA PERIODE, BULLETIN NON EMIS"
               DELIMITED BY SIZE INTO WS-EXCEPTION-LINE.
           WRITE WS-EXCEPTION-LINE FROM WS-EXCEPTION-LINE.

       SIGNALER-SANS-POINTAGE-EXIT.
           EXIT.

      ******************************************************************
      *impot progressif : pour chaque tranche, la part du net
      *imposable comprise entre la borne basse et la borne haute est
           EXIT.

      ******************************************************************
      *chargement des absences de la periode du passage, cumulees par
      *matricule (plusieurs saisies s'additionnent) : les jours non
      *payes proratisent le brut, les jours payes sont decomptes du
      *compteur de conges
       CHARGER-ABSENCES.

           MOVE ZEROES TO WS-ABS-NB.
                   AT END
                       MOVE "Y" TO WS-ABS-FIN
                   NOT AT END
                       IF (ABS-TYPE EQUAL "N" OR ABS-TYPE EQUAL "P")
                           AND ABS-PERIODE EQUAL WS-ABS-PERIODE
                           PERFORM RANGER-UNE-ABSENCE
                               THRU RANGER-UNE-ABSENCE-EXIT
           CLOSE F-ABSENCES.

           IF WS-ABS-NB > ZERO
               DISPLAY "Absences de la periode "
                   WS-ABS-PERIODE " : " WS-ABS-NB " matricule(s)."
           END-IF.

               MOVE WS-ABS-NB TO WS-ABS-CIBLE
               MOVE ABS-NUMERO-EMPLOYE TO WS-ABS-NUMERO(WS-ABS-CIBLE)
               MOVE ZEROES TO WS-ABS-JOURS(WS-ABS-CIBLE)
                   WS-ABS-JOURS-P(WS-ABS-CIBLE)
           END-IF.

           IF ABS-TYPE EQUAL "P"
               ADD ABS-JOURS TO WS-ABS-JOURS-P(WS-ABS-CIBLE)
           ELSE
               ADD ABS-JOURS TO WS-ABS-JOURS(WS-ABS-CIBLE)
           END-IF.

       RANGER-UNE-ABSENCE-EXIT.
           EXIT.
           IF WS-ABS-CIBLE EQUAL ZEROES
               GO TO APPLIQUER-ABSENCES-EXIT
           END-IF.
           IF WS-ABS-JOURS(WS-ABS-CIBLE) EQUAL ZEROES
               GO TO APPLIQUER-ABSENCES-EXIT
           END-IF.

           COMPUTE WS-RETENUE-ABS ROUNDED =
               WS-BRUT * WS-ABS-JOURS(WS-ABS-CIBLE) / 30.
           EXIT.

      ******************************************************************
      *taux horaires par profession et parametres des heures
      *supplementaires et des majorations
       CHARGER-TAUX-HORAIRES.

           MOVE ZEROES TO WS-THR-NB.

           INITIALIZE CFG-PARAMS.
           MOVE "HEURES-SEUIL-HEBDO" TO CFG-CLE.
           MOVE "35" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-HOR-SEUIL = FUNCTION NUMVAL(CFG-VALEUR).

           INITIALIZE CFG-PARAMS.
           MOVE "HS-T1-HEURES" TO CFG-CLE.
           MOVE "8" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-HOR-T1-HEURES = FUNCTION NUMVAL(CFG-VALEUR).

           INITIALIZE CFG-PARAMS.
           MOVE "HS-T1-MAJORATION" TO CFG-CLE.
           MOVE "25" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-HOR-T1-MAJ = FUNCTION NUMVAL(CFG-VALEUR).

           INITIALIZE CFG-PARAMS.
           MOVE "HS-T2-MAJORATION" TO CFG-CLE.
           MOVE "50" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-HOR-T2-MAJ = FUNCTION NUMVAL(CFG-VALEUR).

           INITIALIZE CFG-PARAMS.
           MOVE "MAJORATION-DIMANCHE" TO CFG-CLE.
           MOVE "50" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-HOR-MAJ-DIMANCHE = FUNCTION NUMVAL(CFG-VALEUR).

           INITIALIZE CFG-PARAMS.
           MOVE "MAJORATION-FERIE" TO CFG-CLE.
           MOVE "100" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-HOR-MAJ-FERIE = FUNCTION NUMVAL(CFG-VALEUR).

           OPEN INPUT F-TAUX-HORAIRES.
           IF NOT FS-TAUX-HORAIRES-OK
               GO TO CHARGER-TAUX-HORAIRES-EXIT
           END-IF.

           MOVE "N" TO WS-PTG-FIN.
           PERFORM UNTIL WS-PTG-FIN = "Y"
               READ F-TAUX-HORAIRES
                   AT END
                       MOVE "Y" TO WS-PTG-FIN
                   NOT AT END
                       IF WS-THR-NB < 50
                           AND THR-PROFESSION NOT EQUAL SPACES
                           ADD 1 TO WS-THR-NB
                           MOVE THR-PROFESSION
                               TO WS-THR-PROFESSION(WS-THR-NB)
                           MOVE THR-TAUX TO WS-THR-TAUX(WS-THR-NB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TAUX-HORAIRES.

       CHARGER-TAUX-HORAIRES-EXIT.
           EXIT.

      ******************************************************************
      *pointages des semaines payees sur la periode : une semaine du
      *lundi au dimanche est payee avec le mois de son dimanche ; un
      *jour ferie est majore comme ferie, meme un dimanche
       CHARGER-POINTAGES.

           MOVE ZEROES TO WS-PTG-NB WS-PTG-REJETES.
           IF WS-THR-NB EQUAL ZEROES
               GO TO CHARGER-POINTAGES-EXIT
           END-IF.

           MOVE ZEROES TO WS-FER-NB.
           OPEN INPUT F-FERIES.
           IF FS-FERIES-OK
               MOVE "N" TO WS-PTG-FIN
               PERFORM UNTIL WS-PTG-FIN = "Y"
                   READ F-FERIES
                       AT END
                           MOVE "Y" TO WS-PTG-FIN
                       NOT AT END
                           IF WS-FERIES-LIGNE(1:8) NUMERIC
                               AND WS-FER-NB < 100
                               ADD 1 TO WS-FER-NB
                               MOVE WS-FERIES-LIGNE(1:8)
                                   TO WS-FER-DATE(WS-FER-NB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-FERIES
           END-IF.

           OPEN INPUT F-POINTAGES.
           IF NOT FS-POINTAGES-OK
               GO TO CHARGER-POINTAGES-EXIT
           END-IF.

           MOVE "N" TO WS-PTG-FIN.
           PERFORM UNTIL WS-PTG-FIN = "Y"
               READ F-POINTAGES
                   AT END
                       MOVE "Y" TO WS-PTG-FIN
                   NOT AT END
                       PERFORM RANGER-UN-POINTAGE
                           THRU RANGER-UN-POINTAGE-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-POINTAGES.

           IF WS-PTG-REJETES > ZEROES
               DISPLAY "ATTENTION : " WS-PTG-REJETES
                   " pointage(s) de la periode non retenu(s)."
           END-IF.

       CHARGER-POINTAGES-EXIT.
           EXIT.

      ******************************************************************
       RANGER-UN-POINTAGE.

           MOVE "J" TO DSV-FONCTION.
           MOVE PTG-DATE TO DSV-DATE.
           CALL "datesvc" USING DSV-PARAMS.
           IF DSV-STATUT NOT EQUAL "0"
               GO TO RANGER-UN-POINTAGE-EXIT
           END-IF.

           MOVE "A" TO DSV-FONCTION.
           COMPUTE DSV-NB-JOURS = 7 - DSV-JOUR-SEMAINE.
           CALL "datesvc" USING DSV-PARAMS.
           IF DSV-DATE-RESULTAT(1:6) NOT EQUAL WS-ABS-PERIODE
               GO TO RANGER-UN-POINTAGE-EXIT
           END-IF.

           MOVE ZEROES TO WS-PTG-CIBLE.
           PERFORM VARYING IDX-PTG FROM 1 BY 1
               UNTIL IDX-PTG > WS-PTG-NB
               IF WS-PTG-NUMERO(IDX-PTG) EQUAL PTG-NUMERO-EMPLOYE
                   AND WS-PTG-SEMAINE(IDX-PTG) EQUAL DSV-DATE-RESULTAT
                   SET WS-PTG-CIBLE TO IDX-PTG
               END-IF
           END-PERFORM.
           IF WS-PTG-CIBLE EQUAL ZEROES
               IF WS-PTG-NB >= 5000
                   ADD 1 TO WS-PTG-REJETES
                   GO TO RANGER-UN-POINTAGE-EXIT
               END-IF
               ADD 1 TO WS-PTG-NB
               MOVE WS-PTG-NB TO WS-PTG-CIBLE
               MOVE PTG-NUMERO-EMPLOYE TO WS-PTG-NUMERO(WS-PTG-CIBLE)
               MOVE DSV-DATE-RESULTAT TO WS-PTG-SEMAINE(WS-PTG-CIBLE)
               MOVE ZEROES TO WS-PTG-HEURES(WS-PTG-CIBLE)
                   WS-PTG-DIMANCHE(WS-PTG-CIBLE)
                   WS-PTG-FERIE(WS-PTG-CIBLE)
           END-IF.
           ADD PTG-HEURES TO WS-PTG-HEURES(WS-PTG-CIBLE).

           MOVE "N" TO WS-PTG-EST-FERIE.
           PERFORM VARYING IDX-FER FROM 1 BY 1
               UNTIL IDX-FER > WS-FER-NB
               IF WS-FER-DATE(IDX-FER) EQUAL PTG-DATE
                   MOVE "Y" TO WS-PTG-EST-FERIE
               END-IF
           END-PERFORM.
           IF WS-PTG-EST-FERIE EQUAL "Y"
               ADD PTG-HEURES TO WS-PTG-FERIE(WS-PTG-CIBLE)
           ELSE
               IF DSV-JOUR-SEMAINE EQUAL 7
                   ADD PTG-HEURES TO WS-PTG-DIMANCHE(WS-PTG-CIBLE)
               END-IF
           END-IF.

       RANGER-UN-POINTAGE-EXIT.
           EXIT.

      ******************************************************************
       CHARGER-CUMULS.

           MOVE ZEROES TO WS-CUM-NB.

           OPEN INPUT F-CUMULS.
           IF NOT FS-CUMULS-OK
               GO TO CHARGER-CUMULS-EXIT
           END-IF.

           MOVE "N" TO WS-CUM-FIN.
           PERFORM UNTIL WS-CUM-FIN = "Y"
               READ F-CUMULS
                   AT END
                       MOVE "Y" TO WS-CUM-FIN
                   NOT AT END
                       IF WS-CUM-NB < 99999
                           ADD 1 TO WS-CUM-NB
                           MOVE CUM-NUMERO-EMPLOYE
                               TO WS-CUM-NUMERO(WS-CUM-NB)
                           MOVE CUM-ANNEE TO WS-CUM-ANNEE(WS-CUM-NB)
                           MOVE CUM-BRUT TO WS-CUM-BRUT(WS-CUM-NB)
                           MOVE CUM-COTISATIONS
                               TO WS-CUM-COTIS(WS-CUM-NB)
                           MOVE CUM-IMPOT TO WS-CUM-IMPOT(WS-CUM-NB)
                           MOVE CUM-NET TO WS-CUM-NET(WS-CUM-NB)
                           MOVE CUM-PASSAGES
                               TO WS-CUM-PASSAGES(WS-CUM-NB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CUMULS.

       CHARGER-CUMULS-EXIT.
           EXIT.

      ******************************************************************
      *cumuls annuels du bulletin courant : le poste du matricule est
      *retrouve ou cree, remis a zero si son annee n'est plus celle
      *du passage (rebasculement de janvier), puis alimente, et la
      *ligne des cumuls est editee sur le bulletin
       CUMULER-ANNEE.

           MOVE ZEROES TO WS-CUM-CIBLE.
           PERFORM VARYING IDX-CUM FROM 1 BY 1
       REECRIRE-CUMULS-EXIT.
           EXIT.

      ******************************************************************
      *chargement des compteurs de conges payes et des reglages de
      *l'acquisition ; l'exercice en cours est celui qui a debute au
      *dernier mois de bascule
       CHARGER-CONGES.

           MOVE ZEROES TO WS-CGS-NB.

           INITIALIZE CFG-PARAMS.
           MOVE "CONGES-ACQUIS-MOIS" TO CFG-CLE.
           MOVE "2.5" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-CGS-ACQUIS-MOIS = FUNCTION NUMVAL(CFG-VALEUR).

           INITIALIZE CFG-PARAMS.
           MOVE "CONGES-MOIS-BASCULE" TO CFG-CLE.
           MOVE "6" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-CGS-MOIS-BASCULE = FUNCTION NUMVAL(CFG-VALEUR).
           IF WS-CGS-MOIS-BASCULE < 1 OR WS-CGS-MOIS-BASCULE > 12
               MOVE 6 TO WS-CGS-MOIS-BASCULE
           END-IF.

           IF WS-PERIODE-MOIS >= WS-CGS-MOIS-BASCULE
               MOVE WS-PERIODE-ANNEE TO WS-CGS-EXERCICE-COURANT
           ELSE
               COMPUTE WS-CGS-EXERCICE-COURANT = WS-PERIODE-ANNEE - 1
           END-IF.

           OPEN INPUT F-CONGES.
           IF NOT FS-CONGES-OK
               GO TO CHARGER-CONGES-EXIT
           END-IF.

           MOVE "N" TO WS-CGS-FIN.
           PERFORM UNTIL WS-CGS-FIN = "Y"
               READ F-CONGES
                   AT END
                       MOVE "Y" TO WS-CGS-FIN
                   NOT AT END
                       IF WS-CGS-NB < 99999
                           ADD 1 TO WS-CGS-NB
                           MOVE CGS-NUMERO-EMPLOYE
                               TO WS-CGS-NUMERO(WS-CGS-NB)
                           MOVE CGS-EXERCICE
                               TO WS-CGS-EXERCICE(WS-CGS-NB)
                           MOVE CGS-REPORT TO WS-CGS-REPORT(WS-CGS-NB)
                           MOVE CGS-ACQUIS TO WS-CGS-ACQUIS(WS-CGS-NB)
                           MOVE CGS-PRIS TO WS-CGS-PRIS(WS-CGS-NB)
                           MOVE CGS-PERIODE
                               TO WS-CGS-PERIODE(WS-CGS-NB)
                           MOVE CGS-PER-ACQUIS
                               TO WS-CGS-PER-ACQUIS(WS-CGS-NB)
                           MOVE CGS-PER-PRIS
                               TO WS-CGS-PER-PRIS(WS-CGS-NB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CONGES.

       CHARGER-CONGES-EXIT.
           EXIT.

      ******************************************************************
      *compteur de conges du bulletin courant : acquisition du mois et
      *jours payes pris sur la periode ; un passage relance sur la
      *meme periode retire d'abord les mouvements du passage
      *precedent. La ligne acquis/pris/solde est editee sur le
      *bulletin
       TENIR-CONGES.

           MOVE ZEROES TO WS-CGS-CIBLE.
           PERFORM VARYING IDX-CGS FROM 1 BY 1
               UNTIL IDX-CGS > WS-CGS-NB
               IF WS-CGS-NUMERO(IDX-CGS) EQUAL
                   WS-BUFFER-NUMERO-EMPLOYE
                   SET WS-CGS-CIBLE TO IDX-CGS
               END-IF
           END-PERFORM.

           IF WS-CGS-CIBLE EQUAL ZEROES
               IF WS-CGS-NB >= 99999
                   GO TO TENIR-CONGES-EXIT
               END-IF
               ADD 1 TO WS-CGS-NB
               MOVE WS-CGS-NB TO WS-CGS-CIBLE
               MOVE WS-BUFFER-NUMERO-EMPLOYE
                   TO WS-CGS-NUMERO(WS-CGS-CIBLE)
               MOVE WS-CGS-EXERCICE-COURANT
                   TO WS-CGS-EXERCICE(WS-CGS-CIBLE)
               MOVE ZEROES TO WS-CGS-REPORT(WS-CGS-CIBLE)
                   WS-CGS-ACQUIS(WS-CGS-CIBLE)
                   WS-CGS-PRIS(WS-CGS-CIBLE)
                   WS-CGS-PERIODE(WS-CGS-CIBLE)
                   WS-CGS-PER-ACQUIS(WS-CGS-CIBLE)
                   WS-CGS-PER-PRIS(WS-CGS-CIBLE)
           END-IF.

           IF WS-CGS-EXERCICE(WS-CGS-CIBLE) < WS-CGS-EXERCICE-COURANT
               ADD 1 TO WS-CGS-NON-BASCULES
           END-IF.

           IF WS-CGS-PERIODE(WS-CGS-CIBLE) EQUAL WS-ABS-PERIODE
               SUBTRACT WS-CGS-PER-ACQUIS(WS-CGS-CIBLE)
                   FROM WS-CGS-ACQUIS(WS-CGS-CIBLE)
               SUBTRACT WS-CGS-PER-PRIS(WS-CGS-CIBLE)
                   FROM WS-CGS-PRIS(WS-CGS-CIBLE)
           END-IF.

           MOVE WS-ABS-PERIODE TO WS-CGS-PERIODE(WS-CGS-CIBLE).
           MOVE WS-CGS-ACQUIS-MOIS TO WS-CGS-PER-ACQUIS(WS-CGS-CIBLE).
           MOVE ZEROES TO WS-CGS-PER-PRIS(WS-CGS-CIBLE).
           PERFORM VARYING IDX-ABS FROM 1 BY 1
               UNTIL IDX-ABS > WS-ABS-NB
               IF WS-ABS-NUMERO(IDX-ABS) EQUAL
                   WS-BUFFER-NUMERO-EMPLOYE
                   MOVE WS-ABS-JOURS-P(IDX-ABS)
                       TO WS-CGS-PER-PRIS(WS-CGS-CIBLE)
               END-IF
           END-PERFORM.

           ADD WS-CGS-PER-ACQUIS(WS-CGS-CIBLE)
               TO WS-CGS-ACQUIS(WS-CGS-CIBLE).
           ADD WS-CGS-PER-PRIS(WS-CGS-CIBLE)
               TO WS-CGS-PRIS(WS-CGS-CIBLE).
           COMPUTE WS-CGS-SOLDE = WS-CGS-REPORT(WS-CGS-CIBLE)
               + WS-CGS-ACQUIS(WS-CGS-CIBLE)
               - WS-CGS-PRIS(WS-CGS-CIBLE).

           MOVE SPACES TO WS-BULLETIN-LINE.
           COMPUTE WS-CGS-ED = WS-CGS-REPORT(WS-CGS-CIBLE)
               + WS-CGS-ACQUIS(WS-CGS-CIBLE).
           STRING "  CONGES PAYES  ACQUIS " WS-CGS-ED
               DELIMITED BY SIZE INTO WS-BULLETIN-LINE.
           MOVE WS-CGS-PRIS(WS-CGS-CIBLE) TO WS-CGS-ED.
           STRING "  PRIS " WS-CGS-ED
               DELIMITED BY SIZE INTO WS-BULLETIN-LINE(30:).
           MOVE WS-CGS-SOLDE TO WS-CGS-SOLDE-ED.
           STRING "  SOLDE " WS-CGS-SOLDE-ED " J"
               DELIMITED BY SIZE INTO WS-BULLETIN-LINE(44:).
           WRITE WS-BULLETIN-LINE FROM WS-BULLETIN-LINE.

       TENIR-CONGES-EXIT.
           EXIT.

      ******************************************************************
       REECRIRE-CONGES.

           OPEN OUTPUT F-CONGES.
           IF NOT FS-CONGES-OK
               DISPLAY "Erreur reecriture F-CONGES : " FS-CONGES
               GO TO REECRIRE-CONGES-EXIT
           END-IF.

           PERFORM VARYING IDX-CGS FROM 1 BY 1
               UNTIL IDX-CGS > WS-CGS-NB
               MOVE SPACES TO CONGE-REC
               MOVE WS-CGS-NUMERO(IDX-CGS) TO CGS-NUMERO-EMPLOYE
               MOVE WS-CGS-EXERCICE(IDX-CGS) TO CGS-EXERCICE
               MOVE WS-CGS-REPORT(IDX-CGS) TO CGS-REPORT
               MOVE WS-CGS-ACQUIS(IDX-CGS) TO CGS-ACQUIS
               MOVE WS-CGS-PRIS(IDX-CGS) TO CGS-PRIS
               MOVE WS-CGS-PERIODE(IDX-CGS) TO CGS-PERIODE
               MOVE WS-CGS-PER-ACQUIS(IDX-CGS) TO CGS-PER-ACQUIS
               MOVE WS-CGS-PER-PRIS(IDX-CGS) TO CGS-PER-PRIS
               WRITE CONGE-REC
           END-PERFORM.

           CLOSE F-CONGES.

       REECRIRE-CONGES-EXIT.
           EXIT.

      ******************************************************************
      *chargement des rappels : trace des rappels deja payes, puis
      *lecture de l'historique a la recherche des modifications de
      *salaire retroactives (date d'effet anterieure a la periode du
      *passage) ; chaque modification non encore reglee est chiffree
      *sur les mois reellement payes, lus dans l'archive des nets.
      *Seules comptent les modifications saisies depuis la derniere
      *periode close : une saisie plus ancienne a deja ete vue par un
      *passage posterieur, qui l'a reglee et tracee
       CHARGER-RAPPELS.

           MOVE ZEROES TO WS-RTR-NB WS-RAP-NB WS-RAP-DERNIERE-CLOSE.

           OPEN INPUT F-RAPPELS.
           IF FS-RAPPELS-OK
               MOVE "N" TO WS-RAP-FIN
               PERFORM UNTIL WS-RAP-FIN = "Y"
                   READ F-RAPPELS
                       AT END
                           MOVE "Y" TO WS-RAP-FIN
                       NOT AT END
                           IF WS-RTR-NB < 5000
                               ADD 1 TO WS-RTR-NB
                               MOVE RAP-NUMERO-EMPLOYE
                                   TO WS-RTR-NUMERO(WS-RTR-NB)
                               MOVE RAP-DATE-EFFET
                                   TO WS-RTR-DATE-EFFET(WS-RTR-NB)
                               MOVE RAP-DATE-SAISIE
                                   TO WS-RTR-SAISIE(WS-RTR-NB)
                               MOVE RAP-PERIODE
                                   TO WS-RTR-PERIODE(WS-RTR-NB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-RAPPELS
           END-IF.

           OPEN INPUT F-CLOSES.
           IF FS-CLOSES-OK
               MOVE "N" TO WS-CLOSES-FIN
               PERFORM UNTIL WS-CLOSES-FIN = "Y"
                   READ F-CLOSES
                       AT END
                           MOVE "Y" TO WS-CLOSES-FIN
                       NOT AT END
                           IF PCL-PERIODE < WS-ABS-PERIODE
                               AND PCL-PERIODE > WS-RAP-DERNIERE-CLOSE
                               MOVE PCL-PERIODE
                                   TO WS-RAP-DERNIERE-CLOSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-CLOSES
           END-IF.

           MOVE ZEROES TO WS-RAP-TAUX-TOTAL.
           PERFORM VARYING IDX-COT FROM 1 BY 1
               UNTIL IDX-COT > WS-NB-COTISATIONS
               ADD WS-COT-TAUX(IDX-COT) TO WS-RAP-TAUX-TOTAL
           END-PERFORM.

           OPEN INPUT F-HISTORIQUE.
           IF NOT FS-HISTORIQUE-OK
               GO TO CHARGER-RAPPELS-EXIT
           END-IF.

           MOVE "N" TO WS-RAP-FIN.
           PERFORM UNTIL WS-RAP-FIN = "Y"
               READ F-HISTORIQUE
                   AT END
                       MOVE "Y" TO WS-RAP-FIN
                   NOT AT END
                       IF HST-ACTION EQUAL "M"
                           AND HST-DATE-SAISIE IS NUMERIC
                           AND HST-SALAIRE-AVANT IS NUMERIC
                           AND HST-DATE-EFFET(1:6) NOT >
                               WS-ABS-PERIODE
                           AND HST-DATE-SAISIE(1:6) NOT <
                               WS-RAP-DERNIERE-CLOSE
                           AND HST-IMG-SALAIRE NOT EQUAL
                               HST-SALAIRE-AVANT
                           PERFORM CHIFFRER-UN-RAPPEL
                               THRU CHIFFRER-UN-RAPPEL-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HISTORIQUE.

           IF WS-RAP-NB > ZEROES
               PERFORM CHIFFRER-MOIS-PAYES
                   THRU CHIFFRER-MOIS-PAYES-EXIT
           END-IF.

           IF WS-RAP-NB > ZEROES
               DISPLAY "Rappels de salaire a regler : " WS-RAP-NB
           END-IF.

       CHARGER-RAPPELS-EXIT.
           EXIT.

      ******************************************************************
      *ouverture du rappel d'une modification retroactive, chiffre
      *ensuite mois par mois par CHIFFRER-MOIS-PAYES. Une modification
      *dont l'effet tombe dans la periode du passage n'a aucun mois
      *paye a reprendre : elle est gardee a zero pour etre tracee, et
      *le passage suivant ne la rechiffre pas. Une baisse retroactive
      *n'est pas reprise sur le bulletin et reste a traiter par le
      *gestionnaire
       CHIFFRER-UN-RAPPEL.

           MOVE "N" TO WS-RAP-TROUVE.
           PERFORM VARYING IDX-RTR FROM 1 BY 1
               UNTIL IDX-RTR > WS-RTR-NB
               IF WS-RTR-NUMERO(IDX-RTR) EQUAL HST-NUMERO
                   AND WS-RTR-DATE-EFFET(IDX-RTR) EQUAL HST-DATE-EFFET
                   AND WS-RTR-SAISIE(IDX-RTR) EQUAL HST-DATE-SAISIE
                   IF WS-RTR-PERIODE(IDX-RTR) < WS-ABS-PERIODE
                       MOVE "P" TO WS-RAP-TROUVE
                   ELSE
                       MOVE "Y" TO WS-RAP-TROUVE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RAP-TROUVE EQUAL "P"
               GO TO CHIFFRER-UN-RAPPEL-EXIT
           END-IF.

           IF HST-IMG-SALAIRE < HST-SALAIRE-AVANT
               DISPLAY "ATTENTION : baisse retroactive du matricule "
                   HST-NUMERO " au " HST-DATE-EFFET
                   " non reprise sur le bulletin."
               GO TO CHIFFRER-UN-RAPPEL-EXIT
           END-IF.
           IF WS-RAP-NB >= 1000
               GO TO CHIFFRER-UN-RAPPEL-EXIT
           END-IF.

           ADD 1 TO WS-RAP-NB.
           MOVE HST-NUMERO TO WS-RAP-NUMERO(WS-RAP-NB).
           MOVE HST-DATE-EFFET TO WS-RAP-DATE-EFFET(WS-RAP-NB).
           MOVE HST-DATE-SAISIE TO WS-RAP-SAISIE(WS-RAP-NB).
           MOVE ZEROES TO WS-RAP-NB-MOIS(WS-RAP-NB)
               WS-RAP-BRUT(WS-RAP-NB) WS-RAP-COTIS(WS-RAP-NB)
               WS-RAP-IMPOT(WS-RAP-NB) WS-RAP-DERNIER-MOIS(WS-RAP-NB).
           IF WS-RAP-TROUVE EQUAL "Y"
               MOVE "Y" TO WS-RAP-DEJA-TRACE(WS-RAP-NB)
           ELSE
               MOVE "N" TO WS-RAP-DEJA-TRACE(WS-RAP-NB)
           END-IF.
           MOVE "N" TO WS-RAP-PAYE(WS-RAP-NB).
           MOVE HST-SALAIRE-AVANT TO WS-RAP-SAL-AVANT(WS-RAP-NB).
           MOVE HST-IMG-SALAIRE TO WS-RAP-SAL-APRES(WS-RAP-NB).

       CHIFFRER-UN-RAPPEL-EXIT.
           EXIT.

      ******************************************************************
      *les mois a reprendre sont ceux dont un net du mois est archive
      *pour le matricule, du mois d'effet a la periode precedant le
      *passage : un mois d'avant l'embauche ou non paye n'y figure
      *pas. L'archive est tenue dans l'ordre des periodes, un mois
      *archive deux fois n'est compte qu'une
       CHIFFRER-MOIS-PAYES.

           OPEN INPUT F-ARCH-NET.
           IF NOT FS-ARCH-NET-OK
               GO TO CHIFFRER-MOIS-PAYES-EXIT
           END-IF.

           MOVE "N" TO WS-RAP-FIN.
           PERFORM UNTIL WS-RAP-FIN = "Y"
               READ F-ARCH-NET
                   AT END
                       MOVE "Y" TO WS-RAP-FIN
                   NOT AT END
                       IF ARN-ORIGINE EQUAL SPACE
                           AND ARN-PERIODE < WS-ABS-PERIODE
                           PERFORM VARYING IDX-RAP FROM 1 BY 1
                               UNTIL IDX-RAP > WS-RAP-NB
                               IF WS-RAP-NUMERO(IDX-RAP) EQUAL
                                   ARN-NUMERO-EMPLOYE
                                   AND ARN-PERIODE NOT <
                                   WS-RAP-DATE-EFFET(IDX-RAP)(1:6)
                                   AND ARN-PERIODE >
                                   WS-RAP-DERNIER-MOIS(IDX-RAP)
                                   PERFORM CHIFFRER-UN-MOIS
                                       THRU CHIFFRER-UN-MOIS-EXIT
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARCH-NET.
           MOVE ZEROES TO WS-IMPOT WS-IMPOSABLE.

       CHIFFRER-MOIS-PAYES-EXIT.
           EXIT.

      ******************************************************************
      *un mois paye a l'ancien salaire (ARN-PERIODE) pour le rappel
      *IDX-RAP ; le mois d'effet est proratise en trentiemes. Les
      *cotisations et l'impot sont recalcules aux deux salaires, le
      *rappel en porte la difference
       CHIFFRER-UN-MOIS.

           MOVE WS-RAP-SAL-AVANT(IDX-RAP) TO WS-RAP-ANCIEN.
           MOVE WS-RAP-DATE-EFFET(IDX-RAP)(7:2) TO WS-RAP-JOUR.
           IF ARN-PERIODE EQUAL WS-RAP-DATE-EFFET(IDX-RAP)(1:6)
               AND WS-RAP-JOUR > 1
               IF WS-RAP-JOUR > 30
                   MOVE ZEROES TO WS-RAP-DIFF-MOIS
               ELSE
                   COMPUTE WS-RAP-JOURS-DUS = 31 - WS-RAP-JOUR
                   COMPUTE WS-RAP-ECART =
                       WS-RAP-SAL-APRES(IDX-RAP) - WS-RAP-ANCIEN
                   COMPUTE WS-RAP-DIFF-MOIS ROUNDED =
                       WS-RAP-ECART * WS-RAP-JOURS-DUS / 30
               END-IF
           ELSE
               COMPUTE WS-RAP-DIFF-MOIS =
                   WS-RAP-SAL-APRES(IDX-RAP) - WS-RAP-ANCIEN
           END-IF.
           COMPUTE WS-RAP-NOUVEAU = WS-RAP-ANCIEN + WS-RAP-DIFF-MOIS.
           COMPUTE WS-RAP-COT-ANCIEN ROUNDED =
               WS-RAP-ANCIEN * WS-RAP-TAUX-TOTAL / 100.
           COMPUTE WS-RAP-COT-NOUVEAU ROUNDED =
               WS-RAP-NOUVEAU * WS-RAP-TAUX-TOTAL / 100.
           COMPUTE WS-IMPOSABLE = WS-RAP-ANCIEN - WS-RAP-COT-ANCIEN.
           PERFORM CALCULER-IMPOT THRU CALCULER-IMPOT-EXIT.
           MOVE WS-IMPOT TO WS-RAP-IMPOT-ANCIEN.
           COMPUTE WS-IMPOSABLE = WS-RAP-NOUVEAU - WS-RAP-COT-NOUVEAU.
           PERFORM CALCULER-IMPOT THRU CALCULER-IMPOT-EXIT.
           ADD WS-RAP-DIFF-MOIS TO WS-RAP-BRUT(IDX-RAP).
           COMPUTE WS-RAP-COTIS(IDX-RAP) = WS-RAP-COTIS(IDX-RAP)
               + WS-RAP-COT-NOUVEAU - WS-RAP-COT-ANCIEN.
           COMPUTE WS-RAP-IMPOT(IDX-RAP) = WS-RAP-IMPOT(IDX-RAP)
               + WS-IMPOT - WS-RAP-IMPOT-ANCIEN.
           ADD 1 TO WS-RAP-NB-MOIS(IDX-RAP).
           MOVE ARN-PERIODE TO WS-RAP-DERNIER-MOIS(IDX-RAP).

       CHIFFRER-UN-MOIS-EXIT.
           EXIT.

      ******************************************************************
      *rappels du matricule courant regles sur le bulletin, en ligne
      *de gain distincte ajoutee au brut ; un rappel a zero est tenu
      *pour regle afin d'etre trace
       APPLIQUER-RAPPELS.

           MOVE ZEROES TO WS-RAPPEL-BRUT WS-RAPPEL-COTIS
               WS-RAPPEL-IMPOT WS-RAPPEL-MOIS.
           PERFORM VARYING IDX-RAP FROM 1 BY 1
               UNTIL IDX-RAP > WS-RAP-NB
               IF WS-RAP-NUMERO(IDX-RAP) EQUAL
                   WS-BUFFER-NUMERO-EMPLOYE
                   ADD WS-RAP-BRUT(IDX-RAP) TO WS-RAPPEL-BRUT
                   ADD WS-RAP-COTIS(IDX-RAP) TO WS-RAPPEL-COTIS
                   ADD WS-RAP-IMPOT(IDX-RAP) TO WS-RAPPEL-IMPOT
                   ADD WS-RAP-NB-MOIS(IDX-RAP) TO WS-RAPPEL-MOIS
                   MOVE "Y" TO WS-RAP-PAYE(IDX-RAP)
               END-IF
           END-PERFORM.
           IF WS-RAPPEL-BRUT EQUAL ZEROES
               GO TO APPLIQUER-RAPPELS-EXIT
           END-IF.

           ADD WS-RAPPEL-BRUT TO WS-BRUT.
           MOVE WS-RAPPEL-BRUT TO WS-MONTANT-ED.
           MOVE WS-RAPPEL-MOIS TO WS-MOIS-ED.
           MOVE SPACES TO WS-BULLETIN-LINE.
           STRING "  RAPPEL SALAIRE " WS-MOIS-ED
               " MOIS            +" WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-BULLETIN-LINE.
           WRITE WS-BULLETIN-LINE FROM WS-BULLETIN-LINE.

       APPLIQUER-RAPPELS-EXIT.
           EXIT.

      ******************************************************************
      *trace des rappels regles sur ce passage (une seule ligne par
      *modification meme si la periode est relancee)
       TRACER-RAPPELS.

           MOVE ZEROES TO WS-RAP-ECRITS.
           PERFORM VARYING IDX-RAP FROM 1 BY 1
               UNTIL IDX-RAP > WS-RAP-NB
               IF WS-RAP-PAYE(IDX-RAP) EQUAL "Y"
                   AND WS-RAP-DEJA-TRACE(IDX-RAP) EQUAL "N"
                   ADD 1 TO WS-RAP-ECRITS
               END-IF
           END-PERFORM.
           IF WS-RAP-ECRITS EQUAL ZEROES
               GO TO TRACER-RAPPELS-EXIT
           END-IF.

           OPEN EXTEND F-RAPPELS.
           IF NOT FS-RAPPELS-OK
               CLOSE F-RAPPELS
               OPEN OUTPUT F-RAPPELS
           END-IF.
           IF NOT FS-RAPPELS-OK
               DISPLAY "Erreur ouverture F-RAPPELS : " FS-RAPPELS
               GO TO TRACER-RAPPELS-EXIT
           END-IF.

           PERFORM VARYING IDX-RAP FROM 1 BY 1
               UNTIL IDX-RAP > WS-RAP-NB
               IF WS-RAP-PAYE(IDX-RAP) EQUAL "Y"
                   AND WS-RAP-DEJA-TRACE(IDX-RAP) EQUAL "N"
                   MOVE SPACES TO RAPPEL-REC
                   MOVE WS-RAP-NUMERO(IDX-RAP) TO RAP-NUMERO-EMPLOYE
                   MOVE WS-RAP-DATE-EFFET(IDX-RAP) TO RAP-DATE-EFFET
                   MOVE WS-RAP-SAISIE(IDX-RAP) TO RAP-DATE-SAISIE
                   MOVE WS-ABS-PERIODE TO RAP-PERIODE
                   MOVE WS-RAP-NB-MOIS(IDX-RAP) TO RAP-NB-MOIS
                   MOVE WS-RAP-BRUT(IDX-RAP) TO RAP-BRUT
                   WRITE RAPPEL-REC
               END-IF
           END-PERFORM.
           CLOSE F-RAPPELS.

       TRACER-RAPPELS-EXIT.
           EXIT.

      ******************************************************************
      *ligne de detail de la cotisation IDX-COT : la part du rappel
      *est repartie au prorata du taux et la derniere cotisation
      *prend l'arrondi, pour que le detail retombe sur le total
      *des cotisations du bulletin
       DETAILLER-COTISATION.

           MOVE ZEROES TO WS-CTD-RAPPEL.
           IF WS-RAPPEL-COTIS > ZEROES AND WS-CTD-TAUX-TOTAL > ZEROES
               IF IDX-COT EQUAL WS-NB-COTISATIONS
                   COMPUTE WS-CTD-RAPPEL =
                       WS-RAPPEL-COTIS - WS-CTD-RAPPEL-REPARTI
               ELSE
                   COMPUTE WS-CTD-RAPPEL ROUNDED = WS-RAPPEL-COTIS
                       * WS-COT-TAUX(IDX-COT) / WS-CTD-TAUX-TOTAL
               END-IF
               IF WS-CTD-RAPPEL < ZEROES
                   MOVE ZEROES TO WS-CTD-RAPPEL
               END-IF
               ADD WS-CTD-RAPPEL TO WS-CTD-RAPPEL-REPARTI
           END-IF.

           MOVE SPACES TO COT-DETAIL-REC.
           MOVE WS-BUFFER-NUMERO-EMPLOYE TO CTD-NUMERO-EMPLOYE.
           MOVE WS-COT-ORGANISME(IDX-COT) TO CTD-ORGANISME.
           MOVE WS-COT-LIBELLE(IDX-COT) TO CTD-LIBELLE.
           MOVE WS-COT-TAUX(IDX-COT) TO CTD-TAUX.
           MOVE WS-BRUT TO CTD-BRUT.
           MOVE WS-BRUT TO CTD-BASE.
           COMPUTE CTD-MONTANT = WS-MONTANT-COT + WS-CTD-RAPPEL.
           MOVE SPACE TO CTD-ORIGINE.
           WRITE COT-DETAIL-REC.

       DETAILLER-COTISATION-EXIT.
           EXIT.

      ******************************************************************
       CHARGER-PRETS.

           MOVE ZEROES TO WS-PRT-NB.
           OPEN INPUT F-PRETS.
           IF NOT FS-PRETS-OK
               GO TO CHARGER-PRETS-EXIT
           END-IF.

           MOVE "N" TO WS-PRT-FIN.
           PERFORM UNTIL WS-PRT-FIN = "Y"
               READ F-PRETS
                   AT END
                       MOVE "Y" TO WS-PRT-FIN
                   NOT AT END
                       IF WS-PRT-NB < 20000
                           ADD 1 TO WS-PRT-NB
                           MOVE PRT-NUMERO-EMPLOYE
                               TO WS-PRT-NUMERO(WS-PRT-NB)
                           MOVE PRT-NUMERO-PRET
                               TO WS-PRT-ORDRE(WS-PRT-NB)
                           MOVE PRT-TYPE TO WS-PRT-TYPE(WS-PRT-NB)
                           MOVE PRT-DATE-OCTROI
                               TO WS-PRT-OCTROI(WS-PRT-NB)
                           MOVE PRT-MONTANT TO WS-PRT-MONTANT(WS-PRT-NB)
                           MOVE PRT-PERIODE-DEBUT
                               TO WS-PRT-DEBUT(WS-PRT-NB)
                           MOVE PRT-MENSUALITE
                               TO WS-PRT-MENSUALITE(WS-PRT-NB)
                           MOVE PRT-REMBOURSE
                               TO WS-PRT-REMBOURSE(WS-PRT-NB)
                           MOVE PRT-PERIODE-RETENUE
                               TO WS-PRT-PER-RETENUE(WS-PRT-NB)
                           MOVE PRT-MONTANT-RETENUE
                               TO WS-PRT-MT-RETENUE(WS-PRT-NB)
                       ELSE
                           DISPLAY "ATTENTION : table des prets "
                               "pleine, pret " PRT-NUMERO-EMPLOYE
                               "/" PRT-NUMERO-PRET " ignore."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PRETS.

       CHARGER-PRETS-EXIT.
           EXIT.

      ******************************************************************
      *retenues avances et prets apres le calcul du net : chaque pret
      *du matricule dont la premiere periode est atteinte rembourse sa
      *mensualite, dans la limite du reste du et du net encore
      *disponible ; le net a virer en est diminue
       RETENIR-PRETS.

           MOVE ZEROES TO WS-RETENUE-PRETS.
           MOVE WS-NET TO WS-PRT-DISPONIBLE.

           PERFORM VARYING IDX-PRT FROM 1 BY 1
               UNTIL IDX-PRT > WS-PRT-NB
               IF WS-PRT-NUMERO(IDX-PRT) EQUAL
                   WS-BUFFER-NUMERO-EMPLOYE
                   PERFORM RETENIR-UN-PRET THRU RETENIR-UN-PRET-EXIT
               END-IF
           END-PERFORM.

           COMPUTE WS-NET-A-VIRER = WS-NET - WS-RETENUE-PRETS.

           IF WS-RETENUE-PRETS > ZEROES
               MOVE WS-NET-A-VIRER TO WS-MONTANT-ED
               MOVE SPACES TO WS-BULLETIN-LINE
               STRING "  NET A VIRER                    " WS-MONTANT-ED
                   DELIMITED BY SIZE INTO WS-BULLETIN-LINE
               WRITE WS-BULLETIN-LINE FROM WS-BULLETIN-LINE
           END-IF.

       RETENIR-PRETS-EXIT.
           EXIT.

      ******************************************************************
       RETENIR-UN-PRET.

      *un repassage de la meme periode annule d'abord la retenue
      *qu'il avait deja portee
           IF WS-PRT-PER-RETENUE(IDX-PRT) EQUAL WS-ABS-PERIODE
               SUBTRACT WS-PRT-MT-RETENUE(IDX-PRT)
                   FROM WS-PRT-REMBOURSE(IDX-PRT)
               MOVE ZEROES TO WS-PRT-MT-RETENUE(IDX-PRT)
           END-IF.

           IF WS-PRT-DEBUT(IDX-PRT) > WS-ABS-PERIODE
               GO TO RETENIR-UN-PRET-EXIT
           END-IF.
           IF WS-PRT-REMBOURSE(IDX-PRT) NOT < WS-PRT-MONTANT(IDX-PRT)
               GO TO RETENIR-UN-PRET-EXIT
           END-IF.

           COMPUTE WS-PRT-RESTE = WS-PRT-MONTANT(IDX-PRT)
               - WS-PRT-REMBOURSE(IDX-PRT).
           MOVE WS-PRT-MENSUALITE(IDX-PRT) TO WS-PRT-RETENUE.
           IF WS-PRT-RETENUE > WS-PRT-RESTE
               MOVE WS-PRT-RESTE TO WS-PRT-RETENUE
           END-IF.
           IF WS-PRT-RETENUE > WS-PRT-DISPONIBLE
               MOVE WS-PRT-DISPONIBLE TO WS-PRT-RETENUE
           END-IF.

           ADD WS-PRT-RETENUE TO WS-PRT-REMBOURSE(IDX-PRT).
           ADD WS-PRT-RETENUE TO WS-RETENUE-PRETS.
           SUBTRACT WS-PRT-RETENUE FROM WS-PRT-DISPONIBLE.
           SUBTRACT WS-PRT-RETENUE FROM WS-PRT-RESTE.
           MOVE WS-ABS-PERIODE TO WS-PRT-PER-RETENUE(IDX-PRT).
           MOVE WS-PRT-RETENUE TO WS-PRT-MT-RETENUE(IDX-PRT).

           IF WS-PRT-TYPE(IDX-PRT) EQUAL "A"
               MOVE "AVANCE" TO WS-PRT-LIBELLE
           ELSE
               MOVE "PRET" TO WS-PRT-LIBELLE
           END-IF.
           MOVE WS-PRT-RETENUE TO WS-MONTANT-ED.
           MOVE WS-PRT-RESTE TO WS-PRT-RESTE-ED.
           MOVE SPACES TO WS-BULLETIN-LINE.
           STRING "  RETENUE " WS-PRT-LIBELLE " "
               WS-PRT-ORDRE(IDX-PRT) "           -"
               WS-MONTANT-ED "  RESTE DU " WS-PRT-RESTE-ED
               DELIMITED BY SIZE INTO WS-BULLETIN-LINE.
           WRITE WS-BULLETIN-LINE FROM WS-BULLETIN-LINE.

       RETENIR-UN-PRET-EXIT.
           EXIT.

      ******************************************************************
       REECRIRE-PRETS.

           IF WS-PRT-NB EQUAL ZEROES
               GO TO REECRIRE-PRETS-EXIT
           END-IF.

           OPEN OUTPUT F-PRETS.
           IF NOT FS-PRETS-OK
               DISPLAY "Erreur reecriture F-PRETS : " FS-PRETS
               GO TO REECRIRE-PRETS-EXIT
           END-IF.

           PERFORM VARYING IDX-PRT FROM 1 BY 1
               UNTIL IDX-PRT > WS-PRT-NB
               MOVE SPACES TO PRET-REC
               MOVE WS-PRT-NUMERO(IDX-PRT) TO PRT-NUMERO-EMPLOYE
               MOVE WS-PRT-ORDRE(IDX-PRT) TO PRT-NUMERO-PRET
               MOVE WS-PRT-TYPE(IDX-PRT) TO PRT-TYPE
               MOVE WS-PRT-OCTROI(IDX-PRT) TO PRT-DATE-OCTROI
               MOVE WS-PRT-MONTANT(IDX-PRT) TO PRT-MONTANT
               MOVE WS-PRT-DEBUT(IDX-PRT) TO PRT-PERIODE-DEBUT
               MOVE WS-PRT-MENSUALITE(IDX-PRT) TO PRT-MENSUALITE
               MOVE WS-PRT-REMBOURSE(IDX-PRT) TO PRT-REMBOURSE
               MOVE WS-PRT-PER-RETENUE(IDX-PRT) TO PRT-PERIODE-RETENUE
               MOVE WS-PRT-MT-RETENUE(IDX-PRT) TO PRT-MONTANT-RETENUE
               WRITE PRET-REC
           END-PERFORM.

           CLOSE F-PRETS.

       REECRIRE-PRETS-EXIT.
           EXIT.

      ******************************************************************
      *recapitulatif annuel par employe pour les attestations : un
      *enregistrement de cumuls par matricule, edite apres le passage
       ECRIRE-TOTAUX-SOCIETE-EXIT.
           EXIT.
      ******************************************************************
      *lecture du point de reprise laisse par un passage interrompu de
      *la meme periode : compteurs, totaux societe et departements,
      *tables des cumuls annuels et des conges remplacent celles
      *chargees au demarrage ; les prets repartent avec leurs
      *retenues deja portees et les rappels deja regles restent
      *marques regles, pour etre reecrits et traces en fin de passage
       LIRE-REPRISE.

           MOVE "N" TO WS-RESUME-MODE.
           MOVE "N" TO WS-REPRISE-ECART.
           MOVE ZEROES TO WS-CKPT-NUMERO WS-CKPT-DEPUIS.

           INITIALIZE CFG-PARAMS.
           MOVE "PAIE-CKPT-INTERVAL" TO CFG-CLE.
           MOVE "100" TO CFG-DEFAUT.
           CALL "cfglire" USING CFG-PARAMS.
           COMPUTE WS-CKPT-INTERVALLE = FUNCTION NUMVAL(CFG-VALEUR).
           IF WS-CKPT-INTERVALLE EQUAL ZEROES
               MOVE 100 TO WS-CKPT-INTERVALLE
           END-IF.

           OPEN INPUT F-CHECKPOINT.
           IF NOT FS-CHECKPOINT-OK
               GO TO LIRE-REPRISE-EXIT
           END-IF.

           READ F-CHECKPOINT
               AT END
                   MOVE SPACE TO CKP-TYPE
           END-READ.
           IF CKP-TYPE NOT EQUAL "H"
               OR CKP-NUMERO-EMPLOYE NOT NUMERIC
               OR CKP-NUMERO-EMPLOYE EQUAL ZEROES
               CLOSE F-CHECKPOINT
               GO TO LIRE-REPRISE-EXIT
           END-IF.

      *un point de reprise d'une autre periode est perime : la
      *periode en cours repart de zero
           IF CKP-PERIODE NOT EQUAL WS-ABS-PERIODE
               DISPLAY "Point de reprise de la periode " CKP-PERIODE
                   " ignore."
               CLOSE F-CHECKPOINT
               GO TO LIRE-REPRISE-EXIT
           END-IF.

           MOVE "Y" TO WS-RESUME-MODE.
           MOVE CKP-NUMERO-EMPLOYE TO WS-CKPT-NUMERO.
           MOVE CKP-NB-BULLETINS TO WS-NB-BULLETINS.
           MOVE CKP-NB-EXCEPTIONS TO WS-NB-EXCEPTIONS.
           MOVE CKP-NON-BASCULES TO WS-CGS-NON-BASCULES.
           MOVE CKP-NB-LUS TO WS-NB-LUS.
           MOVE CKP-NB-CUMULS TO WS-CKPT-CUM-NB.
           MOVE CKP-HORODATAGE TO WS-CKPT-HORODATAGE.
           IF CKP-NB-CONGES IS NUMERIC
               AND CKP-NB-PRETS IS NUMERIC
               AND CKP-NB-RAPPELS IS NUMERIC
               MOVE CKP-NB-CONGES TO WS-CKPT-CGS-NB
               MOVE CKP-NB-PRETS TO WS-CKPT-PRT-NB
               MOVE CKP-NB-RAPPELS TO WS-CKPT-RAP-NB
           ELSE
               MOVE "Y" TO WS-REPRISE-ECART
           END-IF.

           MOVE ZEROES TO WS-CUM-NB WS-CGS-NB.
           MOVE ZEROES TO WS-CKPT-PRT-LUS WS-CKPT-RAP-LUS.
           PERFORM VARYING IDX-DEP FROM 1 BY 1
               UNTIL IDX-DEP > WS-DEPT-NB
               MOVE ZEROES TO WS-DEPT-EFFECTIF(IDX-DEP)
                   WS-DEPT-BRUT(IDX-DEP) WS-DEPT-NET(IDX-DEP)
           END-PERFORM.

           MOVE "N" TO WS-CKPT-COMPLET.
           MOVE "N" TO WS-CKPT-FIN.
           PERFORM UNTIL WS-CKPT-FIN = "Y"
               READ F-CHECKPOINT
                   AT END
                       MOVE "Y" TO WS-CKPT-FIN
                   NOT AT END
                       PERFORM RESTAURER-LIGNE-REPRISE
                           THRU RESTAURER-LIGNE-REPRISE-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-CHECKPOINT.

      *sans sa ligne de fin, le point de reprise a ete interrompu en
      *cours d'ecriture : l'etat exact n'est plus connu
           IF WS-CKPT-COMPLET NOT EQUAL "Y"
               OR WS-REPRISE-ECART EQUAL "Y"
               OR WS-CUM-NB NOT EQUAL WS-CKPT-CUM-NB
               OR WS-CGS-NB NOT EQUAL WS-CKPT-CGS-NB
               OR WS-CKPT-PRT-LUS NOT EQUAL WS-CKPT-PRT-NB
               OR WS-CKPT-RAP-LUS NOT EQUAL WS-CKPT-RAP-NB
               DISPLAY "Point de reprise PAIE-CHECKPOINT.txt "
                   "incomplet, reprise impossible."
               MOVE "Y" TO WS-REPRISE-ECART
               GO TO LIRE-REPRISE-EXIT
           END-IF.

           DISPLAY "Reprise apres le matricule " WS-CKPT-NUMERO
               " (point du " WS-CKPT-HORODATAGE ", "
               WS-NB-BULLETINS " bulletin(s) deja emis).".

       LIRE-REPRISE-EXIT.
           EXIT.

      ******************************************************************
       RESTAURER-LIGNE-REPRISE.

           EVALUATE CKP-TYPE
               WHEN "T"
                   MOVE CKP-SOC-BRUT TO WS-SOC-BRUT
                   MOVE CKP-SOC-COTISATIONS TO WS-SOC-COTISATIONS
                   MOVE CKP-SOC-IMPOT TO WS-SOC-IMPOT
                   MOVE CKP-SOC-NET TO WS-SOC-NET
               WHEN "D"
                   MOVE ZEROES TO WS-DEPT-CIBLE
                   PERFORM VARYING WS-DEPT-SCAN FROM 1 BY 1
                       UNTIL WS-DEPT-SCAN > WS-DEPT-NB
                       IF WS-DEPT-CODE(WS-DEPT-SCAN) EQUAL
                           CKP-DEPT-CODE
                           MOVE WS-DEPT-SCAN TO WS-DEPT-CIBLE
                       END-IF
                   END-PERFORM
                   IF WS-DEPT-CIBLE EQUAL ZEROES
                       MOVE WS-DEPT-NB TO WS-DEPT-CIBLE
                   END-IF
                   ADD CKP-DEPT-EFFECTIF
                       TO WS-DEPT-EFFECTIF(WS-DEPT-CIBLE)
                   ADD CKP-DEPT-BRUT TO WS-DEPT-BRUT(WS-DEPT-CIBLE)
                   ADD CKP-DEPT-NET TO WS-DEPT-NET(WS-DEPT-CIBLE)
               WHEN "C"
                   IF WS-CUM-NB < 99999
                       ADD 1 TO WS-CUM-NB
                       MOVE CKP-CUM-NUMERO TO WS-CUM-NUMERO(WS-CUM-NB)
                       MOVE CKP-CUM-ANNEE TO WS-CUM-ANNEE(WS-CUM-NB)
                       MOVE CKP-CUM-BRUT TO WS-CUM-BRUT(WS-CUM-NB)
                       MOVE CKP-CUM-COTIS TO WS-CUM-COTIS(WS-CUM-NB)
                       MOVE CKP-CUM-IMPOT TO WS-CUM-IMPOT(WS-CUM-NB)
                       MOVE CKP-CUM-NET TO WS-CUM-NET(WS-CUM-NB)
                       MOVE CKP-CUM-PASSAGES
                           TO WS-CUM-PASSAGES(WS-CUM-NB)
                   END-IF
               WHEN "G"
                   IF WS-CGS-NB < 99999
                       ADD 1 TO WS-CGS-NB
                       MOVE CKP-CGS-NUMERO TO WS-CGS-NUMERO(WS-CGS-NB)
                       MOVE CKP-CGS-EXERCICE
                           TO WS-CGS-EXERCICE(WS-CGS-NB)
                       MOVE CKP-CGS-REPORT TO WS-CGS-REPORT(WS-CGS-NB)
                       MOVE CKP-CGS-ACQUIS TO WS-CGS-ACQUIS(WS-CGS-NB)
                       MOVE CKP-CGS-PRIS TO WS-CGS-PRIS(WS-CGS-NB)
                       MOVE CKP-CGS-PERIODE TO WS-CGS-PERIODE(WS-CGS-NB)
                       MOVE CKP-CGS-PER-ACQUIS
                           TO WS-CGS-PER-ACQUIS(WS-CGS-NB)
                       MOVE CKP-CGS-PER-PRIS
                           TO WS-CGS-PER-PRIS(WS-CGS-NB)
                   END-IF
               WHEN "P"
                   PERFORM VARYING IDX-PRT FROM 1 BY 1
                       UNTIL IDX-PRT > WS-PRT-NB
                       IF WS-PRT-NUMERO(IDX-PRT) EQUAL CKP-PRT-NUMERO
                           AND WS-PRT-ORDRE(IDX-PRT) EQUAL
                           CKP-PRT-ORDRE
                           MOVE CKP-PRT-REMBOURSE
                               TO WS-PRT-REMBOURSE(IDX-PRT)
                           MOVE CKP-PRT-PER-RETENUE
                               TO WS-PRT-PER-RETENUE(IDX-PRT)
                           MOVE CKP-PRT-MT-RETENUE
                               TO WS-PRT-MT-RETENUE(IDX-PRT)
                           ADD 1 TO WS-CKPT-PRT-LUS
                       END-IF
                   END-PERFORM
               WHEN "R"
                   PERFORM VARYING IDX-RAP FROM 1 BY 1
                       UNTIL IDX-RAP > WS-RAP-NB
                       IF WS-RAP-NUMERO(IDX-RAP) EQUAL CKP-RAP-NUMERO
                           AND WS-RAP-DATE-EFFET(IDX-RAP) EQUAL
                           CKP-RAP-DATE-EFFET
                           AND WS-RAP-SAISIE(IDX-RAP) EQUAL
                           CKP-RAP-SAISIE
                           MOVE "Y" TO WS-RAP-PAYE(IDX-RAP)
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-CKPT-RAP-LUS
               WHEN "F"
                   IF CKP-NUMERO-EMPLOYE EQUAL WS-CKPT-NUMERO
                       MOVE "Y" TO WS-CKPT-COMPLET
                   END-IF
           END-EVALUATE.

       RESTAURER-LIGNE-REPRISE-EXIT.
           EXIT.

      ******************************************************************
      *premier tour : controle, sans rien modifier, que chaque sortie
      *contient bien tout ce qui precede le point de reprise ; second
      *tour : chaque sortie est ramenee exactement a ce point
       RESTAURER-SORTIES.

           MOVE "N" TO WS-REPRISE-RECOPIER.
           PERFORM RAMENER-LES-SORTIES THRU RAMENER-LES-SORTIES-EXIT.
           IF WS-REPRISE-ECART EQUAL "Y"
               DISPLAY "Reprise impossible : sorties incoherentes avec "
                   "le point de reprise. Supprimer PAIE-CHECKPOINT.txt "
                   "pour repasser la periode entiere."
               GO TO RESTAURER-SORTIES-EXIT
           END-IF.

           MOVE "Y" TO WS-REPRISE-RECOPIER.
           PERFORM RAMENER-LES-SORTIES THRU RAMENER-LES-SORTIES-EXIT.

       RESTAURER-SORTIES-EXIT.
           EXIT.

      ******************************************************************
       RAMENER-LES-SORTIES.

           MOVE "BULLETINS-PAIE.txt" TO WS-REPRISE-NOM.
           MOVE "B" TO WS-REPRISE-GENRE.
           MOVE WS-NB-BULLETINS TO WS-REPRISE-ATTENDUES.
           PERFORM RAMENER-UNE-SORTIE THRU RAMENER-UNE-SORTIE-EXIT.

           MOVE "NET-A-PAYER.txt" TO WS-REPRISE-NOM.
           MOVE "M" TO WS-REPRISE-GENRE.
           MOVE WS-NB-BULLETINS TO WS-REPRISE-ATTENDUES.
           PERFORM RAMENER-UNE-SORTIE THRU RAMENER-UNE-SORTIE-EXIT.

           MOVE "COTISATIONS-DETAIL.txt" TO WS-REPRISE-NOM.
           MOVE "M" TO WS-REPRISE-GENRE.
           COMPUTE WS-REPRISE-ATTENDUES =
               WS-NB-BULLETINS * WS-NB-COTISATIONS.
           PERFORM RAMENER-UNE-SORTIE THRU RAMENER-UNE-SORTIE-EXIT.

           MOVE "POINTAGES-EXCEPTIONS.txt" TO WS-REPRISE-NOM.
           MOVE "E" TO WS-REPRISE-GENRE.
           MOVE WS-NB-EXCEPTIONS TO WS-REPRISE-ATTENDUES.
           PERFORM RAMENER-UNE-SORTIE THRU RAMENER-UNE-SORTIE-EXIT.

       RAMENER-LES-SORTIES-EXIT.
           EXIT.

      ******************************************************************
      *la sortie WS-REPRISE-NOM est lue jusqu'au premier element
      *posterieur au point de reprise ; en recopie, les lignes gardees
      *passent par le fichier de travail puis remplacent la sortie
       RAMENER-UNE-SORTIE.

           MOVE ZEROES TO WS-REPRISE-LUES WS-REPRISE-GARDEES.

           OPEN INPUT F-REPRISE-SOURCE.
           IF NOT FS-REPRISE-SOURCE-OK
               DISPLAY "Reprise : sortie introuvable, " WS-REPRISE-NOM
               MOVE "Y" TO WS-REPRISE-ECART
               GO TO RAMENER-UNE-SORTIE-EXIT
           END-IF.
           IF WS-REPRISE-RECOPIER EQUAL "Y"
               OPEN OUTPUT F-REPRISE-TRAVAIL
           END-IF.

           MOVE "N" TO WS-REPRISE-ARRET.
           PERFORM UNTIL WS-REPRISE-ARRET = "Y"
               READ F-REPRISE-SOURCE
                   AT END
                       MOVE "Y" TO WS-REPRISE-ARRET
                   NOT AT END
                       PERFORM TRIER-LIGNE-REPRISE
                           THRU TRIER-LIGNE-REPRISE-EXIT
               END-READ
           END-PERFORM.
           CLOSE F-REPRISE-SOURCE.

           IF WS-REPRISE-GARDEES NOT EQUAL WS-REPRISE-ATTENDUES
               DISPLAY "Reprise : " WS-REPRISE-GARDEES " element(s) "
                   "jusqu'au point de reprise, " WS-REPRISE-ATTENDUES
                   " attendu(s), dans " WS-REPRISE-NOM
               MOVE "Y" TO WS-REPRISE-ECART
           END-IF.

           IF WS-REPRISE-RECOPIER NOT EQUAL "Y"
               GO TO RAMENER-UNE-SORTIE-EXIT
           END-IF.
           CLOSE F-REPRISE-TRAVAIL.

           OPEN INPUT F-REPRISE-TRAVAIL.
           OPEN OUTPUT F-REPRISE-SOURCE.
           MOVE "N" TO WS-REPRISE-ARRET.
           PERFORM UNTIL WS-REPRISE-ARRET = "Y"
               READ F-REPRISE-TRAVAIL
                   AT END
                       MOVE "Y" TO WS-REPRISE-ARRET
                   NOT AT END
                       WRITE WS-REPRISE-SOURCE-LINE
                           FROM WS-REPRISE-TRAVAIL-LINE
               END-READ
           END-PERFORM.
           CLOSE F-REPRISE-TRAVAIL.
           CLOSE F-REPRISE-SOURCE.

       RAMENER-UNE-SORTIE-EXIT.
           EXIT.

      ******************************************************************
      *le maitre est trie par matricule : le premier element d'un
      *matricule posterieur au point de reprise, ou la page des totaux
      *societe, marque la fin de ce qui est garde
       TRIER-LIGNE-REPRISE.

           ADD 1 TO WS-REPRISE-LUES.

           EVALUATE TRUE
               WHEN WS-GENRE-BULLETINS
                   IF WS-REPRISE-SOURCE-LINE(1:14) EQUAL
                       "TOTAUX SOCIETE"
                       MOVE "Y" TO WS-REPRISE-ARRET
                       GO TO TRIER-LIGNE-REPRISE-EXIT
                   END-IF
                   IF WS-REPRISE-SOURCE-LINE(1:9) EQUAL "BULLETIN "
                       IF WS-REPRISE-SOURCE-LINE(10:9) > WS-CKPT-NUMERO
                           MOVE "Y" TO WS-REPRISE-ARRET
                           GO TO TRIER-LIGNE-REPRISE-EXIT
                       END-IF
                       ADD 1 TO WS-REPRISE-GARDEES
                   END-IF
               WHEN WS-GENRE-MATRICULE
                   IF WS-REPRISE-SOURCE-LINE(1:9) > WS-CKPT-NUMERO
                       MOVE "Y" TO WS-REPRISE-ARRET
                       GO TO TRIER-LIGNE-REPRISE-EXIT
                   END-IF
                   ADD 1 TO WS-REPRISE-GARDEES
               WHEN WS-GENRE-EXCEPTIONS
                   IF WS-REPRISE-LUES > 1
                       IF WS-REPRISE-SOURCE-LINE(3:9) > WS-CKPT-NUMERO
                           MOVE "Y" TO WS-REPRISE-ARRET
                           GO TO TRIER-LIGNE-REPRISE-EXIT
                       END-IF
                       ADD 1 TO WS-REPRISE-GARDEES
                   END-IF
           END-EVALUATE.

           IF WS-REPRISE-RECOPIER EQUAL "Y"
               WRITE WS-REPRISE-TRAVAIL-LINE
                   FROM WS-REPRISE-SOURCE-LINE
           END-IF.

       TRIER-LIGNE-REPRISE-EXIT.
           EXIT.

      ******************************************************************
      *prise d'un point de reprise apres le matricule courant : les
      *sorties sont fermees et rouvertes en ajout pour que tout ce qui
      *le precede soit sur disque, puis le point est reecrit en entier
       ECRIRE-REPRISE.

           CLOSE F-BULLETINS.
           CLOSE F-NET.
           CLOSE F-COT-DETAIL.
           CLOSE F-EXCEPTIONS.
           OPEN EXTEND F-BULLETINS.
           OPEN EXTEND F-NET.
           OPEN EXTEND F-COT-DETAIL.
           OPEN EXTEND F-EXCEPTIONS.

           MOVE ZEROES TO WS-CKPT-DEPUIS.
           MOVE FUNCTION CURRENT-DATE TO WS-CKPT-HORODATAGE.

           OPEN OUTPUT F-CHECKPOINT.
           IF NOT FS-CHECKPOINT-OK
               DISPLAY "Erreur ecriture PAIE-CHECKPOINT.txt : "
                   FS-CHECKPOINT
               GO TO ECRIRE-REPRISE-EXIT
           END-IF.

           MOVE SPACES TO CKP-ENTETE.
           MOVE "H" TO CKP-TYPE.
           MOVE WS-ABS-PERIODE TO CKP-PERIODE.
           MOVE WS-BUFFER-NUMERO-EMPLOYE TO CKP-NUMERO-EMPLOYE.
           MOVE WS-NB-BULLETINS TO CKP-NB-BULLETINS.
           MOVE WS-NB-EXCEPTIONS TO CKP-NB-EXCEPTIONS.
           MOVE WS-CGS-NON-BASCULES TO CKP-NON-BASCULES.
           MOVE WS-CUM-NB TO CKP-NB-CUMULS.
           MOVE WS-DEPT-NB TO CKP-NB-DEPTS.
           MOVE WS-NB-LUS TO CKP-NB-LUS.
           MOVE WS-CKPT-HORODATAGE TO CKP-HORODATAGE.
           MOVE WS-CGS-NB TO CKP-NB-CONGES.
           MOVE WS-PRT-NB TO CKP-NB-PRETS.
           MOVE ZEROES TO WS-CKPT-RAP-NB.
           PERFORM VARYING IDX-RAP FROM 1 BY 1
               UNTIL IDX-RAP > WS-RAP-NB
               IF WS-RAP-PAYE(IDX-RAP) EQUAL "Y"
                   ADD 1 TO WS-CKPT-RAP-NB
               END-IF
           END-PERFORM.
           MOVE WS-CKPT-RAP-NB TO CKP-NB-RAPPELS.
           WRITE CKP-ENTETE.

           MOVE SPACES TO CKP-TOTAUX.
           MOVE "T" TO CKP-TYPE.
           MOVE WS-SOC-BRUT TO CKP-SOC-BRUT.
           MOVE WS-SOC-COTISATIONS TO CKP-SOC-COTISATIONS.
           MOVE WS-SOC-IMPOT TO CKP-SOC-IMPOT.
           MOVE WS-SOC-NET TO CKP-SOC-NET.
           WRITE CKP-TOTAUX.

           PERFORM VARYING IDX-DEP FROM 1 BY 1
               UNTIL IDX-DEP > WS-DEPT-NB
               IF WS-DEPT-EFFECTIF(IDX-DEP) > ZEROES
                   MOVE SPACES TO CKP-DEPARTEMENT
                   MOVE "D" TO CKP-TYPE
                   MOVE WS-DEPT-CODE(IDX-DEP) TO CKP-DEPT-CODE
                   MOVE WS-DEPT-EFFECTIF(IDX-DEP) TO CKP-DEPT-EFFECTIF
                   MOVE WS-DEPT-BRUT(IDX-DEP) TO CKP-DEPT-BRUT
                   MOVE WS-DEPT-NET(IDX-DEP) TO CKP-DEPT-NET
                   WRITE CKP-DEPARTEMENT
               END-IF
           END-PERFORM.

           PERFORM VARYING IDX-CUM FROM 1 BY 1
               UNTIL IDX-CUM > WS-CUM-NB
               MOVE SPACES TO CKP-CUMUL
               MOVE "C" TO CKP-TYPE
               MOVE WS-CUM-NUMERO(IDX-CUM) TO CKP-CUM-NUMERO
               MOVE WS-CUM-ANNEE(IDX-CUM) TO CKP-CUM-ANNEE
               MOVE WS-CUM-BRUT(IDX-CUM) TO CKP-CUM-BRUT
               MOVE WS-CUM-COTIS(IDX-CUM) TO CKP-CUM-COTIS
               MOVE WS-CUM-IMPOT(IDX-CUM) TO CKP-CUM-IMPOT
               MOVE WS-CUM-NET(IDX-CUM) TO CKP-CUM-NET
               MOVE WS-CUM-PASSAGES(IDX-CUM) TO CKP-CUM-PASSAGES
               WRITE CKP-CUMUL
           END-PERFORM.

           PERFORM VARYING IDX-CGS FROM 1 BY 1
               UNTIL IDX-CGS > WS-CGS-NB
               MOVE SPACES TO CKP-CONGE
               MOVE "G" TO CKP-TYPE
               MOVE WS-CGS-NUMERO(IDX-CGS) TO CKP-CGS-NUMERO
               MOVE WS-CGS-EXERCICE(IDX-CGS) TO CKP-CGS-EXERCICE
               MOVE WS-CGS-REPORT(IDX-CGS) TO CKP-CGS-REPORT
               MOVE WS-CGS-ACQUIS(IDX-CGS) TO CKP-CGS-ACQUIS
               MOVE WS-CGS-PRIS(IDX-CGS) TO CKP-CGS-PRIS
               MOVE WS-CGS-PERIODE(IDX-CGS) TO CKP-CGS-PERIODE
               MOVE WS-CGS-PER-ACQUIS(IDX-CGS) TO CKP-CGS-PER-ACQUIS
               MOVE WS-CGS-PER-PRIS(IDX-CGS) TO CKP-CGS-PER-PRIS
               WRITE CKP-CONGE
           END-PERFORM.

           PERFORM VARYING IDX-PRT FROM 1 BY 1
               UNTIL IDX-PRT > WS-PRT-NB
               MOVE SPACES TO CKP-PRET
               MOVE "P" TO CKP-TYPE
               MOVE WS-PRT-NUMERO(IDX-PRT) TO CKP-PRT-NUMERO
               MOVE WS-PRT-ORDRE(IDX-PRT) TO CKP-PRT-ORDRE
               MOVE WS-PRT-REMBOURSE(IDX-PRT) TO CKP-PRT-REMBOURSE
               MOVE WS-PRT-PER-RETENUE(IDX-PRT) TO CKP-PRT-PER-RETENUE
               MOVE WS-PRT-MT-RETENUE(IDX-PRT) TO CKP-PRT-MT-RETENUE
               WRITE CKP-PRET
           END-PERFORM.

           PERFORM VARYING IDX-RAP FROM 1 BY 1
               UNTIL IDX-RAP > WS-RAP-NB
               IF WS-RAP-PAYE(IDX-RAP) EQUAL "Y"
                   MOVE SPACES TO CKP-RAPPEL
                   MOVE "R" TO CKP-TYPE
                   MOVE WS-RAP-NUMERO(IDX-RAP) TO CKP-RAP-NUMERO
                   MOVE WS-RAP-DATE-EFFET(IDX-RAP) TO CKP-RAP-DATE-EFFET
                   MOVE WS-RAP-SAISIE(IDX-RAP) TO CKP-RAP-SAISIE
                   WRITE CKP-RAPPEL
               END-IF
           END-PERFORM.

           MOVE SPACES TO CKP-ENTETE.
           MOVE "F" TO CKP-TYPE.
           MOVE WS-ABS-PERIODE TO CKP-PERIODE.
           MOVE WS-BUFFER-NUMERO-EMPLOYE TO CKP-NUMERO-EMPLOYE.
           WRITE CKP-ENTETE.

           CLOSE F-CHECKPOINT.

       ECRIRE-REPRISE-EXIT.
           EXIT.

      ******************************************************************
       EFFACER-REPRISE.

           OPEN OUTPUT F-CHECKPOINT.
           CLOSE F-CHECKPOINT.

       EFFACER-REPRISE-EXIT.
           EXIT.
      ******************************************************************
