           Date-compiled. 04/04/2024.
      *This programme will ask you your name and age and say hello to
      *you.
      *A l'accueil, chaque arrivee est filtree contre la liste de
      *surveillance VISITEURS-INTERDITS.txt (badge refuse et evenement
      *de securite pour le rapport du matin), doit nommer un employe
      *hote connu de FICHIERCLIENT.idx, prevenu par
      *NOTIFICATIONS-HOTES.txt, et donne son heure de depart prevue :
      *un visiteur encore dans les murs apres cette heure est signale.

       environment division.
           Input-output section.
               access mode is sequential
               file status is fs-evacuation.

      *liste de surveillance : personnes a ne pas admettre
               Select f-surveillance assign
               to "VISITEURS-INTERDITS.txt"
               organization is line sequential
               access mode is sequential
               file status is fs-surveillance.

               Select f-securite assign
               to "SECURITE-EVENEMENTS.txt"
               organization is line sequential
               access mode is sequential
               file status is fs-securite.

               Select f-notifications assign
               to "NOTIFICATIONS-HOTES.txt"
               organization is line sequential
               access mode is sequential
               file status is fs-notifications.

      *employes hotes, consultes par matricule
               Select f-employe-idx assign
               to "FICHIERCLIENT.idx"
               organization is indexed
               access mode is dynamic
               record key is idx-numero-employe
               file status is fs-idx.

       data division.

       file section.
           05 bdg-prenom     pic x(10).
           05 bdg-arrivee    pic x(6).
           05 bdg-sortie     pic x(6).
           05 bdg-hote       pic 9(9).
           05 bdg-depart     pic x(4).
           05 bdg-signale    pic x.
           05 filler         pic x(10).

       fd  f-presence
           record contains 80 characters
       01  ws-presence-ligne pic x(80).

      *visiteur attendu : nom, prenom, heure annoncee, statut "A"
      *pose quand le badge est remis ("R" si refuse), matricule de
      *l'employe hote et heure de depart prevue (HHMM)
       fd  f-attendus
           record contains 40 characters
           recording mode is f.
           05 att-prenom     pic x(10).
           05 att-heure      pic x(4).
           05 att-statut     pic x.
           05 att-hote       pic x(9).
           05 att-depart     pic x(4).
           05 filler         pic x(2).

       fd  f-evacuation
           record contains 80 characters

       01  ws-evacuation-ligne pic x(80).

      *personne a ne pas admettre : nom, prenom (a blanc = tout
      *prenom), periode de validite AAAAMMJJ (a blanc = sans borne)
      *et motif
       fd  f-surveillance
           record contains 80 characters
           recording mode is f.

       01  ws-surveillance-rec.
           05 lst-nom        pic x(10).
           05 lst-prenom     pic x(10).
           05 lst-debut      pic x(8).
           05 lst-fin        pic x(8).
           05 lst-motif      pic x(40).
           05 filler         pic x(4).

       fd  f-securite
           record contains 120 characters
           recording mode is f.

       COPY SECEVT.

      *avis aux hotes, une ligne par arrivee ou depassement
       fd  f-notifications
           record contains 100 characters
           recording mode is f.

       01  ws-notification-rec.
           05 ntf-horodatage pic x(14).
           05 filler         pic x.
           05 ntf-type       pic x(8).
           05 filler         pic x.
           05 ntf-hote       pic 9(9).
           05 filler         pic x.
           05 ntf-hote-nom   pic x(20).
           05 filler         pic x.
           05 ntf-badge      pic 9(4).
           05 filler         pic x.
           05 ntf-prenom     pic x(10).
           05 filler         pic x.
           05 ntf-nom        pic x(10).
           05 filler         pic x.
           05 ntf-depart     pic x(4).
           05 filler         pic x(14).

       fd  f-employe-idx
           record contains 79 characters.

       01  idx-employee-rec.
           05 idx-numero-employe    pic 9(9).
           05 idx-nom               pic x(20).
           05 idx-prenom            pic x(20).
           05 idx-profession        pic x(14).
           05 idx-cp                pic 9(3).
           05 idx-salaire           pic 9(5).
           05 idx-date-embauche     pic 9(8).

       working-storage section.

      *inputtext is a question outputtext will save your answer.
               05 ws-bdg-prenom  pic x(10).
               05 ws-bdg-arrivee pic x(6).
               05 ws-bdg-sortie  pic x(6).
               05 ws-bdg-hote    pic 9(9).
               05 ws-bdg-depart  pic x(4).
               05 ws-bdg-signale pic x.

       01 ws-action        pic x VALUE "E".
       01 ws-badge-prochain pic 9(4) VALUE 1.
               05 ws-att-prenom  pic x(10).
               05 ws-att-heure   pic x(4).
               05 ws-att-statut  pic x.
               05 ws-att-hote    pic x(9).
               05 ws-att-depart  pic x(4).

       01 ws-attendus-fin  pic x VALUE "N".
       01 ws-att-cible     pic 9(3) VALUE ZERO.
       01 ws-presents      pic 9(3) VALUE ZERO.
       01 ws-non-venus     pic 9(3) VALUE ZERO.

      *liste de surveillance chargee en memoire
       01 fs-surveillance  pic x(02).
           88 fs-surveillance-ok VALUE "00".
       01 ws-surveillance.
           03 ws-nb-surv pic 9(3) VALUE ZERO.
           03 ws-surv OCCURS 0 TO 200 TIMES
               DEPENDING ON ws-nb-surv
               INDEXED BY idx-surv.
               05 ws-surv-nom    pic x(10).
               05 ws-surv-prenom pic x(10).
               05 ws-surv-debut  pic x(8).
               05 ws-surv-fin    pic x(8).
               05 ws-surv-motif  pic x(40).
       01 ws-surv-fin-lect pic x VALUE "N".
       01 ws-surv-cible    pic 9(3) VALUE ZERO.
       01 ws-aujourdhui    pic x(8) VALUE SPACES.
       01 ws-nom-maj       pic x(10).
       01 ws-prenom-maj    pic x(10).
       01 ws-refus         pic 9(3) VALUE ZERO.

       01 fs-securite      pic x(02).
           88 fs-securite-ok VALUE "00".
       01 fs-notifications pic x(02).
           88 fs-notifications-ok VALUE "00".

      *employe hote : index ouvert pour la session ; indisponible,
      *le matricule saisi est retenu sans controle
       01 fs-idx           pic x(02).
           88 fs-idx-ok VALUE "00".
       01 ws-idx-ouvert    pic x VALUE "N".
       01 ws-hote          pic 9(9) VALUE ZERO.
       01 ws-hote-saisi    pic x(9) VALUE SPACES.
       01 ws-hote-nom      pic x(20) VALUE SPACES.
       01 ws-hote-ok       pic x VALUE "N".
       01 ws-hote-essais   pic 9 VALUE ZERO.

      *heure de depart prevue (HHMM) et controle des depassements
       01 ws-depart        pic x(4) VALUE SPACES.
       01 ws-depart-ok     pic x VALUE "N".
       01 ws-heure-courante pic x(4) VALUE SPACES.
       01 ws-depasses      pic 9(3) VALUE ZERO.
       01 ws-ntf-type      pic x(8) VALUE SPACES.

       Procedure division.

      *borne haute des passages lue dans la configuration partagee
           PERFORM 7000-charger-badges THRU 7000-charger-badges-end.
           PERFORM 7200-charger-attendus
               THRU 7200-charger-attendus-end.
           PERFORM 7300-charger-surveillance
               THRU 7300-charger-surveillance-end.
           PERFORM 7400-ouvrir-hotes THRU 7400-ouvrir-hotes-end.

           PERFORM 8000-begin
           THRU 8000-end
           PERFORM 7500-sauver-badges THRU 7500-sauver-badges-end.
           PERFORM 7600-sauver-attendus
               THRU 7600-sauver-attendus-end.
           IF ws-idx-ouvert EQUAL "Y"
               CLOSE f-employe-idx
           END-IF.

      *exigence incendie : des badges jamais rendus en fin de session
      *valent avertissement pour l'ordonnanceur, de meme qu'un badge
      *refuse a une personne de la liste de surveillance
           move 0 to ws-restes-dedans.
           PERFORM VARYING idx-bdg FROM 1 BY 1
               UNTIL idx-bdg > ws-nb-badges
                   ADD 1 TO ws-restes-dedans
               END-IF
           END-PERFORM.
           IF ws-restes-dedans > ZERO OR ws-refus > ZERO
               move 4 to return-code
           ELSE
               move 0 to return-code
           stop run.

       8000-begin.
           PERFORM 8900-controler-depassements
               THRU 8900-controler-depassements-end.
           Display "Action ? (E=Entree S=Sortie R=Rapport du jour "
               "L=Liste evacuation)".
           Accept ws-action.
           Display "Bonjour COBOL!".
           Display inputnom.
           Accept outputnom.
           MOVE SPACES TO ws-hote-saisi ws-depart.

      *visiteur annonce : la fiche attendue pre-remplit le prenom,
      *l'hote et le depart prevu, et l'arrivee est pointee
           move 0 to ws-att-cible.
           PERFORM VARYING idx-att FROM 1 BY 1
               UNTIL idx-att > ws-nb-attendus
                   " : " ws-att-prenom(ws-att-cible)
                   " " ws-att-nom(ws-att-cible)
               MOVE ws-att-prenom(ws-att-cible) TO outprenom
               MOVE ws-att-hote(ws-att-cible) TO ws-hote-saisi
               MOVE ws-att-depart(ws-att-cible) TO ws-depart
               MOVE "A" TO ws-att-statut(ws-att-cible)
           ELSE
               Display inprenom
               Accept outprenom
           END-IF.

      *filtrage contre la liste de surveillance avant tout badge
           PERFORM 8110-filtrer-surveillance
               THRU 8110-filtrer-surveillance-end.
           IF ws-surv-cible > ZERO
               ADD 1 TO boucle
               GO TO 8100-entree-end
           END-IF.

           PERFORM 8120-designer-hote THRU 8120-designer-hote-end.
           IF ws-hote-ok EQUAL "N"
               Display "Aucun employe hote valide : pas de badge remis."
               IF ws-att-cible > ZERO
                   MOVE SPACE TO ws-att-statut(ws-att-cible)
               END-IF
               ADD 1 TO boucle
               GO TO 8100-entree-end
           END-IF.

           PERFORM 8130-saisir-depart THRU 8130-saisir-depart-end.

           PERFORM WITH TEST AFTER UNTIL ws-age-ok EQUAL "Y"
               Display inputage
               Accept outputage
       8100-entree-end.
           exit.
      ******************************************************************
      *la personne figure-t-elle sur la liste de surveillance (nom,
      *prenom si la liste le precise, periode de validite du jour) ?
      *oui : badge refuse, evenement de securite pour le rapport du
      *matin
       8110-filtrer-surveillance.

           move 0 to ws-surv-cible.
           MOVE FUNCTION CURRENT-DATE TO ws-horodatage.
           MOVE ws-horodatage(1:8) TO ws-aujourdhui.
           MOVE FUNCTION UPPER-CASE(outputnom) TO ws-nom-maj.
           MOVE FUNCTION UPPER-CASE(outprenom) TO ws-prenom-maj.

           PERFORM VARYING idx-surv FROM 1 BY 1
               UNTIL idx-surv > ws-nb-surv OR ws-surv-cible > ZERO
               IF ws-surv-nom(idx-surv) EQUAL ws-nom-maj
                   AND (ws-surv-prenom(idx-surv) EQUAL SPACES
                       OR ws-surv-prenom(idx-surv) EQUAL ws-prenom-maj)
                   AND (ws-surv-debut(idx-surv) NOT NUMERIC
                       OR ws-surv-debut(idx-surv) <= ws-aujourdhui)
                   AND (ws-surv-fin(idx-surv) NOT NUMERIC
                       OR ws-surv-fin(idx-surv) >= ws-aujourdhui)
                   SET ws-surv-cible TO idx-surv
               END-IF
           END-PERFORM.

           IF ws-surv-cible EQUAL ZERO
               GO TO 8110-filtrer-surveillance-end
           END-IF.

           ADD 1 TO ws-refus.
           Display "ACCES REFUSE : " outprenom " " outputnom
               " figure sur la liste de surveillance.".
           Display "Motif : " ws-surv-motif(ws-surv-cible).
           Display "Aucun badge remis - prevenir la securite.".
           IF ws-att-cible > ZERO
               MOVE "R" TO ws-att-statut(ws-att-cible)
           END-IF.
           PERFORM 9100-tracer-securite THRU 9100-tracer-securite-end.

       8110-filtrer-surveillance-end.
           exit.
      ******************************************************************
      *employe hote : celui de l'annonce s'il est connu, sinon
      *saisi a l'accueil (trois essais)
       8120-designer-hote.

           move "N" to ws-hote-ok.
           move 0 to ws-hote-essais.

           IF ws-hote-saisi NOT EQUAL SPACES
               PERFORM 8125-controler-hote THRU 8125-controler-hote-end
               IF ws-hote-ok EQUAL "Y"
                   GO TO 8120-designer-hote-end
               END-IF
               Display "Hote annonce non reconnu : " ws-hote-saisi
           END-IF.

           PERFORM UNTIL ws-hote-ok EQUAL "Y" OR ws-hote-essais >= 3
               Display "Matricule de l'employe visite ?"
               Accept ws-hote-saisi
               ADD 1 TO ws-hote-essais
               PERFORM 8125-controler-hote THRU 8125-controler-hote-end
           END-PERFORM.

       8120-designer-hote-end.
           exit.
      ******************************************************************
       8125-controler-hote.

           move "N" to ws-hote-ok.
           MOVE SPACES TO ws-hote-nom.
           move 0 to ws-hote.
           IF ws-hote-saisi NOT EQUAL SPACES
               COMPUTE ws-hote = FUNCTION NUMVAL(ws-hote-saisi)
           END-IF.
           IF ws-hote EQUAL ZERO
               Display "Matricule d'employe obligatoire."
               GO TO 8125-controler-hote-end
           END-IF.

      *index indisponible : le matricule est retenu tel quel
           IF ws-idx-ouvert EQUAL "N"
               Display "Hote " ws-hote " retenu sans controle "
                   "(FICHIERCLIENT.idx indisponible)."
               move "Y" to ws-hote-ok
               GO TO 8125-controler-hote-end
           END-IF.

           MOVE ws-hote TO idx-numero-employe.
           READ f-employe-idx
               INVALID KEY
                   Display "Employe inconnu : " ws-hote
                   GO TO 8125-controler-hote-end
           END-READ.
           IF NOT fs-idx-ok
               Display "Lecture FICHIERCLIENT.idx en erreur : " fs-idx
               GO TO 8125-controler-hote-end
           END-IF.

           STRING idx-prenom DELIMITED BY SPACE
               " " idx-nom DELIMITED BY SIZE
               INTO ws-hote-nom.
           Display "Employe hote : " ws-hote-nom.
           move "Y" to ws-hote-ok.

       8125-controler-hote-end.
           exit.
      ******************************************************************
      *heure de depart prevue : celle de l'annonce si elle est
      *valide, sinon saisie
       8130-saisir-depart.

           PERFORM 8135-controler-depart THRU 8135-controler-depart-end.
           PERFORM WITH TEST AFTER UNTIL ws-depart-ok EQUAL "Y"
               IF ws-depart-ok EQUAL "N"
                   Display "Heure de depart prevue (HHMM) ?"
                   Accept ws-depart
                   PERFORM 8135-controler-depart
                       THRU 8135-controler-depart-end
                   IF ws-depart-ok EQUAL "N"
                       Display "Heure invalide, entre HHMM (0000-2359)."
                   END-IF
               END-IF
           END-PERFORM.

       8130-saisir-depart-end.
           exit.
      ******************************************************************
       8135-controler-depart.

           move "N" to ws-depart-ok.
           IF ws-depart NUMERIC
               AND ws-depart(1:2) <= "23" AND ws-depart(3:2) <= "59"
               move "Y" to ws-depart-ok
           END-IF.

       8135-controler-depart-end.
           exit.
      ******************************************************************
      *remise d'un badge au visiteur qui vient d'etre accueilli, avec
      *l'heure d'arrivee tiree de l'horodatage systeme
       8200-remettre-badge.
           MOVE outprenom TO ws-bdg-prenom(ws-nb-badges).
           MOVE ws-horodatage(9:6) TO ws-bdg-arrivee(ws-nb-badges).
           MOVE "000000" TO ws-bdg-sortie(ws-nb-badges).
           MOVE ws-hote TO ws-bdg-hote(ws-nb-badges).
           MOVE ws-depart TO ws-bdg-depart(ws-nb-badges).
           MOVE "N" TO ws-bdg-signale(ws-nb-badges).

           Display "Badge remis : " ws-bdg-numero(ws-nb-badges)
               " (arrivee " ws-bdg-arrivee(ws-nb-badges) ").".

      *l'hote est prevenu de l'arrivee sans attendre l'appel de
      *l'accueil
           SET idx-bdg TO ws-nb-badges.
           MOVE "ARRIVEE" TO ws-ntf-type.
           PERFORM 8300-notifier-hote THRU 8300-notifier-hote-end.

       8200-remettre-badge-end.
           exit.
      ******************************************************************
      *avis a l'hote du badge idx-bdg dans NOTIFICATIONS-HOTES.txt :
      *ARRIVEE a la remise du badge, DEPASSE quand le depart prevu
      *est passe
       8300-notifier-hote.

           MOVE SPACES TO ws-hote-nom.
           IF ws-idx-ouvert EQUAL "Y"
               MOVE ws-bdg-hote(idx-bdg) TO idx-numero-employe
               READ f-employe-idx
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING idx-prenom DELIMITED BY SPACE
                           " " idx-nom DELIMITED BY SIZE
                           INTO ws-hote-nom
               END-READ
           END-IF.

           OPEN EXTEND f-notifications.
           IF NOT fs-notifications-ok
               CLOSE f-notifications
               OPEN OUTPUT f-notifications
           END-IF.
           IF NOT fs-notifications-ok
               Display "Erreur ouverture f-notifications : "
                   fs-notifications
               GO TO 8300-notifier-hote-end
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO ws-horodatage.
           MOVE SPACES TO ws-notification-rec.
           MOVE ws-horodatage(1:14) TO ntf-horodatage.
           MOVE ws-ntf-type TO ntf-type.
           MOVE ws-bdg-hote(idx-bdg) TO ntf-hote.
           MOVE ws-hote-nom TO ntf-hote-nom.
           MOVE ws-bdg-numero(idx-bdg) TO ntf-badge.
           MOVE ws-bdg-prenom(idx-bdg) TO ntf-prenom.
           MOVE ws-bdg-nom(idx-bdg) TO ntf-nom.
           MOVE ws-bdg-depart(idx-bdg) TO ntf-depart.
           WRITE ws-notification-rec.

           CLOSE f-notifications.

       8300-notifier-hote-end.
           exit.
      ******************************************************************
       8500-sortie.

      *badge, et avertissement pour les badges jamais sortis
       8600-rapport.

           MOVE FUNCTION CURRENT-DATE TO ws-horodatage.
           MOVE ws-horodatage(9:4) TO ws-heure-courante.
           move 0 to ws-depasses.

           OPEN OUTPUT f-presence.
           IF NOT fs-presence-ok
               Display "Erreur ouverture f-presence : " fs-presence
               IF ws-bdg-sortie(idx-bdg) EQUAL "000000"
                   ADD 1 TO ws-restes-dedans
                   MOVE SPACES TO ws-presence-ligne
                   IF ws-bdg-depart(idx-bdg) NUMERIC
                       AND ws-bdg-depart(idx-bdg) < ws-heure-courante
                       ADD 1 TO ws-depasses
                       STRING "BADGE " ws-bdg-numero(idx-bdg)
                           " " ws-bdg-prenom(idx-bdg)
                           " " ws-bdg-nom(idx-bdg)
                           " arrivee " ws-bdg-arrivee(idx-bdg)
                           " DEPASSE depart prevu "
                           ws-bdg-depart(idx-bdg)
                           DELIMITED BY SIZE INTO ws-presence-ligne
                   ELSE
                       STRING "BADGE " ws-bdg-numero(idx-bdg)
                           " " ws-bdg-prenom(idx-bdg)
                           " " ws-bdg-nom(idx-bdg)
                           " arrivee " ws-bdg-arrivee(idx-bdg)
                           " ENCORE DANS LES MURS"
                           DELIMITED BY SIZE INTO ws-presence-ligne
                   END-IF
                   WRITE ws-presence-ligne FROM ws-presence-ligne
               ELSE
                   PERFORM 8700-calculer-duree
               Display "ATTENTION : " ws-restes-dedans
                   " badge(s) jamais sorti(s) (securite incendie)."
           END-IF.
           IF ws-depasses > ZERO
               Display "ATTENTION : " ws-depasses
                   " visiteur(s) encore present(s) apres le depart "
                   "prevu."
           END-IF.
           Display "Rapport de presence ecrit ("
               ws-nb-badges " visite(s)).".


       8800-evacuation-end.
           exit.
      ******************************************************************
      *visiteurs encore dans les murs apres leur depart prevu :
      *signales une fois a l'accueil et a leur hote
       8900-controler-depassements.

           MOVE FUNCTION CURRENT-DATE TO ws-horodatage.
           MOVE ws-horodatage(9:4) TO ws-heure-courante.

           PERFORM VARYING idx-bdg FROM 1 BY 1
               UNTIL idx-bdg > ws-nb-badges
               IF ws-bdg-sortie(idx-bdg) EQUAL "000000"
                   AND ws-bdg-signale(idx-bdg) NOT EQUAL "Y"
                   AND ws-bdg-depart(idx-bdg) NUMERIC
                   AND ws-bdg-depart(idx-bdg) < ws-heure-courante
                   MOVE "Y" TO ws-bdg-signale(idx-bdg)
                   Display "DEPASSEMENT : badge "
                       ws-bdg-numero(idx-bdg) " "
                       ws-bdg-prenom(idx-bdg) " " ws-bdg-nom(idx-bdg)
                       " devait partir a " ws-bdg-depart(idx-bdg) "."
                   MOVE "DEPASSE" TO ws-ntf-type
                   PERFORM 8300-notifier-hote
                       THRU 8300-notifier-hote-end
               END-IF
           END-PERFORM.

       8900-controler-depassements-end.
           exit.
      ******************************************************************
       7200-charger-attendus.

                               TO ws-att-heure(ws-nb-attendus)
                           MOVE att-statut
                               TO ws-att-statut(ws-nb-attendus)
                           MOVE att-hote
                               TO ws-att-hote(ws-nb-attendus)
                           MOVE att-depart
                               TO ws-att-depart(ws-nb-attendus)
                       END-IF
               END-READ
           END-PERFORM.
       7200-charger-attendus-end.
           exit.
      ******************************************************************
      *liste de surveillance, noms et prenoms ramenes en majuscules
      *pour la comparaison
       7300-charger-surveillance.

           OPEN INPUT f-surveillance.
           IF NOT fs-surveillance-ok
               GO TO 7300-charger-surveillance-end
           END-IF.

           move "N" to ws-surv-fin-lect.
           PERFORM UNTIL ws-surv-fin-lect = "Y"
               READ f-surveillance
                   AT END
                       move "Y" to ws-surv-fin-lect
                   NOT AT END
                       IF ws-nb-surv < 200 AND lst-nom NOT EQUAL SPACES
                           ADD 1 TO ws-nb-surv
                           MOVE FUNCTION UPPER-CASE(lst-nom)
                               TO ws-surv-nom(ws-nb-surv)
                           MOVE FUNCTION UPPER-CASE(lst-prenom)
                               TO ws-surv-prenom(ws-nb-surv)
                           MOVE lst-debut
                               TO ws-surv-debut(ws-nb-surv)
                           MOVE lst-fin TO ws-surv-fin(ws-nb-surv)
                           MOVE lst-motif
                               TO ws-surv-motif(ws-nb-surv)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE f-surveillance.

       7300-charger-surveillance-end.
           exit.
      ******************************************************************
       7400-ouvrir-hotes.

           OPEN INPUT f-employe-idx.
           IF fs-idx-ok
               move "Y" to ws-idx-ouvert
           ELSE
               Display "FICHIERCLIENT.idx indisponible (" fs-idx
                   ") : hotes retenus sans controle."
           END-IF.

       7400-ouvrir-hotes-end.
           exit.
      ******************************************************************
      *les arrivees pointees sont reecrites pour qu'une relance du
      *programme dans la journee ne re-annonce pas les deja venus
       7600-sauver-attendus.
               MOVE ws-att-prenom(idx-att) TO att-prenom
               MOVE ws-att-heure(idx-att) TO att-heure
               MOVE ws-att-statut(idx-att) TO att-statut
               MOVE ws-att-hote(idx-att) TO att-hote
               MOVE ws-att-depart(idx-att) TO att-depart
               WRITE ws-attendu-rec
           END-PERFORM.
           CLOSE f-attendus.
                               TO ws-bdg-arrivee(ws-nb-badges)
                           MOVE bdg-sortie
                               TO ws-bdg-sortie(ws-nb-badges)
      *un registre anterieur aux hotes n'en porte pas
                           IF bdg-hote NUMERIC
                               MOVE bdg-hote
                                   TO ws-bdg-hote(ws-nb-badges)
                           ELSE
                               MOVE ZERO TO ws-bdg-hote(ws-nb-badges)
                           END-IF
                           MOVE bdg-depart
                               TO ws-bdg-depart(ws-nb-badges)
                           MOVE bdg-signale
                               TO ws-bdg-signale(ws-nb-badges)
                           IF bdg-numero >= ws-badge-prochain
                               COMPUTE ws-badge-prochain =
                                   bdg-numero + 1
               MOVE ws-bdg-prenom(idx-bdg) TO bdg-prenom
               MOVE ws-bdg-arrivee(idx-bdg) TO bdg-arrivee
               MOVE ws-bdg-sortie(idx-bdg) TO bdg-sortie
               MOVE ws-bdg-hote(idx-bdg) TO bdg-hote
               MOVE ws-bdg-depart(idx-bdg) TO bdg-depart
               MOVE ws-bdg-signale(idx-bdg) TO bdg-signale
               WRITE ws-badge-rec
           END-PERFORM.
           CLOSE f-badges.
       9000-log-visite-end.
           exit.
      ******************************************************************
      *evenement de securite horodate, en ajout, pour le rapport du
      *matin
       9100-tracer-securite.

           OPEN EXTEND f-securite.
           IF NOT fs-securite-ok
               CLOSE f-securite
               OPEN OUTPUT f-securite
           END-IF.
           IF NOT fs-securite-ok
               Display "Erreur ouverture f-securite : " fs-securite
               GO TO 9100-tracer-securite-end
           END-IF.

           MOVE SPACES TO SEC-REC.
           MOVE ws-horodatage(1:14) TO SEC-HORODATAGE.
           MOVE "runhello" TO SEC-PROGRAMME.
           MOVE "REFUS" TO SEC-TYPE.
           MOVE outputnom TO SEC-NOM.
           MOVE outprenom TO SEC-PRENOM.
           MOVE ZERO TO SEC-HOTE.
           IF ws-att-cible > ZERO
               IF ws-att-hote(ws-att-cible) NUMERIC
                   MOVE ws-att-hote(ws-att-cible) TO SEC-HOTE
               END-IF
           END-IF.
           MOVE ws-surv-motif(ws-surv-cible) TO SEC-MOTIF.
           WRITE SEC-REC.

           CLOSE f-securite.

       9100-tracer-securite-end.
           exit.
      ******************************************************************

           End program runhello.
