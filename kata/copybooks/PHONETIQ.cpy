      ******************************************************************
      *    PHONETIQ - bloc de parametres du sous-programme de cle      *
      *    phonetique des noms (phonetiq). A inclure chez l'appelant   *
      *    via :                                                       *
      *        COPY PHONETIQ.                                          *
      *    puis CALL "phonetiq" USING PHO-PARAMS.                      *
      *    Fonctions : C=cle phonetique de PHO-NOM dans PHO-CLE        *
      *                R=rapprochement de PHO-NOM (nom cherche) et de  *
      *                  PHO-NOM-CANDIDAT : les deux cles, le score de *
      *                  proximite PHO-SCORE (100=meme nom, 90=meme    *
      *                  cle, moins ensuite selon le debut de cle      *
      *                  commun) et PHO-RETENU a "Y" si le score       *
      *                  atteint PHONETIQUE-SEUIL (CONFIG.txt, 70 par  *
      *                  defaut). Un nom cherche d'un seul mot est     *
      *                  aussi compare a chaque mot du candidat        *
      *                  (prenom, nom compose).                        *
      *    Statut : 0=ok  4=nom sans aucune lettre  8=fonction inconnue*
      ******************************************************************
       01  PHO-PARAMS.
           05 PHO-FONCTION          PIC X.
           05 PHO-NOM               PIC X(30).
           05 PHO-NOM-CANDIDAT      PIC X(30).
           05 PHO-CLE               PIC X(12).
           05 PHO-CLE-CANDIDAT      PIC X(12).
           05 PHO-SCORE             PIC 9(3).
           05 PHO-RETENU            PIC X.
           05 PHO-STATUT            PIC X.
