      *                  (bornes comprises, resultat DSV-NB-JOURS)     *
      *                P=ajout de DSV-NB-JOURS jours ouvres a          *
      *                  DSV-DATE (resultat DSV-DATE-RESULTAT)         *
      *                R=retrait de DSV-NB-JOURS jours ouvres a        *
      *                  DSV-DATE (resultat DSV-DATE-RESULTAT)         *
      *    Les fonctions O, P et R sautent les samedis, dimanches et   *
      *    les jours feries du fichier JOURS-FERIES.txt produit par    *
      *    annee (fichier absent : seuls les week-ends sont sautes).   *
      *    Statut : 0=ok  4=date invalide  8=fonction inconnue         *
