      *    en colonnes 1-20, valeur en colonnes 21-40) ou le defaut    *
      *    si le mot-cle est absent ; CFG-TROUVE vaut Y/N.             *
      *    L'exploitation ajuste ainsi les reglages sans recompiler.   *
      *    CONFIG.txt se maintient par cfgmaint, qui controle chaque   *
      *    saisie contre les regles du copybook CFGREGLE : tout        *
      *    nouveau mot-cle y est a declarer.                           *
      ******************************************************************
       01  CFG-PARAMS.
           05 CFG-CLE               PIC X(20).
