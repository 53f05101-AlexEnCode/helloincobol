      ******************************************************************
      *    JRNSCEL - bloc de parametres du scellement des journaux     *
      *    d'audit (sous-programme jrnscel). A inclure chez l'appelant *
      *    via :                                                       *
      *        COPY JRNSCEL.                                           *
      *    puis CALL "jrnscel" USING JSC-PARAMS.                       *
      *    Fonctions : E=ecrire JSC-LIGNE en fin du journal            *
      *                  JSC-JOURNAL, scellee (numero de sequence et   *
      *                  valeur de controle chainee a la precedente,   *
      *                  rendus dans JSC-SEQUENCE et JSC-CONTROLE)     *
      *                C=calculer la valeur de controle de JSC-LIGNE   *
      *                  pour JSC-SEQUENCE et le controle precedent    *
      *                  JSC-PRECEDENT (verification, sans fichier)    *
      *                R=resceller le journal apres une anonymisation  *
      *                  (seules les lignes portant *ANONYMISE* ont pu *
      *                  changer), puis y ecrire JSC-LIGNE comme trace *
      *    Le dernier sceau de chaque journal est tenu dans le         *
      *    registre JOURNAUX-SCEAUX.txt (dessin JRNREG), la ligne      *
      *    scellee suit le dessin JRNLIGNE.                            *
      *    Statut : 0=ok  8=erreur d'acces ou chaine deja rompue       *
      ******************************************************************
       01  JSC-PARAMS.
           05 JSC-FONCTION          PIC X.
           05 JSC-JOURNAL           PIC X(30).
           05 JSC-LIGNE             PIC X(110).
           05 JSC-SEQUENCE          PIC 9(8).
           05 JSC-PRECEDENT         PIC 9(9).
           05 JSC-CONTROLE          PIC 9(9).
           05 JSC-STATUT            PIC X.
