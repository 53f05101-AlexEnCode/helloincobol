      ******************************************************************
      *    JRNREG - registre des sceaux JOURNAUX-SCEAUX.txt (80        *
      *    octets) : une ligne par journal scelle, avec le numero de   *
      *    sequence et la valeur de controle de sa derniere ligne.     *
      *    Tenu par jrnscel, relu par jrnverif pour reperer un         *
      *    journal tronque.                                            *
      *        COPY JRNREG.     (sous le FD du registre)               *
      ******************************************************************
       01  JRG-REC.
           05 JRG-JOURNAL           PIC X(30).
           05 JRG-SEQUENCE          PIC 9(8).
           05 JRG-CONTROLE          PIC 9(9).
           05 JRG-HORODATAGE        PIC X(14).
           05 FILLER                PIC X(19).
