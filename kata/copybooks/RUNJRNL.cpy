      *        COPY RUNJRNL.                                          *
      *    puis CALL "runjrnl" USING RJN-PARAMS en debut (phase D)     *
      *    et en fin de programme (phase F, avec les compteurs et le   *
      *    RETURN-CODE). Un programme relance depuis son point de      *
      *    reprise met RJN-REPRISE a "Y" pour que le passage soit      *
      *    marque comme reprise dans le journal.                       *
      ******************************************************************
       01  RJN-PARAMS.
           05 RJN-PHASE             PIC X.
           05 RJN-ECRITS            PIC 9(7).
           05 RJN-REJETES           PIC 9(7).
           05 RJN-RC                PIC 9(3).
           05 RJN-REPRISE           PIC X.
