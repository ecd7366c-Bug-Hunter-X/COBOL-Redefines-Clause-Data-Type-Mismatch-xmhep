      *================================================================
      * TRNAPVM - Symbolic map for the TRNAPV online approval screen
      *           (the second operator's half of dual control over
      *           TRNCORR, TRNSUS and TRNCMT). ENTER shows the next
      *           action waiting on APPRVSAM: what it is and its
      *           target key (PENDO), who keyed it, where and when
      *           (MAKRO), and the before/after bytes (OLDO/NEWO -
      *           the rejected and corrected record, the held
      *           record, or the master as it stood and as keyed).
      *           PF5 approves and applies it, PF6 declines it. All
      *           fields are display-only.
      *================================================================
       01  TRNAPVI.
           05  FILLER                      PIC X(12).
           05  PENDL                       PIC S9(4) COMP.
           05  PENDF                       PIC X.
           05  PENDI                       PIC X(70).
           05  MAKRL                       PIC S9(4) COMP.
           05  MAKRF                       PIC X.
           05  MAKRI                       PIC X(70).
           05  OLDL                        PIC S9(4) COMP.
           05  OLDF                        PIC X.
           05  OLDI                        PIC X(100).
           05  NEWL                        PIC S9(4) COMP.
           05  NEWF                        PIC X.
           05  NEWI                        PIC X(100).
           05  MSGL                        PIC S9(4) COMP.
           05  MSGF                        PIC X.
           05  MSGI                        PIC X(79).

       01  TRNAPVO REDEFINES TRNAPVI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(3).
           05  PENDO                       PIC X(70).
           05  FILLER                      PIC X(3).
           05  MAKRO                       PIC X(70).
           05  FILLER                      PIC X(3).
           05  OLDO                        PIC X(100).
           05  FILLER                      PIC X(3).
           05  NEWO                        PIC X(100).
           05  FILLER                      PIC X(3).
           05  MSGO                        PIC X(79).
