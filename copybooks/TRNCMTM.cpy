      *           number and presses ENTER to look it up: the
      *           current name and status show in CURO (or NEW
      *           CUSTOMER if the master does not carry it), the
      *           operator keys the name (NAMI), status (STAI) and
      *           credit limit (LIMI - whole units, blank for no
      *           limit) wanted, and PF5 applies - an add when the
      *           lookup found nothing, a change when it did - with
      *           an M audit record written first.
      *================================================================
       01  TRNCMTI.
           05  FILLER                      PIC X(12).
           05  STAL                        PIC S9(4) COMP.
           05  STAF                        PIC X.
           05  STAI                        PIC X(1).
           05  LIML                        PIC S9(4) COMP.
           05  LIMF                        PIC X.
           05  LIMI                        PIC X(11).
           05  CURL                        PIC S9(4) COMP.
           05  CURF                        PIC X.
           05  CURI                        PIC X(70).
           05  FILLER                      PIC X(3).
           05  STAO                        PIC X(1).
           05  FILLER                      PIC X(3).
           05  LIMO                        PIC X(11).
           05  FILLER                      PIC X(3).
           05  CURO                        PIC X(70).
           05  FILLER                      PIC X(3).
           05  MSGO                        PIC X(79).
