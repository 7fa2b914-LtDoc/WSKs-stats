           05  FH-LAST-ERROR              PIC S9(08)V9(2) COMP-3.
           05  FH-LAST-PCT-ERROR          PIC S9(04)V9(2) COMP-3.
           05  FH-JUDGED-DATE             PIC 9(08).
      *> Both methods are forecast for every active location every
      *> week, whichever one the location is on, so each is judged
      *> against every landed actual - FH-PREDICT-VALUE/FH-METHOD
      *> above stay the forecast actually issued, these carry the
      *> pair.  FH-PAIR-STORED is off on a record written before the
      *> pair was kept; FH-PAIR-JUDGED marks the pair's errors as
      *> set, and the pair errors share FH-JUDGED-DATE.
           05  FH-PAIR-SW                 PIC X(01).
               88  FH-PAIR-STORED             VALUE 'Y'.
           05  FH-FLAT-PREDICT            PIC S9(08)V9(2) COMP-3.
           05  FH-TREND-PREDICT           PIC S9(08)V9(2) COMP-3.
           05  FH-PAIR-JUDGED-SW          PIC X(01).
               88  FH-PAIR-JUDGED             VALUE 'Y'.
           05  FH-FLAT-LAST-ERROR         PIC S9(08)V9(2) COMP-3.
           05  FH-TREND-LAST-ERROR        PIC S9(08)V9(2) COMP-3.
