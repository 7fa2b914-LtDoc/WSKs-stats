      *>--------------------------------------------------------------
      *> MSRREC  -  METHOD-REPORT-FILE print lines for the weekly
      *> forecast method-selection report (one line per location
      *> whose method changed: from, to, why, and the error figures
      *> the choice was made on)
      *>--------------------------------------------------------------
       01  METHOD-SWITCH-LINE.
           05  MR-CARRIAGE-CONTROL        PIC X(01).
           05  MR-LOCATION                PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  MR-FROM-METHOD             PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  MR-TO-METHOD               PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  MR-REASON                  PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  MR-JUDGED-WEEKS            PIC Z9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  MR-FLAT-MAE                PIC --,---,---9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  MR-TREND-MAE               PIC --,---,---9.99.

       01  METHOD-TEXT-LINE.
           05  MT-CARRIAGE-CONTROL        PIC X(01).
           05  MT-TEXT                    PIC X(131).
