      *>--------------------------------------------------------------
      *> RPYREC  -  REPLAY-REPORT-FILE print lines for a REPLAY run
      *> (one line per group whose replayed result differs from the
      *> original run's: its source, name and money, what the
      *> original run did with it, and what the replay did -
      *> disposition code and location for each)
      *>--------------------------------------------------------------
       01  REPLAY-DIFFERENCE-LINE.
           05  RY-CARRIAGE-CONTROL        PIC X(01).
           05  RY-SOURCE                  PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RY-NAME                    PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RY-MONEY                   PIC --,---,---9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RY-ORIG-DISPOSITION        PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  RY-ORIG-LOCATION           PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RY-NEW-DISPOSITION         PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  RY-NEW-LOCATION            PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RY-NOTE                    PIC X(16).

       01  REPLAY-TEXT-LINE.
           05  RT-CARRIAGE-CONTROL        PIC X(01).
           05  RT-TEXT                    PIC X(109).
