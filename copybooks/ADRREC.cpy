      *>--------------------------------------------------------------
      *> ADRREC  -  ADJUSTMENT-REPORT-FILE print lines for the
      *> adjustments register (one line per adjustment entry read,
      *> applied or rejected, then totals by reason code)
      *>--------------------------------------------------------------
       01  ADJUSTMENT-REGISTER-LINE.
           05  AG-CARRIAGE-CONTROL        PIC X(01).
           05  AG-LOCATION                PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AG-WEEK                    PIC 9(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AG-AMOUNT                  PIC --,---,---9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AG-REASON                  PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AG-REQUESTER               PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  AG-APPROVER                PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AG-REFERENCE               PIC X(12).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AG-RESULT                  PIC X(24).

       01  ADJUSTMENT-TEXT-LINE.
           05  AH-CARRIAGE-CONTROL        PIC X(01).
           05  AH-TEXT                    PIC X(105).
