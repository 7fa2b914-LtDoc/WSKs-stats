      *>--------------------------------------------------------------
      *> GLXREC  -  GL-INTERFACE-FILE month-end close record layouts
      *>
      *> Fixed 80-byte records for the general-ledger interface,
      *> written by LOCATION-CLOSE for one calendar month:
      *>
      *>   H  one header - the period and the date the file was cut;
      *>   D  one detail per location with activity in the month -
      *>      the cost centre is the location's LOC-REGION (spaces
      *>      when the location is no longer on the roster), and
      *>      the amount is the month's share of its archived weeks,
      *>      a week straddling the month boundary pro-rated by days;
      *>   T  one control trailer - the detail count and the sum of
      *>      the detail amounts, which the ledger load balances to.
      *>
      *> Amounts are zoned with a separate leading sign so the file
      *> can be browsed and checked by eye before it is released.
      *>--------------------------------------------------------------
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE             PIC X(01).
               88  GL-HEADER                  VALUE 'H'.
               88  GL-DETAIL                  VALUE 'D'.
               88  GL-TRAILER                 VALUE 'T'.
           05  GL-PERIOD                  PIC 9(06).
           05  GL-BODY                    PIC X(73).

       01  GL-HEADER-RECORD REDEFINES GL-INTERFACE-RECORD.
           05  FILLER                     PIC X(07).
           05  GH-SOURCE                  PIC X(08).
           05  GH-RUN-DATE                PIC 9(08).
           05  GH-PERIOD-START            PIC 9(08).
           05  GH-PERIOD-END              PIC 9(08).
           05  FILLER                     PIC X(41).

       01  GL-DETAIL-RECORD REDEFINES GL-INTERFACE-RECORD.
           05  FILLER                     PIC X(07).
           05  GD-COST-CENTRE             PIC X(03).
           05  GD-LOCATION                PIC X(20).
           05  GD-AMOUNT                  PIC S9(10)V9(2)
                                              SIGN LEADING SEPARATE.
           05  GD-WEEK-COUNT              PIC 9(02).
           05  GD-PRORATED-COUNT          PIC 9(02).
           05  FILLER                     PIC X(33).

       01  GL-TRAILER-RECORD REDEFINES GL-INTERFACE-RECORD.
           05  FILLER                     PIC X(07).
           05  GT-DETAIL-COUNT            PIC 9(08).
           05  GT-TOTAL-AMOUNT            PIC S9(12)V9(2)
                                              SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(50).
