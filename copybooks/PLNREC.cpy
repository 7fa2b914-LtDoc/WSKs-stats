      *>--------------------------------------------------------------
      *> PLNREC  -  PLAN-FILE record layout (KSDS, keyed by cycle and
      *> location)
      *>
      *> One record per location per cycle with the eight planned
      *> week amounts the district managers set for that cycle,
      *> keyed and revised online through the LPLN transaction and
      *> read at the start of the weekly run to line up against
      *> actuals and forecast on the plan/variance columns of the
      *> forecast report.  A location on the plan but not on the
      *> roster is warned to ERRLOG and skipped; a roster location
      *> with no plan record for the cycle simply plans at zero.
      *>
      *> Each cycle also carries one control record, keyed by the
      *> cycle with the location all spaces (PL-CYCLE-CONTROL).  The
      *> first weekly run of the cycle writes it LOCKED, and stamps
      *> each plan record it loads LOCKED as well; from then on LPLN
      *> refuses to add or change anything for that cycle, so the
      *> plan the variance columns measure against cannot move under
      *> the actuals.  The control record is never a location's
      *> plan and every reader skips it.
      *>
      *> PL-REGION is the location's LOC-REGION when the plan was
      *> last keyed - the district that owned it then.  PL-OPERATOR
      *> and PL-CHANGED-DATE stamp the last change; PL-ENTERED-DATE
      *> is when the record was first keyed.
      *>--------------------------------------------------------------
       01  PLAN-RECORD.
           05  PL-KEY.
               10  PL-CYCLE               PIC 9(04).
               10  PL-LOCATION            PIC X(20).
                   88  PL-CYCLE-CONTROL       VALUE SPACES.
           05  PL-REGION                  PIC X(03).
           05  PL-WEEK-PLAN OCCURS 8 TIMES
                                          PIC S9(08)V9(2) COMP-3.
           05  PL-STATUS                  PIC X(01).
               88  PL-OPEN                    VALUE 'O'.
               88  PL-LOCKED                  VALUE 'L'.
           05  PL-OPERATOR                PIC X(08).
           05  PL-ENTERED-DATE            PIC 9(08).
           05  PL-CHANGED-DATE            PIC 9(08).
           05  PL-LOCKED-DATE             PIC 9(08).
