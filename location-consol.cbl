       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATION-CONSOL.
       AUTHOR. B-J-ANDREWS.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *>--------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>
      *> 2026-10-15  BAJ  Original version.  Consolidates a closing
      *>                  branch into the nearby branch taking its
      *>                  customers.  Until now the only tool was
      *>                  LOCATION-MAINT's RETIRE, which stranded the
      *>                  closing site's weeks, forecasts and archive
      *>                  history under the old name while the
      *>                  receiving branch jumped, tripped its swing
      *>                  limit and forecast wrong for a cycle.  The
      *>                  closing site's eight weeks are added into
      *>                  the receiving site's, its plans, limits and
      *>                  forecasts are combined into the receiving
      *>                  site's, its aliases re-pointed, merge
      *>                  records written to LOCARCH so LOCATION-TREND
      *>                  shows the combined history, and it is
      *>                  retired - every DATABASE-FILE change
      *>                  journaled, and a before/after report printed
      *>                  for the district manager to sign.
      *>--------------------------------------------------------------

      *>--------------------------------------------------------------
      *> One consolidation per run, off one 80-byte card on CONCTL:
      *>
      *>   COLS 01-20   CC-CLOSING     location being closed
      *>   COLS 21-40   CC-RECEIVING   location taking its customers
      *>   COLS 41-42   CC-EFFECTIVE   week slot 01-08 the receiving
      *>                               location first trades as the
      *>                               combined branch
      *>
      *> Both locations must be on the roster and active, and the
      *> effective week must be the next week LOCATION-SUMMARY will
      *> run (the slot after the one RUNCTL last completed) - the
      *> job is submitted between two weekly runs, and the run it
      *> precedes is the first to post the combined branch.  Any
      *> card that fails a check is rejected with RC 16 before
      *> anything is changed; cards after the first are ignored
      *> with RC 4.
      *>
      *> What moves:
      *>
      *>   DATABASE-FILE  all eight of the closing site's weeks are
      *>                  added into the receiving site's slots, so
      *>                  the swing check and both forecasts compare
      *>                  like with like from the effective week on.
      *>                  The closing site is retired with its own
      *>                  eight weeks left as they stood.  Both
      *>                  rewrites are journaled to LOCJRNL under
      *>                  DL940 and the effective week.
      *>   PLANIN         the closing site's plan for the effective
      *>                  cycle and every later cycle is added into
      *>                  the receiving site's plan (or becomes it,
      *>                  under the receiving region, where there was
      *>                  none) and deleted.  Earlier cycles stay as
      *>                  history.
      *>   LIMITS         the two locations' floors and ceilings are
      *>                  added together and the wider swing kept; a
      *>                  side with no limits contributes the lowest
      *>                  and highest of its own eight weeks.  The
      *>                  closing site's record is dropped.  Nothing
      *>                  is set where neither location had limits.
      *>   FCSTHST        the closing site's forecast for each slot is
      *>                  added into the receiving site's (or moved
      *>                  across where it had none), so next week's
      *>                  accuracy pass judges a combined forecast
      *>                  against a combined actual.  The closing
      *>                  site's records are removed.
      *>   METHSEL        the closing site's record is removed; the
      *>                  receiving site keeps the method it is on.
      *>   ALIASES        every alias in force on the closing name is
      *>                  re-pointed at the receiving location, and
      *>                  the closing name itself is aliased to it on
      *>                  both feeds so stray postings under the old
      *>                  name land on the combined branch instead of
      *>                  suspense.
      *>   LOCARCH        one merge record (AR-MERGE-RECORD) per
      *>                  archived week of the closing site is
      *>                  appended under the receiving name, reruns
      *>                  and corrections collapsed first.
      *>--------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSOL-CONTROL-FILE ASSIGN TO "CONCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT DATABASE-FILE ASSIGN TO "DATABASE"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LOCATION
               FILE STATUS IS DATABASE-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT PLAN-FILE ASSIGN TO "PLANIN"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS PLAN-FILE-STATUS.

           SELECT LIMITS-FILE ASSIGN TO "LIMITS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LIMITS-FILE-STATUS.

           SELECT FORECAST-HISTORY-FILE ASSIGN TO "FCSTHST"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FH-KEY
               FILE STATUS IS FORECAST-FILE-STATUS.

           SELECT METHOD-SELECTION-FILE ASSIGN TO "METHSEL"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MS-LOCATION
               FILE STATUS IS METHSEL-FILE-STATUS.

           SELECT ALIAS-FILE ASSIGN TO "ALIASES"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS ALIAS-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "LOCARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

      *>--------------------------------------------------------------
      *> JOURNAL-FILE is the append-only audit journal of every
      *> DATABASE-FILE record change, shared with LOCATION-SUMMARY
      *> and LOCATION-MAINT.
      *>--------------------------------------------------------------
           SELECT JOURNAL-FILE ASSIGN TO "LOCJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT CONSOL-REPORT-FILE ASSIGN TO "CONRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSOL-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONSOL-CONTROL-CARD.
           05  CC-CLOSING                 PIC X(20).
           05  CC-RECEIVING               PIC X(20).
           05  CC-EFFECTIVE               PIC X(02).
           05  CC-EFFECTIVE-N REDEFINES CC-EFFECTIVE
                                          PIC 9(02).
           05  FILLER                     PIC X(38).

       FD  DATABASE-FILE.
           COPY LOCREC.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.

       FD  PLAN-FILE.
           COPY PLNREC.

       FD  LIMITS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LIMREC.

       FD  FORECAST-HISTORY-FILE.
           COPY FHSREC.

       FD  METHOD-SELECTION-FILE.
           COPY MSLREC.

       FD  ALIAS-FILE.
           COPY ALSREC.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARCREC.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JRNREC.

       FD  CONSOL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONSOL-DETAIL-LINE.
           05  CR-CARRIAGE-CONTROL        PIC X(01).
           05  CR-LABEL                   PIC X(24).
           05  CR-AMOUNT-CELL OCCURS 3 TIMES.
               10  CR-AMOUNT              PIC ---,---,---9.99.
               10  FILLER                 PIC X(02).
           05  CR-NOTE                    PIC X(40).

       01  CONSOL-TEXT-LINE.
           05  CT-CARRIAGE-CONTROL        PIC X(01).
           05  CT-TEXT                    PIC X(115).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  CONTROL-FILE-STATUS        PIC X(02).
           05  DATABASE-FILE-STATUS       PIC X(02).
           05  RUNCTL-FILE-STATUS         PIC X(02).
           05  PLAN-FILE-STATUS           PIC X(02).
           05  LIMITS-FILE-STATUS         PIC X(02).
           05  FORECAST-FILE-STATUS       PIC X(02).
           05  METHSEL-FILE-STATUS        PIC X(02).
           05  ALIAS-FILE-STATUS          PIC X(02).
           05  ARCHIVE-FILE-STATUS        PIC X(02).
           05  JOURNAL-FILE-STATUS        PIC X(02).
           05  CONRPT-FILE-STATUS         PIC X(02).

       01  WS-SWITCHES.
           05  WS-RUNCTL-SW               PIC X(01) VALUE 'N'.
               88  RUNCTL-EMPTY               VALUE 'Y'.
               88  RUNCTL-HAS-RECORD          VALUE 'N'.
           05  WS-MATCH-SW                PIC X(01) VALUE 'N'.
               88  ENTRY-FOUND                VALUE 'Y'.
               88  ENTRY-NOT-FOUND            VALUE 'N'.
           05  WS-ALIAS-EOF-SW            PIC X(01) VALUE 'N'.
               88  ALIAS-EOF                  VALUE 'Y'.
               88  ALIAS-NOT-EOF              VALUE 'N'.
           05  WS-LIMITS-SW               PIC X(01) VALUE 'N'.
               88  LIMITS-FILE-PRESENT        VALUE 'Y'.
               88  LIMITS-FILE-ABSENT         VALUE 'N'.

      *>--------------------------------------------------------------
      *> The card once edited, and where the weekly schedule stands.
      *>--------------------------------------------------------------
       01  WS-CARD-FIELDS.
           05  WS-CLOSING                 PIC X(20).
           05  WS-RECEIVING               PIC X(20).
           05  WS-CARD-EFFECTIVE          PIC X(02).
           05  WS-CARD-EFFECTIVE-N REDEFINES WS-CARD-EFFECTIVE
                                          PIC 9(02).
           05  WS-EFFECTIVE-WEEK          PIC 9(02).
           05  WS-EFFECTIVE-CYCLE         PIC 9(04) VALUE 1.
           05  WS-NEXT-WEEK               PIC 9(02).

      *>--------------------------------------------------------------
      *> Both locations' DATABASE-FILE records as they stood before
      *> the consolidation, and the receiving site's weeks after it -
      *> DATABASE-RECORD is one buffer, and the report and the limits
      *> need all three views at once.
      *>--------------------------------------------------------------
       01  WS-LOCATION-FIELDS.
           05  WS-CLOSE-STATUS            PIC X(01).
           05  WS-CLOSE-REGION            PIC X(03).
           05  WS-CLOSE-WEEK OCCURS 8 TIMES
                                          PIC S9(08)V9(2) COMP-3.
           05  WS-RECV-STATUS             PIC X(01).
           05  WS-RECV-REGION             PIC X(03).
           05  WS-RECV-BEFORE OCCURS 8 TIMES
                                          PIC S9(08)V9(2) COMP-3.
           05  WS-RECV-AFTER OCCURS 8 TIMES
                                          PIC S9(08)V9(2) COMP-3.

      *>--------------------------------------------------------------
      *> The closing site's archived weeks, reruns and corrections
      *> collapsed and its own earlier merge records folded in the
      *> way LOCATION-TREND reads them, so each week is written to
      *> the receiving site exactly once.
      *>--------------------------------------------------------------
       01  CLOSING-HISTORY-TABLE.
           05  CH-MAX                     PIC 9(04) COMP VALUE 2000.
           05  CH-COUNT                   PIC 9(04) COMP VALUE ZERO.
           05  CH-SUB                     PIC 9(04) COMP.
           05  CH-ENTRY OCCURS 2000 TIMES.
               10  CH-RUN-DATE            PIC 9(08).
               10  CH-DATE-INT            PIC S9(08) COMP-3.
               10  CH-WEEK                PIC 9(02).
               10  CH-WEEK-END-DATE       PIC 9(08).
               10  CH-AMOUNT              PIC S9(08)V9(2) COMP-3.

      *>--------------------------------------------------------------
      *> LIMITS is sequential, so it is held here and rewritten
      *> whole - the same truncate-and-rewrite LOCATION-LIMITS'
      *> PROMOTE uses.  Zero subscripts mean no record.
      *>--------------------------------------------------------------
       01  LIMITS-TABLE.
           05  LT-MAX                     PIC 9(04) COMP VALUE 1000.
           05  LT-COUNT                   PIC 9(04) COMP VALUE ZERO.
           05  LT-SUB                     PIC 9(04) COMP.
           05  LT-CLOSE-SUB               PIC 9(04) COMP VALUE ZERO.
           05  LT-RECV-SUB                PIC 9(04) COMP VALUE ZERO.
           05  LT-ENTRY OCCURS 1000 TIMES.
               10  LT-LOCATION            PIC X(20).
               10  LT-FLOOR               PIC S9(08)V9(2) COMP-3.
               10  LT-CEILING             PIC S9(08)V9(2) COMP-3.
               10  LT-SWING               PIC 9(04)V9(2) COMP-3.
               10  LT-DROP-SW             PIC X(01).
                   88  LT-DROPPED             VALUE 'Y'.
                   88  LT-KEPT                VALUE 'N'.

      *> The plan cycles the closing site has from the effective
      *> cycle on - gathered on one browse, then moved by key.
       01  PLAN-CYCLE-TABLE.
           05  PC-MAX                     PIC 9(04) COMP VALUE 50.
           05  PC-COUNT                   PIC 9(04) COMP VALUE ZERO.
           05  PC-SUB                     PIC 9(04) COMP.
           05  PC-CYCLE OCCURS 50 TIMES   PIC 9(04).

      *> The closing site's plan and forecast records while the
      *> receiving site's are read into the file buffers.
           COPY PLNREC REPLACING ==PLAN-RECORD==
                                  BY ==SAVED-PLAN-RECORD==
                         LEADING ==PL-== BY ==SP-==.

           COPY FHSREC REPLACING ==FORECAST-HISTORY-RECORD==
                                  BY ==SAVED-FORECAST-RECORD==
                         LEADING ==FH-== BY ==SF-==.

       01  WS-LIMITS-WORK.
           05  WS-SIDE-FLOOR              PIC S9(08)V9(2) COMP-3.
           05  WS-SIDE-CEILING            PIC S9(08)V9(2) COMP-3.
           05  WS-NEW-FLOOR               PIC S9(08)V9(2) COMP-3.
           05  WS-NEW-CEILING             PIC S9(08)V9(2) COMP-3.
           05  WS-NEW-SWING               PIC 9(04)V9(2) COMP-3.

       01  WS-WORK-FIELDS.
           05  WS-CAND-INT                PIC S9(08) COMP-3.
           05  WS-DATE-DIFF               PIC S9(08) COMP-3.
           05  WS-TOTAL-1                 PIC S9(09)V9(2) COMP-3.
           05  WS-TOTAL-2                 PIC S9(09)V9(2) COMP-3.
           05  WS-TOTAL-3                 PIC S9(09)V9(2) COMP-3.
           05  WS-FIRST-MERGE-DATE        PIC 9(08).
           05  WS-LAST-MERGE-DATE         PIC 9(08).
           05  WS-ALIAS-SOURCE            PIC X(01).

       01  WS-COUNTS.
           05  WS-HISTORY-SKIPPED         PIC 9(06) COMP VALUE ZERO.
           05  WS-PLAN-COUNT              PIC 9(06) COMP VALUE ZERO.
           05  WS-FCST-ADDED              PIC 9(06) COMP VALUE ZERO.
           05  WS-FCST-MOVED              PIC 9(06) COMP VALUE ZERO.
           05  WS-FCST-REMOVED            PIC 9(06) COMP VALUE ZERO.
           05  WS-ALIAS-REPOINTED         PIC 9(06) COMP VALUE ZERO.
           05  WS-MERGE-WRITTEN           PIC 9(06) COMP VALUE ZERO.

       01  WEEK                           PIC 9(02) COMP.
       01  WS-RUN-DATE                    PIC 9(08).
       01  WS-TIME-OF-DAY                 PIC 9(08).
       01  WS-REJECT-TEXT                 PIC X(80) VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY           PIC ZZZZZ9.
           05  WS-COUNT-DISPLAY-2         PIC ZZZZZ9.
           05  WS-COUNT-DISPLAY-3         PIC ZZZZZ9.
           05  WS-WEEK-DISPLAY            PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT
           PERFORM 1200-CHECK-LOCATIONS THRU 1200-EXIT
           PERFORM 1300-LOAD-CLOSING-HISTORY THRU 1300-EXIT
           PERFORM 1400-LOAD-LIMITS THRU 1400-EXIT
           PERFORM 2000-COMBINE-WEEK-ACTUALS THRU 2000-EXIT
           PERFORM 3000-COMBINE-PLANS THRU 3000-EXIT
           PERFORM 4000-COMBINE-LIMITS THRU 4000-EXIT
           PERFORM 5000-COMBINE-FORECASTS THRU 5000-EXIT
           PERFORM 5500-DROP-METHOD-SELECTION THRU 5500-EXIT
           PERFORM 6000-REPOINT-ALIASES THRU 6000-EXIT
           PERFORM 7000-WRITE-MERGE-RECORDS THRU 7000-EXIT
           PERFORM 7500-PRINT-SIGN-OFF THRU 7500-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *>================================================================
      *>  1000  READ AND EDIT THE CONSOLIDATION CARD
      *>
      *>  The card is kept in WS-CARD-FIELDS before the read for a
      *>  second card, which overwrites the record area - the echo
      *>  and every edit work from the kept copy.
      *>================================================================
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CONSOL-REPORT-FILE
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE '1' TO CT-CARRIAGE-CONTROL
           STRING 'LOCATION-CONSOL - BRANCH CONSOLIDATION  RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           OPEN INPUT CONSOL-CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = '00'
               STRING 'CONCTL COULD NOT BE OPENED, STATUS='
                   CONTROL-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-IF
           READ CONSOL-CONTROL-FILE
               AT END
                   CLOSE CONSOL-CONTROL-FILE
                   MOVE 'NO CONSOLIDATION CARD ON CONCTL'
                       TO WS-REJECT-TEXT
                   PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-READ
           MOVE CC-CLOSING TO WS-CLOSING
           MOVE CC-RECEIVING TO WS-RECEIVING
           MOVE CC-EFFECTIVE TO WS-CARD-EFFECTIVE
           MOVE CC-EFFECTIVE TO WS-WEEK-DISPLAY
           READ CONSOL-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY 'DL940W - ONE CONSOLIDATION PER RUN, CARDS '
                       'AFTER THE FIRST IGNORED'
                   MOVE 4 TO RETURN-CODE
           END-READ
           CLOSE CONSOL-CONTROL-FILE
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE '0' TO CT-CARRIAGE-CONTROL
           STRING 'CLOSING LOCATION:   ' WS-CLOSING
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE ' ' TO CT-CARRIAGE-CONTROL
           STRING 'RECEIVING LOCATION: ' WS-RECEIVING
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE ' ' TO CT-CARRIAGE-CONTROL
           STRING 'EFFECTIVE WEEK:     ' WS-CARD-EFFECTIVE
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           IF WS-CLOSING = SPACES
               MOVE 'CLOSING LOCATION MISSING (COLS 1-20)'
                   TO WS-REJECT-TEXT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-IF
           IF WS-RECEIVING = SPACES
               MOVE 'RECEIVING LOCATION MISSING (COLS 21-40)'
                   TO WS-REJECT-TEXT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-IF
           IF WS-RECEIVING = WS-CLOSING
               MOVE 'CLOSING AND RECEIVING LOCATION ARE THE SAME'
                   TO WS-REJECT-TEXT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-IF
           IF WS-CARD-EFFECTIVE NOT NUMERIC
               MOVE 'EFFECTIVE WEEK (COLS 41-42) NOT NUMERIC'
                   TO WS-REJECT-TEXT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-IF
           IF WS-CARD-EFFECTIVE-N < 1 OR WS-CARD-EFFECTIVE-N > 8
               MOVE 'EFFECTIVE WEEK MUST BE 01 THROUGH 08'
                   TO WS-REJECT-TEXT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-IF
           MOVE WS-CARD-EFFECTIVE-N TO WS-EFFECTIVE-WEEK.
       1000-EXIT.
           EXIT.

      *>================================================================
      *>  1100  THE EFFECTIVE WEEK MUST BE THE NEXT ONE TO RUN
      *>
      *>  The next week and its cycle follow LOCATION-SUMMARY's own
      *>  0600 rule: the slot after the last completed, wrapping 08
      *>  to 01, and a week 01 after a completed 08 opens the next
      *>  cycle.  An empty RUNCTL is a system that has never run -
      *>  any week is accepted, in cycle 0001.
      *>================================================================
       1100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS NOT = '00'
               STRING 'RUNCTL COULD NOT BE OPENED, STATUS='
                   RUNCTL-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   SET RUNCTL-EMPTY TO TRUE
               NOT AT END
                   SET RUNCTL-HAS-RECORD TO TRUE
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF RUNCTL-EMPTY
               MOVE WS-EFFECTIVE-WEEK TO WS-NEXT-WEEK
               GO TO 1100-EXIT
           END-IF
           MOVE RC-CYCLE-NUMBER TO WS-EFFECTIVE-CYCLE
           COMPUTE WS-NEXT-WEEK = RC-LAST-WEEK + 1
           IF WS-NEXT-WEEK > 8
               MOVE 1 TO WS-NEXT-WEEK
               ADD 1 TO WS-EFFECTIVE-CYCLE
           END-IF
           IF WS-EFFECTIVE-WEEK NOT = WS-NEXT-WEEK
               STRING 'EFFECTIVE WEEK ' WS-WEEK-DISPLAY
                   ' IS NOT THE NEXT WEEK TO RUN (' WS-NEXT-WEEK ')'
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *>================================================================
      *>  1200  BOTH LOCATIONS ON THE ROSTER AND ACTIVE
      *>================================================================
       1200-CHECK-LOCATIONS.
           OPEN I-O DATABASE-FILE
           IF DATABASE-FILE-STATUS NOT = '00'
               STRING 'DATABASE-FILE COULD NOT BE OPENED, STATUS='
                   DATABASE-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-IF
           MOVE WS-CLOSING TO LOCATION
           READ DATABASE-FILE
               INVALID KEY
                   MOVE 'CLOSING LOCATION NOT ON THE ROSTER'
                       TO WS-REJECT-TEXT
                   PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-READ
           IF NOT LOC-STATUS-ACTIVE
               MOVE 'CLOSING LOCATION IS ALREADY RETIRED'
                   TO WS-REJECT-TEXT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-IF
           MOVE LOC-STATUS TO WS-CLOSE-STATUS
           MOVE LOC-REGION TO WS-CLOSE-REGION
           PERFORM 1210-SAVE-CLOSING-WEEK THRU 1210-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           MOVE WS-RECEIVING TO LOCATION
           READ DATABASE-FILE
               INVALID KEY
                   MOVE 'RECEIVING LOCATION NOT ON THE ROSTER'
                       TO WS-REJECT-TEXT
                   PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-READ
           IF NOT LOC-STATUS-ACTIVE
               MOVE 'RECEIVING LOCATION IS RETIRED'
                   TO WS-REJECT-TEXT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-IF
           MOVE LOC-STATUS TO WS-RECV-STATUS
           MOVE LOC-REGION TO WS-RECV-REGION
           PERFORM 1220-SAVE-RECEIVING-WEEK THRU 1220-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE ' ' TO CT-CARRIAGE-CONTROL
           STRING 'EFFECTIVE CYCLE:    ' WS-EFFECTIVE-CYCLE
               '    REGIONS: CLOSING ' WS-CLOSE-REGION
               '  RECEIVING ' WS-RECV-REGION
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           IF WS-CLOSE-REGION NOT = WS-RECV-REGION
               MOVE SPACES TO CONSOL-TEXT-LINE
               MOVE ' ' TO CT-CARRIAGE-CONTROL
               STRING 'REGIONS DIFFER - THE COMBINED BRANCH ROLLS '
                   'UP UNDER THE RECEIVING REGION'
                   DELIMITED BY SIZE INTO CT-TEXT
               WRITE CONSOL-TEXT-LINE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-SAVE-CLOSING-WEEK.
           MOVE DB-WEEK-ACTUAL(WEEK) TO WS-CLOSE-WEEK(WEEK).
       1210-EXIT.
           EXIT.

       1220-SAVE-RECEIVING-WEEK.
           MOVE DB-WEEK-ACTUAL(WEEK) TO WS-RECV-BEFORE(WEEK).
       1220-EXIT.
           EXIT.

      *>================================================================
      *>  1300  THE CLOSING SITE'S ARCHIVED WEEKS
      *>
      *>  Read before anything changes, so a history too long for the
      *>  table rejects the card instead of stopping half way.  A
      *>  record for the same week slot within seven weeks of one
      *>  held is a rerun or correction of it and replaces it; a
      *>  merge record from an earlier consolidation into the closing
      *>  site adds to the week it matches, or stands as a week of
      *>  its own where the closing site had none.  An absent or
      *>  empty archive simply means no merge records.
      *>================================================================
       1300-LOAD-CLOSING-HISTORY.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'DL940I - ARCHIVE-FILE NOT FOUND OR EMPTY, '
                   'NO MERGE RECORDS, STATUS=' ARCHIVE-FILE-STATUS
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-READ-ARCHIVE-RECORD THRU 1310-EXIT
           PERFORM 1320-FOLD-ONE-RECORD THRU 1320-EXIT
               UNTIL ARCHIVE-FILE-STATUS NOT = '00'
           CLOSE ARCHIVE-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   MOVE '10' TO ARCHIVE-FILE-STATUS
           END-READ.
       1310-EXIT.
           EXIT.

       1320-FOLD-ONE-RECORD.
           IF AR-LOCATION NOT = WS-CLOSING
               GO TO 1320-NEXT
           END-IF
           IF AR-WEEK NOT NUMERIC
              OR AR-WEEK < 1 OR AR-WEEK > 8
              OR AR-RUN-DATE NOT NUMERIC
              OR AR-WEEK-END-DATE NOT NUMERIC
               ADD 1 TO WS-HISTORY-SKIPPED
               GO TO 1320-NEXT
           END-IF
           COMPUTE WS-CAND-INT =
               FUNCTION INTEGER-OF-DATE(AR-RUN-DATE)
           IF WS-CAND-INT = ZERO
               ADD 1 TO WS-HISTORY-SKIPPED
               GO TO 1320-NEXT
           END-IF
           SET ENTRY-NOT-FOUND TO TRUE
           IF CH-COUNT > ZERO
               PERFORM 1330-TEST-ONE-ENTRY THRU 1330-EXIT
                   VARYING CH-SUB FROM 1 BY 1
                   UNTIL CH-SUB > CH-COUNT
                      OR ENTRY-FOUND
           END-IF
           IF ENTRY-FOUND
               SUBTRACT 1 FROM CH-SUB
               IF AR-MERGE-RECORD
                   ADD AR-WEEK-AMOUNT TO CH-AMOUNT(CH-SUB)
               ELSE
                   MOVE AR-RUN-DATE TO CH-RUN-DATE(CH-SUB)
                   MOVE WS-CAND-INT TO CH-DATE-INT(CH-SUB)
                   IF AR-WEEK-END-DATE NOT = ZERO
                       MOVE AR-WEEK-END-DATE
                           TO CH-WEEK-END-DATE(CH-SUB)
                   END-IF
                   MOVE AR-WEEK-AMOUNT TO CH-AMOUNT(CH-SUB)
               END-IF
               GO TO 1320-NEXT
           END-IF
           IF CH-COUNT >= CH-MAX
               CLOSE ARCHIVE-FILE
               STRING 'CLOSING LOCATION HAS MORE ARCHIVED WEEKS '
                   'THAN CH-MAX'
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-IF
           ADD 1 TO CH-COUNT
           MOVE AR-RUN-DATE TO CH-RUN-DATE(CH-COUNT)
           MOVE WS-CAND-INT TO CH-DATE-INT(CH-COUNT)
           MOVE AR-WEEK TO CH-WEEK(CH-COUNT)
           MOVE AR-WEEK-END-DATE TO CH-WEEK-END-DATE(CH-COUNT)
           MOVE AR-WEEK-AMOUNT TO CH-AMOUNT(CH-COUNT).
       1320-NEXT.
           PERFORM 1310-READ-ARCHIVE-RECORD THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *> The same slot cannot legitimately come round again inside
      *> 56 days, so slot plus a gap under 50 days is the same week.
      *> A correction is never older than what it replaces; a merge
      *> record may sit either side of the week it belongs to.
       1330-TEST-ONE-ENTRY.
           IF CH-WEEK(CH-SUB) NOT = AR-WEEK
               GO TO 1330-EXIT
           END-IF
           COMPUTE WS-DATE-DIFF = WS-CAND-INT - CH-DATE-INT(CH-SUB)
           IF AR-MERGE-RECORD
               IF WS-DATE-DIFF > -50 AND WS-DATE-DIFF < 50
                   SET ENTRY-FOUND TO TRUE
               END-IF
           ELSE
               IF WS-DATE-DIFF >= ZERO AND WS-DATE-DIFF < 50
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-IF.
       1330-EXIT.
           EXIT.

      *>================================================================
      *>  1400  THE LIMITS IN FORCE - A LIMITS DATASET NOT YET CREATED
      *>         (STATUS 35) MEANS NONE; ANY OTHER FAILURE REJECTS
      *>================================================================
       1400-LOAD-LIMITS.
           OPEN INPUT LIMITS-FILE
           IF LIMITS-FILE-STATUS = '35'
               GO TO 1400-EXIT
           END-IF
           IF LIMITS-FILE-STATUS NOT = '00'
               STRING 'LIMITS COULD NOT BE OPENED, STATUS='
                   LIMITS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-IF
           SET LIMITS-FILE-PRESENT TO TRUE
           PERFORM 1410-READ-LIMITS-RECORD THRU 1410-EXIT
           PERFORM 1420-STORE-ONE-LIMITS THRU 1420-EXIT
               UNTIL LIMITS-FILE-STATUS NOT = '00'
           CLOSE LIMITS-FILE
           IF LT-RECV-SUB = ZERO
              AND LT-COUNT >= LT-MAX
               MOVE 'NO ROOM IN LT-MAX FOR THE RECEIVING LIMITS'
                   TO WS-REJECT-TEXT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-IF.
       1400-EXIT.
           EXIT.

       1410-READ-LIMITS-RECORD.
           READ LIMITS-FILE
               AT END
                   MOVE '10' TO LIMITS-FILE-STATUS
           END-READ.
       1410-EXIT.
           EXIT.

       1420-STORE-ONE-LIMITS.
           IF LT-COUNT >= LT-MAX
               CLOSE LIMITS-FILE
               MOVE 'MORE LIMITS RECORDS THAN LT-MAX'
                   TO WS-REJECT-TEXT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
           END-IF
           ADD 1 TO LT-COUNT
           MOVE LM-LOCATION TO LT-LOCATION(LT-COUNT)
           MOVE LM-FLOOR TO LT-FLOOR(LT-COUNT)
           MOVE LM-CEILING TO LT-CEILING(LT-COUNT)
           MOVE LM-MAX-SWING-PCT TO LT-SWING(LT-COUNT)
           SET LT-KEPT(LT-COUNT) TO TRUE
           IF LM-LOCATION = WS-CLOSING
               MOVE LT-COUNT TO LT-CLOSE-SUB
           END-IF
           IF LM-LOCATION = WS-RECEIVING
               MOVE LT-COUNT TO LT-RECV-SUB
           END-IF
           PERFORM 1410-READ-LIMITS-RECORD THRU 1410-EXIT.
       1420-EXIT.
           EXIT.

      *>================================================================
      *>  1900  REJECT THE CARD - NOTHING HAS BEEN CHANGED YET
      *>================================================================
       1900-REJECT-CARD.
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE '0' TO CT-CARRIAGE-CONTROL
           STRING 'CONSOLIDATION REJECTED - ' WS-REJECT-TEXT
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE ' ' TO CT-CARRIAGE-CONTROL
           MOVE 'NOTHING HAS BEEN CHANGED.' TO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           DISPLAY 'DL940E - CONSOLIDATION REJECTED - ' WS-REJECT-TEXT
           CLOSE DATABASE-FILE
           CLOSE CONSOL-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       1900-EXIT.
           EXIT.

      *>================================================================
      *>  2000  ADD THE CLOSING SITE'S WEEKS INTO THE RECEIVING SITE'S
      *>         AND RETIRE IT, JOURNALING BOTH REWRITES
      *>================================================================
       2000-COMBINE-WEEK-ACTUALS.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF
           MOVE WS-RECEIVING TO LOCATION
           READ DATABASE-FILE
               INVALID KEY
                   MOVE 'RECEIVING LOCATION COULD NOT BE RE-READ'
                       TO WS-REJECT-TEXT
                   PERFORM 9900-ABEND THRU 9900-EXIT
           END-READ
           PERFORM 8300-START-CHANGE-JOURNAL THRU 8300-EXIT
           PERFORM 2010-ADD-ONE-WEEK THRU 2010-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           REWRITE DATABASE-RECORD
               INVALID KEY
                   MOVE 'RECEIVING LOCATION REWRITE FAILED'
                       TO WS-REJECT-TEXT
                   PERFORM 9900-ABEND THRU 9900-EXIT
           END-REWRITE
           PERFORM 8310-FINISH-CHANGE-JOURNAL THRU 8310-EXIT
           MOVE WS-CLOSING TO LOCATION
           READ DATABASE-FILE
               INVALID KEY
                   MOVE 'CLOSING LOCATION COULD NOT BE RE-READ'
                       TO WS-REJECT-TEXT
                   PERFORM 9900-ABEND THRU 9900-EXIT
           END-READ
           PERFORM 8300-START-CHANGE-JOURNAL THRU 8300-EXIT
           SET LOC-STATUS-RETIRED TO TRUE
           REWRITE DATABASE-RECORD
               INVALID KEY
                   MOVE 'CLOSING LOCATION REWRITE FAILED'
                       TO WS-REJECT-TEXT
                   PERFORM 9900-ABEND THRU 9900-EXIT
           END-REWRITE
           PERFORM 8310-FINISH-CHANGE-JOURNAL THRU 8310-EXIT
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE '0' TO CT-CARRIAGE-CONTROL
           STRING 'DATABASE-FILE WEEK ACTUALS  '
               '             CLOSING    RECEIVING WAS    '
               'RECEIVING NOW'
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           MOVE ZERO TO WS-TOTAL-1
           MOVE ZERO TO WS-TOTAL-2
           MOVE ZERO TO WS-TOTAL-3
           PERFORM 2020-PRINT-ONE-WEEK THRU 2020-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           MOVE SPACES TO CONSOL-DETAIL-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           MOVE '  EIGHT-WEEK TOTAL' TO CR-LABEL
           MOVE WS-TOTAL-1 TO CR-AMOUNT(1)
           MOVE WS-TOTAL-2 TO CR-AMOUNT(2)
           MOVE WS-TOTAL-3 TO CR-AMOUNT(3)
           WRITE CONSOL-DETAIL-LINE
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE ' ' TO CT-CARRIAGE-CONTROL
           STRING '  CLOSING LOCATION STATUS ' WS-CLOSE-STATUS
               ' TO R (RETIRED) - ITS OWN WEEKS KEPT AS THEY STOOD'
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE.
       2000-EXIT.
           EXIT.

       2010-ADD-ONE-WEEK.
           ADD WS-CLOSE-WEEK(WEEK) TO DB-WEEK-ACTUAL(WEEK)
           MOVE DB-WEEK-ACTUAL(WEEK) TO WS-RECV-AFTER(WEEK).
       2010-EXIT.
           EXIT.

       2020-PRINT-ONE-WEEK.
           MOVE SPACES TO CONSOL-DETAIL-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           MOVE WEEK TO WS-WEEK-DISPLAY
           STRING '  WEEK ' WS-WEEK-DISPLAY
               DELIMITED BY SIZE INTO CR-LABEL
           MOVE WS-CLOSE-WEEK(WEEK) TO CR-AMOUNT(1)
           MOVE WS-RECV-BEFORE(WEEK) TO CR-AMOUNT(2)
           MOVE WS-RECV-AFTER(WEEK) TO CR-AMOUNT(3)
           IF WEEK = WS-EFFECTIVE-WEEK
               MOVE 'EFFECTIVE WEEK - RESET BY THE NEXT RUN'
                   TO CR-NOTE
           END-IF
           WRITE CONSOL-DETAIL-LINE
           ADD WS-CLOSE-WEEK(WEEK) TO WS-TOTAL-1
           ADD WS-RECV-BEFORE(WEEK) TO WS-TOTAL-2
           ADD WS-RECV-AFTER(WEEK) TO WS-TOTAL-3.
       2020-EXIT.
           EXIT.

      *>================================================================
      *>  3000  MOVE THE CLOSING SITE'S PLANS, EFFECTIVE CYCLE ON
      *>
      *>  The cycles are gathered on one browse and then moved by
      *>  key, so the writes and deletes never disturb the browse.
      *>  The receiving site's plan takes the closing site's weeks
      *>  on top of its own even in a cycle already locked - the
      *>  actuals it is measured against have been combined too.
      *>================================================================
       3000-COMBINE-PLANS.
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE '0' TO CT-CARRIAGE-CONTROL
           STRING 'PLANIN EIGHT-WEEK PLAN TOTALS'
               '            CLOSING    RECEIVING WAS    '
               'RECEIVING NOW'
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           OPEN I-O PLAN-FILE
           IF PLAN-FILE-STATUS = '35'
               MOVE SPACES TO CONSOL-TEXT-LINE
               MOVE ' ' TO CT-CARRIAGE-CONTROL
               MOVE '  NO PLANIN FILE - NO PLANS TO MOVE' TO CT-TEXT
               WRITE CONSOL-TEXT-LINE
               GO TO 3000-EXIT
           END-IF
           IF PLAN-FILE-STATUS NOT = '00'
               MOVE SPACES TO CONSOL-TEXT-LINE
               MOVE ' ' TO CT-CARRIAGE-CONTROL
               STRING '  PLANIN COULD NOT BE OPENED, STATUS='
                   PLAN-FILE-STATUS ' - PLANS NOT MOVED'
                   DELIMITED BY SIZE INTO CT-TEXT
               WRITE CONSOL-TEXT-LINE
               DISPLAY 'DL940W - PLANIN OPEN FAILED, STATUS='
                   PLAN-FILE-STATUS ' - PLANS NOT MOVED'
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-EFFECTIVE-CYCLE TO PL-CYCLE
           MOVE SPACES TO PL-LOCATION
           START PLAN-FILE KEY IS NOT LESS THAN PL-KEY
               INVALID KEY
                   MOVE '10' TO PLAN-FILE-STATUS
           END-START
           IF PLAN-FILE-STATUS = '00'
               PERFORM 3010-READ-PLAN-RECORD THRU 3010-EXIT
           END-IF
           PERFORM 3020-NOTE-ONE-PLAN THRU 3020-EXIT
               UNTIL PLAN-FILE-STATUS NOT = '00'
           IF PC-COUNT = ZERO
               MOVE SPACES TO CONSOL-TEXT-LINE
               MOVE ' ' TO CT-CARRIAGE-CONTROL
               STRING '  NO PLANS FOR THE CLOSING LOCATION FROM CYCLE '
                   WS-EFFECTIVE-CYCLE ' ON'
                   DELIMITED BY SIZE INTO CT-TEXT
               WRITE CONSOL-TEXT-LINE
           ELSE
               PERFORM 3100-MOVE-ONE-PLAN THRU 3100-EXIT
                   VARYING PC-SUB FROM 1 BY 1 UNTIL PC-SUB > PC-COUNT
           END-IF
           CLOSE PLAN-FILE.
       3000-EXIT.
           EXIT.

       3010-READ-PLAN-RECORD.
           READ PLAN-FILE NEXT RECORD
               AT END
                   MOVE '10' TO PLAN-FILE-STATUS
           END-READ.
       3010-EXIT.
           EXIT.

       3020-NOTE-ONE-PLAN.
           IF PL-LOCATION NOT = WS-CLOSING
               GO TO 3020-NEXT
           END-IF
           IF PC-COUNT >= PC-MAX
               DISPLAY 'DL940W - MORE PLAN CYCLES THAN PC-MAX, PLAN '
                   'FOR CYCLE ' PL-CYCLE ' ON LEFT UNMOVED'
               MOVE 4 TO RETURN-CODE
               MOVE '10' TO PLAN-FILE-STATUS
               GO TO 3020-EXIT
           END-IF
           ADD 1 TO PC-COUNT
           MOVE PL-CYCLE TO PC-CYCLE(PC-COUNT).
       3020-NEXT.
           PERFORM 3010-READ-PLAN-RECORD THRU 3010-EXIT.
       3020-EXIT.
           EXIT.

       3100-MOVE-ONE-PLAN.
           MOVE PC-CYCLE(PC-SUB) TO PL-CYCLE
           MOVE WS-CLOSING TO PL-LOCATION
           READ PLAN-FILE
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ
           MOVE PLAN-RECORD TO SAVED-PLAN-RECORD
           MOVE ZERO TO WS-TOTAL-1
           MOVE ZERO TO WS-TOTAL-2
           MOVE ZERO TO WS-TOTAL-3
           PERFORM 3110-SUM-CLOSING-WEEK THRU 3110-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           MOVE SPACES TO CONSOL-DETAIL-LINE
           MOVE WS-RECEIVING TO PL-LOCATION
           SET ENTRY-FOUND TO TRUE
           READ PLAN-FILE
               INVALID KEY
                   SET ENTRY-NOT-FOUND TO TRUE
           END-READ
           IF ENTRY-FOUND
               PERFORM 3120-ADD-ONE-PLAN-WEEK THRU 3120-EXIT
                   VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
               MOVE 'LOCCONS' TO PL-OPERATOR
               MOVE WS-RUN-DATE TO PL-CHANGED-DATE
               REWRITE PLAN-RECORD
                   INVALID KEY
                       MOVE 'RECEIVING PLAN REWRITE FAILED'
                           TO WS-REJECT-TEXT
                       PERFORM 9900-ABEND THRU 9900-EXIT
               END-REWRITE
               MOVE 'ADDED TO THE RECEIVING PLAN' TO CR-NOTE
           ELSE
               MOVE SAVED-PLAN-RECORD TO PLAN-RECORD
               MOVE WS-RECEIVING TO PL-LOCATION
               MOVE WS-RECV-REGION TO PL-REGION
               MOVE 'LOCCONS' TO PL-OPERATOR
               MOVE WS-RUN-DATE TO PL-ENTERED-DATE
               MOVE WS-RUN-DATE TO PL-CHANGED-DATE
               WRITE PLAN-RECORD
                   INVALID KEY
                       MOVE 'RECEIVING PLAN WRITE FAILED'
                           TO WS-REJECT-TEXT
                       PERFORM 9900-ABEND THRU 9900-EXIT
               END-WRITE
               MOVE WS-TOTAL-1 TO WS-TOTAL-3
               MOVE 'RECEIVING HAD NO PLAN - MOVED ACROSS' TO CR-NOTE
           END-IF
           MOVE PC-CYCLE(PC-SUB) TO PL-CYCLE
           MOVE WS-CLOSING TO PL-LOCATION
           DELETE PLAN-FILE RECORD
               INVALID KEY
                   MOVE 'CLOSING PLAN DELETE FAILED'
                       TO WS-REJECT-TEXT
                   PERFORM 9900-ABEND THRU 9900-EXIT
           END-DELETE
           ADD 1 TO WS-PLAN-COUNT
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING '  CYCLE ' PC-CYCLE(PC-SUB)
               DELIMITED BY SIZE INTO CR-LABEL
           MOVE WS-TOTAL-1 TO CR-AMOUNT(1)
           MOVE WS-TOTAL-2 TO CR-AMOUNT(2)
           MOVE WS-TOTAL-3 TO CR-AMOUNT(3)
           WRITE CONSOL-DETAIL-LINE.
       3100-EXIT.
           EXIT.

       3110-SUM-CLOSING-WEEK.
           ADD SP-WEEK-PLAN(WEEK) TO WS-TOTAL-1.
       3110-EXIT.
           EXIT.

       3120-ADD-ONE-PLAN-WEEK.
           ADD PL-WEEK-PLAN(WEEK) TO WS-TOTAL-2
           ADD SP-WEEK-PLAN(WEEK) TO PL-WEEK-PLAN(WEEK)
           ADD PL-WEEK-PLAN(WEEK) TO WS-TOTAL-3.
       3120-EXIT.
           EXIT.

      *>================================================================
      *>  4000  COMBINE THE PLAUSIBILITY LIMITS
      *>
      *>  The combined branch's week is the two sites' weeks added
      *>  together, so its floor and ceiling are the two floors and
      *>  the two ceilings added together.  A side with no limits
      *>  contributes the lowest and highest of its own eight weeks
      *>  instead - leaving it out would set the receiving site's old
      *>  ceiling against the combined week and trip it at once.  The
      *>  wider of the swing limits is kept: the combined branch is
      *>  no jumpier than the jumpier of the two.
      *>================================================================
       4000-COMBINE-LIMITS.
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE '0' TO CT-CARRIAGE-CONTROL
           STRING 'LIMITS                    '
               '               FLOOR          CEILING      '
               'MAX SWING %'
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           IF LT-CLOSE-SUB = ZERO AND LT-RECV-SUB = ZERO
               MOVE SPACES TO CONSOL-TEXT-LINE
               MOVE ' ' TO CT-CARRIAGE-CONTROL
               MOVE '  NEITHER LOCATION HAS LIMITS - NONE SET'
                   TO CT-TEXT
               WRITE CONSOL-TEXT-LINE
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO WS-NEW-SWING
           MOVE SPACES TO CONSOL-DETAIL-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           MOVE '  CLOSING' TO CR-LABEL
           IF LT-CLOSE-SUB > ZERO
               MOVE LT-CLOSE-SUB TO LT-SUB
               MOVE LT-FLOOR(LT-SUB) TO WS-SIDE-FLOOR
               MOVE LT-CEILING(LT-SUB) TO WS-SIDE-CEILING
               MOVE LT-SWING(LT-SUB) TO WS-NEW-SWING
               MOVE LT-SWING(LT-SUB) TO CR-AMOUNT(3)
               SET LT-DROPPED(LT-SUB) TO TRUE
               MOVE 'RECORD REMOVED' TO CR-NOTE
           ELSE
               PERFORM 4100-CLOSING-WEEK-RANGE THRU 4100-EXIT
               MOVE 'NO LIMITS - RANGE OF ITS EIGHT WEEKS' TO CR-NOTE
           END-IF
           MOVE WS-SIDE-FLOOR TO CR-AMOUNT(1)
           MOVE WS-SIDE-CEILING TO CR-AMOUNT(2)
           WRITE CONSOL-DETAIL-LINE
           MOVE WS-SIDE-FLOOR TO WS-NEW-FLOOR
           MOVE WS-SIDE-CEILING TO WS-NEW-CEILING
           MOVE SPACES TO CONSOL-DETAIL-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           MOVE '  RECEIVING WAS' TO CR-LABEL
           IF LT-RECV-SUB > ZERO
               MOVE LT-RECV-SUB TO LT-SUB
               MOVE LT-FLOOR(LT-SUB) TO WS-SIDE-FLOOR
               MOVE LT-CEILING(LT-SUB) TO WS-SIDE-CEILING
               IF LT-SWING(LT-SUB) > WS-NEW-SWING
                   MOVE LT-SWING(LT-SUB) TO WS-NEW-SWING
               END-IF
               MOVE LT-SWING(LT-SUB) TO CR-AMOUNT(3)
           ELSE
               PERFORM 4200-RECEIVING-WEEK-RANGE THRU 4200-EXIT
               MOVE 'NO LIMITS - RANGE OF ITS EIGHT WEEKS' TO CR-NOTE
           END-IF
           MOVE WS-SIDE-FLOOR TO CR-AMOUNT(1)
           MOVE WS-SIDE-CEILING TO CR-AMOUNT(2)
           WRITE CONSOL-DETAIL-LINE
           ADD WS-SIDE-FLOOR TO WS-NEW-FLOOR
           ADD WS-SIDE-CEILING TO WS-NEW-CEILING
           IF LT-RECV-SUB = ZERO
               ADD 1 TO LT-COUNT
               MOVE LT-COUNT TO LT-RECV-SUB
               MOVE WS-RECEIVING TO LT-LOCATION(LT-COUNT)
               SET LT-KEPT(LT-COUNT) TO TRUE
           END-IF
           MOVE LT-RECV-SUB TO LT-SUB
           MOVE WS-NEW-FLOOR TO LT-FLOOR(LT-SUB)
           MOVE WS-NEW-CEILING TO LT-CEILING(LT-SUB)
           MOVE WS-NEW-SWING TO LT-SWING(LT-SUB)
           MOVE SPACES TO CONSOL-DETAIL-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           MOVE '  RECEIVING NOW' TO CR-LABEL
           MOVE WS-NEW-FLOOR TO CR-AMOUNT(1)
           MOVE WS-NEW-CEILING TO CR-AMOUNT(2)
           MOVE WS-NEW-SWING TO CR-AMOUNT(3)
           WRITE CONSOL-DETAIL-LINE
           OPEN OUTPUT LIMITS-FILE
           IF LIMITS-FILE-STATUS NOT = '00'
               STRING 'LIMITS COULD NOT BE REWRITTEN, STATUS='
                   LIMITS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF
           PERFORM 4300-WRITE-ONE-LIMITS THRU 4300-EXIT
               VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > LT-COUNT
           CLOSE LIMITS-FILE.
       4000-EXIT.
           EXIT.

       4100-CLOSING-WEEK-RANGE.
           MOVE WS-CLOSE-WEEK(1) TO WS-SIDE-FLOOR
           MOVE WS-CLOSE-WEEK(1) TO WS-SIDE-CEILING
           PERFORM 4110-RANGE-ONE-CLOSING-WEEK THRU 4110-EXIT
               VARYING WEEK FROM 2 BY 1 UNTIL WEEK > 8.
       4100-EXIT.
           EXIT.

       4110-RANGE-ONE-CLOSING-WEEK.
           IF WS-CLOSE-WEEK(WEEK) < WS-SIDE-FLOOR
               MOVE WS-CLOSE-WEEK(WEEK) TO WS-SIDE-FLOOR
           END-IF
           IF WS-CLOSE-WEEK(WEEK) > WS-SIDE-CEILING
               MOVE WS-CLOSE-WEEK(WEEK) TO WS-SIDE-CEILING
           END-IF.
       4110-EXIT.
           EXIT.

       4200-RECEIVING-WEEK-RANGE.
           MOVE WS-RECV-BEFORE(1) TO WS-SIDE-FLOOR
           MOVE WS-RECV-BEFORE(1) TO WS-SIDE-CEILING
           PERFORM 4210-RANGE-ONE-RECEIVING-WEEK THRU 4210-EXIT
               VARYING WEEK FROM 2 BY 1 UNTIL WEEK > 8.
       4200-EXIT.
           EXIT.

       4210-RANGE-ONE-RECEIVING-WEEK.
           IF WS-RECV-BEFORE(WEEK) < WS-SIDE-FLOOR
               MOVE WS-RECV-BEFORE(WEEK) TO WS-SIDE-FLOOR
           END-IF
           IF WS-RECV-BEFORE(WEEK) > WS-SIDE-CEILING
               MOVE WS-RECV-BEFORE(WEEK) TO WS-SIDE-CEILING
           END-IF.
       4210-EXIT.
           EXIT.

       4300-WRITE-ONE-LIMITS.
           IF LT-DROPPED(LT-SUB)
               GO TO 4300-EXIT
           END-IF
           MOVE LT-LOCATION(LT-SUB) TO LM-LOCATION
           MOVE LT-FLOOR(LT-SUB) TO LM-FLOOR
           MOVE LT-CEILING(LT-SUB) TO LM-CEILING
           MOVE LT-SWING(LT-SUB) TO LM-MAX-SWING-PCT
           WRITE LIMITS-RECORD.
       4300-EXIT.
           EXIT.

      *>================================================================
      *>  5000  COMBINE THE STORED FORECASTS SLOT BY SLOT
      *>
      *>  The forecast issued and the flat/trend pair are added; the
      *>  judged errors are the receiving site's own and are left
      *>  alone.  A pair is only added where both records carry one.
      *>================================================================
       5000-COMBINE-FORECASTS.
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE '0' TO CT-CARRIAGE-CONTROL
           MOVE 'FCSTHST STORED FORECASTS' TO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           OPEN I-O FORECAST-HISTORY-FILE
           IF FORECAST-FILE-STATUS NOT = '00'
               MOVE SPACES TO CONSOL-TEXT-LINE
               MOVE ' ' TO CT-CARRIAGE-CONTROL
               STRING '  FCSTHST NOT OPENED, STATUS='
                   FORECAST-FILE-STATUS ' - NO FORECASTS MOVED'
                   DELIMITED BY SIZE INTO CT-TEXT
               WRITE CONSOL-TEXT-LINE
               IF FORECAST-FILE-STATUS NOT = '35'
                   DISPLAY 'DL940W - FCSTHST OPEN FAILED, STATUS='
                       FORECAST-FILE-STATUS ' - FORECASTS NOT MOVED'
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-MOVE-ONE-FORECAST THRU 5100-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           CLOSE FORECAST-HISTORY-FILE
           MOVE WS-FCST-ADDED TO WS-COUNT-DISPLAY
           MOVE WS-FCST-MOVED TO WS-COUNT-DISPLAY-2
           MOVE WS-FCST-REMOVED TO WS-COUNT-DISPLAY-3
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE ' ' TO CT-CARRIAGE-CONTROL
           STRING '  ' WS-COUNT-DISPLAY ' SLOTS ADDED INTO THE '
               'RECEIVING FORECASTS, ' WS-COUNT-DISPLAY-2
               ' MOVED ACROSS, ' WS-COUNT-DISPLAY-3
               ' CLOSING RECORDS REMOVED'
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE.
       5000-EXIT.
           EXIT.

       5100-MOVE-ONE-FORECAST.
           MOVE WS-CLOSING TO FH-LOCATION
           MOVE WEEK TO FH-WEEK
           READ FORECAST-HISTORY-FILE
               INVALID KEY
                   GO TO 5100-EXIT
           END-READ
           MOVE FORECAST-HISTORY-RECORD TO SAVED-FORECAST-RECORD
           DELETE FORECAST-HISTORY-FILE RECORD
               INVALID KEY
                   MOVE 'CLOSING FORECAST DELETE FAILED'
                       TO WS-REJECT-TEXT
                   PERFORM 9900-ABEND THRU 9900-EXIT
           END-DELETE
           ADD 1 TO WS-FCST-REMOVED
           MOVE WS-RECEIVING TO FH-LOCATION
           MOVE WEEK TO FH-WEEK
           SET ENTRY-FOUND TO TRUE
           READ FORECAST-HISTORY-FILE
               INVALID KEY
                   SET ENTRY-NOT-FOUND TO TRUE
           END-READ
           IF ENTRY-FOUND
               ADD SF-PREDICT-VALUE TO FH-PREDICT-VALUE
               IF FH-PAIR-STORED AND SF-PAIR-STORED
                   ADD SF-FLAT-PREDICT TO FH-FLAT-PREDICT
                   ADD SF-TREND-PREDICT TO FH-TREND-PREDICT
               END-IF
               REWRITE FORECAST-HISTORY-RECORD
                   INVALID KEY
                       MOVE 'RECEIVING FORECAST REWRITE FAILED'
                           TO WS-REJECT-TEXT
                       PERFORM 9900-ABEND THRU 9900-EXIT
               END-REWRITE
               ADD 1 TO WS-FCST-ADDED
           ELSE
               MOVE SAVED-FORECAST-RECORD TO FORECAST-HISTORY-RECORD
               MOVE WS-RECEIVING TO FH-LOCATION
               WRITE FORECAST-HISTORY-RECORD
                   INVALID KEY
                       MOVE 'RECEIVING FORECAST WRITE FAILED'
                           TO WS-REJECT-TEXT
                       PERFORM 9900-ABEND THRU 9900-EXIT
               END-WRITE
               ADD 1 TO WS-FCST-MOVED
           END-IF.
       5100-EXIT.
           EXIT.

      *>================================================================
      *>  5500  DROP THE CLOSING SITE'S FORECAST METHOD RECORD
      *>================================================================
       5500-DROP-METHOD-SELECTION.
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE ' ' TO CT-CARRIAGE-CONTROL
           OPEN I-O METHOD-SELECTION-FILE
           IF METHSEL-FILE-STATUS NOT = '00'
               STRING '  METHSEL NOT OPENED, STATUS='
                   METHSEL-FILE-STATUS ' - NOTHING TO REMOVE'
                   DELIMITED BY SIZE INTO CT-TEXT
               WRITE CONSOL-TEXT-LINE
               GO TO 5500-EXIT
           END-IF
           MOVE WS-CLOSING TO MS-LOCATION
           DELETE METHOD-SELECTION-FILE RECORD
               INVALID KEY
                   MOVE '  METHSEL - CLOSING LOCATION HAD NO RECORD'
                       TO CT-TEXT
               NOT INVALID KEY
                   STRING '  METHSEL - CLOSING LOCATION''S RECORD '
                       'REMOVED, RECEIVING KEEPS ITS OWN METHOD'
                       DELIMITED BY SIZE INTO CT-TEXT
           END-DELETE
           WRITE CONSOL-TEXT-LINE
           CLOSE METHOD-SELECTION-FILE.
       5500-EXIT.
           EXIT.

      *>================================================================
      *>  6000  RE-POINT THE ALIASES AND ALIAS THE CLOSING NAME
      *>
      *>  The file is keyed by the incoming name, not the target, so
      *>  it is read end to end the way LOCATION-MAINT's 2700 reads
      *>  it.  LOCATION-SUMMARY consults an alias for a name on the
      *>  roster as a retired site, which the closing site now is.
      *>================================================================
       6000-REPOINT-ALIASES.
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE '0' TO CT-CARRIAGE-CONTROL
           MOVE 'ALIASES' TO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           OPEN I-O ALIAS-FILE
           IF ALIAS-FILE-STATUS = '35'
               OPEN OUTPUT ALIAS-FILE
               CLOSE ALIAS-FILE
               OPEN I-O ALIAS-FILE
           END-IF
           IF ALIAS-FILE-STATUS NOT = '00'
               MOVE SPACES TO CONSOL-TEXT-LINE
               MOVE ' ' TO CT-CARRIAGE-CONTROL
               STRING '  ALIASES COULD NOT BE OPENED, STATUS='
                   ALIAS-FILE-STATUS ' - NOT RE-POINTED'
                   DELIMITED BY SIZE INTO CT-TEXT
               WRITE CONSOL-TEXT-LINE
               DISPLAY 'DL940W - ALIASES OPEN FAILED, STATUS='
                   ALIAS-FILE-STATUS ' - NOT RE-POINTED'
               MOVE 4 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           SET ALIAS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO AL-KEY
           START ALIAS-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY
                   SET ALIAS-EOF TO TRUE
           END-START
           PERFORM 6010-READ-NEXT-ALIAS THRU 6010-EXIT
           PERFORM 6020-REPOINT-ONE-ALIAS THRU 6020-EXIT
               UNTIL ALIAS-EOF
           MOVE 'B' TO WS-ALIAS-SOURCE
           PERFORM 6100-ALIAS-CLOSING-NAME THRU 6100-EXIT
           MOVE 'A' TO WS-ALIAS-SOURCE
           PERFORM 6100-ALIAS-CLOSING-NAME THRU 6100-EXIT
           CLOSE ALIAS-FILE.
       6000-EXIT.
           EXIT.

       6010-READ-NEXT-ALIAS.
           IF ALIAS-EOF
               GO TO 6010-EXIT
           END-IF
           READ ALIAS-FILE NEXT RECORD
               AT END
                   SET ALIAS-EOF TO TRUE
           END-READ.
       6010-EXIT.
           EXIT.

       6020-REPOINT-ONE-ALIAS.
           IF AL-LOCATION = WS-CLOSING
              AND (AL-EXPIRY-DATE = ZERO
                   OR AL-EXPIRY-DATE NOT < WS-RUN-DATE)
               MOVE WS-RECEIVING TO AL-LOCATION
               SET AL-FLAG-CLEAR TO TRUE
               MOVE ZERO TO AL-FLAG-DATE
               MOVE 'LOCCONS' TO AL-OPERATOR
               REWRITE ALIAS-RECORD
                   INVALID KEY
                       MOVE 'ALIAS RE-POINT REWRITE FAILED'
                           TO WS-REJECT-TEXT
                       PERFORM 9900-ABEND THRU 9900-EXIT
               END-REWRITE
               ADD 1 TO WS-ALIAS-REPOINTED
               MOVE SPACES TO CONSOL-TEXT-LINE
               MOVE ' ' TO CT-CARRIAGE-CONTROL
               STRING '  ' AL-SOURCE ' ' AL-NAME
                   '  RE-POINTED TO ' WS-RECEIVING
                   DELIMITED BY SIZE INTO CT-TEXT
               WRITE CONSOL-TEXT-LINE
           END-IF
           PERFORM 6010-READ-NEXT-ALIAS THRU 6010-EXIT.
       6020-EXIT.
           EXIT.

      *> An alias already on file for the closing name is replaced
      *> only if it has expired or already names the receiving site;
      *> one in force naming a third location was set deliberately
      *> and is listed instead.
       6100-ALIAS-CLOSING-NAME.
           MOVE WS-ALIAS-SOURCE TO AL-SOURCE
           MOVE WS-CLOSING TO AL-NAME
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE ' ' TO CT-CARRIAGE-CONTROL
           READ ALIAS-FILE
               INVALID KEY
                   PERFORM 6110-FILL-CLOSING-ALIAS THRU 6110-EXIT
                   WRITE ALIAS-RECORD
                       INVALID KEY
                           MOVE 'CLOSING NAME ALIAS WRITE FAILED'
                               TO WS-REJECT-TEXT
                           PERFORM 9900-ABEND THRU 9900-EXIT
                   END-WRITE
                   STRING '  ' AL-SOURCE ' ' AL-NAME
                       '  ALIASED TO ' WS-RECEIVING
                       DELIMITED BY SIZE INTO CT-TEXT
                   WRITE CONSOL-TEXT-LINE
                   GO TO 6100-EXIT
           END-READ
           IF AL-LOCATION NOT = WS-RECEIVING
              AND (AL-EXPIRY-DATE = ZERO
                   OR AL-EXPIRY-DATE NOT < WS-RUN-DATE)
               STRING '  ' AL-SOURCE ' ' AL-NAME
                   '  ALREADY ALIASED TO ' AL-LOCATION
                   ' - LEFT ALONE'
                   DELIMITED BY SIZE INTO CT-TEXT
               WRITE CONSOL-TEXT-LINE
               GO TO 6100-EXIT
           END-IF
           PERFORM 6110-FILL-CLOSING-ALIAS THRU 6110-EXIT
           REWRITE ALIAS-RECORD
               INVALID KEY
                   MOVE 'CLOSING NAME ALIAS REWRITE FAILED'
                       TO WS-REJECT-TEXT
                   PERFORM 9900-ABEND THRU 9900-EXIT
           END-REWRITE
           STRING '  ' AL-SOURCE ' ' AL-NAME
               '  ALIASED TO ' WS-RECEIVING
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE.
       6100-EXIT.
           EXIT.

       6110-FILL-CLOSING-ALIAS.
           MOVE WS-ALIAS-SOURCE TO AL-SOURCE
           MOVE WS-CLOSING TO AL-NAME
           MOVE WS-RECEIVING TO AL-LOCATION
           MOVE WS-RUN-DATE TO AL-EFFECTIVE-DATE
           MOVE ZERO TO AL-EXPIRY-DATE
           SET AL-FLAG-CLEAR TO TRUE
           MOVE ZERO TO AL-FLAG-DATE
           MOVE 'LOCCONS' TO AL-OPERATOR
           MOVE WS-RUN-DATE TO AL-ADDED-DATE.
       6110-EXIT.
           EXIT.

      *>================================================================
      *>  7000  APPEND THE MERGE RECORDS TO LOCARCH
      *>
      *>  One per archived week of the closing site, under the
      *>  receiving name, carrying the week's own run date, slot,
      *>  week-ending date and amount.  LOCATION-TREND adds each one
      *>  into the receiving site's week it matches; the programs
      *>  that account for what a branch itself posted pass them by.
      *>================================================================
       7000-WRITE-MERGE-RECORDS.
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE '0' TO CT-CARRIAGE-CONTROL
           MOVE 'LOCARCH WEEK HISTORY' TO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           IF CH-COUNT = ZERO
               MOVE SPACES TO CONSOL-TEXT-LINE
               MOVE ' ' TO CT-CARRIAGE-CONTROL
               STRING '  NO ARCHIVED WEEKS FOR THE CLOSING LOCATION '
                   '- NO MERGE RECORDS'
                   DELIMITED BY SIZE INTO CT-TEXT
               WRITE CONSOL-TEXT-LINE
               GO TO 7000-EXIT
           END-IF
           OPEN EXTEND ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS NOT = '00'
               STRING 'LOCARCH COULD NOT BE EXTENDED, STATUS='
                   ARCHIVE-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
               PERFORM 9900-ABEND THRU 9900-EXIT
           END-IF
           MOVE 99999999 TO WS-FIRST-MERGE-DATE
           MOVE ZERO TO WS-LAST-MERGE-DATE
           PERFORM 7010-WRITE-ONE-MERGE-RECORD THRU 7010-EXIT
               VARYING CH-SUB FROM 1 BY 1 UNTIL CH-SUB > CH-COUNT
           CLOSE ARCHIVE-FILE
           MOVE WS-MERGE-WRITTEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE ' ' TO CT-CARRIAGE-CONTROL
           STRING '  ' WS-COUNT-DISPLAY ' MERGE RECORDS WRITTEN UNDER '
               WS-RECEIVING ' RUN DATES ' WS-FIRST-MERGE-DATE
               ' TO ' WS-LAST-MERGE-DATE
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           IF WS-HISTORY-SKIPPED > ZERO
               MOVE WS-HISTORY-SKIPPED TO WS-COUNT-DISPLAY
               MOVE SPACES TO CONSOL-TEXT-LINE
               MOVE ' ' TO CT-CARRIAGE-CONTROL
               STRING '  ' WS-COUNT-DISPLAY ' INVALID ARCHIVE RECORDS '
                   'FOR THE CLOSING LOCATION PASSED OVER'
                   DELIMITED BY SIZE INTO CT-TEXT
               WRITE CONSOL-TEXT-LINE
           END-IF.
       7000-EXIT.
           EXIT.

       7010-WRITE-ONE-MERGE-RECORD.
           MOVE CH-RUN-DATE(CH-SUB) TO AR-RUN-DATE
           MOVE CH-WEEK(CH-SUB) TO AR-WEEK
           MOVE CH-WEEK-END-DATE(CH-SUB) TO AR-WEEK-END-DATE
           MOVE WS-RECEIVING TO AR-LOCATION
           SET AR-MERGE-RECORD TO TRUE
           MOVE CH-AMOUNT(CH-SUB) TO AR-WEEK-AMOUNT
           WRITE ARCHIVE-RECORD
           ADD 1 TO WS-MERGE-WRITTEN
           IF CH-RUN-DATE(CH-SUB) < WS-FIRST-MERGE-DATE
               MOVE CH-RUN-DATE(CH-SUB) TO WS-FIRST-MERGE-DATE
           END-IF
           IF CH-RUN-DATE(CH-SUB) > WS-LAST-MERGE-DATE
               MOVE CH-RUN-DATE(CH-SUB) TO WS-LAST-MERGE-DATE
           END-IF.
       7010-EXIT.
           EXIT.

      *>================================================================
      *>  7500  DISTRICT MANAGER SIGN-OFF
      *>================================================================
       7500-PRINT-SIGN-OFF.
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE '-' TO CT-CARRIAGE-CONTROL
           STRING 'CONSOLIDATION COMPLETE.  THE FIGURES ABOVE ARE '
               'BEFORE AND AFTER; CHECK THEM AND SIGN BELOW.'
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE '0' TO CT-CARRIAGE-CONTROL
           STRING 'DISTRICT MANAGER: ______________________________'
               '    DATE: ____________'
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE.
       7500-EXIT.
           EXIT.

      *>================================================================
      *>  8000  AUDIT JOURNAL - ONE RECORD PER DATABASE-FILE CHANGE
      *>
      *>  Same layout and dataset as the weekly run and LOCATION-
      *>  MAINT.  Program code DL940 says a consolidation made the
      *>  change, and JR-WEEK is the effective week - the first week
      *>  the combined figures post against.
      *>================================================================
       8000-START-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'DL940' TO JR-PROGRAM
           MOVE WS-RUN-DATE TO JR-RUN-DATE
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO JR-RUN-TIME
           MOVE WS-EFFECTIVE-WEEK TO JR-WEEK
           PERFORM 8010-EMPTY-ONE-IMAGE-WEEK THRU 8010-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8.
       8000-EXIT.
           EXIT.

       8010-EMPTY-ONE-IMAGE-WEEK.
           MOVE ZERO TO JR-BEF-WEEK-AMOUNT(WEEK)
           MOVE ZERO TO JR-AFT-WEEK-AMOUNT(WEEK).
       8010-EXIT.
           EXIT.

       8110-COPY-RECORD-TO-AFTER.
           MOVE DB-WEEK-ACTUAL(WEEK) TO JR-AFT-WEEK-AMOUNT(WEEK).
       8110-EXIT.
           EXIT.

      *> Both changes rewrite a record in place - the before image is
      *> captured off the buffer ahead of the change, the after image
      *> once it is made.
       8300-START-CHANGE-JOURNAL.
           PERFORM 8000-START-JOURNAL-RECORD THRU 8000-EXIT
           SET JR-ACTION-REWRITE TO TRUE
           MOVE LOCATION OF DATABASE-RECORD TO JR-LOCATION
           MOVE LOC-STATUS OF DATABASE-RECORD TO JR-BEF-STATUS
           MOVE LOC-REGION OF DATABASE-RECORD TO JR-BEF-REGION
           PERFORM 8320-COPY-RECORD-TO-BEFORE THRU 8320-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8.
       8300-EXIT.
           EXIT.

      *> A receiving site whose eight weeks were all zero next to a
      *> closing site's all-zero weeks is a no-change rewrite and
      *> journals nothing, as in LOCATION-MAINT.
       8310-FINISH-CHANGE-JOURNAL.
           MOVE LOC-STATUS OF DATABASE-RECORD TO JR-AFT-STATUS
           MOVE LOC-REGION OF DATABASE-RECORD TO JR-AFT-REGION
           PERFORM 8110-COPY-RECORD-TO-AFTER THRU 8110-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           IF JR-BEFORE-IMAGE = JR-AFTER-IMAGE
               CONTINUE
           ELSE
               WRITE JOURNAL-RECORD
           END-IF.
       8310-EXIT.
           EXIT.

       8320-COPY-RECORD-TO-BEFORE.
           MOVE DB-WEEK-ACTUAL(WEEK) TO JR-BEF-WEEK-AMOUNT(WEEK).
       8320-EXIT.
           EXIT.

      *>================================================================
      *>  9000  CLOSE UP
      *>================================================================
       9000-TERMINATE.
           CLOSE DATABASE-FILE
           CLOSE JOURNAL-FILE
           CLOSE CONSOL-REPORT-FILE
           DISPLAY 'DL940I - ' WS-CLOSING ' CONSOLIDATED INTO '
               WS-RECEIVING ' FROM WEEK ' WS-WEEK-DISPLAY.
       9000-EXIT.
           EXIT.

      *>================================================================
      *>  9900  A FILE FAILED PART WAY THROUGH THE CHANGES
      *>
      *>  What was done before the failure stands - the report shows
      *>  how far it got, and LOCJRNL holds the DATABASE-FILE images
      *>  to put the two locations back by hand if need be.
      *>================================================================
       9900-ABEND.
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE '0' TO CT-CARRIAGE-CONTROL
           STRING 'CONSOLIDATION STOPPED - ' WS-REJECT-TEXT
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           MOVE SPACES TO CONSOL-TEXT-LINE
           MOVE ' ' TO CT-CARRIAGE-CONTROL
           STRING 'THE CHANGES LISTED ABOVE HAVE BEEN MADE; NOTHING '
               'AFTER THEM HAS.'
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CONSOL-TEXT-LINE
           DISPLAY 'DL940E - CONSOLIDATION STOPPED - ' WS-REJECT-TEXT
           CLOSE DATABASE-FILE
           CLOSE JOURNAL-FILE
           CLOSE PLAN-FILE
           CLOSE FORECAST-HISTORY-FILE
           CLOSE ALIAS-FILE
           CLOSE ARCHIVE-FILE
           CLOSE CONSOL-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9900-EXIT.
           EXIT.
