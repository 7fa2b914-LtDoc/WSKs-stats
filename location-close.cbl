       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATION-CLOSE.
       AUTHOR. B-J-ANDREWS.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *>--------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>
      *> 2026-10-15  BAJ  Original version.  Month-end close for
      *>                  finance, which closes by calendar month
      *>                  while everything else here runs by cycle
      *>                  week slot.  Takes the archived weeks off
      *>                  LOCARCH whose days fall in the month (by
      *>                  AR-WEEK-END-DATE, with the cycle calendar
      *>                  supplying where each week starts), pro-
      *>                  rates a week straddling the month boundary
      *>                  by days, and writes one general-ledger
      *>                  interface record per location with its
      *>                  region as cost centre, between a header
      *>                  and a control trailer.  The close report
      *>                  subtotals by region and reconciles the
      *>                  month total back to the week totals it was
      *>                  built from; archived weeks with no
      *>                  week-ending date are listed as
      *>                  unallocatable instead of silently dropped.
      *>                  Replaces re-adding LOCARCH weeks by hand.
      *> 2026-10-15  BAJ  LOCATION-CONSOL merge records are not
      *>                  closed - the closed branch's weeks were
      *>                  posted, and closed, under its own name - but
      *>                  a receiving location's week re-archived
      *>                  after the merge has the merged amount
      *>                  netted back out of it.
      *>--------------------------------------------------------------

      *>--------------------------------------------------------------
      *> PARM='YYYYMM' - the calendar month to close.
      *>
      *> A week is the days from the day after the previous CALWK
      *> week-ending date through its own week-ending date - seven
      *> days on a regular calendar, more or fewer where branch
      *> planning has skipped or split a week; a week with no
      *> earlier calendar entry to measure from is taken as seven
      *> days.  A week whose days all fall in the month is taken
      *> whole; one straddling either end of the month contributes
      *> its share by days.  The share belonging to the month the
      *> week ENDS in is taken as the remainder after the other
      *> month's rounded share, so the two months' pieces always add
      *> back to the week's amount exactly.
      *>
      *> A correction re-archived for a week already on file carries
      *> the same week-ending date and replaces the earlier record -
      *> the newest record per (location, week-ending date) is the
      *> figure closed.
      *>
      *> A LOCATION-CONSOL merge record is the closed branch's week
      *> written again under the receiving location - that week is
      *> closed under the closed branch's own record, so the merge
      *> record is not closed itself.  Consolidation added the closed
      *> branch's weeks into the receiving location's DATABASE-FILE
      *> slots, though, so a correction re-archived for the receiving
      *> location after the merge (after the merge record, in the
      *> archive's append order) carries both branches' figures; the
      *> merge record's amount is netted out of it so the week is not
      *> closed twice.
      *>
      *> A record archived before the calendar existed has no
      *> week-ending date and cannot be placed in a month.  Any such
      *> record run within the month (or the week after it) is
      *> listed as unallocatable with its amount, and the step ends
      *> RC=4 so finance decides how to book it.
      *>
      *>   RC  0  closed clean
      *>   RC  4  unallocatable weeks listed, the calendar was not
      *>          available (every week taken as seven days), or the
      *>          reconciliation did not tie - read the report before
      *>          releasing GLOUT
      *>   RC 16  bad PARM, or the archive or roster unreadable
      *>--------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "LOCARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALWK-FILE-STATUS.

           SELECT DATABASE-FILE ASSIGN TO "DATABASE"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LOCATION
               FILE STATUS IS DATABASE-FILE-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "CLOSERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLOSE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARCREC.

       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  DATABASE-FILE.
           COPY LOCREC.

       FD  GL-INTERFACE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLXREC.

       FD  CLOSE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSE-REPORT-LINE.
           05  CR-CARRIAGE-CONTROL        PIC X(01).
           05  CR-TEXT                    PIC X(131).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  ARCHIVE-FILE-STATUS        PIC X(02).
           05  CALWK-FILE-STATUS          PIC X(02).
           05  DATABASE-FILE-STATUS       PIC X(02).
           05  GL-FILE-STATUS             PIC X(02).
           05  CLOSE-REPORT-STATUS        PIC X(02).

       01  WS-SWITCHES.
           05  WS-FOUND-SW                PIC X(01) VALUE 'N'.
               88  LOCATION-FOUND             VALUE 'Y'.
               88  LOCATION-NOT-FOUND         VALUE 'N'.
           05  WS-CALENDAR-SW             PIC X(01) VALUE 'N'.
               88  CALENDAR-LOADED            VALUE 'Y'.
               88  CALENDAR-NOT-LOADED        VALUE 'N'.
           05  WS-ENTRY-SW                PIC X(01) VALUE 'N'.
               88  ENTRY-FOUND                VALUE 'Y'.
               88  ENTRY-NOT-FOUND            VALUE 'N'.
           05  WS-MERGE-SW                PIC X(01) VALUE 'N'.
               88  MERGE-FOUND                VALUE 'Y'.
               88  MERGE-NOT-FOUND            VALUE 'N'.

       01  WEEK                           PIC 9(02) COMP.
       01  WS-RUN-DATE                    PIC 9(08).
       01  WS-LOOKUP-NAME                 PIC X(20).

       01  WS-PARM-FIELDS.
           05  WS-PARM-MONTH              PIC X(06).
           05  WS-PARM-MONTH-N REDEFINES WS-PARM-MONTH.
               10  WS-PARM-YEAR           PIC 9(04).
               10  WS-PARM-MM             PIC 9(02).

      *>--------------------------------------------------------------
      *> The month being closed, as YYYYMMDD dates for the header
      *> and as day numbers for the arithmetic.  Weeks ending up to
      *> WS-LOOKAHEAD-DAYS past the month can still start inside it.
      *>--------------------------------------------------------------
       01  WS-MONTH-FIELDS.
           05  WS-MONTH-START             PIC 9(08).
           05  WS-MONTH-END               PIC 9(08).
           05  WS-NEXT-MONTH-START        PIC 9(08).
           05  WS-NEXT-MONTH-N REDEFINES WS-NEXT-MONTH-START.
               10  WS-NEXT-YEAR           PIC 9(04).
               10  WS-NEXT-MM             PIC 9(02).
               10  WS-NEXT-DD             PIC 9(02).
           05  WS-START-DAY               PIC S9(08) COMP.
           05  WS-END-DAY                 PIC S9(08) COMP.
           05  WS-LOOKAHEAD-DAYS          PIC S9(04) COMP VALUE 21.
           05  WS-WINDOW-END-DAY          PIC S9(08) COMP.
           05  WS-UNALLOC-END-DAY         PIC S9(08) COMP.

       01  WS-WEEK-FIELDS.
           05  WS-WK-END-DAY              PIC S9(08) COMP.
           05  WS-WK-START-DAY            PIC S9(08) COMP.
           05  WS-WK-DAYS                 PIC S9(04) COMP.
           05  WS-WK-DAYS-IN              PIC S9(04) COMP.
           05  WS-WK-DAYS-OUT             PIC S9(04) COMP.
           05  WS-OVERLAP-FROM            PIC S9(08) COMP.
           05  WS-OVERLAP-TO              PIC S9(08) COMP.
           05  WS-PREV-DATE               PIC 9(08).
           05  WS-OUT-SHARE               PIC S9(08)V9(2) COMP-3.

      *> In-storage roster - only LOCATION and LOC-REGION are used,
      *> for the cost centre.
           COPY LOCTBL.

       01  CYCLE-CALENDAR.
           05  CC-MAX                     PIC 9(04) COMP VALUE 500.
           05  CC-COUNT                   PIC 9(04) COMP VALUE ZERO.
           05  CC-SUB                     PIC 9(04) COMP.
           05  CC-ENTRY OCCURS 500 TIMES.
               10  CC-CYCLE               PIC 9(04).
               10  CC-WEEK                PIC 9(02).
               10  CC-DATE                PIC 9(08).

      *>--------------------------------------------------------------
      *> One entry per (location, week-ending date) touching the
      *> month, newest archive record winning.  WT-SHARE is the part
      *> of WT-AMOUNT that belongs to the month, filled in by 3000.
      *>--------------------------------------------------------------
       01  WEEK-TABLE.
           05  WT-MAX                     PIC 9(04) COMP VALUE 3000.
           05  WT-COUNT                   PIC 9(04) COMP VALUE ZERO.
           05  WT-SUB                     PIC 9(04) COMP.
           05  WT-ENTRY OCCURS 3000 TIMES.
               10  WT-LOCATION            PIC X(20).
               10  WT-END-DATE            PIC 9(08).
               10  WT-RUN-DATE            PIC 9(08).
               10  WT-SLOT                PIC 9(02).
               10  WT-AMOUNT              PIC S9(08)V9(2) COMP-3.
               10  WT-SHARE               PIC S9(08)V9(2) COMP-3.
               10  WT-DAYS                PIC S9(04) COMP.
               10  WT-DAYS-IN             PIC S9(04) COMP.

      *>--------------------------------------------------------------
      *> Weeks merged into a receiving location near the month, per
      *> (location, week-ending date) - the merge records' amounts so
      *> far in append order, netted out of any later record for the
      *> same week.
      *>--------------------------------------------------------------
       01  MERGED-WEEK-TABLE.
           05  MG-MAX                     PIC 9(04) COMP VALUE 1000.
           05  MG-COUNT                   PIC 9(04) COMP VALUE ZERO.
           05  MG-SUB                     PIC 9(04) COMP.
           05  MG-ENTRY OCCURS 1000 TIMES.
               10  MG-LOCATION            PIC X(20).
               10  MG-END-DATE            PIC 9(08).
               10  MG-AMOUNT              PIC S9(08)V9(2) COMP-3.

      *> The month's figure per location, in first-seen order.
       01  MONTH-TOTALS.
           05  MT-MAX                     PIC 9(04) COMP VALUE 1000.
           05  MT-COUNT                   PIC 9(04) COMP VALUE ZERO.
           05  MT-SUB                     PIC 9(04) COMP.
           05  MT-ENTRY OCCURS 1000 TIMES.
               10  MT-LOCATION            PIC X(20).
               10  MT-REGION              PIC X(03).
               10  MT-ON-ROSTER           PIC X(01).
               10  MT-AMOUNT              PIC S9(10)V9(2) COMP-3.
               10  MT-WEEKS-AMOUNT        PIC S9(10)V9(2) COMP-3.
               10  MT-WEEK-COUNT          PIC 9(02).
               10  MT-PRORATED-COUNT      PIC 9(02).

      *> Dateless archive records near the month - the newest per
      *> (location, week slot), for the unallocatable listing.
       01  UNALLOCATED-TABLE.
           05  UA-MAX                     PIC 9(04) COMP VALUE 1000.
           05  UA-COUNT                   PIC 9(04) COMP VALUE ZERO.
           05  UA-SUB                     PIC 9(04) COMP.
           05  UA-ENTRY OCCURS 1000 TIMES.
               10  UA-LOCATION            PIC X(20).
               10  UA-SLOT                PIC 9(02).
               10  UA-RUN-DATE            PIC 9(08).
               10  UA-AMOUNT              PIC S9(08)V9(2) COMP-3.

       01  REGION-LIST.
           05  RG-MAX                     PIC 9(02) COMP VALUE 20.
           05  RG-COUNT                   PIC 9(02) COMP VALUE ZERO.
           05  RG-SUB                     PIC 9(02) COMP.
           05  RG-REGION OCCURS 20 TIMES  PIC X(03).

       01  WS-TOTALS.
           05  WS-REGION-AMOUNT           PIC S9(12)V9(2) COMP-3.
           05  WS-REGION-WEEKS-AMOUNT     PIC S9(12)V9(2) COMP-3.
           05  WS-REGION-LOCATIONS        PIC 9(06) COMP.
           05  WS-GRAND-AMOUNT            PIC S9(12)V9(2) COMP-3
                                                            VALUE ZERO.
           05  WS-GL-AMOUNT               PIC S9(12)V9(2) COMP-3
                                                            VALUE ZERO.
           05  WS-GL-COUNT                PIC 9(08) COMP VALUE ZERO.
           05  WS-WEEKS-USED-AMOUNT       PIC S9(12)V9(2) COMP-3
                                                            VALUE ZERO.
           05  WS-WEEKS-USED-COUNT        PIC 9(08) COMP VALUE ZERO.
           05  WS-OUTSIDE-AMOUNT          PIC S9(12)V9(2) COMP-3
                                                            VALUE ZERO.
           05  WS-PRORATED-COUNT          PIC 9(08) COMP VALUE ZERO.
           05  WS-UNALLOC-AMOUNT          PIC S9(12)V9(2) COMP-3
                                                            VALUE ZERO.
           05  WS-UNALLOC-OVERFLOW        PIC 9(08) COMP VALUE ZERO.
           05  WS-ARCHIVE-READ            PIC 9(08) COMP VALUE ZERO.
           05  WS-RECON-DIFF              PIC S9(12)V9(2) COMP-3.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMOUNT-EDIT             PIC ---,---,---,--9.99.
           05  WS-AMOUNT-EDIT-2           PIC ---,---,---,--9.99.
           05  WS-WEEK-AMOUNT-EDIT        PIC --,---,---9.99.
           05  WS-SHARE-EDIT              PIC --,---,---9.99.
           05  WS-COUNT-DISPLAY           PIC ZZZZZZZ9.
           05  WS-WEEKS-DISPLAY           PIC Z9.
           05  WS-DAYS-DISPLAY            PIC Z9.
           05  WS-DAYS-IN-DISPLAY         PIC Z9.
           05  WS-REGION-TEXT             PIC X(12).

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN                PIC S9(04) COMP.
           05  LS-PARM-TEXT               PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT
           PERFORM 2000-LOAD-ARCHIVE-WEEKS THRU 2000-EXIT
           PERFORM 3000-ALLOCATE-WEEKS THRU 3000-EXIT
               VARYING WT-SUB FROM 1 BY 1 UNTIL WT-SUB > WT-COUNT
           PERFORM 4000-COLLECT-REGIONS THRU 4000-EXIT
           PERFORM 5000-WRITE-CLOSE THRU 5000-EXIT
           PERFORM 6000-PRINT-PRORATED-WEEKS THRU 6000-EXIT
           PERFORM 7000-PRINT-UNALLOCATABLE THRU 7000-EXIT
           PERFORM 8000-PRINT-RECONCILIATION THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *>================================================================
      *>  1000  VALIDATE THE PARM, WORK OUT THE MONTH, LOAD THE ROSTER
      *>================================================================
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PARM-FIELDS
           IF LS-PARM-LEN > ZERO
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LEN) DELIMITED BY ','
                   INTO WS-PARM-MONTH
               END-UNSTRING
           END-IF
           IF WS-PARM-MONTH NOT NUMERIC
               DISPLAY 'DL910E - MONTH PARAMETER NOT YYYYMM: '
                   WS-PARM-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-MM < 1 OR WS-PARM-MM > 12
              OR WS-PARM-YEAR < 1601
               DISPLAY 'DL910E - MONTH PARAMETER NOT A VALID MONTH: '
                   WS-PARM-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-MONTH-START = WS-PARM-YEAR * 10000
               + WS-PARM-MM * 100 + 1
           MOVE WS-PARM-YEAR TO WS-NEXT-YEAR
           COMPUTE WS-NEXT-MM = WS-PARM-MM + 1
           IF WS-NEXT-MM > 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YEAR
           END-IF
           MOVE 1 TO WS-NEXT-DD
           COMPUTE WS-START-DAY =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           COMPUTE WS-END-DAY =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(WS-END-DAY)
           COMPUTE WS-WINDOW-END-DAY = WS-END-DAY + WS-LOOKAHEAD-DAYS
           COMPUTE WS-UNALLOC-END-DAY = WS-END-DAY + 7
           OPEN OUTPUT CLOSE-REPORT-FILE
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE '1' TO CR-CARRIAGE-CONTROL
           STRING 'LOCATION-CLOSE MONTH-END FINANCE CLOSE - PERIOD '
               WS-PARM-MONTH ' (' WS-MONTH-START ' TO ' WS-MONTH-END
               ')  RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CLOSE-REPORT-LINE
           MOVE ZERO TO LS-LOCATION-COUNT
           OPEN INPUT DATABASE-FILE
           IF DATABASE-FILE-STATUS NOT = '00'
               DISPLAY 'DL910E - DATABASE-FILE NOT FOUND OR EMPTY, '
                   'NO COST CENTRES, STATUS=' DATABASE-FILE-STATUS
               CLOSE CLOSE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-DATABASE-RECORD THRU 1100-EXIT
           PERFORM 1200-STORE-LOCATION-ENTRY THRU 1200-EXIT
               UNTIL DATABASE-FILE-STATUS NOT = '00'
           CLOSE DATABASE-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-DATABASE-RECORD.
           READ DATABASE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO DATABASE-FILE-STATUS
           END-READ.
       1100-EXIT.
           EXIT.

       1200-STORE-LOCATION-ENTRY.
           IF LS-LOCATION-COUNT >= LS-LOCATION-MAX
               DISPLAY 'DL910E - MORE LOCATIONS THAN LS-LOCATION-MAX'
               CLOSE DATABASE-FILE
               CLOSE CLOSE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO LS-LOCATION-COUNT
           SET LOC-IDX TO LS-LOCATION-COUNT
           MOVE LOCATION OF DATABASE-RECORD
               TO LOCATION OF LOCATION-SUM(LOC-IDX)
           MOVE LOC-STATUS OF DATABASE-RECORD
               TO LOC-STATUS OF LOCATION-SUM(LOC-IDX)
           MOVE LOC-REGION OF DATABASE-RECORD
               TO LOC-REGION OF LOCATION-SUM(LOC-IDX)
           PERFORM 1100-READ-DATABASE-RECORD THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      *>================================================================
      *>  1300  LOAD THE CYCLE CALENDAR
      *>
      *>  Only the dates matter here - where one week ends is where
      *>  the next begins.  Without the calendar every week is taken
      *>  as the seven days ending on its week-ending date, and the
      *>  step ends RC=4 so the assumption is seen.
      *>================================================================
       1300-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF CALWK-FILE-STATUS NOT = '00'
               DISPLAY 'DL910I - CYCLE CALENDAR NOT FOUND OR EMPTY, '
                   'EVERY WEEK TAKEN AS SEVEN DAYS, STATUS='
                   CALWK-FILE-STATUS
               GO TO 1300-EXIT
           END-IF
           SET CALENDAR-LOADED TO TRUE
           PERFORM 1310-READ-CALENDAR-RECORD THRU 1310-EXIT
           PERFORM 1320-STORE-CALENDAR-ENTRY THRU 1320-EXIT
               UNTIL CALWK-FILE-STATUS NOT = '00'
           CLOSE CALENDAR-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END
                   MOVE '10' TO CALWK-FILE-STATUS
           END-READ.
       1310-EXIT.
           EXIT.

       1320-STORE-CALENDAR-ENTRY.
           IF CL-WEEK-END-DATE NOT NUMERIC
              OR CL-WEEK-END-DATE = ZERO
               DISPLAY 'DL910I - CALENDAR RECORD INVALID, SKIPPED: '
                   CALENDAR-RECORD
               GO TO 1320-NEXT
           END-IF
           IF CC-COUNT >= CC-MAX
               DISPLAY 'DL910I - MORE CALENDAR RECORDS THAN CC-MAX, '
                   'REMAINDER IGNORED'
               MOVE '10' TO CALWK-FILE-STATUS
               GO TO 1320-EXIT
           END-IF
           ADD 1 TO CC-COUNT
           MOVE CL-CYCLE TO CC-CYCLE(CC-COUNT)
           MOVE CL-WEEK TO CC-WEEK(CC-COUNT)
           MOVE CL-WEEK-END-DATE TO CC-DATE(CC-COUNT).
       1320-NEXT.
           PERFORM 1310-READ-CALENDAR-RECORD THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *>================================================================
      *>  2000  PICK THE ARCHIVED WEEKS THAT CAN TOUCH THE MONTH
      *>
      *>  Dated weeks ending from the first of the month up to
      *>  WS-LOOKAHEAD-DAYS after its last day are kept - whether a
      *>  late one really starts inside the month is settled in 3000
      *>  once the calendar says where it starts.  Dateless records
      *>  run in the month or the week after go to the unallocatable
      *>  list.
      *>================================================================
       2000-LOAD-ARCHIVE-WEEKS.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'DL910E - ARCHIVE NOT FOUND OR EMPTY, NOTHING '
                   'TO CLOSE, STATUS=' ARCHIVE-FILE-STATUS
               CLOSE CLOSE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-ARCHIVE-RECORD THRU 2100-EXIT
           PERFORM 2200-SELECT-ONE-RECORD THRU 2200-EXIT
               UNTIL ARCHIVE-FILE-STATUS NOT = '00'
           CLOSE ARCHIVE-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   MOVE '10' TO ARCHIVE-FILE-STATUS
           END-READ.
       2100-EXIT.
           EXIT.

       2200-SELECT-ONE-RECORD.
           ADD 1 TO WS-ARCHIVE-READ
           IF AR-WEEK-END-DATE NOT NUMERIC
              OR AR-RUN-DATE NOT NUMERIC
               GO TO 2200-NEXT
           END-IF
           IF AR-MERGE-RECORD
               PERFORM 2500-NOTE-MERGED-WEEK THRU 2500-EXIT
               GO TO 2200-NEXT
           END-IF
           IF AR-WEEK-END-DATE = ZERO
               PERFORM 2400-NOTE-UNALLOCATABLE THRU 2400-EXIT
               GO TO 2200-NEXT
           END-IF
           COMPUTE WS-WK-END-DAY =
               FUNCTION INTEGER-OF-DATE(AR-WEEK-END-DATE)
           IF WS-WK-END-DAY < WS-START-DAY
              OR WS-WK-END-DAY > WS-WINDOW-END-DAY
               GO TO 2200-NEXT
           END-IF
           PERFORM 2300-STORE-WEEK-ENTRY THRU 2300-EXIT.
       2200-NEXT.
           PERFORM 2100-READ-ARCHIVE-RECORD THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *> The archive is in append order, so a later record for the
      *> same location and week-ending date is a correction and
      *> replaces the one held - less anything merged into that week
      *> before it was written.
       2300-STORE-WEEK-ENTRY.
           SET ENTRY-NOT-FOUND TO TRUE
           IF WT-COUNT > ZERO
               PERFORM 2310-MATCH-ONE-WEEK THRU 2310-EXIT
                   VARYING WT-SUB FROM 1 BY 1
                   UNTIL WT-SUB > WT-COUNT
                      OR ENTRY-FOUND
           END-IF
           IF ENTRY-FOUND
               SUBTRACT 1 FROM WT-SUB
           ELSE
               IF WT-COUNT >= WT-MAX
                   DISPLAY 'DL910E - MORE WEEKS IN THE MONTH THAN '
                       'WT-MAX'
                   CLOSE ARCHIVE-FILE
                   CLOSE CLOSE-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WT-COUNT
               MOVE WT-COUNT TO WT-SUB
               MOVE AR-LOCATION TO WT-LOCATION(WT-SUB)
               MOVE AR-WEEK-END-DATE TO WT-END-DATE(WT-SUB)
           END-IF
           MOVE AR-RUN-DATE TO WT-RUN-DATE(WT-SUB)
           MOVE AR-WEEK TO WT-SLOT(WT-SUB)
           MOVE AR-WEEK-AMOUNT TO WT-AMOUNT(WT-SUB)
           PERFORM 2520-FIND-MERGED-WEEK THRU 2520-EXIT
           IF MERGE-FOUND
               SUBTRACT MG-AMOUNT(MG-SUB) FROM WT-AMOUNT(WT-SUB)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-MATCH-ONE-WEEK.
           IF WT-LOCATION(WT-SUB) = AR-LOCATION
              AND WT-END-DATE(WT-SUB) = AR-WEEK-END-DATE
               SET ENTRY-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

       2400-NOTE-UNALLOCATABLE.
           COMPUTE WS-WK-END-DAY = FUNCTION INTEGER-OF-DATE(AR-RUN-DATE)
           IF WS-WK-END-DAY < WS-START-DAY
              OR WS-WK-END-DAY > WS-UNALLOC-END-DAY
               GO TO 2400-EXIT
           END-IF
           SET ENTRY-NOT-FOUND TO TRUE
           IF UA-COUNT > ZERO
               PERFORM 2410-MATCH-ONE-UNALLOCATED THRU 2410-EXIT
                   VARYING UA-SUB FROM 1 BY 1
                   UNTIL UA-SUB > UA-COUNT
                      OR ENTRY-FOUND
           END-IF
           IF ENTRY-FOUND
               SUBTRACT 1 FROM UA-SUB
           ELSE
               IF UA-COUNT >= UA-MAX
                   ADD 1 TO WS-UNALLOC-OVERFLOW
                   GO TO 2400-EXIT
               END-IF
               ADD 1 TO UA-COUNT
               MOVE UA-COUNT TO UA-SUB
               MOVE AR-LOCATION TO UA-LOCATION(UA-SUB)
               MOVE AR-WEEK TO UA-SLOT(UA-SUB)
           END-IF
           MOVE AR-RUN-DATE TO UA-RUN-DATE(UA-SUB)
           MOVE AR-WEEK-AMOUNT TO UA-AMOUNT(UA-SUB).
       2400-EXIT.
           EXIT.

       2410-MATCH-ONE-UNALLOCATED.
           IF UA-LOCATION(UA-SUB) = AR-LOCATION
              AND UA-SLOT(UA-SUB) = AR-WEEK
               SET ENTRY-FOUND TO TRUE
           END-IF.
       2410-EXIT.
           EXIT.

      *> A merge record for a dated week that can touch the month -
      *> its amount is added to the week's merged total, which any
      *> later record for the receiving location's week has taken
      *> out.  The receiving location's record already held, written
      *> before the merge, is left as it stands.
       2500-NOTE-MERGED-WEEK.
           IF AR-WEEK-END-DATE = ZERO
               GO TO 2500-EXIT
           END-IF
           COMPUTE WS-WK-END-DAY =
               FUNCTION INTEGER-OF-DATE(AR-WEEK-END-DATE)
           IF WS-WK-END-DAY < WS-START-DAY
              OR WS-WK-END-DAY > WS-WINDOW-END-DAY
               GO TO 2500-EXIT
           END-IF
           PERFORM 2520-FIND-MERGED-WEEK THRU 2520-EXIT
           IF MERGE-NOT-FOUND
               IF MG-COUNT >= MG-MAX
                   DISPLAY 'DL910E - MORE MERGED WEEKS IN THE MONTH '
                       'THAN MG-MAX'
                   CLOSE ARCHIVE-FILE
                   CLOSE CLOSE-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO MG-COUNT
               MOVE MG-COUNT TO MG-SUB
               MOVE AR-LOCATION TO MG-LOCATION(MG-SUB)
               MOVE AR-WEEK-END-DATE TO MG-END-DATE(MG-SUB)
               MOVE ZERO TO MG-AMOUNT(MG-SUB)
           END-IF
           ADD AR-WEEK-AMOUNT TO MG-AMOUNT(MG-SUB).
       2500-EXIT.
           EXIT.

       2520-FIND-MERGED-WEEK.
           SET MERGE-NOT-FOUND TO TRUE
           IF MG-COUNT > ZERO
               PERFORM 2530-MATCH-ONE-MERGED THRU 2530-EXIT
                   VARYING MG-SUB FROM 1 BY 1
                   UNTIL MG-SUB > MG-COUNT
                      OR MERGE-FOUND
           END-IF
           IF MERGE-FOUND
               SUBTRACT 1 FROM MG-SUB
           END-IF.
       2520-EXIT.
           EXIT.

       2530-MATCH-ONE-MERGED.
           IF MG-LOCATION(MG-SUB) = AR-LOCATION
              AND MG-END-DATE(MG-SUB) = AR-WEEK-END-DATE
               SET MERGE-FOUND TO TRUE
           END-IF.
       2530-EXIT.
           EXIT.

      *>================================================================
      *>  3000  WORK OUT EACH WEEK'S SHARE OF THE MONTH
      *>
      *>  The week starts the day after the latest calendar week-
      *>  ending date before its own.  Of the two months a
      *>  straddling week touches, the one it ends in takes the
      *>  remainder, so the pieces always sum to the week.
      *>================================================================
       3000-ALLOCATE-WEEKS.
           COMPUTE WS-WK-END-DAY =
               FUNCTION INTEGER-OF-DATE(WT-END-DATE(WT-SUB))
           PERFORM 3100-FIND-WEEK-START THRU 3100-EXIT
           COMPUTE WS-WK-DAYS = WS-WK-END-DAY - WS-WK-START-DAY + 1
           MOVE WS-WK-START-DAY TO WS-OVERLAP-FROM
           IF WS-OVERLAP-FROM < WS-START-DAY
               MOVE WS-START-DAY TO WS-OVERLAP-FROM
           END-IF
           MOVE WS-WK-END-DAY TO WS-OVERLAP-TO
           IF WS-OVERLAP-TO > WS-END-DAY
               MOVE WS-END-DAY TO WS-OVERLAP-TO
           END-IF
           COMPUTE WS-WK-DAYS-IN = WS-OVERLAP-TO - WS-OVERLAP-FROM + 1
           MOVE WS-WK-DAYS TO WT-DAYS(WT-SUB)
           IF WS-WK-DAYS-IN < 1
               MOVE ZERO TO WT-DAYS-IN(WT-SUB)
               MOVE ZERO TO WT-SHARE(WT-SUB)
               GO TO 3000-EXIT
           END-IF
           MOVE WS-WK-DAYS-IN TO WT-DAYS-IN(WT-SUB)
           EVALUATE TRUE
               WHEN WS-WK-DAYS-IN = WS-WK-DAYS
                   MOVE WT-AMOUNT(WT-SUB) TO WT-SHARE(WT-SUB)
               WHEN WS-WK-END-DAY > WS-END-DAY
                   COMPUTE WT-SHARE(WT-SUB) ROUNDED =
                       WT-AMOUNT(WT-SUB) * WS-WK-DAYS-IN / WS-WK-DAYS
               WHEN OTHER
                   COMPUTE WS-WK-DAYS-OUT = WS-WK-DAYS - WS-WK-DAYS-IN
                   COMPUTE WS-OUT-SHARE ROUNDED =
                       WT-AMOUNT(WT-SUB) * WS-WK-DAYS-OUT / WS-WK-DAYS
                   COMPUTE WT-SHARE(WT-SUB) =
                       WT-AMOUNT(WT-SUB) - WS-OUT-SHARE
           END-EVALUATE
           ADD 1 TO WS-WEEKS-USED-COUNT
           ADD WT-AMOUNT(WT-SUB) TO WS-WEEKS-USED-AMOUNT
           COMPUTE WS-OUTSIDE-AMOUNT = WS-OUTSIDE-AMOUNT
               + WT-AMOUNT(WT-SUB) - WT-SHARE(WT-SUB)
           PERFORM 3200-ADD-TO-MONTH-TOTAL THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

       3100-FIND-WEEK-START.
           MOVE ZERO TO WS-PREV-DATE
           IF CC-COUNT > ZERO
               PERFORM 3110-TEST-ONE-CALENDAR-DATE THRU 3110-EXIT
                   VARYING CC-SUB FROM 1 BY 1 UNTIL CC-SUB > CC-COUNT
           END-IF
           IF WS-PREV-DATE = ZERO
               COMPUTE WS-WK-START-DAY = WS-WK-END-DAY - 6
           ELSE
               COMPUTE WS-WK-START-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-PREV-DATE) + 1
           END-IF.
       3100-EXIT.
           EXIT.

       3110-TEST-ONE-CALENDAR-DATE.
           IF CC-DATE(CC-SUB) < WT-END-DATE(WT-SUB)
              AND CC-DATE(CC-SUB) > WS-PREV-DATE
               MOVE CC-DATE(CC-SUB) TO WS-PREV-DATE
           END-IF.
       3110-EXIT.
           EXIT.

       3200-ADD-TO-MONTH-TOTAL.
           SET ENTRY-NOT-FOUND TO TRUE
           IF MT-COUNT > ZERO
               PERFORM 3210-MATCH-ONE-LOCATION THRU 3210-EXIT
                   VARYING MT-SUB FROM 1 BY 1
                   UNTIL MT-SUB > MT-COUNT
                      OR ENTRY-FOUND
           END-IF
           IF ENTRY-FOUND
               SUBTRACT 1 FROM MT-SUB
           ELSE
               IF MT-COUNT >= MT-MAX
                   DISPLAY 'DL910E - MORE LOCATIONS IN THE MONTH THAN '
                       'MT-MAX'
                   CLOSE CLOSE-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO MT-COUNT
               MOVE MT-COUNT TO MT-SUB
               MOVE WT-LOCATION(WT-SUB) TO MT-LOCATION(MT-SUB)
               MOVE ZERO TO MT-AMOUNT(MT-SUB)
               MOVE ZERO TO MT-WEEKS-AMOUNT(MT-SUB)
               MOVE ZERO TO MT-WEEK-COUNT(MT-SUB)
               MOVE ZERO TO MT-PRORATED-COUNT(MT-SUB)
               MOVE WT-LOCATION(WT-SUB) TO WS-LOOKUP-NAME
               PERFORM 5900-FIND-LOCATION THRU 5900-EXIT
               IF LOCATION-FOUND
                   MOVE LOC-REGION OF LOCATION-SUM(LOC-IDX)
                       TO MT-REGION(MT-SUB)
                   MOVE 'Y' TO MT-ON-ROSTER(MT-SUB)
               ELSE
                   MOVE SPACES TO MT-REGION(MT-SUB)
                   MOVE 'N' TO MT-ON-ROSTER(MT-SUB)
               END-IF
           END-IF
           ADD WT-SHARE(WT-SUB) TO MT-AMOUNT(MT-SUB)
           ADD WT-AMOUNT(WT-SUB) TO MT-WEEKS-AMOUNT(MT-SUB)
           ADD 1 TO MT-WEEK-COUNT(MT-SUB)
           IF WT-DAYS-IN(WT-SUB) NOT = WT-DAYS(WT-SUB)
               ADD 1 TO MT-PRORATED-COUNT(MT-SUB)
               ADD 1 TO WS-PRORATED-COUNT
           END-IF.
       3200-EXIT.
           EXIT.

       3210-MATCH-ONE-LOCATION.
           IF MT-LOCATION(MT-SUB) = WT-LOCATION(WT-SUB)
               SET ENTRY-FOUND TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.

      *>================================================================
      *>  4000  COLLECT THE DISTINCT COST CENTRES, FIRST-SEEN ORDER
      *>================================================================
       4000-COLLECT-REGIONS.
           IF MT-COUNT > ZERO
               PERFORM 4100-NOTE-ONE-REGION THRU 4100-EXIT
                   VARYING MT-SUB FROM 1 BY 1 UNTIL MT-SUB > MT-COUNT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-NOTE-ONE-REGION.
           IF RG-COUNT > ZERO
               PERFORM 4110-MATCH-ONE-REGION THRU 4110-EXIT
                   VARYING RG-SUB FROM 1 BY 1
                   UNTIL RG-SUB > RG-COUNT
                      OR RG-REGION(RG-SUB) = MT-REGION(MT-SUB)
           ELSE
               MOVE 1 TO RG-SUB
           END-IF
           IF RG-SUB > RG-COUNT
               IF RG-COUNT >= RG-MAX
                   DISPLAY 'DL910E - MORE REGION CODES THAN RG-MAX'
                   CLOSE CLOSE-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO RG-COUNT
               MOVE MT-REGION(MT-SUB) TO RG-REGION(RG-COUNT)
           END-IF.
       4100-EXIT.
           EXIT.

       4110-MATCH-ONE-REGION.
           CONTINUE.
       4110-EXIT.
           EXIT.

      *>================================================================
      *>  5000  WRITE THE GL FILE AND THE REGION SECTIONS TOGETHER
      *>
      *>  One pass per region over the month totals, so the GL
      *>  detail records come out grouped by cost centre in the same
      *>  order the report prints them.
      *>================================================================
       5000-WRITE-CLOSE.
           OPEN OUTPUT GL-INTERFACE-FILE
           MOVE SPACES TO GL-INTERFACE-RECORD
           SET GL-HEADER TO TRUE
           MOVE WS-PARM-MONTH-N TO GL-PERIOD
           MOVE 'LOCSUM' TO GH-SOURCE
           MOVE WS-RUN-DATE TO GH-RUN-DATE
           MOVE WS-MONTH-START TO GH-PERIOD-START
           MOVE WS-MONTH-END TO GH-PERIOD-END
           WRITE GL-INTERFACE-RECORD
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE '0' TO CR-CARRIAGE-CONTROL
           STRING 'CC   LOCATION              WEEKS  PRORATED'
               '          WEEK TOTALS         MONTH AMOUNT'
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CLOSE-REPORT-LINE
           IF RG-COUNT > ZERO
               PERFORM 5100-CLOSE-ONE-REGION THRU 5100-EXIT
                   VARYING RG-SUB FROM 1 BY 1 UNTIL RG-SUB > RG-COUNT
           END-IF
           MOVE SPACES TO GL-INTERFACE-RECORD
           SET GL-TRAILER TO TRUE
           MOVE WS-PARM-MONTH-N TO GL-PERIOD
           MOVE WS-GL-COUNT TO GT-DETAIL-COUNT
           MOVE WS-GL-AMOUNT TO GT-TOTAL-AMOUNT
           WRITE GL-INTERFACE-RECORD
           CLOSE GL-INTERFACE-FILE
           MOVE WS-GRAND-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-WEEKS-USED-AMOUNT TO WS-AMOUNT-EDIT-2
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE '0' TO CR-CARRIAGE-CONTROL
           STRING 'MONTH TOTAL, ALL COST CENTRES         '
               '  ' WS-AMOUNT-EDIT-2 '  ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CLOSE-REPORT-LINE.
       5000-EXIT.
           EXIT.

       5100-CLOSE-ONE-REGION.
           MOVE ZERO TO WS-REGION-AMOUNT
           MOVE ZERO TO WS-REGION-WEEKS-AMOUNT
           MOVE ZERO TO WS-REGION-LOCATIONS
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           WRITE CLOSE-REPORT-LINE
           PERFORM 5200-CLOSE-ONE-LOCATION THRU 5200-EXIT
               VARYING MT-SUB FROM 1 BY 1 UNTIL MT-SUB > MT-COUNT
           IF RG-REGION(RG-SUB) = SPACES
               MOVE '(NONE)' TO WS-REGION-TEXT
           ELSE
               MOVE RG-REGION(RG-SUB) TO WS-REGION-TEXT
           END-IF
           MOVE WS-REGION-LOCATIONS TO WS-COUNT-DISPLAY
           MOVE WS-REGION-WEEKS-AMOUNT TO WS-AMOUNT-EDIT-2
           MOVE WS-REGION-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING '     SUBTOTAL ' WS-REGION-TEXT ' '
               WS-COUNT-DISPLAY ' LOCS  '
               WS-AMOUNT-EDIT-2 '  ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CLOSE-REPORT-LINE
           ADD WS-REGION-AMOUNT TO WS-GRAND-AMOUNT.
       5100-EXIT.
           EXIT.

      *> A location not on the roster any more (renamed or deleted
      *> since the week was archived) still closes, under a blank
      *> cost centre, tagged so finance can map it by hand.
       5200-CLOSE-ONE-LOCATION.
           IF MT-REGION(MT-SUB) NOT = RG-REGION(RG-SUB)
               GO TO 5200-EXIT
           END-IF
           ADD 1 TO WS-REGION-LOCATIONS
           ADD MT-AMOUNT(MT-SUB) TO WS-REGION-AMOUNT
           ADD MT-WEEKS-AMOUNT(MT-SUB) TO WS-REGION-WEEKS-AMOUNT
           MOVE SPACES TO GL-INTERFACE-RECORD
           SET GL-DETAIL TO TRUE
           MOVE WS-PARM-MONTH-N TO GL-PERIOD
           MOVE MT-REGION(MT-SUB) TO GD-COST-CENTRE
           MOVE MT-LOCATION(MT-SUB) TO GD-LOCATION
           MOVE MT-AMOUNT(MT-SUB) TO GD-AMOUNT
           MOVE MT-WEEK-COUNT(MT-SUB) TO GD-WEEK-COUNT
           MOVE MT-PRORATED-COUNT(MT-SUB) TO GD-PRORATED-COUNT
           WRITE GL-INTERFACE-RECORD
           ADD 1 TO WS-GL-COUNT
           ADD MT-AMOUNT(MT-SUB) TO WS-GL-AMOUNT
           MOVE MT-WEEK-COUNT(MT-SUB) TO WS-WEEKS-DISPLAY
           MOVE MT-PRORATED-COUNT(MT-SUB) TO WS-DAYS-DISPLAY
           MOVE MT-WEEKS-AMOUNT(MT-SUB) TO WS-AMOUNT-EDIT-2
           MOVE MT-AMOUNT(MT-SUB) TO WS-AMOUNT-EDIT
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING MT-REGION(MT-SUB) '  ' MT-LOCATION(MT-SUB)
               '     ' WS-WEEKS-DISPLAY '        ' WS-DAYS-DISPLAY
               '  ' WS-AMOUNT-EDIT-2 '  ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO CR-TEXT
           IF MT-ON-ROSTER(MT-SUB) = 'N'
               MOVE 'NOT ON ROSTER' TO CR-TEXT(95:13)
           END-IF
           WRITE CLOSE-REPORT-LINE.
       5200-EXIT.
           EXIT.

       5900-FIND-LOCATION.
           SET LOCATION-NOT-FOUND TO TRUE
           IF LS-LOCATION-COUNT > ZERO
               SET LOC-IDX TO 1
               SEARCH LOCATION-SUM
                   AT END
                       SET LOCATION-NOT-FOUND TO TRUE
                   WHEN LOCATION OF LOCATION-SUM(LOC-IDX) =
                        WS-LOOKUP-NAME
                       SET LOCATION-FOUND TO TRUE
               END-SEARCH
           END-IF.
       5900-EXIT.
           EXIT.

      *>================================================================
      *>  6000  LIST THE WEEKS THAT WERE PRO-RATED
      *>================================================================
       6000-PRINT-PRORATED-WEEKS.
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE '-' TO CR-CARRIAGE-CONTROL
           MOVE WS-PRORATED-COUNT TO WS-COUNT-DISPLAY
           STRING 'WEEKS STRADDLING THE MONTH BOUNDARY, PRO-RATED BY '
               'DAYS: ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CLOSE-REPORT-LINE
           IF WS-PRORATED-COUNT = ZERO
               GO TO 6000-EXIT
           END-IF
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING 'LOCATION              WK ENDING  DAYS IN MONTH'
               '     WEEK AMOUNT   MONTH SHARE'
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CLOSE-REPORT-LINE
           PERFORM 6100-PRINT-ONE-PRORATED THRU 6100-EXIT
               VARYING WT-SUB FROM 1 BY 1 UNTIL WT-SUB > WT-COUNT.
       6000-EXIT.
           EXIT.

       6100-PRINT-ONE-PRORATED.
           IF WT-DAYS-IN(WT-SUB) = ZERO
              OR WT-DAYS-IN(WT-SUB) = WT-DAYS(WT-SUB)
               GO TO 6100-EXIT
           END-IF
           MOVE WT-DAYS-IN(WT-SUB) TO WS-DAYS-IN-DISPLAY
           MOVE WT-DAYS(WT-SUB) TO WS-DAYS-DISPLAY
           MOVE WT-AMOUNT(WT-SUB) TO WS-WEEK-AMOUNT-EDIT
           MOVE WT-SHARE(WT-SUB) TO WS-SHARE-EDIT
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING WT-LOCATION(WT-SUB) '  ' WT-END-DATE(WT-SUB)
               '   ' WS-DAYS-IN-DISPLAY ' OF ' WS-DAYS-DISPLAY
               '     ' WS-WEEK-AMOUNT-EDIT WS-SHARE-EDIT
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CLOSE-REPORT-LINE.
       6100-EXIT.
           EXIT.

      *>================================================================
      *>  7000  LIST THE DATELESS WEEKS THAT COULD NOT BE PLACED
      *>================================================================
       7000-PRINT-UNALLOCATABLE.
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE '-' TO CR-CARRIAGE-CONTROL
           MOVE UA-COUNT TO WS-COUNT-DISPLAY
           STRING 'UNALLOCATABLE - ARCHIVED WITH NO WEEK-ENDING DATE,'
               ' RUN IN OR JUST AFTER THE MONTH: ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CLOSE-REPORT-LINE
           IF UA-COUNT = ZERO
               GO TO 7000-EXIT
           END-IF
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           MOVE 'LOCATION              SLOT  RUN DATE     WEEK AMOUNT'
               TO CR-TEXT
           WRITE CLOSE-REPORT-LINE
           PERFORM 7100-PRINT-ONE-UNALLOCATED THRU 7100-EXIT
               VARYING UA-SUB FROM 1 BY 1 UNTIL UA-SUB > UA-COUNT
           MOVE WS-UNALLOC-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING 'UNALLOCATABLE TOTAL, NOT ON GLOUT:  ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CLOSE-REPORT-LINE
           IF WS-UNALLOC-OVERFLOW > ZERO
               MOVE WS-UNALLOC-OVERFLOW TO WS-COUNT-DISPLAY
               MOVE SPACES TO CLOSE-REPORT-LINE
               MOVE ' ' TO CR-CARRIAGE-CONTROL
               STRING 'FURTHER DATELESS RECORDS NOT LISTED (UA-MAX): '
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO CR-TEXT
               WRITE CLOSE-REPORT-LINE
           END-IF.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-UNALLOCATED.
           ADD UA-AMOUNT(UA-SUB) TO WS-UNALLOC-AMOUNT
           MOVE UA-AMOUNT(UA-SUB) TO WS-WEEK-AMOUNT-EDIT
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING UA-LOCATION(UA-SUB) '  ' UA-SLOT(UA-SUB)
               '    ' UA-RUN-DATE(UA-SUB) ' ' WS-WEEK-AMOUNT-EDIT
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CLOSE-REPORT-LINE.
       7100-EXIT.
           EXIT.

      *>================================================================
      *>  8000  RECONCILIATION - THE MONTH BACK TO THE WEEKS USED
      *>
      *>  Every week the month drew on, at its full archived amount,
      *>  less the days of the straddling weeks that belong to the
      *>  neighbouring months, must equal both the region subtotals
      *>  added up and the GL trailer total.
      *>================================================================
       8000-PRINT-RECONCILIATION.
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE '-' TO CR-CARRIAGE-CONTROL
           MOVE 'RECONCILIATION' TO CR-TEXT
           WRITE CLOSE-REPORT-LINE
           MOVE WS-WEEKS-USED-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-WEEKS-USED-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING 'WEEK TOTALS USED (' WS-COUNT-DISPLAY
               ' LOCATION-WEEKS)          ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CLOSE-REPORT-LINE
           MOVE WS-OUTSIDE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING 'LESS DAYS BELONGING TO ADJACENT MONTHS       '
               WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CLOSE-REPORT-LINE
           COMPUTE WS-RECON-DIFF =
               WS-WEEKS-USED-AMOUNT - WS-OUTSIDE-AMOUNT
           MOVE WS-RECON-DIFF TO WS-AMOUNT-EDIT
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING 'MONTH TOTAL FROM WEEKS                       '
               WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CLOSE-REPORT-LINE
           MOVE WS-GL-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-GL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING 'GL TRAILER TOTAL (' WS-COUNT-DISPLAY
               ' DETAIL RECORDS)          ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           IF WS-RECON-DIFF = WS-GL-AMOUNT
              AND WS-GL-AMOUNT = WS-GRAND-AMOUNT
               MOVE 'RECONCILED - MONTH TOTAL TIES TO THE WEEKS USED'
                   TO CR-TEXT
           ELSE
               COMPUTE WS-RECON-DIFF = WS-RECON-DIFF - WS-GL-AMOUNT
               MOVE WS-RECON-DIFF TO WS-AMOUNT-EDIT
               STRING '*** OUT OF BALANCE BY ' WS-AMOUNT-EDIT
                   ' - DO NOT RELEASE GLOUT ***'
                   DELIMITED BY SIZE INTO CR-TEXT
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE CLOSE-REPORT-LINE.
       8000-EXIT.
           EXIT.

      *>================================================================
      *>  9000  CLOSE UP AND SET THE CONDITION CODE
      *>================================================================
       9000-TERMINATE.
           CLOSE CLOSE-REPORT-FILE
           IF UA-COUNT > ZERO OR CALENDAR-NOT-LOADED
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-GL-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'DL910I - LOCATION-CLOSE COMPLETE FOR '
               WS-PARM-MONTH ', ' WS-COUNT-DISPLAY
               ' GL DETAIL RECORDS'.
       9000-EXIT.
           EXIT.
