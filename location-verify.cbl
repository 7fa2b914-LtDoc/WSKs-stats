       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATION-VERIFY.
       AUTHOR. B-J-ANDREWS.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *>--------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>
      *> 2026-10-15  BAJ  Original version.  Read-only cross-check of
      *>                  the LOCSUM dataset family as a set - the
      *>                  roster against everything keyed by location
      *>                  name (FCSTHST, LIMITS, PLANIN, ALIASES and
      *>                  the SUSDISP assignments), RESTART against
      *>                  RUNCTL, LOCARCH's newest week against the
      *>                  DATABASE-FILE slot it was archived from,
      *>                  and CALWK against the cycle the next weekly
      *>                  run will open in.  Each check prints its own
      *>                  section of the exception report with a
      *>                  count, and any exception at all sets RC=4,
      *>                  so operations can hold LOCWKLY on a broken
      *>                  dataset instead of finding out mid-run.
      *> 2026-10-15  BAJ  PLANIN is now the LPLN plan KSDS, keyed by
      *>                  cycle and location.  Check 03 reads it in
      *>                  key order and looks only at the cycles the
      *>                  next run and later will use, skipping the
      *>                  cycle control records.
      *> 2026-10-15  BAJ  Check 06 adds a LOCATION-CONSOL merge record
      *>                  into the receiving location's newest record
      *>                  for the same week, matching the slot the
      *>                  consolidation combined.
      *>--------------------------------------------------------------

      *>--------------------------------------------------------------
      *> No PARM.  Every file is opened INPUT and closed untouched.
      *>
      *>   RC  0  every check ran clean (a check whose dataset is DD
      *>          DUMMY or empty prints as NOT RUN and is not an
      *>          exception - LIMITS and PLANIN are legitimately
      *>          dummy at some sites)
      *>   RC  4  one or more exceptions - see VRFYRPT
      *>   RC 16  the roster or the run control could not be read,
      *>          so nothing can be checked against them
      *>--------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATABASE-FILE ASSIGN TO "DATABASE"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LOCATION
               FILE STATUS IS DATABASE-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT FORECAST-HISTORY-FILE ASSIGN TO "FCSTHST"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FH-KEY
               FILE STATUS IS FORECAST-FILE-STATUS.

           SELECT LIMITS-FILE ASSIGN TO "LIMITS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LIMITS-FILE-STATUS.

           SELECT PLAN-FILE ASSIGN TO "PLANIN"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PL-KEY
               FILE STATUS IS PLAN-FILE-STATUS.

           SELECT SUSPENSE-DISP-FILE ASSIGN TO "SUSDISP"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS SUSDISP-FILE-STATUS.

           SELECT RESTART-FILE ASSIGN TO "RESTART"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RST-CURRENT-WEEK
               FILE STATUS IS RESTART-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "LOCARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALWK-FILE-STATUS.

           SELECT ALIAS-FILE ASSIGN TO "ALIASES"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS ALIAS-FILE-STATUS.

           SELECT VERIFY-REPORT-FILE ASSIGN TO "VRFYRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VERIFY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATABASE-FILE.
           COPY LOCREC.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.

       FD  FORECAST-HISTORY-FILE.
           COPY FHSREC.

       FD  LIMITS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LIMREC.

       FD  PLAN-FILE.
           COPY PLNREC.

       FD  SUSPENSE-DISP-FILE.
           COPY DSPREC.

       FD  RESTART-FILE.
           COPY RSTREC.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARCREC.

       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  ALIAS-FILE.
           COPY ALSREC.

       FD  VERIFY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  VERIFY-REPORT-LINE.
           05  VR-CARRIAGE-CONTROL        PIC X(01).
           05  VR-TEXT                    PIC X(131).

      *> One exception line - the check it belongs to, the record it
      *> was found on, and what is wrong with it.
       01  VERIFY-EXCEPTION-LINE.
           05  VX-CARRIAGE-CONTROL        PIC X(01).
           05  FILLER                     PIC X(02).
           05  VX-CHECK                   PIC 9(02).
           05  FILLER                     PIC X(02).
           05  VX-KEY                     PIC X(32).
           05  FILLER                     PIC X(02).
           05  VX-TEXT                    PIC X(91).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  DATABASE-FILE-STATUS       PIC X(02).
           05  RUNCTL-FILE-STATUS         PIC X(02).
           05  FORECAST-FILE-STATUS       PIC X(02).
           05  LIMITS-FILE-STATUS         PIC X(02).
           05  PLAN-FILE-STATUS           PIC X(02).
           05  SUSDISP-FILE-STATUS        PIC X(02).
           05  RESTART-FILE-STATUS        PIC X(02).
           05  ARCHIVE-FILE-STATUS        PIC X(02).
           05  CALWK-FILE-STATUS          PIC X(02).
           05  ALIAS-FILE-STATUS          PIC X(02).
           05  VERIFY-REPORT-STATUS       PIC X(02).

       01  WS-SWITCHES.
           05  WS-FOUND-SW                PIC X(01) VALUE 'N'.
               88  LOCATION-FOUND             VALUE 'Y'.
               88  LOCATION-NOT-FOUND         VALUE 'N'.
           05  WS-RUNCTL-SW               PIC X(01) VALUE 'N'.
               88  RUNCTL-HAS-RECORD          VALUE 'Y'.
               88  RUNCTL-EMPTY               VALUE 'N'.

       01  WEEK                           PIC 9(02) COMP.
       01  WS-RUN-DATE                    PIC 9(08).
       01  WS-LOC-SUB                     PIC 9(04) COMP.
       01  WS-LOOKUP-NAME                 PIC X(20).
       01  WS-MERGE-DIFF                  PIC S9(08) COMP-3.

      *>--------------------------------------------------------------
      *> Where the weekly schedule stands, off RUN-CONTROL-FILE - the
      *> last week completed, the week and cycle the next run is
      *> expected to open, and the date the last week completed.
      *> An empty run control is the first-run bootstrap: nothing is
      *> finished yet, so the next run is cycle 1 week 01.
      *>--------------------------------------------------------------
       01  WS-SCHEDULE-FIELDS.
           05  WS-LAST-WEEK               PIC 9(02) VALUE ZERO.
           05  WS-LAST-RUN-DATE           PIC 9(08) VALUE ZERO.
           05  WS-CYCLE-COUNT             PIC 9(06) VALUE ZERO.
           05  WS-CYCLE-NUMBER            PIC 9(04) VALUE ZERO.
           05  WS-EXPECTED-WEEK           PIC 9(02) VALUE 1.
           05  WS-EXPECTED-CYCLE          PIC 9(04) VALUE 1.

      *> In-storage roster - only LOCATION, LOC-STATUS and the eight
      *> ENTRY-AMOUNT slots are used here.
           COPY LOCTBL.

      *>--------------------------------------------------------------
      *> The newest LOCARCH record per roster location for the week
      *> slot RUNCTL last completed - the archive is in append order,
      *> so the last one read is the one in force (a correction
      *> re-archived later replaces the week's own record).  A merge
      *> record from LOCATION-CONSOL carries a closed branch's week
      *> under the receiving location and is added to the record for
      *> the same week, within seven weeks of it either way.
      *>--------------------------------------------------------------
       01  ARCHIVE-NEWEST-TABLE.
           05  AN-ENTRY OCCURS 500 TIMES.
               10  AN-FOUND-SW            PIC X(01).
                   88  AN-FOUND               VALUE 'Y'.
                   88  AN-NOT-FOUND           VALUE 'N'.
               10  AN-RUN-DATE            PIC 9(08).
               10  AN-AMOUNT              PIC S9(08)V9(2) COMP-3.

      *> How many CALWK records name each week slot of the expected
      *> cycle - zero is a missing week, more than one a duplicate.
       01  CALENDAR-WEEK-COUNTS.
           05  CW-COUNT OCCURS 8 TIMES    PIC 9(04) COMP.

      *>--------------------------------------------------------------
      *> One entry per check, in report order.  CK-STATE is R once
      *> the check has run, N when its dataset could not be opened.
      *>--------------------------------------------------------------
       01  CHECK-TITLE-VALUES.
           05  FILLER                     PIC X(48) VALUE
               'FCSTHST FORECASTS FOR LOCATIONS NOT ON ROSTER'.
           05  FILLER                     PIC X(48) VALUE
               'LIMITS RECORDS FOR LOCATIONS NOT ON ROSTER'.
           05  FILLER                     PIC X(48) VALUE
               'PLANIN RECORDS FOR LOCATIONS NOT ON ROSTER'.
           05  FILLER                     PIC X(48) VALUE
               'SUSDISP ASSIGNED TO A RETIRED OR UNKNOWN SITE'.
           05  FILLER                     PIC X(48) VALUE
               'RESTART CHECKPOINTS LEFT INCOMPLETE'.
           05  FILLER                     PIC X(48) VALUE
               'LOCARCH NEWEST WEEK VS DATABASE-FILE SLOT'.
           05  FILLER                     PIC X(48) VALUE
               'CALWK ENTRIES FOR THE CURRENT CYCLE'.
           05  FILLER                     PIC X(48) VALUE
               'ALIASES IN FORCE FOR RETIRED OR UNKNOWN SITES'.
       01  CHECK-TABLE REDEFINES CHECK-TITLE-VALUES.
           05  CK-TITLE OCCURS 8 TIMES    PIC X(48).

       01  CHECK-RESULTS.
           05  CK-MAX                     PIC 9(02) COMP VALUE 8.
           05  CK-SUB                     PIC 9(02) COMP.
           05  CK-RESULT OCCURS 8 TIMES.
               10  CK-STATE               PIC X(01).
                   88  CK-RAN                 VALUE 'R'.
                   88  CK-NOT-RUN             VALUE 'N'.
               10  CK-COUNT               PIC 9(06) COMP.
               10  CK-READ-COUNT          PIC 9(08) COMP.

       01  WS-COUNTERS.
           05  WS-EXCEPTION-TOTAL         PIC 9(08) COMP VALUE ZERO.
           05  WS-CHECKS-NOT-RUN          PIC 9(02) COMP VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-CHECK-DISPLAY           PIC 9(02).
           05  WS-WEEK-DISPLAY            PIC 9(02).
           05  WS-COUNT-DISPLAY           PIC ZZZZZZZ9.
           05  WS-READ-DISPLAY            PIC ZZZZZZZ9.
           05  WS-AMOUNT-EDIT             PIC --,---,---9.99.
           05  WS-AMOUNT-EDIT-2           PIC --,---,---9.99.
           05  WS-OPEN-STATUS             PIC X(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-FORECAST-HISTORY THRU 2000-EXIT
           PERFORM 2100-CHECK-LIMITS THRU 2100-EXIT
           PERFORM 2200-CHECK-PLAN THRU 2200-EXIT
           PERFORM 2300-CHECK-DISPOSITIONS THRU 2300-EXIT
           PERFORM 2400-CHECK-RESTART THRU 2400-EXIT
           PERFORM 2500-CHECK-ARCHIVE THRU 2500-EXIT
           PERFORM 2600-CHECK-CALENDAR THRU 2600-EXIT
           PERFORM 2700-CHECK-ALIASES THRU 2700-EXIT
           PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *>================================================================
      *>  1000  OPEN THE REPORT, LOAD THE ROSTER AND THE RUN CONTROL
      *>
      *>  Everything else is checked against these two, so either
      *>  one unreadable ends the job at RC=16 before any check runs.
      *>  An empty run control is accepted - it is how a new
      *>  installation starts.
      *>================================================================
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO LS-LOCATION-COUNT
           PERFORM 1010-CLEAR-ONE-CHECK THRU 1010-EXIT
               VARYING CK-SUB FROM 1 BY 1 UNTIL CK-SUB > CK-MAX
           OPEN OUTPUT VERIFY-REPORT-FILE
           MOVE SPACES TO VERIFY-REPORT-LINE
           MOVE '1' TO VR-CARRIAGE-CONTROL
           STRING 'LOCATION-VERIFY LOCSUM DATASET INTEGRITY REPORT, '
               'RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO VR-TEXT
           WRITE VERIFY-REPORT-LINE
           OPEN INPUT DATABASE-FILE
           IF DATABASE-FILE-STATUS NOT = '00'
               DISPLAY 'DL900E - DATABASE-FILE NOT FOUND OR EMPTY, '
                   'STATUS=' DATABASE-FILE-STATUS
               MOVE SPACES TO VERIFY-REPORT-LINE
               MOVE '0' TO VR-CARRIAGE-CONTROL
               STRING 'DATABASE-FILE COULD NOT BE OPENED, STATUS='
                   DATABASE-FILE-STATUS ' - NO CHECKS RUN'
                   DELIMITED BY SIZE INTO VR-TEXT
               WRITE VERIFY-REPORT-LINE
               CLOSE VERIFY-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-DATABASE-RECORD THRU 1100-EXIT
           PERFORM 1200-STORE-LOCATION-ENTRY THRU 1200-EXIT
               UNTIL DATABASE-FILE-STATUS NOT = '00'
           CLOSE DATABASE-FILE
           PERFORM 1300-READ-RUN-CONTROL THRU 1300-EXIT
           MOVE LS-LOCATION-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO VERIFY-REPORT-LINE
           MOVE ' ' TO VR-CARRIAGE-CONTROL
           STRING 'ROSTER LOCATIONS: ' WS-COUNT-DISPLAY
               '   LAST WEEK COMPLETED: ' WS-LAST-WEEK
               ' ON ' WS-LAST-RUN-DATE
               '   NEXT RUN: CYCLE ' WS-EXPECTED-CYCLE
               ' WEEK ' WS-EXPECTED-WEEK
               DELIMITED BY SIZE INTO VR-TEXT
           WRITE VERIFY-REPORT-LINE.
       1000-EXIT.
           EXIT.

       1010-CLEAR-ONE-CHECK.
           SET CK-NOT-RUN(CK-SUB) TO TRUE
           MOVE ZERO TO CK-COUNT(CK-SUB)
           MOVE ZERO TO CK-READ-COUNT(CK-SUB).
       1010-EXIT.
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
               DISPLAY 'DL900E - MORE LOCATIONS THAN LS-LOCATION-MAX'
               CLOSE DATABASE-FILE
               CLOSE VERIFY-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO LS-LOCATION-COUNT
           SET LOC-IDX TO LS-LOCATION-COUNT
           SET WS-LOC-SUB TO LOC-IDX
           MOVE LOCATION OF DATABASE-RECORD
               TO LOCATION OF LOCATION-SUM(LOC-IDX)
           MOVE LOC-STATUS OF DATABASE-RECORD
               TO LOC-STATUS OF LOCATION-SUM(LOC-IDX)
           MOVE LOC-REGION OF DATABASE-RECORD
               TO LOC-REGION OF LOCATION-SUM(LOC-IDX)
           SET AN-NOT-FOUND(WS-LOC-SUB) TO TRUE
           MOVE ZERO TO AN-RUN-DATE(WS-LOC-SUB)
           MOVE ZERO TO AN-AMOUNT(WS-LOC-SUB)
           PERFORM 1210-COPY-ONE-WEEK-IN THRU 1210-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           PERFORM 1100-READ-DATABASE-RECORD THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

       1210-COPY-ONE-WEEK-IN.
           MOVE DB-WEEK-ACTUAL(WEEK) TO ENTRY-AMOUNT(LOC-IDX WEEK)
           MOVE ZERO TO PREDICT-VALUE(LOC-IDX WEEK)
           MOVE ZERO TO PLAN-AMOUNT(LOC-IDX WEEK).
       1210-EXIT.
           EXIT.

      *> The expected week and cycle follow LOCATION-SUMMARY's own
      *> 0600 rule: the slot after the last completed, wrapping 08
      *> to 01, and a week 01 after a completed 08 opens the next
      *> cycle.
       1300-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS NOT = '00'
               DISPLAY 'DL900E - RUN-CONTROL-FILE OPEN FAILED, '
                   'STATUS=' RUNCTL-FILE-STATUS
                   ' - CHECK THE RUNCTL DD'
               MOVE SPACES TO VERIFY-REPORT-LINE
               MOVE '0' TO VR-CARRIAGE-CONTROL
               STRING 'RUN-CONTROL-FILE COULD NOT BE OPENED, STATUS='
                   RUNCTL-FILE-STATUS ' - NO CHECKS RUN'
                   DELIMITED BY SIZE INTO VR-TEXT
               WRITE VERIFY-REPORT-LINE
               CLOSE VERIFY-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   SET RUNCTL-EMPTY TO TRUE
               NOT AT END
                   SET RUNCTL-HAS-RECORD TO TRUE
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF RUNCTL-EMPTY
               GO TO 1300-EXIT
           END-IF
           MOVE RC-LAST-WEEK TO WS-LAST-WEEK
           MOVE RC-LAST-RUN-DATE TO WS-LAST-RUN-DATE
           MOVE RC-CYCLE-COUNT TO WS-CYCLE-COUNT
           MOVE RC-CYCLE-NUMBER TO WS-CYCLE-NUMBER
           MOVE RC-CYCLE-NUMBER TO WS-EXPECTED-CYCLE
           COMPUTE WS-EXPECTED-WEEK = RC-LAST-WEEK + 1
           IF WS-EXPECTED-WEEK > 8
               MOVE 1 TO WS-EXPECTED-WEEK
               ADD 1 TO WS-EXPECTED-CYCLE
           END-IF.
       1300-EXIT.
           EXIT.

      *>================================================================
      *>  2000  CHECK 01 - FORECASTS ORPHANED UNDER AN UNKNOWN NAME
      *>
      *>  LOCATION-MAINT moves a renamed location's forecasts to the
      *>  new key; anything left under a name the roster no longer
      *>  carries will never be judged or re-forecast again.
      *>================================================================
       2000-CHECK-FORECAST-HISTORY.
           MOVE 1 TO CK-SUB
           PERFORM 8000-START-CHECK THRU 8000-EXIT
           OPEN INPUT FORECAST-HISTORY-FILE
           MOVE FORECAST-FILE-STATUS TO WS-OPEN-STATUS
           IF FORECAST-FILE-STATUS NOT = '00'
               PERFORM 8100-CHECK-NOT-RUN THRU 8100-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-READ-FORECAST THRU 2010-EXIT
           PERFORM 2020-CHECK-ONE-FORECAST THRU 2020-EXIT
               UNTIL FORECAST-FILE-STATUS NOT = '00'
           CLOSE FORECAST-HISTORY-FILE
           PERFORM 8200-END-CHECK THRU 8200-EXIT.
       2000-EXIT.
           EXIT.

       2010-READ-FORECAST.
           READ FORECAST-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE '10' TO FORECAST-FILE-STATUS
           END-READ.
       2010-EXIT.
           EXIT.

       2020-CHECK-ONE-FORECAST.
           ADD 1 TO CK-READ-COUNT(CK-SUB)
           MOVE FH-LOCATION TO WS-LOOKUP-NAME
           PERFORM 5000-FIND-LOCATION THRU 5000-EXIT
           IF LOCATION-NOT-FOUND
               MOVE SPACES TO VERIFY-EXCEPTION-LINE
               MOVE FH-WEEK TO WS-WEEK-DISPLAY
               STRING FH-LOCATION ' WK ' WS-WEEK-DISPLAY
                   DELIMITED BY SIZE INTO VX-KEY
               STRING 'FORECAST MADE IN WEEK ' FH-MADE-IN-WEEK
                   ' ON ' FH-MADE-DATE ' - NAME NOT ON ROSTER'
                   DELIMITED BY SIZE INTO VX-TEXT
               PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           END-IF
           PERFORM 2010-READ-FORECAST THRU 2010-EXIT.
       2020-EXIT.
           EXIT.

      *>================================================================
      *>  2100  CHECK 02 - LIMITS FOR LOCATIONS THAT DO NOT EXIST
      *>
      *>  LOCATION-SUMMARY only ever looks limits up by roster name,
      *>  so a misspelt or stale LIMITS record is silently never
      *>  applied - the branch believes it is being checked and is
      *>  not.
      *>================================================================
       2100-CHECK-LIMITS.
           MOVE 2 TO CK-SUB
           PERFORM 8000-START-CHECK THRU 8000-EXIT
           OPEN INPUT LIMITS-FILE
           MOVE LIMITS-FILE-STATUS TO WS-OPEN-STATUS
           IF LIMITS-FILE-STATUS NOT = '00'
               PERFORM 8100-CHECK-NOT-RUN THRU 8100-EXIT
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-READ-LIMITS THRU 2110-EXIT
           PERFORM 2120-CHECK-ONE-LIMITS THRU 2120-EXIT
               UNTIL LIMITS-FILE-STATUS NOT = '00'
           CLOSE LIMITS-FILE
           PERFORM 8200-END-CHECK THRU 8200-EXIT.
       2100-EXIT.
           EXIT.

       2110-READ-LIMITS.
           READ LIMITS-FILE
               AT END
                   MOVE '10' TO LIMITS-FILE-STATUS
           END-READ.
       2110-EXIT.
           EXIT.

       2120-CHECK-ONE-LIMITS.
           ADD 1 TO CK-READ-COUNT(CK-SUB)
           MOVE LM-LOCATION TO WS-LOOKUP-NAME
           PERFORM 5000-FIND-LOCATION THRU 5000-EXIT
           IF LOCATION-NOT-FOUND
               MOVE SPACES TO VERIFY-EXCEPTION-LINE
               MOVE LM-LOCATION TO VX-KEY
               MOVE 'LIMITS RECORD - NAME NOT ON ROSTER, NEVER APPLIED'
                   TO VX-TEXT
               PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           END-IF
           PERFORM 2110-READ-LIMITS THRU 2110-EXIT.
       2120-EXIT.
           EXIT.

      *>================================================================
      *>  2200  CHECK 03 - PLAN RECORDS FOR LOCATIONS THAT DO NOT EXIST
      *>
      *>  The weekly run warns these and skips them; catching them
      *>  here gives the district manager a chance to correct the
      *>  plan before the cycle starts rather than after.  Plans for
      *>  cycles before the one the next run opens in are history
      *>  and are passed over, as are the cycle control records.
      *>================================================================
       2200-CHECK-PLAN.
           MOVE 3 TO CK-SUB
           PERFORM 8000-START-CHECK THRU 8000-EXIT
           OPEN INPUT PLAN-FILE
           MOVE PLAN-FILE-STATUS TO WS-OPEN-STATUS
           IF PLAN-FILE-STATUS NOT = '00'
               PERFORM 8100-CHECK-NOT-RUN THRU 8100-EXIT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-READ-PLAN THRU 2210-EXIT
           PERFORM 2220-CHECK-ONE-PLAN THRU 2220-EXIT
               UNTIL PLAN-FILE-STATUS NOT = '00'
           CLOSE PLAN-FILE
           PERFORM 8200-END-CHECK THRU 8200-EXIT.
       2200-EXIT.
           EXIT.

       2210-READ-PLAN.
           READ PLAN-FILE NEXT RECORD
               AT END
                   MOVE '10' TO PLAN-FILE-STATUS
           END-READ.
       2210-EXIT.
           EXIT.

       2220-CHECK-ONE-PLAN.
           IF PL-CYCLE < WS-EXPECTED-CYCLE OR PL-CYCLE-CONTROL
               GO TO 2220-NEXT
           END-IF
           ADD 1 TO CK-READ-COUNT(CK-SUB)
           MOVE PL-LOCATION TO WS-LOOKUP-NAME
           PERFORM 5000-FIND-LOCATION THRU 5000-EXIT
           IF LOCATION-NOT-FOUND
               MOVE SPACES TO VERIFY-EXCEPTION-LINE
               STRING 'CY ' PL-CYCLE ' ' PL-LOCATION
                   DELIMITED BY SIZE INTO VX-KEY
               MOVE 'PLAN RECORD - NAME NOT ON ROSTER, WILL BE SKIPPED'
                   TO VX-TEXT
               PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           END-IF.
       2220-NEXT.
           PERFORM 2210-READ-PLAN THRU 2210-EXIT.
       2220-EXIT.
           EXIT.

      *>================================================================
      *>  2300  CHECK 04 - DESK ASSIGNMENTS THAT CANNOT POST
      *>
      *>  An ASSIGNED worklist record is waiting for the next weekly
      *>  run to post it.  If its location has been retired (or
      *>  renamed away) since the desk decided, the run will only
      *>  re-suspend it - better the desk re-decides it now.
      *>================================================================
       2300-CHECK-DISPOSITIONS.
           MOVE 4 TO CK-SUB
           PERFORM 8000-START-CHECK THRU 8000-EXIT
           OPEN INPUT SUSPENSE-DISP-FILE
           MOVE SUSDISP-FILE-STATUS TO WS-OPEN-STATUS
           IF SUSDISP-FILE-STATUS NOT = '00'
               PERFORM 8100-CHECK-NOT-RUN THRU 8100-EXIT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2310-READ-DISPOSITION THRU 2310-EXIT
           PERFORM 2320-CHECK-ONE-DISPOSITION THRU 2320-EXIT
               UNTIL SUSDISP-FILE-STATUS NOT = '00'
           CLOSE SUSPENSE-DISP-FILE
           PERFORM 8200-END-CHECK THRU 8200-EXIT.
       2300-EXIT.
           EXIT.

       2310-READ-DISPOSITION.
           READ SUSPENSE-DISP-FILE NEXT RECORD
               AT END
                   MOVE '10' TO SUSDISP-FILE-STATUS
           END-READ.
       2310-EXIT.
           EXIT.

       2320-CHECK-ONE-DISPOSITION.
           ADD 1 TO CK-READ-COUNT(CK-SUB)
           IF NOT DS-ASSIGNED
               GO TO 2320-NEXT
           END-IF
           MOVE DS-ASSIGNED-LOCATION TO WS-LOOKUP-NAME
           PERFORM 5000-FIND-LOCATION THRU 5000-EXIT
           IF LOCATION-FOUND
               IF LOC-STATUS-ACTIVE OF LOCATION-SUM(LOC-IDX)
                   GO TO 2320-NEXT
               END-IF
           END-IF
           MOVE SPACES TO VERIFY-EXCEPTION-LINE
           MOVE DS-WEEK TO WS-WEEK-DISPLAY
           STRING 'WK ' WS-WEEK-DISPLAY ' ' DS-NAME
               DELIMITED BY SIZE INTO VX-KEY
           IF LOCATION-FOUND
               STRING 'ASSIGNED TO ' DS-ASSIGNED-LOCATION
                   ' BY ' DS-OPERATOR ' ON ' DS-DECISION-DATE
                   ' - LOCATION RETIRED'
                   DELIMITED BY SIZE INTO VX-TEXT
           ELSE
               STRING 'ASSIGNED TO ' DS-ASSIGNED-LOCATION
                   ' BY ' DS-OPERATOR ' ON ' DS-DECISION-DATE
                   ' - NOT ON ROSTER'
                   DELIMITED BY SIZE INTO VX-TEXT
           END-IF
           PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT.
       2320-NEXT.
           PERFORM 2310-READ-DISPOSITION THRU 2310-EXIT.
       2320-EXIT.
           EXIT.

      *>================================================================
      *>  2400  CHECK 05 - INCOMPLETE CHECKPOINTS
      *>
      *>  An incomplete checkpoint is only legitimate for the week
      *>  the next run is expected to open - that run will resume
      *>  from it.  Every other slot has completed since its
      *>  checkpoint was written, and the normal end of run marks
      *>  the checkpoint complete, so one still incomplete means an
      *>  OVERRIDE rerun or a restore has left it behind: if that
      *>  week is ever run again it would resume mid-stream on stale
      *>  totals instead of starting clean.
      *>================================================================
       2400-CHECK-RESTART.
           MOVE 5 TO CK-SUB
           PERFORM 8000-START-CHECK THRU 8000-EXIT
           OPEN INPUT RESTART-FILE
           MOVE RESTART-FILE-STATUS TO WS-OPEN-STATUS
           IF RESTART-FILE-STATUS NOT = '00'
               PERFORM 8100-CHECK-NOT-RUN THRU 8100-EXIT
               GO TO 2400-EXIT
           END-IF
           PERFORM 2410-READ-RESTART THRU 2410-EXIT
           PERFORM 2420-CHECK-ONE-RESTART THRU 2420-EXIT
               UNTIL RESTART-FILE-STATUS NOT = '00'
           CLOSE RESTART-FILE
           PERFORM 8200-END-CHECK THRU 8200-EXIT.
       2400-EXIT.
           EXIT.

       2410-READ-RESTART.
           READ RESTART-FILE NEXT RECORD
               AT END
                   MOVE '10' TO RESTART-FILE-STATUS
           END-READ.
       2410-EXIT.
           EXIT.

       2420-CHECK-ONE-RESTART.
           ADD 1 TO CK-READ-COUNT(CK-SUB)
           IF NOT RST-INCOMPLETE
               GO TO 2420-NEXT
           END-IF
           MOVE SPACES TO VERIFY-EXCEPTION-LINE
           MOVE RST-CURRENT-WEEK TO WS-WEEK-DISPLAY
           STRING 'RESTART WK ' WS-WEEK-DISPLAY
               DELIMITED BY SIZE INTO VX-KEY
           MOVE RST-FETCH-COUNT TO WS-COUNT-DISPLAY
           IF RST-CURRENT-WEEK = WS-EXPECTED-WEEK
               MOVE SPACES TO VERIFY-REPORT-LINE
               MOVE ' ' TO VR-CARRIAGE-CONTROL
               STRING '      NOTE: WEEK ' WS-WEEK-DISPLAY
                   ' CHECKPOINT INCOMPLETE AFTER ' RST-LAST-LOCATION
                   ' - THE NEXT RUN WILL RESUME FROM IT'
                   DELIMITED BY SIZE INTO VR-TEXT
               WRITE VERIFY-REPORT-LINE
               GO TO 2420-NEXT
           END-IF
           IF RUNCTL-EMPTY
               STRING 'INCOMPLETE AFTER ' RST-LAST-LOCATION
                   ' (' WS-COUNT-DISPLAY ' FETCHED) - RUNCTL IS EMPTY'
                   DELIMITED BY SIZE INTO VX-TEXT
           ELSE
               STRING 'INCOMPLETE AFTER ' RST-LAST-LOCATION
                   ' (' WS-COUNT-DISPLAY ' FETCHED) - RUNCTL SHOWS '
                   'WEEK ' WS-LAST-WEEK ' COMPLETED'
                   DELIMITED BY SIZE INTO VX-TEXT
           END-IF
           PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT.
       2420-NEXT.
           PERFORM 2410-READ-RESTART THRU 2410-EXIT.
       2420-EXIT.
           EXIT.

      *>================================================================
      *>  2500  CHECK 06 - NEWEST ARCHIVED WEEK VS ITS DATABASE SLOT
      *>
      *>  The week RUNCTL last completed was archived from its
      *>  DATABASE-FILE slot at the end of that run, and nothing
      *>  has run since to change either.  For each active location
      *>  the newest archive record for that slot must be dated on
      *>  or after the run and carry the slot's amount.  A location
      *>  added by LOCATION-MAINT since that run is exempt while its
      *>  slot is zero, and one already retired when the run was
      *>  made is exempt outright - neither had a week to archive.
      *>  Archive records for names off the roster are history and
      *>  are passed over.
      *>================================================================
       2500-CHECK-ARCHIVE.
           MOVE 6 TO CK-SUB
           PERFORM 8000-START-CHECK THRU 8000-EXIT
           IF RUNCTL-EMPTY
               MOVE '--' TO WS-OPEN-STATUS
               PERFORM 8100-CHECK-NOT-RUN THRU 8100-EXIT
               GO TO 2500-EXIT
           END-IF
           OPEN INPUT ARCHIVE-FILE
           MOVE ARCHIVE-FILE-STATUS TO WS-OPEN-STATUS
           IF ARCHIVE-FILE-STATUS NOT = '00'
               PERFORM 8100-CHECK-NOT-RUN THRU 8100-EXIT
               GO TO 2500-EXIT
           END-IF
           PERFORM 2510-READ-ARCHIVE THRU 2510-EXIT
           PERFORM 2520-NOTE-ONE-ARCHIVE THRU 2520-EXIT
               UNTIL ARCHIVE-FILE-STATUS NOT = '00'
           CLOSE ARCHIVE-FILE
           IF LS-LOCATION-COUNT > ZERO
               PERFORM 2530-COMPARE-ONE-LOCATION THRU 2530-EXIT
                   VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > LS-LOCATION-COUNT
           END-IF
           PERFORM 8200-END-CHECK THRU 8200-EXIT.
       2500-EXIT.
           EXIT.

       2510-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE '10' TO ARCHIVE-FILE-STATUS
           END-READ.
       2510-EXIT.
           EXIT.

       2520-NOTE-ONE-ARCHIVE.
           ADD 1 TO CK-READ-COUNT(CK-SUB)
           IF AR-WEEK NOT = WS-LAST-WEEK
               GO TO 2520-NEXT
           END-IF
           MOVE AR-LOCATION TO WS-LOOKUP-NAME
           PERFORM 5000-FIND-LOCATION THRU 5000-EXIT
           IF LOCATION-NOT-FOUND
               GO TO 2520-NEXT
           END-IF
           SET WS-LOC-SUB TO LOC-IDX
           IF AR-MERGE-RECORD
              AND AN-FOUND(WS-LOC-SUB)
              AND AR-RUN-DATE NUMERIC
               COMPUTE WS-MERGE-DIFF =
                   FUNCTION INTEGER-OF-DATE(AR-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(AN-RUN-DATE(WS-LOC-SUB))
               IF WS-MERGE-DIFF > -50 AND WS-MERGE-DIFF < 50
                   ADD AR-WEEK-AMOUNT TO AN-AMOUNT(WS-LOC-SUB)
                   GO TO 2520-NEXT
               END-IF
               IF WS-MERGE-DIFF < ZERO
                   GO TO 2520-NEXT
               END-IF
           END-IF
           SET AN-FOUND(WS-LOC-SUB) TO TRUE
           MOVE AR-RUN-DATE TO AN-RUN-DATE(WS-LOC-SUB)
           MOVE AR-WEEK-AMOUNT TO AN-AMOUNT(WS-LOC-SUB).
       2520-NEXT.
           PERFORM 2510-READ-ARCHIVE THRU 2510-EXIT.
       2520-EXIT.
           EXIT.

       2530-COMPARE-ONE-LOCATION.
           SET WS-LOC-SUB TO LOC-IDX
           IF ENTRY-AMOUNT(LOC-IDX WS-LAST-WEEK) = ZERO
              AND (AN-NOT-FOUND(WS-LOC-SUB)
                   OR AN-RUN-DATE(WS-LOC-SUB) < WS-LAST-RUN-DATE)
               GO TO 2530-EXIT
           END-IF
           IF LOC-STATUS-RETIRED OF LOCATION-SUM(LOC-IDX)
              AND (AN-NOT-FOUND(WS-LOC-SUB)
                   OR AN-RUN-DATE(WS-LOC-SUB) < WS-LAST-RUN-DATE)
               GO TO 2530-EXIT
           END-IF
           MOVE SPACES TO VERIFY-EXCEPTION-LINE
           MOVE WS-LAST-WEEK TO WS-WEEK-DISPLAY
           STRING LOCATION OF LOCATION-SUM(LOC-IDX)
               ' WK ' WS-WEEK-DISPLAY
               DELIMITED BY SIZE INTO VX-KEY
           MOVE ENTRY-AMOUNT(LOC-IDX WS-LAST-WEEK) TO WS-AMOUNT-EDIT
           IF AN-NOT-FOUND(WS-LOC-SUB)
               STRING 'DATABASE SLOT ' WS-AMOUNT-EDIT
                   ' - WEEK NEVER ARCHIVED'
                   DELIMITED BY SIZE INTO VX-TEXT
               PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
               GO TO 2530-EXIT
           END-IF
           IF AN-RUN-DATE(WS-LOC-SUB) < WS-LAST-RUN-DATE
               STRING 'DATABASE SLOT ' WS-AMOUNT-EDIT
                   ' - NEWEST ARCHIVE IS FROM ' AN-RUN-DATE(WS-LOC-SUB)
                   ', BEFORE THE ' WS-LAST-RUN-DATE ' RUN'
                   DELIMITED BY SIZE INTO VX-TEXT
               PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
               GO TO 2530-EXIT
           END-IF
           IF AN-AMOUNT(WS-LOC-SUB) NOT =
              ENTRY-AMOUNT(LOC-IDX WS-LAST-WEEK)
               MOVE AN-AMOUNT(WS-LOC-SUB) TO WS-AMOUNT-EDIT-2
               STRING 'DATABASE SLOT ' WS-AMOUNT-EDIT
                   '  ARCHIVED ' WS-AMOUNT-EDIT-2
                   ' ON ' AN-RUN-DATE(WS-LOC-SUB)
                   DELIMITED BY SIZE INTO VX-TEXT
               PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
           END-IF.
       2530-EXIT.
           EXIT.

      *>================================================================
      *>  2600  CHECK 07 - CALENDAR COVERAGE FOR THE CURRENT CYCLE
      *>
      *>  The cycle checked is the one the next weekly run will open
      *>  in.  Each of its eight week slots needs exactly one CALWK
      *>  record with a numeric date - a missing week costs that
      *>  run its scheduled-date check and stamps a zero date on the
      *>  archive, and a duplicate makes the date depend on record
      *>  order.
      *>================================================================
       2600-CHECK-CALENDAR.
           MOVE 7 TO CK-SUB
           PERFORM 8000-START-CHECK THRU 8000-EXIT
           PERFORM 2605-CLEAR-ONE-WEEK THRU 2605-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           OPEN INPUT CALENDAR-FILE
           MOVE CALWK-FILE-STATUS TO WS-OPEN-STATUS
           IF CALWK-FILE-STATUS NOT = '00'
               PERFORM 8100-CHECK-NOT-RUN THRU 8100-EXIT
               GO TO 2600-EXIT
           END-IF
           PERFORM 2610-READ-CALENDAR THRU 2610-EXIT
           PERFORM 2620-NOTE-ONE-CALENDAR THRU 2620-EXIT
               UNTIL CALWK-FILE-STATUS NOT = '00'
           CLOSE CALENDAR-FILE
           PERFORM 2630-CHECK-ONE-WEEK THRU 2630-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           PERFORM 8200-END-CHECK THRU 8200-EXIT.
       2600-EXIT.
           EXIT.

       2605-CLEAR-ONE-WEEK.
           MOVE ZERO TO CW-COUNT(WEEK).
       2605-EXIT.
           EXIT.

       2610-READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   MOVE '10' TO CALWK-FILE-STATUS
           END-READ.
       2610-EXIT.
           EXIT.

      *> A record the weekly run would refuse is its own exception,
      *> whatever cycle it claims to be for.
       2620-NOTE-ONE-CALENDAR.
           ADD 1 TO CK-READ-COUNT(CK-SUB)
           IF CL-CYCLE NOT NUMERIC
              OR CL-WEEK NOT NUMERIC
              OR CL-WEEK-END-DATE NOT NUMERIC
              OR CL-WEEK < 1 OR CL-WEEK > 8
               MOVE SPACES TO VERIFY-EXCEPTION-LINE
               STRING 'CALWK ' CALENDAR-RECORD
                   DELIMITED BY SIZE INTO VX-KEY
               MOVE 'CALENDAR RECORD INVALID - THE WEEKLY RUN SKIPS IT'
                   TO VX-TEXT
               PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
               GO TO 2620-NEXT
           END-IF
           IF CL-CYCLE = WS-EXPECTED-CYCLE
               ADD 1 TO CW-COUNT(CL-WEEK)
           END-IF.
       2620-NEXT.
           PERFORM 2610-READ-CALENDAR THRU 2610-EXIT.
       2620-EXIT.
           EXIT.

       2630-CHECK-ONE-WEEK.
           IF CW-COUNT(WEEK) = 1
               GO TO 2630-EXIT
           END-IF
           MOVE SPACES TO VERIFY-EXCEPTION-LINE
           MOVE WEEK TO WS-WEEK-DISPLAY
           STRING 'CYCLE ' WS-EXPECTED-CYCLE ' WK ' WS-WEEK-DISPLAY
               DELIMITED BY SIZE INTO VX-KEY
           IF CW-COUNT(WEEK) = ZERO
               MOVE 'NO CALENDAR ENTRY - WEEK-ENDING DATE UNKNOWN'
                   TO VX-TEXT
           ELSE
               MOVE CW-COUNT(WEEK) TO WS-COUNT-DISPLAY
               STRING 'DUPLICATE CALENDAR ENTRIES: ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO VX-TEXT
           END-IF
           PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT.
       2630-EXIT.
           EXIT.

      *>================================================================
      *>  2700  CHECK 08 - ALIASES THAT CAN NO LONGER RESOLVE
      *>
      *>  An alias still in force (not yet expired as of today) whose
      *>  target is retired or off the roster sends its groups to
      *>  suspense anyway.  LOCATION-MAINT flags the ones a RENAME or
      *>  RETIRE card caught; the line says so when the flag is set.
      *>================================================================
       2700-CHECK-ALIASES.
           MOVE 8 TO CK-SUB
           PERFORM 8000-START-CHECK THRU 8000-EXIT
           OPEN INPUT ALIAS-FILE
           MOVE ALIAS-FILE-STATUS TO WS-OPEN-STATUS
           IF ALIAS-FILE-STATUS NOT = '00'
               PERFORM 8100-CHECK-NOT-RUN THRU 8100-EXIT
               GO TO 2700-EXIT
           END-IF
           PERFORM 2710-READ-ALIAS THRU 2710-EXIT
           PERFORM 2720-CHECK-ONE-ALIAS THRU 2720-EXIT
               UNTIL ALIAS-FILE-STATUS NOT = '00'
           CLOSE ALIAS-FILE
           PERFORM 8200-END-CHECK THRU 8200-EXIT.
       2700-EXIT.
           EXIT.

       2710-READ-ALIAS.
           READ ALIAS-FILE NEXT RECORD
               AT END
                   MOVE '10' TO ALIAS-FILE-STATUS
           END-READ.
       2710-EXIT.
           EXIT.

       2720-CHECK-ONE-ALIAS.
           ADD 1 TO CK-READ-COUNT(CK-SUB)
           IF AL-EXPIRY-DATE NOT = ZERO
              AND AL-EXPIRY-DATE < WS-RUN-DATE
               GO TO 2720-NEXT
           END-IF
           MOVE AL-LOCATION TO WS-LOOKUP-NAME
           PERFORM 5000-FIND-LOCATION THRU 5000-EXIT
           IF LOCATION-FOUND
               IF LOC-STATUS-ACTIVE OF LOCATION-SUM(LOC-IDX)
                   GO TO 2720-NEXT
               END-IF
           END-IF
           MOVE SPACES TO VERIFY-EXCEPTION-LINE
           STRING AL-SOURCE ' ' AL-NAME
               DELIMITED BY SIZE INTO VX-KEY
           IF LOCATION-FOUND
               STRING 'ALIAS FOR ' AL-LOCATION ' - LOCATION RETIRED'
                   DELIMITED BY SIZE INTO VX-TEXT
           ELSE
               STRING 'ALIAS FOR ' AL-LOCATION ' - NOT ON ROSTER'
                   DELIMITED BY SIZE INTO VX-TEXT
           END-IF
           IF NOT AL-FLAG-CLEAR
               MOVE '(FLAGGED)' TO VX-TEXT(60:9)
           END-IF
           PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT.
       2720-NEXT.
           PERFORM 2710-READ-ALIAS THRU 2710-EXIT.
       2720-EXIT.
           EXIT.

      *>================================================================
      *>  3000  SUMMARY - ONE LINE PER CHECK, THEN THE TOTAL
      *>================================================================
       3000-PRINT-SUMMARY.
           MOVE SPACES TO VERIFY-REPORT-LINE
           MOVE '1' TO VR-CARRIAGE-CONTROL
           MOVE 'LOCATION-VERIFY SUMMARY BY CHECK' TO VR-TEXT
           WRITE VERIFY-REPORT-LINE
           MOVE SPACES TO VERIFY-REPORT-LINE
           MOVE '0' TO VR-CARRIAGE-CONTROL
           STRING 'CHK  CHECK                                     '
               '          RECORDS READ    EXCEPTIONS'
               DELIMITED BY SIZE INTO VR-TEXT
           WRITE VERIFY-REPORT-LINE
           PERFORM 3100-PRINT-ONE-CHECK THRU 3100-EXIT
               VARYING CK-SUB FROM 1 BY 1 UNTIL CK-SUB > CK-MAX
           MOVE WS-EXCEPTION-TOTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO VERIFY-REPORT-LINE
           MOVE '0' TO VR-CARRIAGE-CONTROL
           STRING 'TOTAL EXCEPTIONS: ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO VR-TEXT
           WRITE VERIFY-REPORT-LINE
           IF WS-CHECKS-NOT-RUN > ZERO
               MOVE WS-CHECKS-NOT-RUN TO WS-COUNT-DISPLAY
               MOVE SPACES TO VERIFY-REPORT-LINE
               MOVE ' ' TO VR-CARRIAGE-CONTROL
               STRING 'CHECKS NOT RUN (DATASET DUMMY OR EMPTY): '
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO VR-TEXT
               WRITE VERIFY-REPORT-LINE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-CHECK.
           MOVE CK-SUB TO WS-CHECK-DISPLAY
           MOVE CK-READ-COUNT(CK-SUB) TO WS-READ-DISPLAY
           MOVE CK-COUNT(CK-SUB) TO WS-COUNT-DISPLAY
           MOVE SPACES TO VERIFY-REPORT-LINE
           MOVE ' ' TO VR-CARRIAGE-CONTROL
           IF CK-RAN(CK-SUB)
               STRING WS-CHECK-DISPLAY '   ' CK-TITLE(CK-SUB)
                   '        ' WS-READ-DISPLAY '      '
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO VR-TEXT
           ELSE
               STRING WS-CHECK-DISPLAY '   ' CK-TITLE(CK-SUB)
                   '        NOT RUN'
                   DELIMITED BY SIZE INTO VR-TEXT
           END-IF
           WRITE VERIFY-REPORT-LINE.
       3100-EXIT.
           EXIT.

       5000-FIND-LOCATION.
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
       5000-EXIT.
           EXIT.

      *>================================================================
      *>  8000  REPORT SECTION PLUMBING SHARED BY EVERY CHECK
      *>
      *>  Each check opens its section with a heading (8000), writes
      *>  its exceptions through 8300, and closes with its count
      *>  (8200) - or, when its dataset is not there to read, a
      *>  single NOT RUN line in place of the count (8100).
      *>================================================================
       8000-START-CHECK.
           MOVE CK-SUB TO WS-CHECK-DISPLAY
           MOVE SPACES TO VERIFY-REPORT-LINE
           MOVE '0' TO VR-CARRIAGE-CONTROL
           STRING 'CHECK ' WS-CHECK-DISPLAY ' - ' CK-TITLE(CK-SUB)
               DELIMITED BY SIZE INTO VR-TEXT
           WRITE VERIFY-REPORT-LINE.
       8000-EXIT.
           EXIT.

       8100-CHECK-NOT-RUN.
           SET CK-NOT-RUN(CK-SUB) TO TRUE
           ADD 1 TO WS-CHECKS-NOT-RUN
           MOVE SPACES TO VERIFY-REPORT-LINE
           MOVE ' ' TO VR-CARRIAGE-CONTROL
           IF WS-OPEN-STATUS = '--'
               MOVE '      NOT RUN - NO WEEK COMPLETED YET ON RUNCTL'
                   TO VR-TEXT
           ELSE
               STRING '      NOT RUN - DATASET DUMMY, EMPTY OR '
                   'MISSING, STATUS=' WS-OPEN-STATUS
                   DELIMITED BY SIZE INTO VR-TEXT
           END-IF
           WRITE VERIFY-REPORT-LINE
           DISPLAY 'DL900I - CHECK ' WS-CHECK-DISPLAY
               ' NOT RUN, STATUS=' WS-OPEN-STATUS.
       8100-EXIT.
           EXIT.

       8200-END-CHECK.
           SET CK-RAN(CK-SUB) TO TRUE
           MOVE CK-READ-COUNT(CK-SUB) TO WS-READ-DISPLAY
           MOVE CK-COUNT(CK-SUB) TO WS-COUNT-DISPLAY
           MOVE SPACES TO VERIFY-REPORT-LINE
           MOVE ' ' TO VR-CARRIAGE-CONTROL
           STRING '      RECORDS READ ' WS-READ-DISPLAY
               '   EXCEPTIONS ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO VR-TEXT
           WRITE VERIFY-REPORT-LINE.
       8200-EXIT.
           EXIT.

       8300-WRITE-EXCEPTION.
           MOVE ' ' TO VX-CARRIAGE-CONTROL
           MOVE CK-SUB TO VX-CHECK
           WRITE VERIFY-EXCEPTION-LINE
           ADD 1 TO CK-COUNT(CK-SUB)
           ADD 1 TO WS-EXCEPTION-TOTAL.
       8300-EXIT.
           EXIT.

      *>================================================================
      *>  9000  CLOSE UP AND SET THE CONDITION CODE
      *>================================================================
       9000-TERMINATE.
           CLOSE VERIFY-REPORT-FILE
           MOVE WS-EXCEPTION-TOTAL TO WS-COUNT-DISPLAY
           IF WS-EXCEPTION-TOTAL > ZERO
               MOVE 4 TO RETURN-CODE
               DISPLAY 'DL900W - LOCATION-VERIFY FOUND '
                   WS-COUNT-DISPLAY ' EXCEPTIONS - SEE VRFYRPT'
           ELSE
               MOVE ZERO TO RETURN-CODE
               DISPLAY 'DL900I - LOCATION-VERIFY COMPLETE, NO '
                   'EXCEPTIONS'
           END-IF.
       9000-EXIT.
           EXIT.
