      *>                  a record, when, and from what to what.  A
      *>                  RETIRE or REGION that leaves the record as
      *>                  it already stood journals nothing.
      *> 2026-10-15  BAJ  ALIAS and UNALIAS cards maintain the new
      *>                  ALIASES name cross-reference LOCATION-SUMMARY
      *>                  consults before suspending a group.  They
      *>                  carry an eight-byte action, so they have
      *>                  their own card layout.  A RENAME or RETIRE
      *>                  now flags every alias still in force that
      *>                  points at the old name, and lists it.  A
      *>                  retired roster name may itself be aliased;
      *>                  an active one may not.
      *> 2026-10-15  BAJ  PLANOP card maintains the new PLANOPR file
      *>                  of district managers allowed to key plans
      *>                  through LPLN, and the region each plans
      *>                  for.  A blank region removes the operator.
      *>                  The file is created on the first run and
      *>                  closed with the others at the end of it.
      *> 2026-10-15  BAJ  METHOD card pins a location to the flat or
      *>                  trend forecast on the new METHSEL file, or
      *>                  clears the pin so LOCATION-SUMMARY chooses
      *>                  on accuracy again.  RENAME moves the
      *>                  location's METHSEL record with its history.
      *>--------------------------------------------------------------

      *>--------------------------------------------------------------
      *> Reads one maintenance control card at a time from
      *> MAINT-CONTROL-FILE.  Each card is 80 bytes:
      *>
      *>   COLS 01-06   MC-ACTION      ADD, RENAME, RETIRE, REGION,
      *>                               PLANOP, or METHOD
      *>   COLS 07-26   MC-LOCATION-1  location being added, renamed,
      *>                               retired, or assigned a region
      *>   COLS 27-46   MC-LOCATION-2  new name (RENAME), or region
      *>                               code in cols 27-29 (ADD and
      *>                               REGION), or F / T / blank in
      *>                               col 27 (METHOD)
      *>
      *> ADD creates a new active DATABASE-FILE record with eight
      *> weeks of zero actuals, under the region code in cols 27-29
      *> code an existing location rolls up under on the forecast
      *> report.  Every card gets one line on MAINT-REPORT-FILE
      *> showing what happened.
      *>
      *> ALIAS and UNALIAS cards maintain ALIAS-FILE and are laid out
      *> differently - UNALIAS does not fit a six-byte action:
      *>
      *>   COLS 01-08   AC-ACTION      ALIAS or UNALIAS
      *>   COLS 09-28   AC-NAME        incoming group name
      *>   COLS 29-48   AC-LOCATION    roster location it belongs to
      *>                               (ALIAS only)
      *>   COL  49      AC-SOURCE      B (bank_users) or A (acquired
      *>                               feed)
      *>   COLS 50-57   AC-EFFECTIVE   YYYYMMDD first day in force,
      *>                               blank for today (ALIAS only)
      *>   COLS 58-65   AC-EXPIRY      YYYYMMDD last day in force -
      *>                               blank is open-ended on ALIAS,
      *>                               today on UNALIAS
      *>
      *> ALIAS adds the (source, name) cross-reference, or replaces
      *> one already on file and clears its flag.  The name must not
      *> itself be an active roster location - a retired one may be
      *> aliased, so stray postings under a closed branch's name land
      *> on the branch that took it over - and the location must be
      *> on the roster and active.  UNALIAS expires an alias; the
      *> record is kept for the detail extracts that name it.  A
      *> RENAME or RETIRE flags every alias still in force on the old
      *> name with one more report line per alias, so the desk can
      *> re-point it.
      *>
      *> PLANOP uses the ordinary card layout: the CICS user id of a
      *> district manager in cols 07-14 and the region they plan for
      *> in cols 27-29.  It adds or replaces the operator's
      *> PLAN-OPERATOR-FILE record; a blank region deletes it, and
      *> the operator can no longer key plans in LPLN.
      *>
      *> METHOD pins an active roster location to the flat (F) or
      *> trend (T) forecast on METHOD-SELECTION-FILE, overriding the
      *> weekly run's accuracy-based choice from its next run on; a
      *> blank col 27 clears the pin.
      *>--------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

      *>--------------------------------------------------------------
      *> ALIAS-FILE is the name cross-reference LOCATION-SUMMARY reads
      *> before suspending a group, shared with the LSUS desk.
      *>--------------------------------------------------------------
           SELECT ALIAS-FILE ASSIGN TO "ALIASES"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS ALIAS-FILE-STATUS.

      *>--------------------------------------------------------------
      *> PLAN-OPERATOR-FILE says which region each district manager
      *> may key plans for in LPLN, which reads it.
      *>--------------------------------------------------------------
           SELECT PLAN-OPERATOR-FILE ASSIGN TO "PLANOPR"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PO-OPERATOR
               FILE STATUS IS PLANOPR-FILE-STATUS.

      *>--------------------------------------------------------------
      *> METHOD-SELECTION-FILE is the forecast method each location
      *> is on - chosen by LOCATION-SUMMARY, pinned here.
      *>--------------------------------------------------------------
           SELECT METHOD-SELECTION-FILE ASSIGN TO "METHSEL"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MS-LOCATION
               FILE STATUS IS METHSEL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATABASE-FILE.
           05  MC-LOCATION-1              PIC X(20).
           05  MC-LOCATION-2              PIC X(20).
           05  FILLER                     PIC X(34).
       01  ALIAS-CONTROL-CARD.
           05  AC-ACTION                  PIC X(08).
           05  AC-NAME                    PIC X(20).
           05  AC-LOCATION                PIC X(20).
           05  AC-SOURCE                  PIC X(01).
           05  AC-EFFECTIVE               PIC X(08).
           05  AC-EFFECTIVE-N REDEFINES AC-EFFECTIVE
                                          PIC 9(08).
           05  AC-EXPIRY                  PIC X(08).
           05  AC-EXPIRY-N REDEFINES AC-EXPIRY
                                          PIC 9(08).
           05  FILLER                     PIC X(15).

       FD  ALIAS-FILE.
           COPY ALSREC.

       FD  PLAN-OPERATOR-FILE.
           COPY POPREC.

       FD  METHOD-SELECTION-FILE.
           COPY MSLREC.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           05  MR-LOCATION-2              PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  MR-RESULT                  PIC X(20).
       01  ALIAS-REPORT-LINE.
           05  MA-CARRIAGE-CONTROL        PIC X(01).
           05  MA-ACTION                  PIC X(07).
           05  FILLER                     PIC X(01).
           05  MA-NAME                    PIC X(20).
           05  FILLER                     PIC X(02).
           05  MA-LOCATION                PIC X(20).
           05  FILLER                     PIC X(02).
           05  MA-RESULT                  PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  CONTROL-FILE-STATUS        PIC X(02).
           05  MAINT-REPORT-STATUS        PIC X(02).
           05  JOURNAL-FILE-STATUS        PIC X(02).
           05  ALIAS-FILE-STATUS          PIC X(02).
           05  PLANOPR-FILE-STATUS        PIC X(02).
           05  METHSEL-FILE-STATUS        PIC X(02).

       01  WS-SWITCHES.
           05  WS-CONTROL-EOF-SW          PIC X(01) VALUE 'N'.
               88  CONTROL-EOF                VALUE 'Y'.
               88  CONTROL-NOT-EOF             VALUE 'N'.
           05  WS-ALIAS-EOF-SW            PIC X(01) VALUE 'N'.
               88  ALIAS-EOF                  VALUE 'Y'.
               88  ALIAS-NOT-EOF              VALUE 'N'.

      *>--------------------------------------------------------------
      *> ALIAS / UNALIAS card values once edited, and the flag a
      *> RENAME or RETIRE sets on the aliases left pointing at the
      *> old name.
      *>--------------------------------------------------------------
       01  WS-ALIAS-FIELDS.
           05  WS-ALIAS-EFFECTIVE         PIC 9(08).
           05  WS-ALIAS-EXPIRY            PIC 9(08).
           05  WS-ALIAS-FLAG              PIC X(01).
           05  WS-ALIAS-FLAG-TEXT         PIC X(20).

       01  WEEK                           PIC 9(02) COMP.
       01  WS-RESULT-TEXT                 PIC X(20).
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF
           OPEN I-O ALIAS-FILE
           IF ALIAS-FILE-STATUS = '35'
               OPEN OUTPUT ALIAS-FILE
               CLOSE ALIAS-FILE
               OPEN I-O ALIAS-FILE
           END-IF
           OPEN I-O PLAN-OPERATOR-FILE
           IF PLANOPR-FILE-STATUS = '35'
               OPEN OUTPUT PLAN-OPERATOR-FILE
               CLOSE PLAN-OPERATOR-FILE
               OPEN I-O PLAN-OPERATOR-FILE
           END-IF
           OPEN I-O METHOD-SELECTION-FILE
           IF METHSEL-FILE-STATUS = '35'
               OPEN OUTPUT METHOD-SELECTION-FILE
               CLOSE METHOD-SELECTION-FILE
               OPEN I-O METHOD-SELECTION-FILE
           END-IF
           OPEN INPUT MAINT-CONTROL-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   PERFORM 2300-RETIRE-LOCATION THRU 2300-EXIT
               WHEN 'REGION'
                   PERFORM 2400-SET-REGION THRU 2400-EXIT
               WHEN 'ALIAS '
               WHEN 'UNALIA'
                   PERFORM 2500-ALIAS-CARD THRU 2500-EXIT
               WHEN 'PLANOP'
                   PERFORM 2600-PLAN-OPERATOR THRU 2600-EXIT
               WHEN 'METHOD'
                   PERFORM 2800-PIN-METHOD THRU 2800-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-RESULT-TEXT
                   PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
                               THRU 2230-EXIT
                               VARYING WEEK FROM 1 BY 1
                               UNTIL WEEK > 8
                           PERFORM 2240-MOVE-METHOD-SELECTION
                               THRU 2240-EXIT
                           PERFORM 8200-JOURNAL-RENAME THRU 8200-EXIT
                           MOVE 'RENAMED' TO WS-RESULT-TEXT
                       NOT INVALID KEY
                           MOVE 'TARGET EXISTS' TO WS-RESULT-TEXT
                   END-READ
           END-READ
           PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
           IF WS-RESULT-TEXT = 'RENAMED'
               MOVE 'N' TO WS-ALIAS-FLAG
               MOVE 'ALIAS TARGET RENAMED' TO WS-ALIAS-FLAG-TEXT
               PERFORM 2700-FLAG-ALIASES THRU 2700-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2230-EXIT.
           EXIT.

      *> The method choice and any pin follow the location to its
      *> new name, same pattern as the forecasts above.
       2240-MOVE-METHOD-SELECTION.
           MOVE MC-LOCATION-1 TO MS-LOCATION
           READ METHOD-SELECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MC-LOCATION-2 TO MS-LOCATION
                   WRITE METHOD-SELECTION-RECORD
                       INVALID KEY
                           REWRITE METHOD-SELECTION-RECORD
                   END-WRITE
                   MOVE MC-LOCATION-1 TO MS-LOCATION
                   DELETE METHOD-SELECTION-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.
       2240-EXIT.
           EXIT.

       2300-RETIRE-LOCATION.
           MOVE MC-LOCATION-1 TO LOCATION OF DATABASE-RECORD
           READ DATABASE-FILE
                   PERFORM 8310-FINISH-CHANGE-JOURNAL THRU 8310-EXIT
                   MOVE 'RETIRED' TO WS-RESULT-TEXT
           END-READ
           PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
           IF WS-RESULT-TEXT = 'RETIRED'
               MOVE 'R' TO WS-ALIAS-FLAG
               MOVE 'ALIAS TARGET RETIRED' TO WS-ALIAS-FLAG-TEXT
               PERFORM 2700-FLAG-ALIASES THRU 2700-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

       2400-EXIT.
           EXIT.

      *>================================================================
      *>  2500  ALIAS AND UNALIAS CARDS
      *>
      *>  MC-ACTION only sees the first six bytes, so both arrive
      *>  here and are told apart on the full AC-ACTION.
      *>================================================================
       2500-ALIAS-CARD.
           MOVE SPACES TO WS-RESULT-TEXT
           EVALUATE AC-ACTION
               WHEN 'ALIAS'
                   PERFORM 2510-ADD-ALIAS THRU 2510-EXIT
               WHEN 'UNALIAS'
                   PERFORM 2550-EXPIRE-ALIAS THRU 2550-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-RESULT-TEXT
           END-EVALUATE
           PERFORM 2950-WRITE-ALIAS-LINE THRU 2950-EXIT.
       2500-EXIT.
           EXIT.

      *> An existing key is replaced outright - new target, new
      *> dates, flag cleared - which is how a flagged alias gets
      *> re-pointed after a RENAME or RETIRE.
       2510-ADD-ALIAS.
           PERFORM 2520-EDIT-ALIAS-CARD THRU 2520-EXIT
           IF WS-RESULT-TEXT NOT = SPACES
               GO TO 2510-EXIT
           END-IF
           MOVE AC-SOURCE TO AL-SOURCE
           MOVE AC-NAME TO AL-NAME
           READ ALIAS-FILE
               INVALID KEY
                   PERFORM 2530-FILL-ALIAS THRU 2530-EXIT
                   WRITE ALIAS-RECORD
                   MOVE 'ALIASED' TO WS-RESULT-TEXT
               NOT INVALID KEY
                   PERFORM 2530-FILL-ALIAS THRU 2530-EXIT
                   REWRITE ALIAS-RECORD
                   MOVE 'ALIAS REPLACED' TO WS-RESULT-TEXT
           END-READ.
       2510-EXIT.
           EXIT.

      *> Leaves WS-RESULT-TEXT spaces when the card is good, else
      *> the reason it was refused.
       2520-EDIT-ALIAS-CARD.
           IF AC-SOURCE NOT = 'B' AND AC-SOURCE NOT = 'A'
               MOVE 'SOURCE NOT B OR A' TO WS-RESULT-TEXT
               GO TO 2520-EXIT
           END-IF
           IF AC-NAME = SPACES OR AC-LOCATION = SPACES
               MOVE 'NAME MISSING' TO WS-RESULT-TEXT
               GO TO 2520-EXIT
           END-IF
           IF AC-EFFECTIVE = SPACES
               MOVE WS-RUN-DATE TO WS-ALIAS-EFFECTIVE
           ELSE
               IF AC-EFFECTIVE-N NOT NUMERIC
                   MOVE 'BAD EFFECTIVE DATE' TO WS-RESULT-TEXT
                   GO TO 2520-EXIT
               END-IF
               MOVE AC-EFFECTIVE-N TO WS-ALIAS-EFFECTIVE
           END-IF
           IF AC-EXPIRY = SPACES
               MOVE ZERO TO WS-ALIAS-EXPIRY
           ELSE
               IF AC-EXPIRY-N NOT NUMERIC
                   MOVE 'BAD EXPIRY DATE' TO WS-RESULT-TEXT
                   GO TO 2520-EXIT
               END-IF
               MOVE AC-EXPIRY-N TO WS-ALIAS-EXPIRY
               IF WS-ALIAS-EXPIRY < WS-ALIAS-EFFECTIVE
                   MOVE 'BAD EXPIRY DATE' TO WS-RESULT-TEXT
                   GO TO 2520-EXIT
               END-IF
           END-IF
           MOVE AC-NAME TO LOCATION OF DATABASE-RECORD
           READ DATABASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LOC-STATUS-ACTIVE OF DATABASE-RECORD
                       MOVE 'NAME IS ON ROSTER' TO WS-RESULT-TEXT
                       GO TO 2520-EXIT
                   END-IF
           END-READ
           MOVE AC-LOCATION TO LOCATION OF DATABASE-RECORD
           READ DATABASE-FILE
               INVALID KEY
                   MOVE 'TARGET NOT FOUND' TO WS-RESULT-TEXT
                   GO TO 2520-EXIT
           END-READ
           IF NOT LOC-STATUS-ACTIVE OF DATABASE-RECORD
               MOVE 'TARGET RETIRED' TO WS-RESULT-TEXT
           END-IF.
       2520-EXIT.
           EXIT.

       2530-FILL-ALIAS.
           MOVE AC-LOCATION TO AL-LOCATION
           MOVE WS-ALIAS-EFFECTIVE TO AL-EFFECTIVE-DATE
           MOVE WS-ALIAS-EXPIRY TO AL-EXPIRY-DATE
           SET AL-FLAG-CLEAR TO TRUE
           MOVE ZERO TO AL-FLAG-DATE
           MOVE 'DL200' TO AL-OPERATOR
           MOVE WS-RUN-DATE TO AL-ADDED-DATE.
       2530-EXIT.
           EXIT.

      *> The record stays on file with an expiry date rather than
      *> being deleted - DTLEXT records posted through it still
      *> name it by key and effective date.
       2550-EXPIRE-ALIAS.
           IF AC-SOURCE NOT = 'B' AND AC-SOURCE NOT = 'A'
               MOVE 'SOURCE NOT B OR A' TO WS-RESULT-TEXT
               GO TO 2550-EXIT
           END-IF
           IF AC-EXPIRY = SPACES
               MOVE WS-RUN-DATE TO WS-ALIAS-EXPIRY
           ELSE
               IF AC-EXPIRY-N NOT NUMERIC
                   MOVE 'BAD EXPIRY DATE' TO WS-RESULT-TEXT
                   GO TO 2550-EXIT
               END-IF
               MOVE AC-EXPIRY-N TO WS-ALIAS-EXPIRY
           END-IF
           MOVE AC-SOURCE TO AL-SOURCE
           MOVE AC-NAME TO AL-NAME
           READ ALIAS-FILE
               INVALID KEY
                   MOVE 'NO SUCH ALIAS' TO WS-RESULT-TEXT
               NOT INVALID KEY
                   MOVE WS-ALIAS-EXPIRY TO AL-EXPIRY-DATE
                   REWRITE ALIAS-RECORD
                   MOVE 'UNALIASED' TO WS-RESULT-TEXT
           END-READ.
       2550-EXIT.
           EXIT.

      *>================================================================
      *>  2600  PLANOP CARD - WHO MAY KEY PLANS, AND FOR WHICH REGION
      *>================================================================
       2600-PLAN-OPERATOR.
           IF MC-LOCATION-1(1:8) = SPACES
               MOVE 'OPERATOR MISSING' TO WS-RESULT-TEXT
               GO TO 2600-WRITE
           END-IF
           MOVE MC-LOCATION-1(1:8) TO PO-OPERATOR
           READ PLAN-OPERATOR-FILE
               INVALID KEY
                   IF MC-LOCATION-2(1:3) = SPACES
                       MOVE 'NOT FOUND' TO WS-RESULT-TEXT
                   ELSE
                       MOVE MC-LOCATION-2(1:3) TO PO-REGION
                       MOVE WS-RUN-DATE TO PO-ADDED-DATE
                       WRITE PLAN-OPERATOR-RECORD
                       MOVE 'OPERATOR ADDED' TO WS-RESULT-TEXT
                   END-IF
               NOT INVALID KEY
                   IF MC-LOCATION-2(1:3) = SPACES
                       DELETE PLAN-OPERATOR-FILE
                       MOVE 'OPERATOR REMOVED' TO WS-RESULT-TEXT
                   ELSE
                       MOVE MC-LOCATION-2(1:3) TO PO-REGION
                       MOVE WS-RUN-DATE TO PO-ADDED-DATE
                       REWRITE PLAN-OPERATOR-RECORD
                       MOVE 'OPERATOR REPLACED' TO WS-RESULT-TEXT
                   END-IF
           END-READ.
       2600-WRITE.
           PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
       2600-EXIT.
           EXIT.

      *>================================================================
      *>  2700  FLAG ALIASES LEFT POINTING AT A RENAMED/RETIRED NAME
      *>
      *>  Called after a successful RENAME or RETIRE with WS-ALIAS-
      *>  FLAG and WS-ALIAS-FLAG-TEXT set.  The file is keyed by the
      *>  incoming name, not the target, so it is read end to end -
      *>  it is small, and renames are rare.  Only aliases still in
      *>  force are flagged; one already expired can do no harm.
      *>================================================================
       2700-FLAG-ALIASES.
           SET ALIAS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO AL-KEY
           START ALIAS-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY
                   SET ALIAS-EOF TO TRUE
           END-START
           PERFORM 2710-READ-NEXT-ALIAS THRU 2710-EXIT
           PERFORM 2720-FLAG-ONE-ALIAS THRU 2720-EXIT
               UNTIL ALIAS-EOF.
       2700-EXIT.
           EXIT.

       2710-READ-NEXT-ALIAS.
           IF ALIAS-EOF
               GO TO 2710-EXIT
           END-IF
           READ ALIAS-FILE NEXT RECORD
               AT END
                   SET ALIAS-EOF TO TRUE
           END-READ.
       2710-EXIT.
           EXIT.

       2720-FLAG-ONE-ALIAS.
           IF AL-LOCATION = MC-LOCATION-1
              AND (AL-EXPIRY-DATE = ZERO
                   OR AL-EXPIRY-DATE NOT < WS-RUN-DATE)
               MOVE WS-ALIAS-FLAG TO AL-FLAG
               MOVE WS-RUN-DATE TO AL-FLAG-DATE
               REWRITE ALIAS-RECORD
               MOVE SPACES TO ALIAS-REPORT-LINE
               MOVE ' ' TO MA-CARRIAGE-CONTROL
               MOVE MC-ACTION TO MA-ACTION
               MOVE AL-NAME TO MA-NAME
               MOVE AL-LOCATION TO MA-LOCATION
               MOVE WS-ALIAS-FLAG-TEXT TO MA-RESULT
               WRITE ALIAS-REPORT-LINE
           END-IF
           PERFORM 2710-READ-NEXT-ALIAS THRU 2710-EXIT.
       2720-EXIT.
           EXIT.

      *>================================================================
      *>  2800  METHOD CARD - PIN OR UNPIN A LOCATION'S FORECAST METHOD
      *>
      *>  A location the weekly run has not yet given a METHSEL record
      *>  gets one here, already on the pinned method.  The pin takes
      *>  effect from the next weekly run, which lists it as a switch
      *>  when it moves the location.
      *>================================================================
       2800-PIN-METHOD.
           IF MC-LOCATION-2(1:1) NOT = 'F'
                   AND MC-LOCATION-2(1:1) NOT = 'T'
                   AND MC-LOCATION-2(1:1) NOT = SPACE
               MOVE 'METHOD NOT F/T/BLANK' TO WS-RESULT-TEXT
               GO TO 2800-WRITE
           END-IF
           MOVE MC-LOCATION-1 TO LOCATION OF DATABASE-RECORD
           READ DATABASE-FILE
               INVALID KEY
                   MOVE 'NOT FOUND' TO WS-RESULT-TEXT
                   GO TO 2800-WRITE
           END-READ
           IF LOC-STATUS-RETIRED OF DATABASE-RECORD
               MOVE 'LOCATION RETIRED' TO WS-RESULT-TEXT
               GO TO 2800-WRITE
           END-IF
           MOVE MC-LOCATION-1 TO MS-LOCATION
           READ METHOD-SELECTION-FILE
               INVALID KEY
                   IF MC-LOCATION-2(1:1) = SPACE
                       MOVE 'NOT PINNED' TO WS-RESULT-TEXT
                   ELSE
                       PERFORM 2810-START-SELECTION THRU 2810-EXIT
                       WRITE METHOD-SELECTION-RECORD
                       PERFORM 2820-SET-PIN-RESULT THRU 2820-EXIT
                   END-IF
               NOT INVALID KEY
                   IF MC-LOCATION-2(1:1) = SPACE
                       IF MS-NOT-PINNED
                           MOVE 'NOT PINNED' TO WS-RESULT-TEXT
                       ELSE
                           MOVE SPACE TO MS-PIN
                           MOVE ZERO TO MS-PINNED-DATE
                           REWRITE METHOD-SELECTION-RECORD
                           MOVE 'PIN CLEARED' TO WS-RESULT-TEXT
                       END-IF
                   ELSE
                       MOVE MC-LOCATION-2(1:1) TO MS-PIN
                       MOVE WS-RUN-DATE TO MS-PINNED-DATE
                       REWRITE METHOD-SELECTION-RECORD
                       PERFORM 2820-SET-PIN-RESULT THRU 2820-EXIT
                   END-IF
           END-READ.
       2800-WRITE.
           PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
       2800-EXIT.
           EXIT.

       2810-START-SELECTION.
           MOVE MC-LOCATION-1 TO MS-LOCATION
           MOVE MC-LOCATION-2(1:1) TO MS-METHOD
           MOVE MC-LOCATION-2(1:1) TO MS-PIN
           MOVE WS-RUN-DATE TO MS-PINNED-DATE
           MOVE SPACE TO MS-PREV-METHOD
           MOVE ZERO TO MS-SWITCHED-DATE
           MOVE ZERO TO MS-JUDGED-WEEKS
           MOVE ZERO TO MS-FLAT-MAE MS-TREND-MAE
           MOVE ZERO TO MS-SELECTED-DATE.
       2810-EXIT.
           EXIT.

       2820-SET-PIN-RESULT.
           IF MS-PINNED-TREND
               MOVE 'PINNED TO TREND' TO WS-RESULT-TEXT
           ELSE
               MOVE 'PINNED TO FLAT' TO WS-RESULT-TEXT
           END-IF.
       2820-EXIT.
           EXIT.

       2900-WRITE-REPORT-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE
           MOVE ' ' TO MR-CARRIAGE-CONTROL
       2900-EXIT.
           EXIT.

       2950-WRITE-ALIAS-LINE.
           MOVE SPACES TO ALIAS-REPORT-LINE
           MOVE ' ' TO MA-CARRIAGE-CONTROL
           MOVE AC-ACTION TO MA-ACTION
           MOVE AC-NAME TO MA-NAME
           MOVE AC-LOCATION TO MA-LOCATION
           MOVE WS-RESULT-TEXT TO MA-RESULT
           WRITE ALIAS-REPORT-LINE.
       2950-EXIT.
           EXIT.

      *>================================================================
      *>  8000  AUDIT JOURNAL - ONE RECORD PER DATABASE-FILE CHANGE
      *>
           CLOSE MAINT-CONTROL-FILE
           CLOSE MAINT-REPORT-FILE
           CLOSE JOURNAL-FILE
           CLOSE ALIAS-FILE
           CLOSE PLAN-OPERATOR-FILE
           CLOSE METHOD-SELECTION-FILE
           DISPLAY 'DL200I - LOCATION-MAINT COMPLETE'.
       9000-EXIT.
           EXIT.
