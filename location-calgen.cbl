       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATION-CALGEN.
       AUTHOR. B-J-ANDREWS.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *>--------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>
      *> 2026-10-15  BAJ  Original version.  Generates the cycle
      *>                  calendar ahead instead of branch planning
      *>                  keying CALWK a record at a time: GENERATE
      *>                  extends the calendar N cycles from its last
      *>                  entry on a fixed week-ending weekday,
      *>                  stepping past holiday and skip weeks,
      *>                  validates the whole calendar and prints it
      *>                  for planning to approve; PROMOTE validates
      *>                  the approved calendar again and replaces
      *>                  CALWK with it.
      *>--------------------------------------------------------------

      *>--------------------------------------------------------------
      *> PARM=GENERATE  read CALWK and the cards on CALCTL, add the
      *>                cycles the GENERATE card asks for, validate
      *>                the whole calendar, print it on CALRPT and
      *>                write it to CALNEW.  Changes nothing in force.
      *> PARM=PROMOTE   read the approved CALNEW and the SKIP cards
      *>                on CALCTL, validate it the same way, and
      *>                rewrite CALWK with it.  The GENERATE card is
      *>                ignored.
      *>
      *> CALCTL cards:
      *>   GENERATE card  cols  1-8   GENERATE
      *>                  cols 10-11  cycles to add, 00 = validate
      *>                              only
      *>                  col  13     week-ending weekday, 1 = MON
      *>                              through 7 = SUN
      *>                  cols 15-22  first week-ending date YYYYMMDD
      *>                              - only when CALWK is empty
      *>                  cols 24-27  first cycle number - only when
      *>                              CALWK is empty, default 0001
      *>   SKIP card      cols  1-8   SKIP
      *>                  cols 10-17  a week-ending date YYYYMMDD
      *>                              with no weekly run (holiday
      *>                              shutdown, conversion week)
      *>
      *> Generation finishes the cycle the last CALWK entry is in,
      *> then adds the requested number of whole cycles, each week
      *> seven days after the one before it - fourteen or more where
      *> the dates in between are SKIP dates.  Keep every SKIP card
      *> ever used on CALCTL: validation needs the old ones to pass
      *> the long weeks already on the calendar.
      *>
      *> Validation - any failure is an error, RC 16, and nothing is
      *> written (GENERATE leaves CALNEW empty, PROMOTE leaves CALWK
      *> as it was):
      *>   - a record with a week slot outside 01-08 or a bad date
      *>   - the same (cycle, week) twice
      *>   - a gap in the (cycle, week) sequence, week 08 running on
      *>     to week 01 of the next cycle
      *>   - a week not seven days after the week before, unless
      *>     every week-ending date in between is a SKIP date
      *>   - a week-ending date that is also a SKIP date
      *>   - more entries than LOCATION-SUMMARY's calendar table holds
      *>--------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALWK-FILE-STATUS.

           SELECT PROPOSED-CALENDAR-FILE ASSIGN TO "CALNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALNEW-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALCTL-FILE-STATUS.

           SELECT CALENDAR-REPORT-FILE ASSIGN TO "CALRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

      *> The proposed calendar is CALREC records, so PROMOTE can load
      *> it straight into CALWK - read and written here under renamed
      *> fields so both buffers can be handled side by side.
       FD  PROPOSED-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC REPLACING ==CALENDAR-RECORD==
                                  BY ==PROPOSED-CALENDAR-RECORD==
                         LEADING ==CL-== BY ==CN-==.

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GENERATE-CONTROL-CARD.
           05  CK-ACTION                  PIC X(08).
           05  FILLER                     PIC X(01).
           05  CK-CYCLES                  PIC X(02).
           05  FILLER                     PIC X(01).
           05  CK-WEEKDAY                 PIC X(01).
           05  FILLER                     PIC X(01).
           05  CK-START-DATE              PIC X(08).
           05  FILLER                     PIC X(01).
           05  CK-START-CYCLE             PIC X(04).
           05  FILLER                     PIC X(53).
       01  SKIP-CONTROL-CARD.
           05  FILLER                     PIC X(09).
           05  CK-SKIP-DATE               PIC X(08).
           05  FILLER                     PIC X(63).

       FD  CALENDAR-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALENDAR-DETAIL-LINE.
           05  CD-CARRIAGE-CONTROL        PIC X(01).
           05  FILLER                     PIC X(02).
           05  CD-CYCLE                   PIC ZZZ9.
           05  FILLER                     PIC X(04).
           05  CD-WEEK                    PIC Z9.
           05  FILLER                     PIC X(04).
           05  CD-DATE                    PIC 9(08).
           05  FILLER                     PIC X(03).
           05  CD-WEEKDAY                 PIC X(03).
           05  FILLER                     PIC X(03).
           05  CD-NOTE                    PIC X(40).
           05  FILLER                     PIC X(58).

       01  CALENDAR-TEXT-LINE.
           05  CR-CARRIAGE-CONTROL        PIC X(01).
           05  CR-TEXT                    PIC X(131).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  CALWK-FILE-STATUS          PIC X(02).
           05  CALNEW-FILE-STATUS         PIC X(02).
           05  CALCTL-FILE-STATUS         PIC X(02).
           05  CALRPT-FILE-STATUS         PIC X(02).

       01  WS-SWITCHES.
           05  WS-MODE-SW                 PIC X(01) VALUE 'G'.
               88  GENERATE-MODE              VALUE 'G'.
               88  PROMOTE-MODE               VALUE 'M'.
           05  WS-GENERATE-CARD-SW        PIC X(01) VALUE 'N'.
               88  GENERATE-CARD-READ         VALUE 'Y'.
           05  WS-START-GIVEN-SW          PIC X(01) VALUE 'N'.
               88  START-GIVEN                VALUE 'Y'.
           05  WS-DATE-VALID-SW           PIC X(01) VALUE 'N'.
               88  DATE-VALID                 VALUE 'Y'.
               88  DATE-INVALID               VALUE 'N'.
           05  WS-FOUND-SW                PIC X(01) VALUE 'N'.
               88  DATE-FOUND                 VALUE 'Y'.
               88  DATE-NOT-FOUND             VALUE 'N'.
           05  WS-INSERT-SW               PIC X(01) VALUE 'N'.
               88  INSERT-POINT-FOUND         VALUE 'Y'.
               88  NO-INSERT-POINT            VALUE 'N'.
           05  WS-DUPLICATE-SW            PIC X(01) VALUE 'N'.
               88  DUPLICATE-KEY              VALUE 'Y'.
               88  NOT-DUPLICATE-KEY          VALUE 'N'.
           05  WS-SKIP-HIT-SW             PIC X(01) VALUE 'N'.
               88  SKIP-DATE-HIT              VALUE 'Y'.
               88  NO-SKIP-HIT                VALUE 'N'.
           05  WS-MISSED-SW               PIC X(01) VALUE 'N'.
               88  WEEK-MISSED                VALUE 'Y'.
               88  NO-WEEK-MISSED             VALUE 'N'.
           05  WS-GEN-STOP-SW             PIC X(01) VALUE 'N'.
               88  GENERATION-STOPPED         VALUE 'Y'.

      *>--------------------------------------------------------------
      *> CG-LIVE-MAX is CC-MAX in LOCATION-SUMMARY - a CALWK longer
      *> than that loses its newest entries in the weekly run, which
      *> is exactly the cycles being planned for.
      *>--------------------------------------------------------------
       01  CG-SETTINGS.
           05  CG-LIVE-MAX                PIC 9(04) COMP VALUE 500.

      *>--------------------------------------------------------------
      *> The calendar, held in (cycle, week) order whatever order the
      *> dataset was in - entries are inserted at their place as they
      *> are loaded, and generated entries always land at the end.
      *>--------------------------------------------------------------
       01  CALENDAR-TABLE.
           05  CT-MAX                     PIC 9(04) COMP VALUE 2000.
           05  CT-COUNT                   PIC 9(04) COMP VALUE ZERO.
           05  CT-SUB                     PIC 9(04) COMP.
           05  CT-ENTRY OCCURS 2000 TIMES.
               10  CT-KEY.
                   15  CT-CYCLE           PIC 9(04).
                   15  CT-WEEK            PIC 9(02).
               10  CT-DATE                PIC 9(08).
               10  CT-DATE-INT            PIC S9(08) COMP.
               10  CT-NEW-SW              PIC X(01).
                   88  CT-GENERATED           VALUE 'Y'.

       01  SKIP-TABLE.
           05  SK-MAX                     PIC 9(04) COMP VALUE 200.
           05  SK-COUNT                   PIC 9(04) COMP VALUE ZERO.
           05  SK-SUB                     PIC 9(04) COMP.
           05  SK-ENTRY OCCURS 200 TIMES.
               10  SK-DATE                PIC 9(08).
               10  SK-DATE-INT            PIC S9(08) COMP.

       01  WEEKDAY-NAME-VALUES.
           05  FILLER                     PIC X(21)
                   VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WEEKDAY-NAMES REDEFINES WEEKDAY-NAME-VALUES.
           05  WD-NAME OCCURS 7 TIMES     PIC X(03).

       01  MONTH-DAY-VALUES.
           05  FILLER                     PIC X(24)
                   VALUE '312831303130313130313031'.
       01  MONTH-DAYS REDEFINES MONTH-DAY-VALUES.
           05  MD-DAYS OCCURS 12 TIMES    PIC 9(02).

      *> The date being checked, with its parts.
       01  WS-DATE-WORK                   PIC 9(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-YYYY               PIC 9(04).
           05  WS-DATE-MM                 PIC 9(02).
           05  WS-DATE-DD                 PIC 9(02).

      *> The entry being stored - loaded from a dataset or generated.
       01  WS-IN-ENTRY.
           05  WS-IN-KEY.
               10  WS-IN-CYCLE            PIC 9(04).
               10  WS-IN-WEEK             PIC 9(02).
           05  WS-IN-DATE                 PIC 9(08).
           05  WS-IN-NEW-SW               PIC X(01).

       01  WS-GENERATE-FIELDS.
           05  WS-GEN-CYCLES              PIC 9(02) VALUE ZERO.
           05  WS-GEN-WEEKDAY             PIC 9(01) VALUE ZERO.
           05  WS-GEN-START-DATE          PIC 9(08) VALUE ZERO.
           05  WS-GEN-START-CYCLE         PIC 9(04) VALUE 1.
           05  WS-GEN-TARGET              PIC 9(04) COMP.

       01  WS-WORK-FIELDS.
           05  WS-DATE-INT                PIC S9(08) COMP.
           05  WS-LOOKUP-INT              PIC S9(08) COMP.
           05  WS-DAY-WORK                PIC S9(08) COMP.
           05  WS-DAY-DIFF                PIC S9(08) COMP.
           05  WS-WEEKS-APART             PIC S9(08) COMP.
           05  WS-MISSED-WEEKS            PIC S9(08) COMP.
           05  WS-DAY-QUOTIENT            PIC S9(08) COMP.
           05  WS-REMAINDER               PIC S9(08) COMP.
           05  WS-WEEKDAY                 PIC 9(01).
           05  WS-MONTH-DAYS              PIC 9(02).
           05  WS-LEAP-QUOTIENT           PIC 9(04) COMP.
           05  WS-LEAP-REM-4              PIC 9(04) COMP.
           05  WS-LEAP-REM-100            PIC 9(04) COMP.
           05  WS-LEAP-REM-400            PIC 9(04) COMP.
           05  WS-INSERT-POS              PIC S9(04) COMP.
           05  WS-SHIFT-SUB               PIC S9(04) COMP.
           05  WS-PRIOR-SUB               PIC S9(04) COMP.
           05  WS-EXPECT-CYCLE            PIC 9(04).
           05  WS-EXPECT-WEEK             PIC 9(02).
           05  WS-SKIP-DATE               PIC 9(08).

       01  WS-COUNTS.
           05  WS-CARD-COUNT              PIC 9(06) COMP VALUE ZERO.
           05  WS-LOADED-COUNT            PIC 9(06) COMP VALUE ZERO.
           05  WS-GENERATED-COUNT         PIC 9(06) COMP VALUE ZERO.
           05  WS-SKIPPED-WEEK-COUNT      PIC 9(06) COMP VALUE ZERO.
           05  WS-ERROR-COUNT             PIC 9(06) COMP VALUE ZERO.
           05  WS-WRITTEN-COUNT           PIC 9(06) COMP VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY           PIC ZZZZZ9.
           05  WS-DAYS-DISPLAY            PIC ZZZZ9.
           05  WS-MESSAGE-TEXT            PIC X(120) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN                PIC S9(04) COMP.
           05  LS-PARM-TEXT               PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       0000-MAINLINE.
           PERFORM 0500-INITIALIZE THRU 0500-EXIT
           PERFORM 1000-READ-CONTROL-CARDS THRU 1000-EXIT
           IF GENERATE-MODE
               PERFORM 2000-LOAD-CURRENT-CALENDAR THRU 2000-EXIT
               PERFORM 4000-GENERATE-CYCLES THRU 4000-EXIT
           ELSE
               PERFORM 2500-LOAD-PROPOSED-CALENDAR THRU 2500-EXIT
           END-IF
           PERFORM 3000-VALIDATE-CALENDAR THRU 3000-EXIT
           PERFORM 5000-PRINT-CALENDAR THRU 5000-EXIT
           IF GENERATE-MODE
               PERFORM 6000-WRITE-PROPOSAL THRU 6000-EXIT
           ELSE
               PERFORM 7000-PROMOTE-CALENDAR THRU 7000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *>================================================================
      *>  0500  VALIDATE THE RUN PARAMETER
      *>================================================================
       0500-INITIALIZE.
           IF LS-PARM-LEN = ZERO
               DISPLAY 'DL950E - MISSING RUN PARM, EXPECTED GENERATE '
                   'OR PROMOTE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE LS-PARM-TEXT(1:LS-PARM-LEN)
               WHEN 'GENERATE'
                   SET GENERATE-MODE TO TRUE
               WHEN 'PROMOTE'
                   SET PROMOTE-MODE TO TRUE
               WHEN OTHER
                   DISPLAY 'DL950E - UNKNOWN RUN PARM, EXPECTED '
                       'GENERATE OR PROMOTE: ' LS-PARM-TEXT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT CALENDAR-REPORT-FILE
           MOVE SPACES TO CALENDAR-TEXT-LINE
           MOVE '1' TO CR-CARRIAGE-CONTROL
           STRING 'LOCATION-CALGEN ' LS-PARM-TEXT(1:LS-PARM-LEN)
               ' - CYCLE CALENDAR FOR CALWK'
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CALENDAR-TEXT-LINE.
       0500-EXIT.
           EXIT.

      *>================================================================
      *>  1000  READ THE CONTROL CARDS - ECHOED AS READ.  DD DUMMY OR
      *>         AN EMPTY DECK IS NO CARDS.
      *>================================================================
       1000-READ-CONTROL-CARDS.
           MOVE SPACES TO CALENDAR-TEXT-LINE
           MOVE '0' TO CR-CARRIAGE-CONTROL
           MOVE 'CONTROL CARDS ON CALCTL' TO CR-TEXT
           WRITE CALENDAR-TEXT-LINE
           OPEN INPUT CONTROL-FILE
           IF CALCTL-FILE-STATUS NOT = '00'
               GO TO 1000-CHECK
           END-IF
           PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT
           PERFORM 1100-APPLY-ONE-CARD THRU 1100-EXIT
               UNTIL CALCTL-FILE-STATUS NOT = '00'
           CLOSE CONTROL-FILE.
       1000-CHECK.
           IF WS-CARD-COUNT = ZERO
               MOVE SPACES TO CALENDAR-TEXT-LINE
               MOVE ' ' TO CR-CARRIAGE-CONTROL
               MOVE '  NONE' TO CR-TEXT
               WRITE CALENDAR-TEXT-LINE
           END-IF
           IF GENERATE-MODE AND NOT GENERATE-CARD-READ
               MOVE SPACES TO CALENDAR-TEXT-LINE
               MOVE ' ' TO CR-CARRIAGE-CONTROL
               STRING '  NO GENERATE CARD - THE CALENDAR IS VALIDATED '
                   'AND NOTHING IS ADDED'
                   DELIMITED BY SIZE INTO CR-TEXT
               WRITE CALENDAR-TEXT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

       1010-READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
                   MOVE '10' TO CALCTL-FILE-STATUS
           END-READ.
       1010-EXIT.
           EXIT.

       1100-APPLY-ONE-CARD.
           IF GENERATE-CONTROL-CARD = SPACES
               GO TO 1100-NEXT
           END-IF
           ADD 1 TO WS-CARD-COUNT
           MOVE SPACES TO CALENDAR-TEXT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING '  ' GENERATE-CONTROL-CARD
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CALENDAR-TEXT-LINE
           EVALUATE CK-ACTION
               WHEN 'GENERATE'
                   PERFORM 1200-TAKE-GENERATE-CARD THRU 1200-EXIT
               WHEN 'SKIP'
                   PERFORM 1300-TAKE-SKIP-CARD THRU 1300-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN CARD - EXPECTED GENERATE OR SKIP'
                       TO WS-MESSAGE-TEXT
                   PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
           END-EVALUATE.
       1100-NEXT.
           PERFORM 1010-READ-CONTROL-CARD THRU 1010-EXIT.
       1100-EXIT.
           EXIT.

       1200-TAKE-GENERATE-CARD.
           IF PROMOTE-MODE
               MOVE 'IGNORED - PROMOTE ADDS NOTHING' TO WS-MESSAGE-TEXT
               PERFORM 8600-REPORT-NOTE THRU 8600-EXIT
               GO TO 1200-EXIT
           END-IF
           IF GENERATE-CARD-READ
               MOVE 'SECOND GENERATE CARD - ONLY ONE IS ALLOWED'
                   TO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 1200-EXIT
           END-IF
           SET GENERATE-CARD-READ TO TRUE
           IF CK-CYCLES NOT NUMERIC
               MOVE 'CYCLES IN COLUMNS 10-11 NOT NUMERIC'
                   TO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE CK-CYCLES TO WS-GEN-CYCLES
           IF CK-WEEKDAY NOT NUMERIC
              OR CK-WEEKDAY < '1' OR CK-WEEKDAY > '7'
               MOVE 'WEEKDAY IN COLUMN 13 NOT 1 (MON) THROUGH 7 (SUN)'
                   TO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE CK-WEEKDAY TO WS-GEN-WEEKDAY
           IF CK-START-CYCLE NOT = SPACES
               SET START-GIVEN TO TRUE
               IF CK-START-CYCLE NOT NUMERIC
                  OR CK-START-CYCLE = '0000'
                   MOVE 'FIRST CYCLE IN COLUMNS 24-27 NOT 0001-9999'
                       TO WS-MESSAGE-TEXT
                   PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
                   GO TO 1200-EXIT
               END-IF
               MOVE CK-START-CYCLE TO WS-GEN-START-CYCLE
           END-IF
           IF CK-START-DATE = SPACES
               GO TO 1200-EXIT
           END-IF
           SET START-GIVEN TO TRUE
           IF CK-START-DATE NOT NUMERIC
               MOVE 'FIRST DATE IN COLUMNS 15-22 NOT A YYYYMMDD DATE'
                   TO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE CK-START-DATE TO WS-DATE-WORK
           PERFORM 8000-CHECK-DATE THRU 8000-EXIT
           IF DATE-INVALID
               MOVE 'FIRST DATE IN COLUMNS 15-22 NOT A YYYYMMDD DATE'
                   TO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE WS-DATE-WORK TO WS-GEN-START-DATE
           PERFORM 8100-WEEKDAY-OF-DATE THRU 8100-EXIT
           IF WS-WEEKDAY NOT = WS-GEN-WEEKDAY
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'FIRST DATE FALLS ON A ' WD-NAME(WS-WEEKDAY)
                   ', NOT THE ' WD-NAME(WS-GEN-WEEKDAY)
                   ' IN COLUMN 13'
                   DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *> A SKIP date is matched against week-ending dates, so one that
      *> does not fall on the calendar's weekday simply never matches.
       1300-TAKE-SKIP-CARD.
           IF CK-SKIP-DATE NOT NUMERIC
               MOVE 'SKIP DATE IN COLUMNS 10-17 NOT A YYYYMMDD DATE'
                   TO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 1300-EXIT
           END-IF
           MOVE CK-SKIP-DATE TO WS-DATE-WORK
           PERFORM 8000-CHECK-DATE THRU 8000-EXIT
           IF DATE-INVALID
               MOVE 'SKIP DATE IN COLUMNS 10-17 NOT A YYYYMMDD DATE'
                   TO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 1300-EXIT
           END-IF
           MOVE WS-DATE-INT TO WS-LOOKUP-INT
           PERFORM 8200-FIND-SKIP-DATE THRU 8200-EXIT
           IF DATE-FOUND
               MOVE 'ALREADY ON THE SKIP LIST' TO WS-MESSAGE-TEXT
               PERFORM 8600-REPORT-NOTE THRU 8600-EXIT
               GO TO 1300-EXIT
           END-IF
           IF SK-COUNT >= SK-MAX
               MOVE 'MORE SKIP DATES THAN SK-MAX - CARD NOT TAKEN'
                   TO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 1300-EXIT
           END-IF
           ADD 1 TO SK-COUNT
           MOVE WS-DATE-WORK TO SK-DATE(SK-COUNT)
           MOVE WS-DATE-INT TO SK-DATE-INT(SK-COUNT).
       1300-EXIT.
           EXIT.

      *>================================================================
      *>  2000  GENERATE - LOAD CALWK AS IT STANDS.  A CALWK NOT YET
      *>         CREATED (STATUS 35) IS AN EMPTY CALENDAR.
      *>================================================================
       2000-LOAD-CURRENT-CALENDAR.
           PERFORM 2900-PRINT-CHECKS-HEADING THRU 2900-EXIT
           OPEN INPUT CALENDAR-FILE
           IF CALWK-FILE-STATUS = '35'
               MOVE 'CALWK NOT YET CREATED - STARTING AN EMPTY CALENDAR'
                   TO WS-MESSAGE-TEXT
               PERFORM 8600-REPORT-NOTE THRU 8600-EXIT
               GO TO 2000-EXIT
           END-IF
           IF CALWK-FILE-STATUS NOT = '00'
               DISPLAY 'DL950E - CALWK OPEN FAILED, STATUS='
                   CALWK-FILE-STATUS ' - NOTHING GENERATED'
               CLOSE CALENDAR-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2010-READ-CALENDAR-RECORD THRU 2010-EXIT
           PERFORM 2020-LOAD-ONE-CALENDAR-RECORD THRU 2020-EXIT
               UNTIL CALWK-FILE-STATUS NOT = '00'
           CLOSE CALENDAR-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END
                   MOVE '10' TO CALWK-FILE-STATUS
           END-READ.
       2010-EXIT.
           EXIT.

       2020-LOAD-ONE-CALENDAR-RECORD.
           IF CL-CYCLE NOT NUMERIC OR CL-WEEK NOT NUMERIC
              OR CL-WEEK-END-DATE NOT NUMERIC
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'CALWK RECORD NOT NUMERIC, SKIPPED: '
                   CALENDAR-RECORD
                   DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 2020-NEXT
           END-IF
           MOVE CL-CYCLE TO WS-IN-CYCLE
           MOVE CL-WEEK TO WS-IN-WEEK
           MOVE CL-WEEK-END-DATE TO WS-IN-DATE
           MOVE 'N' TO WS-IN-NEW-SW
           PERFORM 2200-STORE-ENTRY THRU 2200-EXIT.
       2020-NEXT.
           PERFORM 2010-READ-CALENDAR-RECORD THRU 2010-EXIT.
       2020-EXIT.
           EXIT.

      *>================================================================
      *>  2200  STORE ONE ENTRY AT ITS PLACE IN (CYCLE, WEEK) ORDER.
      *>         A DATASET IN ORDER ALWAYS APPENDS; ONLY AN ENTRY
      *>         OUT OF ORDER SEARCHES FOR ITS PLACE.
      *>================================================================
       2200-STORE-ENTRY.
           IF WS-IN-WEEK < 1 OR WS-IN-WEEK > 8
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'CYCLE ' WS-IN-CYCLE ' WEEK ' WS-IN-WEEK
                   ' - WEEK SLOT NOT 01-08, RECORD SKIPPED'
                   DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE WS-IN-DATE TO WS-DATE-WORK
           PERFORM 8000-CHECK-DATE THRU 8000-EXIT
           IF DATE-INVALID
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'CYCLE ' WS-IN-CYCLE ' WEEK ' WS-IN-WEEK
                   ' - WEEK-ENDING ' WS-IN-DATE
                   ' IS NOT A DATE, RECORD SKIPPED'
                   DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 2200-EXIT
           END-IF
           IF CT-COUNT >= CT-MAX
               DISPLAY 'DL950E - MORE CALENDAR ENTRIES THAN CT-MAX - '
                   'NOTHING WRITTEN'
               CLOSE CALENDAR-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET NOT-DUPLICATE-KEY TO TRUE
           COMPUTE WS-INSERT-POS = CT-COUNT + 1
           IF CT-COUNT > ZERO
               IF WS-IN-KEY NOT > CT-KEY(CT-COUNT)
                   PERFORM 2210-FIND-INSERT-POINT THRU 2210-EXIT
               END-IF
           END-IF
           IF DUPLICATE-KEY
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'CYCLE ' WS-IN-CYCLE ' WEEK ' WS-IN-WEEK
                   ' IS ON THE CALENDAR TWICE - THE ENTRY FOR '
                   WS-IN-DATE ' IS SKIPPED'
                   DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 2200-EXIT
           END-IF
           IF WS-INSERT-POS <= CT-COUNT
               PERFORM 2220-SHIFT-ONE-ENTRY THRU 2220-EXIT
                   VARYING WS-SHIFT-SUB FROM CT-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-INSERT-POS
           END-IF
           ADD 1 TO CT-COUNT
           MOVE WS-IN-CYCLE TO CT-CYCLE(WS-INSERT-POS)
           MOVE WS-IN-WEEK TO CT-WEEK(WS-INSERT-POS)
           MOVE WS-IN-DATE TO CT-DATE(WS-INSERT-POS)
           MOVE WS-DATE-INT TO CT-DATE-INT(WS-INSERT-POS)
           MOVE WS-IN-NEW-SW TO CT-NEW-SW(WS-INSERT-POS)
           IF WS-IN-NEW-SW NOT = 'Y'
               ADD 1 TO WS-LOADED-COUNT
           END-IF.
       2200-EXIT.
           EXIT.

      *> Only reached when the new key is not above the last one held,
      *> so some entry is always at or above it.
       2210-FIND-INSERT-POINT.
           SET NO-INSERT-POINT TO TRUE
           PERFORM 2211-TEST-ONE-POSITION THRU 2211-EXIT
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-COUNT OR INSERT-POINT-FOUND.
       2210-EXIT.
           EXIT.

       2211-TEST-ONE-POSITION.
           IF CT-KEY(CT-SUB) NOT < WS-IN-KEY
               SET INSERT-POINT-FOUND TO TRUE
               MOVE CT-SUB TO WS-INSERT-POS
               IF CT-KEY(CT-SUB) = WS-IN-KEY
                   SET DUPLICATE-KEY TO TRUE
               END-IF
           END-IF.
       2211-EXIT.
           EXIT.

       2220-SHIFT-ONE-ENTRY.
           MOVE CT-ENTRY(WS-SHIFT-SUB) TO CT-ENTRY(WS-SHIFT-SUB + 1).
       2220-EXIT.
           EXIT.

      *>================================================================
      *>  2500  PROMOTE - LOAD THE APPROVED CALENDAR FROM CALNEW
      *>================================================================
       2500-LOAD-PROPOSED-CALENDAR.
           PERFORM 2900-PRINT-CHECKS-HEADING THRU 2900-EXIT
           OPEN INPUT PROPOSED-CALENDAR-FILE
           IF CALNEW-FILE-STATUS NOT = '00'
               DISPLAY 'DL950E - CALNEW NOT FOUND OR EMPTY, STATUS='
                   CALNEW-FILE-STATUS ' - NOTHING PROMOTED'
               CLOSE CALENDAR-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2510-READ-PROPOSED-RECORD THRU 2510-EXIT
           PERFORM 2520-LOAD-ONE-PROPOSED-RECORD THRU 2520-EXIT
               UNTIL CALNEW-FILE-STATUS NOT = '00'
           CLOSE PROPOSED-CALENDAR-FILE.
       2500-EXIT.
           EXIT.

       2510-READ-PROPOSED-RECORD.
           READ PROPOSED-CALENDAR-FILE
               AT END
                   MOVE '10' TO CALNEW-FILE-STATUS
           END-READ.
       2510-EXIT.
           EXIT.

       2520-LOAD-ONE-PROPOSED-RECORD.
           IF CN-CYCLE NOT NUMERIC OR CN-WEEK NOT NUMERIC
              OR CN-WEEK-END-DATE NOT NUMERIC
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'CALNEW RECORD NOT NUMERIC, SKIPPED: '
                   PROPOSED-CALENDAR-RECORD
                   DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 2520-NEXT
           END-IF
           MOVE CN-CYCLE TO WS-IN-CYCLE
           MOVE CN-WEEK TO WS-IN-WEEK
           MOVE CN-WEEK-END-DATE TO WS-IN-DATE
           MOVE 'N' TO WS-IN-NEW-SW
           PERFORM 2200-STORE-ENTRY THRU 2200-EXIT.
       2520-NEXT.
           PERFORM 2510-READ-PROPOSED-RECORD THRU 2510-EXIT.
       2520-EXIT.
           EXIT.

       2900-PRINT-CHECKS-HEADING.
           MOVE SPACES TO CALENDAR-TEXT-LINE
           MOVE '0' TO CR-CARRIAGE-CONTROL
           MOVE 'CALENDAR CHECKS' TO CR-TEXT
           WRITE CALENDAR-TEXT-LINE.
       2900-EXIT.
           EXIT.

      *>================================================================
      *>  3000  VALIDATE THE WHOLE CALENDAR, GENERATED WEEKS INCLUDED
      *>================================================================
       3000-VALIDATE-CALENDAR.
           IF CT-COUNT = ZERO
               IF PROMOTE-MODE
                   MOVE 'CALNEW HOLDS NO CALENDAR ENTRIES'
                       TO WS-MESSAGE-TEXT
                   PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               ELSE
                   MOVE 'THE CALENDAR IS EMPTY' TO WS-MESSAGE-TEXT
                   PERFORM 8600-REPORT-NOTE THRU 8600-EXIT
               END-IF
               GO TO 3000-CHECK
           END-IF
           PERFORM 3100-VALIDATE-ONE-ENTRY THRU 3100-EXIT
               VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT
           IF CT-COUNT > CG-LIVE-MAX
               MOVE CT-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING WS-COUNT-DISPLAY ' ENTRIES - THE WEEKLY RUN '
                   'HOLDS 500, TRIM OLD CYCLES OFF CALWK FIRST'
                   DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
           END-IF.
       3000-CHECK.
           IF WS-ERROR-COUNT = ZERO
               MOVE 'NO ERRORS FOUND' TO WS-MESSAGE-TEXT
               PERFORM 8600-REPORT-NOTE THRU 8600-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-VALIDATE-ONE-ENTRY.
           MOVE CT-DATE-INT(CT-SUB) TO WS-LOOKUP-INT
           PERFORM 8200-FIND-SKIP-DATE THRU 8200-EXIT
           IF DATE-FOUND
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'CYCLE ' CT-CYCLE(CT-SUB) ' WEEK '
                   CT-WEEK(CT-SUB) ' - WEEK-ENDING ' CT-DATE(CT-SUB)
                   ' IS ALSO A SKIP DATE'
                   DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
           END-IF
           IF CT-SUB = 1
               GO TO 3100-EXIT
           END-IF
           COMPUTE WS-PRIOR-SUB = CT-SUB - 1
           MOVE CT-CYCLE(WS-PRIOR-SUB) TO WS-EXPECT-CYCLE
           MOVE CT-WEEK(WS-PRIOR-SUB) TO WS-EXPECT-WEEK
           IF WS-EXPECT-WEEK = 8
               ADD 1 TO WS-EXPECT-CYCLE
               MOVE 1 TO WS-EXPECT-WEEK
           ELSE
               ADD 1 TO WS-EXPECT-WEEK
           END-IF
           IF CT-CYCLE(CT-SUB) NOT = WS-EXPECT-CYCLE
              OR CT-WEEK(CT-SUB) NOT = WS-EXPECT-WEEK
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'GAP - CYCLE ' CT-CYCLE(CT-SUB) ' WEEK '
                   CT-WEEK(CT-SUB) ' FOLLOWS CYCLE '
                   CT-CYCLE(WS-PRIOR-SUB) ' WEEK '
                   CT-WEEK(WS-PRIOR-SUB)
                   DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
           END-IF
           COMPUTE WS-DAY-DIFF =
               CT-DATE-INT(CT-SUB) - CT-DATE-INT(WS-PRIOR-SUB)
           IF WS-DAY-DIFF NOT > ZERO
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'CYCLE ' CT-CYCLE(CT-SUB) ' WEEK '
                   CT-WEEK(CT-SUB) ' - WEEK-ENDING ' CT-DATE(CT-SUB)
                   ' IS NOT AFTER THE WEEK BEFORE ('
                   CT-DATE(WS-PRIOR-SUB) ')'
                   DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 3100-EXIT
           END-IF
           IF WS-DAY-DIFF = 7
               GO TO 3100-EXIT
           END-IF
           MOVE WS-DAY-DIFF TO WS-DAYS-DISPLAY
           DIVIDE WS-DAY-DIFF BY 7 GIVING WS-WEEKS-APART
               REMAINDER WS-REMAINDER
           IF WS-REMAINDER NOT = ZERO
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'CYCLE ' CT-CYCLE(CT-SUB) ' WEEK '
                   CT-WEEK(CT-SUB) ' - WEEK-ENDING ' CT-DATE(CT-SUB)
                   ' IS' WS-DAYS-DISPLAY ' DAYS AFTER THE WEEK '
                   'BEFORE, NOT A WHOLE NUMBER OF WEEKS'
                   DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 3100-EXIT
           END-IF
           COMPUTE WS-MISSED-WEEKS = WS-WEEKS-APART - 1
           MOVE CT-DATE-INT(WS-PRIOR-SUB) TO WS-LOOKUP-INT
           SET NO-WEEK-MISSED TO TRUE
           PERFORM 3110-CHECK-ONE-PASSED-WEEK THRU 3110-EXIT
               WS-MISSED-WEEKS TIMES
           IF WEEK-MISSED
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'CYCLE ' CT-CYCLE(CT-SUB) ' WEEK '
                   CT-WEEK(CT-SUB) ' - WEEK-ENDING ' CT-DATE(CT-SUB)
                   ' IS' WS-DAYS-DISPLAY ' DAYS AFTER THE WEEK '
                   'BEFORE, NOT ALL WEEKS BETWEEN SKIPPED'
                   DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3110-CHECK-ONE-PASSED-WEEK.
           ADD 7 TO WS-LOOKUP-INT
           PERFORM 8200-FIND-SKIP-DATE THRU 8200-EXIT
           IF DATE-NOT-FOUND
               SET WEEK-MISSED TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.

      *>================================================================
      *>  4000  GENERATE THE NEXT CYCLES.  AN EMPTY CALENDAR STARTS AT
      *>         THE CARD'S FIRST CYCLE AND DATE; OTHERWISE THE CYCLE
      *>         THE LAST ENTRY IS IN IS FINISHED FIRST.  NOTHING IS
      *>         GENERATED ONTO A CALENDAR THAT LOADED WITH ERRORS.
      *>================================================================
       4000-GENERATE-CYCLES.
           IF NOT GENERATE-CARD-READ
               GO TO 4000-EXIT
           END-IF
           IF WS-ERROR-COUNT > ZERO
               MOVE 'ERRORS ABOVE - NO CYCLES GENERATED'
                   TO WS-MESSAGE-TEXT
               PERFORM 8600-REPORT-NOTE THRU 8600-EXIT
               GO TO 4000-EXIT
           END-IF
           IF WS-GEN-CYCLES = ZERO
               MOVE '00 CYCLES REQUESTED - CALENDAR VALIDATED ONLY'
                   TO WS-MESSAGE-TEXT
               PERFORM 8600-REPORT-NOTE THRU 8600-EXIT
               GO TO 4000-EXIT
           END-IF
           IF CT-COUNT = ZERO
               PERFORM 4010-START-EMPTY-CALENDAR THRU 4010-EXIT
           ELSE
               PERFORM 4020-CONTINUE-CALENDAR THRU 4020-EXIT
           END-IF
           IF WS-ERROR-COUNT > ZERO
               GO TO 4000-EXIT
           END-IF
           IF WS-GEN-TARGET > ZERO
               PERFORM 4100-GENERATE-ONE-ENTRY THRU 4100-EXIT
                   WS-GEN-TARGET TIMES
           END-IF.
       4000-EXIT.
           EXIT.

       4010-START-EMPTY-CALENDAR.
           IF WS-GEN-START-DATE = ZERO
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'CALWK IS EMPTY - THE GENERATE CARD NEEDS A '
                   'FIRST DATE IN COLUMNS 15-22'
                   DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 4010-EXIT
           END-IF
           MOVE WS-GEN-START-CYCLE TO WS-IN-CYCLE
           MOVE 1 TO WS-IN-WEEK
           MOVE WS-GEN-START-DATE TO WS-IN-DATE
           MOVE 'Y' TO WS-IN-NEW-SW
           PERFORM 2200-STORE-ENTRY THRU 2200-EXIT
           ADD 1 TO WS-GENERATED-COUNT
           MOVE CT-DATE-INT(CT-COUNT) TO WS-DATE-INT
           COMPUTE WS-GEN-TARGET = (WS-GEN-CYCLES * 8) - 1.
       4010-EXIT.
           EXIT.

       4020-CONTINUE-CALENDAR.
           IF START-GIVEN
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'CALWK IS NOT EMPTY - COLUMNS 15-27 ARE ONLY '
                   'FOR STARTING AN EMPTY CALENDAR'
                   DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 4020-EXIT
           END-IF
           MOVE CT-DATE-INT(CT-COUNT) TO WS-DATE-INT
           PERFORM 8100-WEEKDAY-OF-DATE THRU 8100-EXIT
           IF WS-WEEKDAY NOT = WS-GEN-WEEKDAY
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING 'LAST CALWK WEEK-ENDING ' CT-DATE(CT-COUNT)
                   ' FALLS ON A ' WD-NAME(WS-WEEKDAY)
                   ', THE GENERATE CARD SAYS '
                   WD-NAME(WS-GEN-WEEKDAY)
                   DELIMITED BY SIZE INTO WS-MESSAGE-TEXT
               PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
               GO TO 4020-EXIT
           END-IF
           MOVE CT-CYCLE(CT-COUNT) TO WS-IN-CYCLE
           MOVE CT-WEEK(CT-COUNT) TO WS-IN-WEEK
           COMPUTE WS-GEN-TARGET =
               (8 - WS-IN-WEEK) + (WS-GEN-CYCLES * 8).
       4020-EXIT.
           EXIT.

      *> WS-IN-KEY and WS-DATE-INT carry the entry before; the next
      *> week-ending date steps a further week past any SKIP date.
       4100-GENERATE-ONE-ENTRY.
           IF GENERATION-STOPPED
               GO TO 4100-EXIT
           END-IF
           IF WS-IN-WEEK = 8
               IF WS-IN-CYCLE = 9999
                   MOVE 'CYCLE NUMBER WOULD PASS 9999 - STOPPED'
                       TO WS-MESSAGE-TEXT
                   PERFORM 8500-REPORT-ERROR THRU 8500-EXIT
                   SET GENERATION-STOPPED TO TRUE
                   GO TO 4100-EXIT
               END-IF
               ADD 1 TO WS-IN-CYCLE
               MOVE 1 TO WS-IN-WEEK
           ELSE
               ADD 1 TO WS-IN-WEEK
           END-IF
           ADD 7 TO WS-DATE-INT
           SET SKIP-DATE-HIT TO TRUE
           PERFORM 4110-STEP-PAST-SKIP-DATE THRU 4110-EXIT
               UNTIL NO-SKIP-HIT
           COMPUTE WS-IN-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE 'Y' TO WS-IN-NEW-SW
           PERFORM 2200-STORE-ENTRY THRU 2200-EXIT
           ADD 1 TO WS-GENERATED-COUNT.
       4100-EXIT.
           EXIT.

       4110-STEP-PAST-SKIP-DATE.
           MOVE WS-DATE-INT TO WS-LOOKUP-INT
           PERFORM 8200-FIND-SKIP-DATE THRU 8200-EXIT
           IF DATE-FOUND
               ADD 7 TO WS-DATE-INT
           ELSE
               SET NO-SKIP-HIT TO TRUE
           END-IF.
       4110-EXIT.
           EXIT.

      *>================================================================
      *>  5000  THE CALENDAR FOR PLANNING TO APPROVE - EVERY ENTRY,
      *>         SKIPPED WEEKS SHOWN WHERE THEY FALL, NEW ENTRIES MARKED
      *>================================================================
       5000-PRINT-CALENDAR.
           MOVE SPACES TO CALENDAR-TEXT-LINE
           MOVE '1' TO CR-CARRIAGE-CONTROL
           MOVE 'CYCLE CALENDAR' TO CR-TEXT
           WRITE CALENDAR-TEXT-LINE
           MOVE SPACES TO CALENDAR-TEXT-LINE
           MOVE '0' TO CR-CARRIAGE-CONTROL
           MOVE ' CYCLE  WEEK  WEEK-ENDING  DAY' TO CR-TEXT
           WRITE CALENDAR-TEXT-LINE
           IF CT-COUNT > ZERO
               PERFORM 5100-PRINT-ONE-ENTRY THRU 5100-EXIT
                   VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT
           END-IF
           PERFORM 5500-PRINT-TOTALS THRU 5500-EXIT.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-ENTRY.
           IF CT-SUB > 1
               COMPUTE WS-PRIOR-SUB = CT-SUB - 1
               COMPUTE WS-DAY-DIFF =
                   CT-DATE-INT(CT-SUB) - CT-DATE-INT(WS-PRIOR-SUB)
               IF WS-DAY-DIFF > 7
                   DIVIDE WS-DAY-DIFF BY 7 GIVING WS-WEEKS-APART
                       REMAINDER WS-REMAINDER
                   IF WS-REMAINDER = ZERO
                       COMPUTE WS-MISSED-WEEKS = WS-WEEKS-APART - 1
                       MOVE CT-DATE-INT(WS-PRIOR-SUB) TO WS-LOOKUP-INT
                       PERFORM 5110-PRINT-ONE-PASSED-WEEK
                           THRU 5110-EXIT
                           WS-MISSED-WEEKS TIMES
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO CALENDAR-DETAIL-LINE
           MOVE ' ' TO CD-CARRIAGE-CONTROL
           MOVE CT-CYCLE(CT-SUB) TO CD-CYCLE
           MOVE CT-WEEK(CT-SUB) TO CD-WEEK
           MOVE CT-DATE(CT-SUB) TO CD-DATE
           MOVE CT-DATE-INT(CT-SUB) TO WS-DATE-INT
           PERFORM 8100-WEEKDAY-OF-DATE THRU 8100-EXIT
           MOVE WD-NAME(WS-WEEKDAY) TO CD-WEEKDAY
           IF CT-GENERATED(CT-SUB)
               MOVE 'NEW' TO CD-NOTE
           END-IF
           WRITE CALENDAR-DETAIL-LINE.
       5100-EXIT.
           EXIT.

      *> A week between two entries - a SKIP date, or a hole the
      *> checks above have already reported.
       5110-PRINT-ONE-PASSED-WEEK.
           ADD 7 TO WS-LOOKUP-INT
           MOVE SPACES TO CALENDAR-DETAIL-LINE
           MOVE ' ' TO CD-CARRIAGE-CONTROL
           COMPUTE WS-SKIP-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LOOKUP-INT)
           MOVE WS-SKIP-DATE TO CD-DATE
           MOVE WS-LOOKUP-INT TO WS-DATE-INT
           PERFORM 8100-WEEKDAY-OF-DATE THRU 8100-EXIT
           MOVE WD-NAME(WS-WEEKDAY) TO CD-WEEKDAY
           PERFORM 8200-FIND-SKIP-DATE THRU 8200-EXIT
           IF DATE-FOUND
               MOVE 'SKIPPED - NO WEEKLY RUN' TO CD-NOTE
               ADD 1 TO WS-SKIPPED-WEEK-COUNT
           ELSE
               MOVE '*** NO ENTRY AND NOT A SKIP DATE' TO CD-NOTE
           END-IF
           WRITE CALENDAR-DETAIL-LINE.
       5110-EXIT.
           EXIT.

       5500-PRINT-TOTALS.
           MOVE CT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CALENDAR-TEXT-LINE
           MOVE '-' TO CR-CARRIAGE-CONTROL
           STRING 'CALENDAR ENTRIES                    '
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CALENDAR-TEXT-LINE
           MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CALENDAR-TEXT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING '  LOADED                            '
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CALENDAR-TEXT-LINE
           MOVE WS-GENERATED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CALENDAR-TEXT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING '  GENERATED                         '
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CALENDAR-TEXT-LINE
           MOVE WS-SKIPPED-WEEK-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CALENDAR-TEXT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING 'WEEKS SKIPPED                       '
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CALENDAR-TEXT-LINE
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CALENDAR-TEXT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING 'ERRORS                              '
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CALENDAR-TEXT-LINE
           IF CT-COUNT > ZERO
               MOVE SPACES TO CALENDAR-TEXT-LINE
               MOVE ' ' TO CR-CARRIAGE-CONTROL
               STRING 'CALENDAR RUNS TO CYCLE ' CT-CYCLE(CT-COUNT)
                   ' WEEK ' CT-WEEK(CT-COUNT) ', WEEK-ENDING '
                   CT-DATE(CT-COUNT)
                   DELIMITED BY SIZE INTO CR-TEXT
               WRITE CALENDAR-TEXT-LINE
           END-IF
           IF GENERATE-MODE AND WS-ERROR-COUNT = ZERO
               MOVE SPACES TO CALENDAR-TEXT-LINE
               MOVE '-' TO CR-CARRIAGE-CONTROL
               STRING 'APPROVED FOR CALWK BY BRANCH PLANNING  '
                   '______________________________  DATE __________'
                   DELIMITED BY SIZE INTO CR-TEXT
               WRITE CALENDAR-TEXT-LINE
           END-IF.
       5500-EXIT.
           EXIT.

      *>================================================================
      *>  6000  GENERATE - WRITE THE CALENDAR TO CALNEW FOR APPROVAL.
      *>         A CALENDAR WITH ERRORS LEAVES CALNEW EMPTY, SO THERE
      *>         IS NOTHING TO PROMOTE BY MISTAKE.
      *>================================================================
       6000-WRITE-PROPOSAL.
           OPEN OUTPUT PROPOSED-CALENDAR-FILE
           IF WS-ERROR-COUNT > ZERO
               CLOSE PROPOSED-CALENDAR-FILE
               MOVE SPACES TO CALENDAR-TEXT-LINE
               MOVE '0' TO CR-CARRIAGE-CONTROL
               MOVE 'ERRORS FOUND - CALNEW WRITTEN EMPTY' TO CR-TEXT
               WRITE CALENDAR-TEXT-LINE
               MOVE 16 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-WRITE-ONE-PROPOSED THRU 6100-EXIT
               VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT
           CLOSE PROPOSED-CALENDAR-FILE.
       6000-EXIT.
           EXIT.

       6100-WRITE-ONE-PROPOSED.
           MOVE CT-CYCLE(CT-SUB) TO CN-CYCLE
           MOVE CT-WEEK(CT-SUB) TO CN-WEEK
           MOVE CT-DATE(CT-SUB) TO CN-WEEK-END-DATE
           WRITE PROPOSED-CALENDAR-RECORD
           ADD 1 TO WS-WRITTEN-COUNT.
       6100-EXIT.
           EXIT.

      *>================================================================
      *>  7000  PROMOTE - REPLACE CALWK WITH THE APPROVED CALENDAR
      *>================================================================
       7000-PROMOTE-CALENDAR.
           IF WS-ERROR-COUNT > ZERO
               MOVE SPACES TO CALENDAR-TEXT-LINE
               MOVE '0' TO CR-CARRIAGE-CONTROL
               MOVE 'ERRORS FOUND - CALWK LEFT AS IT WAS' TO CR-TEXT
               WRITE CALENDAR-TEXT-LINE
               MOVE 16 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF
           OPEN OUTPUT CALENDAR-FILE
           IF CALWK-FILE-STATUS NOT = '00'
               DISPLAY 'DL950E - CALWK OPEN FOR OUTPUT FAILED, STATUS='
                   CALWK-FILE-STATUS ' - NOTHING PROMOTED'
               CLOSE CALENDAR-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7100-WRITE-ONE-CALENDAR THRU 7100-EXIT
               VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT
           CLOSE CALENDAR-FILE
           MOVE WS-WRITTEN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CALENDAR-TEXT-LINE
           MOVE '0' TO CR-CARRIAGE-CONTROL
           STRING 'CALWK REPLACED -' WS-COUNT-DISPLAY ' ENTRIES'
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CALENDAR-TEXT-LINE.
       7000-EXIT.
           EXIT.

       7100-WRITE-ONE-CALENDAR.
           MOVE CT-CYCLE(CT-SUB) TO CL-CYCLE
           MOVE CT-WEEK(CT-SUB) TO CL-WEEK
           MOVE CT-DATE(CT-SUB) TO CL-WEEK-END-DATE
           WRITE CALENDAR-RECORD
           ADD 1 TO WS-WRITTEN-COUNT.
       7100-EXIT.
           EXIT.

      *>================================================================
      *>  8000  DATE ROUTINES
      *>================================================================

      *> WS-DATE-WORK a real YYYYMMDD date?  Sets WS-DATE-INT when so.
       8000-CHECK-DATE.
           SET DATE-INVALID TO TRUE
           IF WS-DATE-YYYY < 1601
              OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
              OR WS-DATE-DD < 1
               GO TO 8000-EXIT
           END-IF
           MOVE MD-DAYS(WS-DATE-MM) TO WS-MONTH-DAYS
           IF WS-DATE-MM = 2
               DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-DATE-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-DATE-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                  AND (WS-LEAP-REM-100 NOT = ZERO
                       OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF
           IF WS-DATE-DD > WS-MONTH-DAYS
               GO TO 8000-EXIT
           END-IF
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           SET DATE-VALID TO TRUE.
       8000-EXIT.
           EXIT.

      *> Day 1 of the integer calendar, 1601-01-01, was a Monday, so
      *> the weekday (1 = MON .. 7 = SUN) follows from WS-DATE-INT.
       8100-WEEKDAY-OF-DATE.
           COMPUTE WS-DAY-WORK = WS-DATE-INT - 1
           DIVIDE WS-DAY-WORK BY 7 GIVING WS-DAY-QUOTIENT
               REMAINDER WS-REMAINDER
           COMPUTE WS-WEEKDAY = WS-REMAINDER + 1.
       8100-EXIT.
           EXIT.

       8200-FIND-SKIP-DATE.
           SET DATE-NOT-FOUND TO TRUE
           IF SK-COUNT > ZERO
               PERFORM 8210-MATCH-ONE-SKIP-DATE THRU 8210-EXIT
                   VARYING SK-SUB FROM 1 BY 1
                   UNTIL SK-SUB > SK-COUNT OR DATE-FOUND
           END-IF.
       8200-EXIT.
           EXIT.

       8210-MATCH-ONE-SKIP-DATE.
           IF SK-DATE-INT(SK-SUB) = WS-LOOKUP-INT
               SET DATE-FOUND TO TRUE
           END-IF.
       8210-EXIT.
           EXIT.

      *>================================================================
      *>  8500  REPORT LINES FOR ERRORS AND NOTES
      *>================================================================
       8500-REPORT-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           MOVE SPACES TO CALENDAR-TEXT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING '  *** ERROR - ' WS-MESSAGE-TEXT
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CALENDAR-TEXT-LINE
           MOVE SPACES TO WS-MESSAGE-TEXT.
       8500-EXIT.
           EXIT.

       8600-REPORT-NOTE.
           MOVE SPACES TO CALENDAR-TEXT-LINE
           MOVE ' ' TO CR-CARRIAGE-CONTROL
           STRING '  ' WS-MESSAGE-TEXT
               DELIMITED BY SIZE INTO CR-TEXT
           WRITE CALENDAR-TEXT-LINE
           MOVE SPACES TO WS-MESSAGE-TEXT.
       8600-EXIT.
           EXIT.

      *>================================================================
      *>  9000  CLOSE UP
      *>================================================================
       9000-TERMINATE.
           CLOSE CALENDAR-REPORT-FILE
           IF WS-ERROR-COUNT > ZERO
               MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY
               DISPLAY 'DL950E - ' WS-COUNT-DISPLAY
                   ' CALENDAR ERRORS, SEE CALRPT - NOTHING WRITTEN'
           END-IF
           MOVE WS-WRITTEN-COUNT TO WS-COUNT-DISPLAY
           IF GENERATE-MODE
               DISPLAY 'DL950I - LOCATION-CALGEN GENERATE COMPLETE, '
                   WS-COUNT-DISPLAY ' ENTRIES WRITTEN TO CALNEW'
           ELSE
               DISPLAY 'DL950I - LOCATION-CALGEN PROMOTE COMPLETE, '
                   WS-COUNT-DISPLAY ' ENTRIES WRITTEN TO CALWK'
           END-IF.
       9000-EXIT.
           EXIT.
