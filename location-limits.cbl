       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATION-LIMITS.
       AUTHOR. B-J-ANDREWS.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *>--------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>
      *> 2026-10-15  BAJ  Original version.  Calibrates the
      *>                  plausibility limits the weekly run checks
      *>                  from each location's own archived weeks
      *>                  instead of a figure the branch typed once:
      *>                  PROPOSE derives a floor, ceiling and maximum
      *>                  week-over-week swing for every active
      *>                  location and prints them against the limits
      *>                  in force, with the number of past weeks that
      *>                  would have breached under each; PROMOTE
      *>                  loads the reviewed, approved proposals into
      *>                  LIMITS.  PROMOTE with no approval cards
      *>                  ends RC 16 rather than promoting nothing
      *>                  quietly.
      *> 2026-10-15  BAJ  LOCATION-CONSOL merge records are folded
      *>                  into the receiving location's matching
      *>                  weeks as LOCATION-TREND folds them, so a
      *>                  consolidated location is calibrated on the
      *>                  combined branch's history.
      *>--------------------------------------------------------------

      *>--------------------------------------------------------------
      *> PARM=PROPOSE  read LOCARCH, the roster and the current
      *>               LIMITS, write one LIMREC-layout proposal per
      *>               active location with enough history to
      *>               LIMPROP, and print the comparison on LIMCRPT.
      *>               Changes nothing.  RC 4 if no proposal could be
      *>               made at all.
      *> PARM=PROMOTE  read LIMPROP and the approval cards on LIMAPPR
      *>               - one location name per card in columns 1-20,
      *>               or *ALL to take every proposal - then rewrite
      *>               LIMITS with the approved proposals replacing or
      *>               adding to the limits in force.  Locations not
      *>               approved keep what they had.  RC 4 if a card
      *>               names a location with no proposal; RC 16, with
      *>               LIMITS left alone, if there were no cards -
      *>               approval is never assumed - or LIMITS could
      *>               not be opened to rewrite.
      *>
      *> Each location's newest 53 archived weeks are used - a year,
      *> the same window LOCATION-TREND keeps - with reruns and
      *> suspense corrections collapsed onto the week they replace
      *> exactly as LOCATION-TREND does, so a corrected week counts
      *> once at its corrected figure.  LOCATION-CONSOL merge
      *> records are added into the receiving location's weeks the
      *> way LOCATION-TREND adds them (see 2400).  A location with
      *> fewer than CL-MIN-WEEKS weeks gets no proposal.
      *>
      *> Floor and ceiling are the mean week less/plus three standard
      *> deviations, the band never narrower than a tenth of the
      *> mean, the floor held at zero for a location that has never
      *> posted a negative week, both taken out to whole units.  The
      *> swing limit is the mean absolute week-over-week percentage
      *> plus three standard deviations of it, never under
      *> CL-MIN-SWING-PCT, taken up to a whole percent; zero (no
      *> swing check) where fewer than two swings can be measured.
      *>--------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "LOCARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT DATABASE-FILE ASSIGN TO "DATABASE"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LOCATION
               FILE STATUS IS DATABASE-FILE-STATUS.

           SELECT LIMITS-FILE ASSIGN TO "LIMITS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LIMITS-FILE-STATUS.

           SELECT PROPOSED-LIMITS-FILE ASSIGN TO "LIMPROP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LIMPROP-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "LIMAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LIMAPPR-FILE-STATUS.

           SELECT CALIBRATION-REPORT-FILE ASSIGN TO "LIMCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LIMCRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARCREC.

       FD  DATABASE-FILE.
           COPY LOCREC.

       FD  LIMITS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LIMREC.

      *> The proposals are LIMREC records, so PROMOTE can load them
      *> straight into LIMITS - read and written here under renamed
      *> fields so both buffers can be handled side by side.
       FD  PROPOSED-LIMITS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LIMREC REPLACING ==LIMITS-RECORD==
                                  BY ==PROPOSED-LIMITS-RECORD==
                         LEADING ==LM-== BY ==LP-==.

       FD  APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-CARD.
           05  AP-LOCATION                PIC X(20).
           05  FILLER                     PIC X(60).

       FD  CALIBRATION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALIB-DETAIL-LINE.
           05  CD-CARRIAGE-CONTROL        PIC X(01).
           05  CD-LOCATION                PIC X(20).
           05  FILLER                     PIC X(02).
           05  CD-WEEKS                   PIC ZZZ9.
           05  FILLER                     PIC X(02).
           05  CD-LABEL                   PIC X(08).
           05  FILLER                     PIC X(02).
           05  CD-FLOOR                   PIC --,---,---9.99.
           05  FILLER                     PIC X(02).
           05  CD-CEILING                 PIC --,---,---9.99.
           05  FILLER                     PIC X(02).
           05  CD-SWING                   PIC ZZZ9.99.
           05  FILLER                     PIC X(02).
           05  CD-BREACHES                PIC ZZZ9.
           05  FILLER                     PIC X(02).
           05  CD-NOTE                    PIC X(40).

       01  CALIB-TEXT-LINE.
           05  CT-CARRIAGE-CONTROL        PIC X(01).
           05  CT-TEXT                    PIC X(131).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  ARCHIVE-FILE-STATUS        PIC X(02).
           05  DATABASE-FILE-STATUS       PIC X(02).
           05  LIMITS-FILE-STATUS         PIC X(02).
           05  LIMPROP-FILE-STATUS        PIC X(02).
           05  LIMAPPR-FILE-STATUS        PIC X(02).
           05  LIMCRPT-FILE-STATUS        PIC X(02).

       01  WS-SWITCHES.
           05  WS-MODE-SW                 PIC X(01) VALUE 'P'.
               88  PROPOSE-MODE               VALUE 'P'.
               88  PROMOTE-MODE               VALUE 'M'.
           05  WS-ARCHIVE-EOF-SW          PIC X(01) VALUE 'N'.
               88  ARCHIVE-EOF                VALUE 'Y'.
               88  ARCHIVE-NOT-EOF            VALUE 'N'.
           05  WS-FOUND-SW                PIC X(01) VALUE 'N'.
               88  LOCATION-FOUND             VALUE 'Y'.
               88  LOCATION-NOT-FOUND         VALUE 'N'.
           05  WS-CORR-SW                 PIC X(01) VALUE 'N'.
               88  CORRECTION-SLOT-FOUND      VALUE 'Y'.
               88  NO-CORRECTION-SLOT         VALUE 'N'.
           05  WS-NEGATIVE-SW             PIC X(01) VALUE 'N'.
               88  HAS-NEGATIVE-WEEK          VALUE 'Y'.
               88  NO-NEGATIVE-WEEK           VALUE 'N'.
           05  WS-APPROVE-ALL-SW          PIC X(01) VALUE 'N'.
               88  APPROVE-ALL                VALUE 'Y'.
           05  WS-INSERT-SW               PIC X(01) VALUE 'N'.
               88  INSERT-POINT-FOUND         VALUE 'Y'.
               88  NO-INSERT-POINT            VALUE 'N'.

      *>--------------------------------------------------------------
      *> Calibration settings.  CL-MIN-WEEKS is a quarter - fewer
      *> weeks than that say too little about a branch's range.
      *>--------------------------------------------------------------
       01  CL-SETTINGS.
           05  CL-MIN-WEEKS               PIC 9(04) COMP VALUE 13.
           05  CL-SIGMAS                  PIC 9(01) VALUE 3.
           05  CL-MIN-BAND-FRACTION       PIC V9(02) VALUE .10.
           05  CL-MIN-SWING-PCT           PIC 9(04)V9(2) VALUE 10.00.

      *>--------------------------------------------------------------
      *> Active roster locations, each with the limits in force and
      *> its newest 53 archived weeks in arrival order - entry 1 the
      *> oldest kept, entry CL-WEEK-COUNT the most recent.
      *>--------------------------------------------------------------
       01  CALIBRATION-TABLE.
           05  CL-LOCATION-MAX            PIC 9(04) COMP VALUE 500.
           05  CL-LOCATION-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  CALIBRATION-LOCATION OCCURS 1 TO 500 TIMES
                       DEPENDING ON CL-LOCATION-COUNT
                       INDEXED BY CAL-IDX.
               10  CL-LOCATION            PIC X(20).
               10  CL-CURRENT-SW          PIC X(01).
                   88  CL-HAS-CURRENT         VALUE 'Y'.
                   88  CL-NO-CURRENT          VALUE 'N'.
               10  CL-CUR-FLOOR           PIC S9(08)V9(2) COMP-3.
               10  CL-CUR-CEILING         PIC S9(08)V9(2) COMP-3.
               10  CL-CUR-SWING           PIC 9(04)V9(2) COMP-3.
               10  CL-WEEK-COUNT          PIC 9(04) COMP.
               10  CL-WEEK-ENTRY OCCURS 53 TIMES.
                   15  CL-RUN-DATE        PIC 9(08).
                   15  CL-WEEK-SLOT       PIC 9(02).
                   15  CL-AMOUNT          PIC S9(08)V9(2) COMP-3.

      *> Week-over-week percentage into each held week from the one
      *> before it - SW-NONE where the earlier week was zero (or it
      *> is the oldest held) and no percentage means anything.
       01  SWING-TABLE.
           05  SWING-ENTRY OCCURS 53 TIMES.
               10  SW-VALID-SW            PIC X(01).
                   88  SW-MEASURED            VALUE 'Y'.
                   88  SW-NONE                VALUE 'N'.
               10  SW-PCT                 PIC S9(04)V9(2) COMP-3.

      *>--------------------------------------------------------------
      *> PROMOTE - the limits in force merged with the proposals,
      *> one entry per location on either.
      *>--------------------------------------------------------------
       01  PROMOTE-TABLE.
           05  PM-MAX                     PIC 9(04) COMP VALUE 1000.
           05  PM-COUNT                   PIC 9(04) COMP VALUE ZERO.
           05  PM-SUB                     PIC 9(04) COMP.
           05  PM-ENTRY OCCURS 1000 TIMES.
               10  PM-LOCATION            PIC X(20).
               10  PM-CURRENT-SW          PIC X(01).
                   88  PM-HAS-CURRENT         VALUE 'Y'.
               10  PM-PROPOSAL-SW         PIC X(01).
                   88  PM-HAS-PROPOSAL        VALUE 'Y'.
               10  PM-APPROVED-SW         PIC X(01).
                   88  PM-APPROVED            VALUE 'Y'.
               10  PM-CUR-FLOOR           PIC S9(08)V9(2) COMP-3.
               10  PM-CUR-CEILING         PIC S9(08)V9(2) COMP-3.
               10  PM-CUR-SWING           PIC 9(04)V9(2) COMP-3.
               10  PM-NEW-FLOOR           PIC S9(08)V9(2) COMP-3.
               10  PM-NEW-CEILING         PIC S9(08)V9(2) COMP-3.
               10  PM-NEW-SWING           PIC 9(04)V9(2) COMP-3.

       01  WS-WORK-FIELDS.
           05  WS-POS                     PIC S9(04) COMP.
           05  WS-PRIOR-POS               PIC S9(04) COMP.
           05  WS-END-POS                 PIC S9(04) COMP.
           05  WS-SCAN-LOW                PIC S9(04) COMP.
           05  WS-MATCH-POS               PIC S9(04) COMP.
           05  WS-START-POS               PIC S9(04) COMP.
           05  WS-INSERT-POS              PIC S9(04) COMP.
           05  WS-DATE-DIFF               PIC S9(08) COMP-3.
           05  WS-WEEK-N                  PIC 9(04) COMP.
           05  WS-SUM                     PIC S9(11)V9(2) COMP-3.
           05  WS-MEAN                    PIC S9(09)V9(2) COMP-3.
           05  WS-DEVIATION               PIC S9(09)V9(2) COMP-3.
           05  WS-SUM-SQUARES             PIC S9(18) COMP-3.
           05  WS-STD-DEV                 PIC S9(09)V9(2) COMP-3.
           05  WS-BAND                    PIC S9(09)V9(2) COMP-3.
           05  WS-MIN-BAND                PIC S9(09)V9(2) COMP-3.
           05  WS-LIMIT-WORK              PIC S9(09)V9(2) COMP-3.
           05  WS-WHOLE                   PIC S9(09) COMP-3.
           05  WS-SWING-WORK              PIC S9(06)V9(2) COMP-3.
           05  WS-SWING-N                 PIC 9(04) COMP.
           05  WS-SWING-SUM               PIC S9(09)V9(2) COMP-3.
           05  WS-SWING-MEAN              PIC S9(06)V9(2) COMP-3.
           05  WS-SWING-DEV               PIC S9(06)V9(2) COMP-3.
           05  WS-SWING-SQUARES           PIC S9(14)V9(2) COMP-3.
           05  WS-SWING-STD-DEV           PIC S9(06)V9(2) COMP-3.

      *> The limits a breach count is being taken against - the
      *> limits in force, then the proposal.
       01  WS-TEST-LIMITS.
           05  WS-TEST-FLOOR              PIC S9(08)V9(2) COMP-3.
           05  WS-TEST-CEILING            PIC S9(08)V9(2) COMP-3.
           05  WS-TEST-SWING              PIC 9(04)V9(2) COMP-3.
           05  WS-TEST-BREACHES           PIC 9(04) COMP.

       01  WS-PROPOSAL.
           05  WS-PROP-FLOOR              PIC S9(08)V9(2) COMP-3.
           05  WS-PROP-CEILING            PIC S9(08)V9(2) COMP-3.
           05  WS-PROP-SWING              PIC 9(04)V9(2) COMP-3.

       01  WS-COUNTS.
           05  WS-PROPOSAL-COUNT          PIC 9(06) COMP VALUE ZERO.
           05  WS-NO-CURRENT-COUNT        PIC 9(06) COMP VALUE ZERO.
           05  WS-SHORT-HISTORY-COUNT     PIC 9(06) COMP VALUE ZERO.
           05  WS-STRAY-LIMITS-COUNT      PIC 9(06) COMP VALUE ZERO.
           05  WS-CARD-COUNT              PIC 9(06) COMP VALUE ZERO.
           05  WS-REJECT-COUNT            PIC 9(06) COMP VALUE ZERO.
           05  WS-PROMOTED-COUNT          PIC 9(06) COMP VALUE ZERO.
           05  WS-WRITTEN-COUNT           PIC 9(06) COMP VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY           PIC ZZZZZ9.
           05  WS-LOOKUP-NAME             PIC X(20).

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN                PIC S9(04) COMP.
           05  LS-PARM-TEXT               PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       0000-MAINLINE.
           PERFORM 0500-INITIALIZE THRU 0500-EXIT
           IF PROPOSE-MODE
               PERFORM 1000-LOAD-ROSTER THRU 1000-EXIT
               PERFORM 1300-LOAD-CURRENT-LIMITS THRU 1300-EXIT
               PERFORM 2000-LOAD-ARCHIVE THRU 2000-EXIT
               PERFORM 3000-PROPOSE-LIMITS THRU 3000-EXIT
           ELSE
               PERFORM 6000-PROMOTE-LIMITS THRU 6000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *>================================================================
      *>  0500  VALIDATE THE RUN PARAMETER
      *>================================================================
       0500-INITIALIZE.
           IF LS-PARM-LEN = ZERO
               DISPLAY 'DL930E - MISSING RUN PARM, EXPECTED PROPOSE '
                   'OR PROMOTE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE LS-PARM-TEXT(1:LS-PARM-LEN)
               WHEN 'PROPOSE'
                   SET PROPOSE-MODE TO TRUE
               WHEN 'PROMOTE'
                   SET PROMOTE-MODE TO TRUE
               WHEN OTHER
                   DISPLAY 'DL930E - UNKNOWN RUN PARM, EXPECTED '
                       'PROPOSE OR PROMOTE: ' LS-PARM-TEXT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT CALIBRATION-REPORT-FILE
           MOVE SPACES TO CALIB-TEXT-LINE
           MOVE '1' TO CT-CARRIAGE-CONTROL
           STRING 'LOCATION-LIMITS ' LS-PARM-TEXT(1:LS-PARM-LEN)
               ' - PLAUSIBILITY LIMITS CALIBRATED FROM THE WEEK '
               'ARCHIVE'
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CALIB-TEXT-LINE.
       0500-EXIT.
           EXIT.

      *>================================================================
      *>  1000  LOAD THE ACTIVE ROSTER - ONLY ACTIVE LOCATIONS ARE
      *>         CHECKED BY THE WEEKLY RUN, SO ONLY THEY ARE CALIBRATED
      *>================================================================
       1000-LOAD-ROSTER.
           OPEN INPUT DATABASE-FILE
           IF DATABASE-FILE-STATUS NOT = '00'
               DISPLAY 'DL930E - DATABASE-FILE NOT FOUND OR EMPTY, '
                   'STATUS=' DATABASE-FILE-STATUS
               CLOSE CALIBRATION-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-DATABASE-RECORD THRU 1100-EXIT
           PERFORM 1200-STORE-ROSTER-ENTRY THRU 1200-EXIT
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

       1200-STORE-ROSTER-ENTRY.
           IF NOT LOC-STATUS-ACTIVE
               GO TO 1200-NEXT
           END-IF
           IF CL-LOCATION-COUNT >= CL-LOCATION-MAX
               DISPLAY 'DL930E - MORE ACTIVE LOCATIONS THAN '
                   'CL-LOCATION-MAX'
               CLOSE DATABASE-FILE
               CLOSE CALIBRATION-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CL-LOCATION-COUNT
           SET CAL-IDX TO CL-LOCATION-COUNT
           MOVE LOCATION TO CL-LOCATION(CAL-IDX)
           SET CL-NO-CURRENT(CAL-IDX) TO TRUE
           MOVE ZERO TO CL-CUR-FLOOR(CAL-IDX)
           MOVE ZERO TO CL-CUR-CEILING(CAL-IDX)
           MOVE ZERO TO CL-CUR-SWING(CAL-IDX)
           MOVE ZERO TO CL-WEEK-COUNT(CAL-IDX).
       1200-NEXT.
           PERFORM 1100-READ-DATABASE-RECORD THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      *>================================================================
      *>  1300  THE LIMITS IN FORCE - ABSENT OR DD DUMMY MEANS NONE
      *>================================================================
       1300-LOAD-CURRENT-LIMITS.
           OPEN INPUT LIMITS-FILE
           IF LIMITS-FILE-STATUS NOT = '00'
               DISPLAY 'DL930I - LIMITS-FILE NOT FOUND OR EMPTY, '
                   'NO LIMITS IN FORCE, STATUS=' LIMITS-FILE-STATUS
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-READ-LIMITS-RECORD THRU 1310-EXIT
           PERFORM 1320-STORE-CURRENT-LIMITS THRU 1320-EXIT
               UNTIL LIMITS-FILE-STATUS NOT = '00'
           CLOSE LIMITS-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-LIMITS-RECORD.
           READ LIMITS-FILE
               AT END
                   MOVE '10' TO LIMITS-FILE-STATUS
           END-READ.
       1310-EXIT.
           EXIT.

      *> Limits for a location not active on the roster are only
      *> counted - LOCATION-VERIFY's check 02 lists them by name.
       1320-STORE-CURRENT-LIMITS.
           MOVE LM-LOCATION TO WS-LOOKUP-NAME
           PERFORM 2100-FIND-LOCATION THRU 2100-EXIT
           IF LOCATION-NOT-FOUND
               ADD 1 TO WS-STRAY-LIMITS-COUNT
           ELSE
               SET CL-HAS-CURRENT(CAL-IDX) TO TRUE
               MOVE LM-FLOOR TO CL-CUR-FLOOR(CAL-IDX)
               MOVE LM-CEILING TO CL-CUR-CEILING(CAL-IDX)
               MOVE LM-MAX-SWING-PCT TO CL-CUR-SWING(CAL-IDX)
           END-IF
           PERFORM 1310-READ-LIMITS-RECORD THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *>================================================================
      *>  2000  FOLD THE ARCHIVE INTO EACH LOCATION'S WEEKS - AN ABSENT
      *>         OR EMPTY ARCHIVE LEAVES EVERY LOCATION SHORT OF HISTORY
      *>================================================================
       2000-LOAD-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'DL930I - ARCHIVE-FILE NOT FOUND OR EMPTY, '
                   'STATUS=' ARCHIVE-FILE-STATUS
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-READ-ARCHIVE-RECORD THRU 2010-EXIT
           PERFORM 2020-LOAD-ONE-ARCHIVE-RECORD THRU 2020-EXIT
               UNTIL ARCHIVE-EOF
           CLOSE ARCHIVE-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-EOF TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      *> History for a location no longer active is of no use here.
       2020-LOAD-ONE-ARCHIVE-RECORD.
           MOVE AR-LOCATION TO WS-LOOKUP-NAME
           PERFORM 2100-FIND-LOCATION THRU 2100-EXIT
           IF LOCATION-FOUND
               IF AR-MERGE-RECORD
                   PERFORM 2400-FOLD-MERGE-RECORD THRU 2400-EXIT
               ELSE
                   PERFORM 2300-STORE-WEEK-ENTRY THRU 2300-EXIT
               END-IF
           END-IF
           PERFORM 2010-READ-ARCHIVE-RECORD THRU 2010-EXIT.
       2020-EXIT.
           EXIT.

       2100-FIND-LOCATION.
           SET LOCATION-NOT-FOUND TO TRUE
           IF CL-LOCATION-COUNT > ZERO
               SET CAL-IDX TO 1
               SEARCH CALIBRATION-LOCATION
                   AT END
                       SET LOCATION-NOT-FOUND TO TRUE
                   WHEN CL-LOCATION(CAL-IDX) = WS-LOOKUP-NAME
                       SET LOCATION-FOUND TO TRUE
               END-SEARCH
           END-IF.
       2100-EXIT.
           EXIT.

      *> A record carrying the same week slot as one of the last few
      *> entries held, written within seven weeks of it, is a rerun
      *> or a suspense correction of that week - overwrite in place
      *> so the corrected figure stands and nothing double-counts.
      *> The same rule, and the same eight-entry reach, as
      *> LOCATION-TREND's 2300/2320, so both read the archive alike.
      *> Otherwise append, shifting the oldest entry off once 53 are
      *> held.
       2300-STORE-WEEK-ENTRY.
           PERFORM 2320-FIND-CORRECTION-SLOT THRU 2320-EXIT
           IF CORRECTION-SLOT-FOUND
               MOVE AR-RUN-DATE TO CL-RUN-DATE(CAL-IDX WS-MATCH-POS)
               MOVE AR-WEEK-AMOUNT TO CL-AMOUNT(CAL-IDX WS-MATCH-POS)
               GO TO 2300-EXIT
           END-IF
           IF CL-WEEK-COUNT(CAL-IDX) < 53
               ADD 1 TO CL-WEEK-COUNT(CAL-IDX)
           ELSE
               PERFORM 2310-SHIFT-ONE-ENTRY THRU 2310-EXIT
                   VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 52
           END-IF
           MOVE CL-WEEK-COUNT(CAL-IDX) TO WS-POS
           MOVE AR-RUN-DATE TO CL-RUN-DATE(CAL-IDX WS-POS)
           MOVE AR-WEEK TO CL-WEEK-SLOT(CAL-IDX WS-POS)
           MOVE AR-WEEK-AMOUNT TO CL-AMOUNT(CAL-IDX WS-POS).
       2300-EXIT.
           EXIT.

       2310-SHIFT-ONE-ENTRY.
           COMPUTE WS-END-POS = WS-POS + 1
           MOVE CL-WEEK-ENTRY(CAL-IDX WS-END-POS)
               TO CL-WEEK-ENTRY(CAL-IDX WS-POS).
       2310-EXIT.
           EXIT.

       2320-FIND-CORRECTION-SLOT.
           SET NO-CORRECTION-SLOT TO TRUE
           IF CL-WEEK-COUNT(CAL-IDX) = ZERO
               GO TO 2320-EXIT
           END-IF
           COMPUTE WS-SCAN-LOW = CL-WEEK-COUNT(CAL-IDX) - 7
           IF WS-SCAN-LOW < 1
               MOVE 1 TO WS-SCAN-LOW
           END-IF
           PERFORM 2321-TEST-ONE-SLOT THRU 2321-EXIT
               VARYING WS-POS FROM CL-WEEK-COUNT(CAL-IDX) BY -1
               UNTIL WS-POS < WS-SCAN-LOW
                  OR CORRECTION-SLOT-FOUND.
       2320-EXIT.
           EXIT.

       2321-TEST-ONE-SLOT.
           IF CL-WEEK-SLOT(CAL-IDX WS-POS) = AR-WEEK
               COMPUTE WS-DATE-DIFF =
                   FUNCTION INTEGER-OF-DATE(AR-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(CL-RUN-DATE(CAL-IDX
                                                        WS-POS))
               IF WS-DATE-DIFF >= ZERO AND WS-DATE-DIFF < 50
                   SET CORRECTION-SLOT-FOUND TO TRUE
                   MOVE WS-POS TO WS-MATCH-POS
               END-IF
           END-IF.
       2321-EXIT.
           EXIT.

      *> A merge record is a closed branch's week, carrying that
      *> week's own run date - folded in exactly as LOCATION-TREND's
      *> 2400 folds it.  Where the receiving location has the same
      *> slot within seven weeks either side it is the same week, and
      *> the closed branch's figure is added to it; otherwise it goes
      *> in as a week of its own, slotted in by run date, the oldest
      *> held dropping off (or the merged week passed over, if older
      *> than all 53).  A correction archived for the receiving
      *> location after the merge is taken off its DATABASE-FILE
      *> slot, which consolidation already made the combined figure,
      *> so 2300 replacing the held week with it counts the closed
      *> branch once - as it does where the merged week went in on
      *> its own and the correction lands on that entry.
       2400-FOLD-MERGE-RECORD.
           SET NO-CORRECTION-SLOT TO TRUE
           IF CL-WEEK-COUNT(CAL-IDX) > ZERO
               PERFORM 2410-TEST-MERGE-SLOT THRU 2410-EXIT
                   VARYING WS-POS FROM CL-WEEK-COUNT(CAL-IDX) BY -1
                   UNTIL WS-POS < 1
                      OR CORRECTION-SLOT-FOUND
           END-IF
           IF CORRECTION-SLOT-FOUND
               ADD AR-WEEK-AMOUNT TO CL-AMOUNT(CAL-IDX WS-MATCH-POS)
               GO TO 2400-EXIT
           END-IF
           MOVE CL-WEEK-COUNT(CAL-IDX) TO WS-INSERT-POS
           SET NO-INSERT-POINT TO TRUE
           PERFORM 2420-STEP-BACK-ONE THRU 2420-EXIT
               UNTIL WS-INSERT-POS < 1
                  OR INSERT-POINT-FOUND
           ADD 1 TO WS-INSERT-POS
           IF CL-WEEK-COUNT(CAL-IDX) < 53
               ADD 1 TO CL-WEEK-COUNT(CAL-IDX)
               COMPUTE WS-START-POS = CL-WEEK-COUNT(CAL-IDX) - 1
               PERFORM 2430-SHIFT-ENTRY-UP THRU 2430-EXIT
                   VARYING WS-POS FROM WS-START-POS BY -1
                   UNTIL WS-POS < WS-INSERT-POS
           ELSE
               IF WS-INSERT-POS = 1
                   GO TO 2400-EXIT
               END-IF
               SUBTRACT 1 FROM WS-INSERT-POS
               PERFORM 2310-SHIFT-ONE-ENTRY THRU 2310-EXIT
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS >= WS-INSERT-POS
           END-IF
           MOVE AR-RUN-DATE TO CL-RUN-DATE(CAL-IDX WS-INSERT-POS)
           MOVE AR-WEEK TO CL-WEEK-SLOT(CAL-IDX WS-INSERT-POS)
           MOVE AR-WEEK-AMOUNT TO CL-AMOUNT(CAL-IDX WS-INSERT-POS).
       2400-EXIT.
           EXIT.

       2410-TEST-MERGE-SLOT.
           IF CL-WEEK-SLOT(CAL-IDX WS-POS) = AR-WEEK
               COMPUTE WS-DATE-DIFF =
                   FUNCTION INTEGER-OF-DATE(AR-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(CL-RUN-DATE(CAL-IDX
                                                        WS-POS))
               IF WS-DATE-DIFF > -50 AND WS-DATE-DIFF < 50
                   SET CORRECTION-SLOT-FOUND TO TRUE
                   MOVE WS-POS TO WS-MATCH-POS
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.

       2420-STEP-BACK-ONE.
           IF CL-RUN-DATE(CAL-IDX WS-INSERT-POS) > AR-RUN-DATE
               SUBTRACT 1 FROM WS-INSERT-POS
           ELSE
               SET INSERT-POINT-FOUND TO TRUE
           END-IF.
       2420-EXIT.
           EXIT.

       2430-SHIFT-ENTRY-UP.
           COMPUTE WS-END-POS = WS-POS + 1
           MOVE CL-WEEK-ENTRY(CAL-IDX WS-POS)
               TO CL-WEEK-ENTRY(CAL-IDX WS-END-POS).
       2430-EXIT.
           EXIT.

      *>================================================================
      *>  3000  ONE PROPOSAL PER LOCATION, CURRENT AND PROPOSED PRINTED
      *>         SIDE BY SIDE WITH THE PAST BREACHES UNDER EACH
      *>================================================================
       3000-PROPOSE-LIMITS.
           OPEN OUTPUT PROPOSED-LIMITS-FILE
           MOVE SPACES TO CALIB-TEXT-LINE
           MOVE '0' TO CT-CARRIAGE-CONTROL
           STRING 'LOCATION              WEEKS  LIMITS              '
               'FLOOR         CEILING    SWING  BREACH'
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CALIB-TEXT-LINE
           IF CL-LOCATION-COUNT > ZERO
               PERFORM 3100-CALIBRATE-ONE-LOCATION THRU 3100-EXIT
                   VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > CL-LOCATION-COUNT
           END-IF
           CLOSE PROPOSED-LIMITS-FILE
           MOVE CL-LOCATION-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CALIB-TEXT-LINE
           MOVE '-' TO CT-CARRIAGE-CONTROL
           STRING 'ACTIVE LOCATIONS                    '
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CALIB-TEXT-LINE
           MOVE WS-PROPOSAL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CALIB-TEXT-LINE
           MOVE ' ' TO CT-CARRIAGE-CONTROL
           STRING 'PROPOSALS WRITTEN TO LIMPROP        '
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CALIB-TEXT-LINE
           MOVE WS-NO-CURRENT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CALIB-TEXT-LINE
           MOVE ' ' TO CT-CARRIAGE-CONTROL
           STRING 'WITH NO LIMITS IN FORCE             '
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CALIB-TEXT-LINE
           MOVE WS-SHORT-HISTORY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CALIB-TEXT-LINE
           MOVE ' ' TO CT-CARRIAGE-CONTROL
           STRING 'TOO FEW WEEKS FOR A PROPOSAL        '
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CALIB-TEXT-LINE
           IF WS-STRAY-LIMITS-COUNT > ZERO
               MOVE WS-STRAY-LIMITS-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO CALIB-TEXT-LINE
               MOVE ' ' TO CT-CARRIAGE-CONTROL
               STRING 'LIMITS FOR LOCATIONS NOT ACTIVE     '
                   WS-COUNT-DISPLAY
                   '  - LISTED BY LOCVRFY CHECK 02'
                   DELIMITED BY SIZE INTO CT-TEXT
               WRITE CALIB-TEXT-LINE
           END-IF
           IF WS-PROPOSAL-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CALIBRATE-ONE-LOCATION.
           MOVE SPACES TO CALIB-DETAIL-LINE
           MOVE ' ' TO CD-CARRIAGE-CONTROL
           MOVE CL-LOCATION(CAL-IDX) TO CD-LOCATION
           MOVE CL-WEEK-COUNT(CAL-IDX) TO CD-WEEKS
           MOVE 'CURRENT' TO CD-LABEL
           PERFORM 3200-MEASURE-SWINGS THRU 3200-EXIT
           IF CL-HAS-CURRENT(CAL-IDX)
               MOVE CL-CUR-FLOOR(CAL-IDX) TO WS-TEST-FLOOR
               MOVE CL-CUR-CEILING(CAL-IDX) TO WS-TEST-CEILING
               MOVE CL-CUR-SWING(CAL-IDX) TO WS-TEST-SWING
               PERFORM 3600-COUNT-BREACHES THRU 3600-EXIT
               MOVE WS-TEST-FLOOR TO CD-FLOOR
               MOVE WS-TEST-CEILING TO CD-CEILING
               MOVE WS-TEST-SWING TO CD-SWING
               MOVE WS-TEST-BREACHES TO CD-BREACHES
           ELSE
               ADD 1 TO WS-NO-CURRENT-COUNT
               MOVE '*** NO LIMITS IN FORCE' TO CD-NOTE
           END-IF
           IF CL-WEEK-COUNT(CAL-IDX) < CL-MIN-WEEKS
               ADD 1 TO WS-SHORT-HISTORY-COUNT
               IF CL-HAS-CURRENT(CAL-IDX)
                   MOVE 'TOO FEW WEEKS - NO PROPOSAL' TO CD-NOTE
               ELSE
                   MOVE '*** NO LIMITS, TOO FEW WEEKS TO PROPOSE'
                       TO CD-NOTE
               END-IF
               WRITE CALIB-DETAIL-LINE
               GO TO 3100-EXIT
           END-IF
           WRITE CALIB-DETAIL-LINE
           PERFORM 3300-PROPOSE-FLOOR-CEILING THRU 3300-EXIT
           PERFORM 3400-PROPOSE-SWING THRU 3400-EXIT
           MOVE WS-PROP-FLOOR TO WS-TEST-FLOOR
           MOVE WS-PROP-CEILING TO WS-TEST-CEILING
           MOVE WS-PROP-SWING TO WS-TEST-SWING
           PERFORM 3600-COUNT-BREACHES THRU 3600-EXIT
           MOVE SPACES TO CALIB-DETAIL-LINE
           MOVE ' ' TO CD-CARRIAGE-CONTROL
           MOVE 'PROPOSED' TO CD-LABEL
           MOVE WS-PROP-FLOOR TO CD-FLOOR
           MOVE WS-PROP-CEILING TO CD-CEILING
           MOVE WS-PROP-SWING TO CD-SWING
           MOVE WS-TEST-BREACHES TO CD-BREACHES
           IF WS-PROP-SWING = ZERO
               MOVE 'NO SWING CHECK - TOO FEW SWINGS' TO CD-NOTE
           END-IF
           WRITE CALIB-DETAIL-LINE
           MOVE SPACES TO PROPOSED-LIMITS-RECORD
           MOVE CL-LOCATION(CAL-IDX) TO LP-LOCATION
           MOVE WS-PROP-FLOOR TO LP-FLOOR
           MOVE WS-PROP-CEILING TO LP-CEILING
           MOVE WS-PROP-SWING TO LP-MAX-SWING-PCT
           WRITE PROPOSED-LIMITS-RECORD
           ADD 1 TO WS-PROPOSAL-COUNT.
       3100-EXIT.
           EXIT.

      *> The percentage into each held week from the one before it,
      *> signed the way 5330-CHECK-ONE-LOCATION in the weekly run
      *> takes it and then made absolute.
       3200-MEASURE-SWINGS.
           IF CL-WEEK-COUNT(CAL-IDX) = ZERO
               GO TO 3200-EXIT
           END-IF
           PERFORM 3210-MEASURE-ONE-SWING THRU 3210-EXIT
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > CL-WEEK-COUNT(CAL-IDX).
       3200-EXIT.
           EXIT.

       3210-MEASURE-ONE-SWING.
           SET SW-NONE(WS-POS) TO TRUE
           MOVE ZERO TO SW-PCT(WS-POS)
           IF WS-POS = 1
               GO TO 3210-EXIT
           END-IF
           COMPUTE WS-PRIOR-POS = WS-POS - 1
           IF CL-AMOUNT(CAL-IDX WS-PRIOR-POS) = ZERO
               GO TO 3210-EXIT
           END-IF
           SET SW-MEASURED(WS-POS) TO TRUE
           COMPUTE SW-PCT(WS-POS) ROUNDED =
               (CL-AMOUNT(CAL-IDX WS-POS)
                - CL-AMOUNT(CAL-IDX WS-PRIOR-POS)) * 100
               / CL-AMOUNT(CAL-IDX WS-PRIOR-POS)
               ON SIZE ERROR
                   MOVE 9999.99 TO SW-PCT(WS-POS)
           END-COMPUTE
           IF SW-PCT(WS-POS) < ZERO
               COMPUTE SW-PCT(WS-POS) = ZERO - SW-PCT(WS-POS)
           END-IF.
       3210-EXIT.
           EXIT.

       3300-PROPOSE-FLOOR-CEILING.
           MOVE CL-WEEK-COUNT(CAL-IDX) TO WS-WEEK-N
           MOVE ZERO TO WS-SUM
           MOVE ZERO TO WS-SUM-SQUARES
           SET NO-NEGATIVE-WEEK TO TRUE
           PERFORM 3310-ADD-ONE-AMOUNT THRU 3310-EXIT
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-WEEK-N
           DIVIDE WS-SUM BY WS-WEEK-N GIVING WS-MEAN ROUNDED
           PERFORM 3320-SQUARE-ONE-DEVIATION THRU 3320-EXIT
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-WEEK-N
           COMPUTE WS-STD-DEV ROUNDED =
               (WS-SUM-SQUARES / WS-WEEK-N) ** 0.5
           COMPUTE WS-BAND = WS-STD-DEV * CL-SIGMAS
           IF WS-MEAN < ZERO
               COMPUTE WS-MIN-BAND ROUNDED =
                   (ZERO - WS-MEAN) * CL-MIN-BAND-FRACTION
           ELSE
               COMPUTE WS-MIN-BAND ROUNDED =
                   WS-MEAN * CL-MIN-BAND-FRACTION
           END-IF
           IF WS-BAND < WS-MIN-BAND
               MOVE WS-MIN-BAND TO WS-BAND
           END-IF
           IF WS-BAND < 1
               MOVE 1 TO WS-BAND
           END-IF
      *> Floor out to the whole unit below, ceiling to the one above.
           COMPUTE WS-LIMIT-WORK = WS-MEAN - WS-BAND
           IF WS-LIMIT-WORK < ZERO AND NO-NEGATIVE-WEEK
               MOVE ZERO TO WS-LIMIT-WORK
           END-IF
           MOVE WS-LIMIT-WORK TO WS-WHOLE
           IF WS-WHOLE > WS-LIMIT-WORK
               SUBTRACT 1 FROM WS-WHOLE
           END-IF
           MOVE WS-WHOLE TO WS-PROP-FLOOR
           COMPUTE WS-LIMIT-WORK = WS-MEAN + WS-BAND
           MOVE WS-LIMIT-WORK TO WS-WHOLE
           IF WS-WHOLE < WS-LIMIT-WORK
               ADD 1 TO WS-WHOLE
           END-IF
           MOVE WS-WHOLE TO WS-PROP-CEILING.
       3300-EXIT.
           EXIT.

       3310-ADD-ONE-AMOUNT.
           ADD CL-AMOUNT(CAL-IDX WS-POS) TO WS-SUM
           IF CL-AMOUNT(CAL-IDX WS-POS) < ZERO
               SET HAS-NEGATIVE-WEEK TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.

       3320-SQUARE-ONE-DEVIATION.
           COMPUTE WS-DEVIATION = CL-AMOUNT(CAL-IDX WS-POS) - WS-MEAN
           COMPUTE WS-SUM-SQUARES ROUNDED =
               WS-SUM-SQUARES + (WS-DEVIATION * WS-DEVIATION).
       3320-EXIT.
           EXIT.

       3400-PROPOSE-SWING.
           MOVE ZERO TO WS-PROP-SWING
           MOVE ZERO TO WS-SWING-N
           MOVE ZERO TO WS-SWING-SUM
           MOVE ZERO TO WS-SWING-SQUARES
           PERFORM 3410-ADD-ONE-SWING THRU 3410-EXIT
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-WEEK-N
           IF WS-SWING-N < 2
               GO TO 3400-EXIT
           END-IF
           DIVIDE WS-SWING-SUM BY WS-SWING-N
               GIVING WS-SWING-MEAN ROUNDED
           PERFORM 3420-SQUARE-ONE-SWING THRU 3420-EXIT
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-WEEK-N
           COMPUTE WS-SWING-STD-DEV ROUNDED =
               (WS-SWING-SQUARES / WS-SWING-N) ** 0.5
           COMPUTE WS-SWING-WORK =
               WS-SWING-MEAN + (WS-SWING-STD-DEV * CL-SIGMAS)
           IF WS-SWING-WORK < CL-MIN-SWING-PCT
               MOVE CL-MIN-SWING-PCT TO WS-SWING-WORK
           END-IF
           MOVE WS-SWING-WORK TO WS-WHOLE
           IF WS-WHOLE < WS-SWING-WORK
               ADD 1 TO WS-WHOLE
           END-IF
           IF WS-WHOLE > 9999
               MOVE 9999.99 TO WS-PROP-SWING
           ELSE
               MOVE WS-WHOLE TO WS-PROP-SWING
           END-IF.
       3400-EXIT.
           EXIT.

       3410-ADD-ONE-SWING.
           IF SW-MEASURED(WS-POS)
               ADD 1 TO WS-SWING-N
               ADD SW-PCT(WS-POS) TO WS-SWING-SUM
           END-IF.
       3410-EXIT.
           EXIT.

       3420-SQUARE-ONE-SWING.
           IF SW-MEASURED(WS-POS)
               COMPUTE WS-SWING-DEV = SW-PCT(WS-POS) - WS-SWING-MEAN
               COMPUTE WS-SWING-SQUARES ROUNDED =
                   WS-SWING-SQUARES + (WS-SWING-DEV * WS-SWING-DEV)
           END-IF.
       3420-EXIT.
           EXIT.

      *> Past weeks that would have breached WS-TEST-LIMITS - tested
      *> as the weekly run's 5330 tests a posted week, each week
      *> counted once however many of the three checks it trips.
       3600-COUNT-BREACHES.
           MOVE ZERO TO WS-TEST-BREACHES
           IF CL-WEEK-COUNT(CAL-IDX) = ZERO
               GO TO 3600-EXIT
           END-IF
           PERFORM 3610-TEST-ONE-WEEK THRU 3610-EXIT
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > CL-WEEK-COUNT(CAL-IDX).
       3600-EXIT.
           EXIT.

       3610-TEST-ONE-WEEK.
           IF CL-AMOUNT(CAL-IDX WS-POS) < WS-TEST-FLOOR
              OR CL-AMOUNT(CAL-IDX WS-POS) > WS-TEST-CEILING
               ADD 1 TO WS-TEST-BREACHES
               GO TO 3610-EXIT
           END-IF
           IF WS-TEST-SWING NOT = ZERO
              AND SW-MEASURED(WS-POS)
              AND SW-PCT(WS-POS) > WS-TEST-SWING
               ADD 1 TO WS-TEST-BREACHES
           END-IF.
       3610-EXIT.
           EXIT.

      *>================================================================
      *>  6000  PROMOTE THE APPROVED PROPOSALS INTO LIMITS
      *>
      *>  The limits in force and the proposals are merged in
      *>  storage, the approval cards mark what is taken, and LIMITS
      *>  is rewritten whole - the same truncate-and-rewrite
      *>  LOCATION-RESTORE uses.  The report is the record of every
      *>  location whose limits changed, old and new.
      *>================================================================
       6000-PROMOTE-LIMITS.
           PERFORM 6100-LOAD-LIMITS-IN-FORCE THRU 6100-EXIT
           PERFORM 6200-LOAD-PROPOSALS THRU 6200-EXIT
           PERFORM 6300-READ-APPROVALS THRU 6300-EXIT
           IF WS-CARD-COUNT = ZERO
               MOVE SPACES TO CALIB-TEXT-LINE
               MOVE ' ' TO CT-CARRIAGE-CONTROL
               MOVE 'NO APPROVALS ON LIMAPPR - NOTHING PROMOTED'
                   TO CT-TEXT
               WRITE CALIB-TEXT-LINE
               DISPLAY 'DL930E - NO APPROVALS ON LIMAPPR - NOTHING '
                   'PROMOTED, LIMITS UNCHANGED'
               CLOSE CALIBRATION-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CALIB-TEXT-LINE
           MOVE '0' TO CT-CARRIAGE-CONTROL
           STRING 'LOCATION                        LIMITS              '
               'FLOOR         CEILING    SWING'
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CALIB-TEXT-LINE
           IF PM-COUNT > ZERO
               PERFORM 6400-APPLY-ONE-APPROVAL THRU 6400-EXIT
                   VARYING PM-SUB FROM 1 BY 1 UNTIL PM-SUB > PM-COUNT
           END-IF
           PERFORM 6500-REWRITE-LIMITS THRU 6500-EXIT
           MOVE WS-PROMOTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CALIB-TEXT-LINE
           MOVE '-' TO CT-CARRIAGE-CONTROL
           STRING 'PROPOSALS PROMOTED                  '
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CALIB-TEXT-LINE
           MOVE WS-WRITTEN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CALIB-TEXT-LINE
           MOVE ' ' TO CT-CARRIAGE-CONTROL
           STRING 'LIMITS RECORDS NOW IN FORCE         '
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CALIB-TEXT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CALIB-TEXT-LINE
           MOVE ' ' TO CT-CARRIAGE-CONTROL
           STRING 'APPROVAL CARDS REJECTED             '
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CALIB-TEXT-LINE
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

      *> A LIMITS dataset not yet created (status 35) means nothing
      *> in force; any other open failure stops before anything is
      *> written.
       6100-LOAD-LIMITS-IN-FORCE.
           OPEN INPUT LIMITS-FILE
           IF LIMITS-FILE-STATUS = '35'
               GO TO 6100-EXIT
           END-IF
           IF LIMITS-FILE-STATUS NOT = '00'
               DISPLAY 'DL930E - LIMITS-FILE OPEN FAILED, STATUS='
                   LIMITS-FILE-STATUS ' - NOTHING PROMOTED'
               CLOSE CALIBRATION-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1310-READ-LIMITS-RECORD THRU 1310-EXIT
           PERFORM 6110-STORE-ONE-IN-FORCE THRU 6110-EXIT
               UNTIL LIMITS-FILE-STATUS NOT = '00'
           CLOSE LIMITS-FILE.
       6100-EXIT.
           EXIT.

       6110-STORE-ONE-IN-FORCE.
           MOVE LM-LOCATION TO WS-LOOKUP-NAME
           PERFORM 6600-FIND-OR-ADD-ENTRY THRU 6600-EXIT
           SET PM-HAS-CURRENT(PM-SUB) TO TRUE
           MOVE LM-FLOOR TO PM-CUR-FLOOR(PM-SUB)
           MOVE LM-CEILING TO PM-CUR-CEILING(PM-SUB)
           MOVE LM-MAX-SWING-PCT TO PM-CUR-SWING(PM-SUB)
           PERFORM 1310-READ-LIMITS-RECORD THRU 1310-EXIT.
       6110-EXIT.
           EXIT.

       6200-LOAD-PROPOSALS.
           OPEN INPUT PROPOSED-LIMITS-FILE
           IF LIMPROP-FILE-STATUS NOT = '00'
               DISPLAY 'DL930E - LIMPROP NOT FOUND OR EMPTY, STATUS='
                   LIMPROP-FILE-STATUS ' - NOTHING PROMOTED'
               CLOSE CALIBRATION-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6210-READ-PROPOSAL THRU 6210-EXIT
           PERFORM 6220-STORE-ONE-PROPOSAL THRU 6220-EXIT
               UNTIL LIMPROP-FILE-STATUS NOT = '00'
           CLOSE PROPOSED-LIMITS-FILE.
       6200-EXIT.
           EXIT.

       6210-READ-PROPOSAL.
           READ PROPOSED-LIMITS-FILE
               AT END
                   MOVE '10' TO LIMPROP-FILE-STATUS
           END-READ.
       6210-EXIT.
           EXIT.

       6220-STORE-ONE-PROPOSAL.
           MOVE LP-LOCATION TO WS-LOOKUP-NAME
           PERFORM 6600-FIND-OR-ADD-ENTRY THRU 6600-EXIT
           SET PM-HAS-PROPOSAL(PM-SUB) TO TRUE
           MOVE LP-FLOOR TO PM-NEW-FLOOR(PM-SUB)
           MOVE LP-CEILING TO PM-NEW-CEILING(PM-SUB)
           MOVE LP-MAX-SWING-PCT TO PM-NEW-SWING(PM-SUB)
           PERFORM 6210-READ-PROPOSAL THRU 6210-EXIT.
       6220-EXIT.
           EXIT.

      *> DD DUMMY or an empty deck is no approvals at all.
       6300-READ-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF LIMAPPR-FILE-STATUS NOT = '00'
               GO TO 6300-EXIT
           END-IF
           PERFORM 6310-READ-APPROVAL-CARD THRU 6310-EXIT
           PERFORM 6320-APPLY-ONE-CARD THRU 6320-EXIT
               UNTIL LIMAPPR-FILE-STATUS NOT = '00'
           CLOSE APPROVAL-FILE.
       6300-EXIT.
           EXIT.

       6310-READ-APPROVAL-CARD.
           READ APPROVAL-FILE
               AT END
                   MOVE '10' TO LIMAPPR-FILE-STATUS
           END-READ.
       6310-EXIT.
           EXIT.

       6320-APPLY-ONE-CARD.
           IF AP-LOCATION = SPACES
               GO TO 6320-NEXT
           END-IF
           ADD 1 TO WS-CARD-COUNT
           IF AP-LOCATION = '*ALL'
               SET APPROVE-ALL TO TRUE
               GO TO 6320-NEXT
           END-IF
           MOVE AP-LOCATION TO WS-LOOKUP-NAME
           PERFORM 6610-FIND-ENTRY THRU 6610-EXIT
           IF LOCATION-FOUND
               IF PM-HAS-PROPOSAL(PM-SUB)
                   SET PM-APPROVED(PM-SUB) TO TRUE
                   GO TO 6320-NEXT
               END-IF
           END-IF
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO CALIB-TEXT-LINE
           MOVE ' ' TO CT-CARRIAGE-CONTROL
           STRING 'APPROVAL REJECTED - NO PROPOSAL ON LIMPROP FOR '
               AP-LOCATION
               DELIMITED BY SIZE INTO CT-TEXT
           WRITE CALIB-TEXT-LINE.
       6320-NEXT.
           PERFORM 6310-READ-APPROVAL-CARD THRU 6310-EXIT.
       6320-EXIT.
           EXIT.

       6400-APPLY-ONE-APPROVAL.
           IF NOT PM-HAS-PROPOSAL(PM-SUB)
               GO TO 6400-EXIT
           END-IF
           IF NOT PM-APPROVED(PM-SUB) AND NOT APPROVE-ALL
               GO TO 6400-EXIT
           END-IF
           SET PM-APPROVED(PM-SUB) TO TRUE
           ADD 1 TO WS-PROMOTED-COUNT
           MOVE SPACES TO CALIB-DETAIL-LINE
           MOVE ' ' TO CD-CARRIAGE-CONTROL
           MOVE PM-LOCATION(PM-SUB) TO CD-LOCATION
           MOVE 'WAS' TO CD-LABEL
           IF PM-HAS-CURRENT(PM-SUB)
               MOVE PM-CUR-FLOOR(PM-SUB) TO CD-FLOOR
               MOVE PM-CUR-CEILING(PM-SUB) TO CD-CEILING
               MOVE PM-CUR-SWING(PM-SUB) TO CD-SWING
           ELSE
               MOVE 'NO LIMITS IN FORCE BEFORE' TO CD-NOTE
           END-IF
           WRITE CALIB-DETAIL-LINE
           MOVE SPACES TO CALIB-DETAIL-LINE
           MOVE ' ' TO CD-CARRIAGE-CONTROL
           MOVE 'NOW' TO CD-LABEL
           MOVE PM-NEW-FLOOR(PM-SUB) TO CD-FLOOR
           MOVE PM-NEW-CEILING(PM-SUB) TO CD-CEILING
           MOVE PM-NEW-SWING(PM-SUB) TO CD-SWING
           WRITE CALIB-DETAIL-LINE.
       6400-EXIT.
           EXIT.

      *> Every location keeps its limits in force unless a proposal
      *> for it was approved; an approved proposal for a location
      *> with none in force adds it.
      *> LIMITS is only opened for output once every approval has
      *> been applied in storage.  An open that fails has changed
      *> nothing - the lines printed above are marked not done and
      *> the step ends RC 16.
       6500-REWRITE-LIMITS.
           OPEN OUTPUT LIMITS-FILE
           IF LIMITS-FILE-STATUS NOT = '00'
               MOVE SPACES TO CALIB-TEXT-LINE
               MOVE '0' TO CT-CARRIAGE-CONTROL
               STRING 'LIMITS COULD NOT BE OPENED FOR OUTPUT, STATUS='
                   LIMITS-FILE-STATUS
                   ' - NONE OF THE ABOVE WAS PROMOTED'
                   DELIMITED BY SIZE INTO CT-TEXT
               WRITE CALIB-TEXT-LINE
               DISPLAY 'DL930E - LIMITS-FILE OPEN FOR OUTPUT FAILED, '
                   'STATUS=' LIMITS-FILE-STATUS ' - NOTHING PROMOTED'
               CLOSE CALIBRATION-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PM-COUNT > ZERO
               PERFORM 6510-WRITE-ONE-LIMITS THRU 6510-EXIT
                   VARYING PM-SUB FROM 1 BY 1 UNTIL PM-SUB > PM-COUNT
           END-IF
           CLOSE LIMITS-FILE.
       6500-EXIT.
           EXIT.

       6510-WRITE-ONE-LIMITS.
           MOVE PM-LOCATION(PM-SUB) TO LM-LOCATION
           IF PM-APPROVED(PM-SUB)
               MOVE PM-NEW-FLOOR(PM-SUB) TO LM-FLOOR
               MOVE PM-NEW-CEILING(PM-SUB) TO LM-CEILING
               MOVE PM-NEW-SWING(PM-SUB) TO LM-MAX-SWING-PCT
           ELSE
               IF NOT PM-HAS-CURRENT(PM-SUB)
                   GO TO 6510-EXIT
               END-IF
               MOVE PM-CUR-FLOOR(PM-SUB) TO LM-FLOOR
               MOVE PM-CUR-CEILING(PM-SUB) TO LM-CEILING
               MOVE PM-CUR-SWING(PM-SUB) TO LM-MAX-SWING-PCT
           END-IF
           WRITE LIMITS-RECORD
           ADD 1 TO WS-WRITTEN-COUNT.
       6510-EXIT.
           EXIT.

       6600-FIND-OR-ADD-ENTRY.
           PERFORM 6610-FIND-ENTRY THRU 6610-EXIT
           IF LOCATION-FOUND
               GO TO 6600-EXIT
           END-IF
           IF PM-COUNT >= PM-MAX
               DISPLAY 'DL930E - MORE LIMITS AND PROPOSALS THAN '
                   'PM-MAX - NOTHING PROMOTED'
               CLOSE CALIBRATION-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO PM-COUNT
           MOVE PM-COUNT TO PM-SUB
           MOVE WS-LOOKUP-NAME TO PM-LOCATION(PM-SUB)
           MOVE 'N' TO PM-CURRENT-SW(PM-SUB)
           MOVE 'N' TO PM-PROPOSAL-SW(PM-SUB)
           MOVE 'N' TO PM-APPROVED-SW(PM-SUB).
       6600-EXIT.
           EXIT.

       6610-FIND-ENTRY.
           SET LOCATION-NOT-FOUND TO TRUE
           PERFORM 6620-MATCH-ONE-ENTRY THRU 6620-EXIT
               VARYING PM-SUB FROM 1 BY 1
               UNTIL PM-SUB > PM-COUNT OR LOCATION-FOUND
           IF LOCATION-FOUND
               SUBTRACT 1 FROM PM-SUB
           END-IF.
       6610-EXIT.
           EXIT.

       6620-MATCH-ONE-ENTRY.
           IF PM-LOCATION(PM-SUB) = WS-LOOKUP-NAME
               SET LOCATION-FOUND TO TRUE
           END-IF.
       6620-EXIT.
           EXIT.

      *>================================================================
      *>  9000  CLOSE UP
      *>================================================================
       9000-TERMINATE.
           CLOSE CALIBRATION-REPORT-FILE
           IF PROPOSE-MODE
               MOVE WS-PROPOSAL-COUNT TO WS-COUNT-DISPLAY
               DISPLAY 'DL930I - LOCATION-LIMITS PROPOSE COMPLETE, '
                   WS-COUNT-DISPLAY ' PROPOSALS WRITTEN'
           ELSE
               MOVE WS-PROMOTED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY 'DL930I - LOCATION-LIMITS PROMOTE COMPLETE, '
                   WS-COUNT-DISPLAY ' PROPOSALS PROMOTED'
           END-IF.
       9000-EXIT.
           EXIT.
