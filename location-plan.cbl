       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATION-PLAN.
       AUTHOR. B-J-ANDREWS.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *>--------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>
      *> 2026-10-15  BAJ  Original version.  CICS transaction LPLN
      *>                  for the district managers - keys and
      *>                  revises the eight planned week amounts for
      *>                  each location in the manager's own region,
      *>                  straight onto the PLANIN KSDS the weekly run
      *>                  reads.  Every change is validated against
      *>                  the roster and stamped with the operator and
      *>                  date, and a cycle's plans are locked once
      *>                  its first week has run.  Replaces the
      *>                  PLANIN dataset hand-built from emailed
      *>                  spreadsheets, where locations got missed
      *>                  and misspelt names were only warned and
      *>                  skipped.
      *>--------------------------------------------------------------

      *>--------------------------------------------------------------
      *> USAGE (CLEAR SCREEN) - FIXED COLUMNS, SINCE NAMES CAN
      *> CONTAIN SPACES:
      *>
      *>   COLS 01-04  LPLN        COL 06  ACTION
      *>   COLS 08-11  CYCLE       COLS 13-32  LOCATION
      *>   COLS 34-35  WEEK        COLS 37-48  AMOUNT (9999999.99,
      *>                           DECIMALS OPTIONAL)
      *>
      *>   LPLN L cccc [location]  LIST THE REGION'S ACTIVE LOCATIONS
      *>                           AND THEIR PLAN FOR THE CYCLE, FROM
      *>                           THE LOCATION GIVEN ON
      *>   LPLN S cccc location    SHOW ONE LOCATION'S EIGHT WEEKS
      *>   LPLN W cccc location ww amount
      *>                           SET ONE WEEK'S PLANNED AMOUNT
      *>                           (ADDS THE PLAN, OTHER WEEKS ZERO,
      *>                           IF THE LOCATION HAS NONE YET)
      *>   LPLN E                  END THE SESSION
      *>
      *> The operator must be on PLANOPR (LOCATION-MAINT's PLANOP
      *> card), which names the region they plan for; a location
      *> outside it, retired, or not on the roster is refused.  Once
      *> the weekly run has locked a cycle - its control record on
      *> PLANIN is LOCKED - nothing for that cycle can be changed.
      *>
      *> CICS file control: FCT entries PLANIN (the plans, updated
      *> here), DATABASE (the roster, read-only), and PLANOPR (the
      *> operators, read-only).  The RESP checks compare against
      *> DFHRESP NORMAL(0), NOTFND(13), and ENDFILE(20).
      *>--------------------------------------------------------------

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-COMMAREA.
           05  CA-FILLER                  PIC X(01).

       01  WS-INPUT-FIELDS.
           05  WS-INPUT-AREA.
               10  FILLER                 PIC X(04).
               10  FILLER                 PIC X(01).
               10  WS-IN-ACTION           PIC X(01).
               10  FILLER                 PIC X(01).
               10  WS-IN-CYCLE            PIC X(04).
               10  WS-IN-CYCLE-N REDEFINES WS-IN-CYCLE
                                          PIC 9(04).
               10  FILLER                 PIC X(01).
               10  WS-IN-LOCATION         PIC X(20).
               10  FILLER                 PIC X(01).
               10  WS-IN-WEEK             PIC X(02).
               10  WS-IN-WEEK-N REDEFINES WS-IN-WEEK
                                          PIC 9(02).
               10  FILLER                 PIC X(01).
               10  WS-IN-AMOUNT           PIC X(12).
               10  FILLER                 PIC X(32).
           05  WS-INPUT-LENGTH            PIC S9(04) COMP VALUE 80.

       01  WS-RESP                        PIC S9(08) COMP.
           88  RESP-NORMAL                    VALUE 0.
           88  RESP-NOTFND                    VALUE 13.
           88  RESP-ENDFILE                   VALUE 20.

       01  WS-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-TODAY                       PIC 9(08).
       01  WS-OPERATOR                    PIC X(08).
       01  WS-OPERATOR-REGION             PIC X(03).

       01  WEEK                           PIC 9(02) COMP.
       01  WS-LINE-SUB                    PIC 9(02) COMP.
       01  WS-LIST-COUNT                  PIC 9(04) COMP.
       01  WS-MISSING-COUNT               PIC 9(04) COMP.
       01  WS-PLAN-TOTAL                  PIC S9(09)V9(2) COMP-3.

      *>--------------------------------------------------------------
      *> The typed amount, split at the decimal point and checked a
      *> piece at a time - up to eight whole digits and two decimals,
      *> no sign (a plan is never negative).
      *>--------------------------------------------------------------
       01  WS-AMOUNT-FIELDS.
           05  WS-AMT-WHOLE-IN            PIC X(12).
           05  WS-AMT-CENTS-IN            PIC X(12).
           05  WS-AMT-WHOLE-LEN           PIC 9(04) COMP.
           05  WS-AMT-CENTS-LEN           PIC 9(04) COMP.
           05  WS-AMT-WHOLE               PIC X(08) JUSTIFIED RIGHT.
           05  WS-AMT-WHOLE-N REDEFINES WS-AMT-WHOLE
                                          PIC 9(08).
           05  WS-AMT-CENTS               PIC X(02).
           05  WS-AMT-CENTS-N REDEFINES WS-AMT-CENTS
                                          PIC 9(02).
           05  WS-AMT-VALUE               PIC S9(08)V9(2) COMP-3.

       01  WS-EDIT-FIELDS.
           05  WS-MONEY-EDIT              PIC --,---,---9.99.
           05  WS-TOTAL-EDIT              PIC ---,---,---9.99.
           05  WS-WEEK-EDIT               PIC 9(02).
           05  WS-COUNT-EDIT              PIC ZZZ9.
           05  WS-STATUS-TEXT             PIC X(08).

      *> Same copybooks the batch programs use, so the layouts can
      *> never drift apart.
           COPY PLNREC.
           COPY LOCREC.
           COPY POPREC.

      *>--------------------------------------------------------------
      *> 22 LINES OF 80 SENT AS ONE TEXT BLOCK - THE 3270 WRAPS AT
      *> COLUMN 80, SO EACH LINE LANDS ON ITS OWN SCREEN ROW.
      *>--------------------------------------------------------------
       01  WS-SCREEN-AREA.
           05  WS-SCREEN-LINE OCCURS 22 TIMES
                                          PIC X(80).
       01  WS-SCREEN-LENGTH               PIC S9(04) COMP VALUE 1760.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-FILLER                  PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-PARSE-INPUT THRU 1000-EXIT
           PERFORM 1100-STAMP-FIELDS THRU 1100-EXIT
           PERFORM 3010-CLEAR-ONE-LINE THRU 3010-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 22
           MOVE 'DISTRICT PLAN ENTRY (LPLN L/S/W, LPLN E)'
               TO WS-SCREEN-LINE(1)
           IF WS-IN-ACTION = 'E'
               PERFORM 4100-END-SESSION THRU 4100-EXIT
           END-IF
           PERFORM 1200-CHECK-OPERATOR THRU 1200-EXIT
           IF WS-SCREEN-LINE(3) = SPACES
               EVALUATE WS-IN-ACTION
                   WHEN 'L'
                       PERFORM 2100-LIST-REGION THRU 2100-EXIT
                   WHEN 'S'
                       PERFORM 2200-SHOW-PLAN THRU 2200-EXIT
                   WHEN 'W'
                       PERFORM 2300-SET-PLAN-WEEK THRU 2300-EXIT
                   WHEN OTHER
                       MOVE 'ACTION MUST BE L, S, W OR E IN COL 6'
                           TO WS-SCREEN-LINE(3)
               END-EVALUATE
           END-IF
           PERFORM 4000-SEND-AND-RETURN THRU 4000-EXIT.

      *>================================================================
      *>  1000  PULL THE REQUEST OFF THE TERMINAL INPUT
      *>================================================================
       1000-PARSE-INPUT.
           MOVE SPACES TO WS-INPUT-AREA
           MOVE 80 TO WS-INPUT-LENGTH
           EXEC CICS RECEIVE INTO(WS-INPUT-AREA)
               LENGTH(WS-INPUT-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
       1000-EXIT.
           EXIT.

      *> Operator id and date for the change stamp.
       1100-STAMP-FIELDS.
           MOVE SPACES TO WS-OPERATOR
           EXEC CICS ASSIGN USERID(WS-OPERATOR)
           END-EXEC
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC.
       1100-EXIT.
           EXIT.

      *> Every action needs a plan operator and a cycle.  Leaves
      *> line 3 spaces when both are good, else the reason.
       1200-CHECK-OPERATOR.
           MOVE WS-OPERATOR TO PO-OPERATOR
           EXEC CICS READ FILE('PLANOPR')
               INTO(PLAN-OPERATOR-RECORD)
               RIDFLD(PO-OPERATOR)
               RESP(WS-RESP)
           END-EXEC
           IF NOT RESP-NORMAL
               STRING 'OPERATOR ' WS-OPERATOR
                   ' IS NOT SET UP TO KEY PLANS - SEE PLANOP CARD'
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE(3)
               GO TO 1200-EXIT
           END-IF
           MOVE PO-REGION TO WS-OPERATOR-REGION
           STRING 'OPERATOR ' WS-OPERATOR '  REGION '
               WS-OPERATOR-REGION '  CYCLE ' WS-IN-CYCLE
               DELIMITED BY SIZE INTO WS-SCREEN-LINE(2)
           IF WS-IN-CYCLE NOT NUMERIC OR WS-IN-CYCLE-N = ZERO
               MOVE 'CYCLE NUMBER REQUIRED IN COLS 8-11'
                   TO WS-SCREEN-LINE(3)
           END-IF.
       1200-EXIT.
           EXIT.

      *>================================================================
      *>  2100  LIST THE REGION'S ACTIVE LOCATIONS AND THEIR PLAN
      *>
      *>  Browses the roster from the location typed (the top when
      *>  blank) and shows each active location in the operator's
      *>  region with its plan total for the cycle, or NO PLAN.  The
      *>  last line says where to relist from when the page fills.
      *>================================================================
       2100-LIST-REGION.
           MOVE 'LOCATION                  PLAN TOTAL  STATUS    BY'
               TO WS-SCREEN-LINE(3)
           MOVE ZERO TO WS-LIST-COUNT
           MOVE ZERO TO WS-MISSING-COUNT
           MOVE 4 TO WS-LINE-SUB
           IF WS-IN-LOCATION = SPACES
               MOVE LOW-VALUES TO LOCATION OF DATABASE-RECORD
           ELSE
               MOVE WS-IN-LOCATION TO LOCATION OF DATABASE-RECORD
           END-IF
           EXEC CICS STARTBR FILE('DATABASE')
               RIDFLD(LOCATION OF DATABASE-RECORD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF NOT RESP-NORMAL
               MOVE 'NO ROSTER LOCATIONS FROM THAT NAME ON'
                   TO WS-SCREEN-LINE(4)
               GO TO 2100-EXIT
           END-IF
           PERFORM 2110-LIST-ONE-LOCATION THRU 2110-EXIT
               UNTIL NOT RESP-NORMAL
                  OR WS-LINE-SUB > 19
           EXEC CICS ENDBR FILE('DATABASE') END-EXEC
           IF WS-LIST-COUNT = ZERO
               MOVE 'NO ACTIVE LOCATIONS IN YOUR REGION FROM THAT NAME'
                   TO WS-SCREEN-LINE(4)
           END-IF
           MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT
           STRING 'LOCATIONS ON THIS PAGE WITH NO PLAN: '
               WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-SCREEN-LINE(21)
           IF WS-LINE-SUB > 19 AND RESP-NORMAL
               STRING 'MORE - RELIST FROM '
                   LOCATION OF DATABASE-RECORD
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE(20)
           END-IF.
       2100-EXIT.
           EXIT.

      *> The record that fills the page is read but not shown - its
      *> name is the relist point 2100 prints.
       2110-LIST-ONE-LOCATION.
           EXEC CICS READNEXT FILE('DATABASE')
               INTO(DATABASE-RECORD)
               RIDFLD(LOCATION OF DATABASE-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF NOT RESP-NORMAL
               GO TO 2110-EXIT
           END-IF
           IF NOT LOC-STATUS-ACTIVE OF DATABASE-RECORD
              OR LOC-REGION OF DATABASE-RECORD NOT = WS-OPERATOR-REGION
               GO TO 2110-EXIT
           END-IF
           IF WS-LINE-SUB > 18
               ADD 1 TO WS-LINE-SUB
               GO TO 2110-EXIT
           END-IF
           ADD 1 TO WS-LIST-COUNT
           MOVE WS-IN-CYCLE-N TO PL-CYCLE
           MOVE LOCATION OF DATABASE-RECORD TO PL-LOCATION
           EXEC CICS READ FILE('PLANIN')
               INTO(PLAN-RECORD)
               RIDFLD(PL-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF NOT RESP-NORMAL
               ADD 1 TO WS-MISSING-COUNT
               STRING LOCATION OF DATABASE-RECORD
                   '               NO PLAN'
                   DELIMITED BY SIZE
                   INTO WS-SCREEN-LINE(WS-LINE-SUB)
           ELSE
               PERFORM 2120-TOTAL-PLAN THRU 2120-EXIT
               STRING LOCATION OF DATABASE-RECORD '  ' WS-TOTAL-EDIT
                   '  ' WS-STATUS-TEXT '  ' PL-OPERATOR
                   DELIMITED BY SIZE
                   INTO WS-SCREEN-LINE(WS-LINE-SUB)
           END-IF
           SET RESP-NORMAL TO TRUE
           ADD 1 TO WS-LINE-SUB.
       2110-EXIT.
           EXIT.

       2120-TOTAL-PLAN.
           MOVE ZERO TO WS-PLAN-TOTAL
           PERFORM 2130-ADD-ONE-PLAN-WEEK THRU 2130-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           MOVE WS-PLAN-TOTAL TO WS-TOTAL-EDIT
           IF PL-LOCKED
               MOVE 'LOCKED' TO WS-STATUS-TEXT
           ELSE
               MOVE 'OPEN' TO WS-STATUS-TEXT
           END-IF.
       2120-EXIT.
           EXIT.

       2130-ADD-ONE-PLAN-WEEK.
           ADD PL-WEEK-PLAN(WEEK) TO WS-PLAN-TOTAL.
       2130-EXIT.
           EXIT.

      *>================================================================
      *>  2200  SHOW ONE LOCATION'S PLAN FOR THE CYCLE
      *>================================================================
       2200-SHOW-PLAN.
           PERFORM 2500-CHECK-LOCATION THRU 2500-EXIT
           IF WS-SCREEN-LINE(3) NOT = SPACES
               GO TO 2200-EXIT
           END-IF
           MOVE WS-IN-CYCLE-N TO PL-CYCLE
           MOVE WS-IN-LOCATION TO PL-LOCATION
           EXEC CICS READ FILE('PLANIN')
               INTO(PLAN-RECORD)
               RIDFLD(PL-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF NOT RESP-NORMAL
               STRING WS-IN-LOCATION ' HAS NO PLAN FOR CYCLE '
                   WS-IN-CYCLE ' - KEY ONE WITH LPLN W'
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE(3)
               GO TO 2200-EXIT
           END-IF
           STRING 'PLAN FOR ' WS-IN-LOCATION ' CYCLE ' WS-IN-CYCLE
               DELIMITED BY SIZE INTO WS-SCREEN-LINE(3)
           PERFORM 2400-FORMAT-PLAN THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

      *>================================================================
      *>  2300  SET ONE WEEK OF A LOCATION'S PLAN
      *>
      *>  Adds the plan record, other weeks zero, when the location
      *>  has none for the cycle yet.  Refused once the weekly run
      *>  has locked the cycle, whether or not this record existed
      *>  when it did.
      *>================================================================
       2300-SET-PLAN-WEEK.
           IF WS-IN-WEEK NOT NUMERIC
              OR WS-IN-WEEK-N < 1 OR WS-IN-WEEK-N > 8
               MOVE 'WEEK MUST BE 01-08 IN COLS 34-35'
                   TO WS-SCREEN-LINE(3)
               GO TO 2300-EXIT
           END-IF
           PERFORM 2600-EDIT-AMOUNT THRU 2600-EXIT
           IF WS-SCREEN-LINE(3) NOT = SPACES
               GO TO 2300-EXIT
           END-IF
           PERFORM 2500-CHECK-LOCATION THRU 2500-EXIT
           IF WS-SCREEN-LINE(3) NOT = SPACES
               GO TO 2300-EXIT
           END-IF
           PERFORM 2700-CHECK-CYCLE-OPEN THRU 2700-EXIT
           IF WS-SCREEN-LINE(3) NOT = SPACES
               GO TO 2300-EXIT
           END-IF
           MOVE WS-IN-CYCLE-N TO PL-CYCLE
           MOVE WS-IN-LOCATION TO PL-LOCATION
           EXEC CICS READ FILE('PLANIN')
               INTO(PLAN-RECORD)
               RIDFLD(PL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF NOT RESP-NORMAL AND NOT RESP-NOTFND
               MOVE 'PLAN FILE UNAVAILABLE - NOTHING CHANGED'
                   TO WS-SCREEN-LINE(3)
               GO TO 2300-EXIT
           END-IF
           IF RESP-NORMAL AND PL-LOCKED
               EXEC CICS UNLOCK FILE('PLANIN') END-EXEC
               STRING 'CYCLE ' WS-IN-CYCLE ' PLAN LOCKED BY THE '
                   'WEEKLY RUN ON ' PL-LOCKED-DATE
                   ' - NOTHING CHANGED'
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE(3)
               GO TO 2300-EXIT
           END-IF
           IF RESP-NOTFND
               MOVE WS-IN-CYCLE-N TO PL-CYCLE
               MOVE WS-IN-LOCATION TO PL-LOCATION
               PERFORM 2310-ZERO-ONE-PLAN-WEEK THRU 2310-EXIT
                   VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
               SET PL-OPEN TO TRUE
               MOVE WS-TODAY TO PL-ENTERED-DATE
               MOVE ZERO TO PL-LOCKED-DATE
           END-IF
           MOVE WS-IN-WEEK-N TO WEEK
           MOVE LOC-REGION OF DATABASE-RECORD TO PL-REGION
           MOVE WS-AMT-VALUE TO PL-WEEK-PLAN(WEEK)
           MOVE WS-OPERATOR TO PL-OPERATOR
           MOVE WS-TODAY TO PL-CHANGED-DATE
           IF RESP-NOTFND
               EXEC CICS WRITE FILE('PLANIN')
                   FROM(PLAN-RECORD)
                   RIDFLD(PL-KEY)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS REWRITE FILE('PLANIN')
                   FROM(PLAN-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF RESP-NORMAL
               MOVE WS-IN-WEEK-N TO WS-WEEK-EDIT
               STRING 'WEEK ' WS-WEEK-EDIT ' PLAN SET FOR '
                   WS-IN-LOCATION ' CYCLE ' WS-IN-CYCLE
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE(3)
               PERFORM 2400-FORMAT-PLAN THRU 2400-EXIT
           ELSE
               MOVE 'PLAN WRITE FAILED - NOTHING CHANGED'
                   TO WS-SCREEN-LINE(3)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-ZERO-ONE-PLAN-WEEK.
           MOVE ZERO TO PL-WEEK-PLAN(WEEK).
       2310-EXIT.
           EXIT.

      *> Lines 5-16 of the screen: the eight weeks, the total, and
      *> the stamp, from whatever PLAN-RECORD holds.
       2400-FORMAT-PLAN.
           MOVE 'WEEK        PLANNED' TO WS-SCREEN-LINE(5)
           MOVE 6 TO WS-LINE-SUB
           PERFORM 2410-FORMAT-ONE-WEEK THRU 2410-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           PERFORM 2120-TOTAL-PLAN THRU 2120-EXIT
           STRING 'TOTAL ' WS-TOTAL-EDIT '   ' WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-SCREEN-LINE(15)
           STRING 'ENTERED ' PL-ENTERED-DATE '  LAST CHANGED '
               PL-CHANGED-DATE ' BY ' PL-OPERATOR
               DELIMITED BY SIZE INTO WS-SCREEN-LINE(16)
           IF PL-LOCKED
               STRING 'LOCKED BY THE WEEKLY RUN ON ' PL-LOCKED-DATE
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE(17)
           END-IF.
       2400-EXIT.
           EXIT.

       2410-FORMAT-ONE-WEEK.
           MOVE WEEK TO WS-WEEK-EDIT
           MOVE PL-WEEK-PLAN(WEEK) TO WS-MONEY-EDIT
           STRING ' ' WS-WEEK-EDIT '   ' WS-MONEY-EDIT
               DELIMITED BY SIZE INTO WS-SCREEN-LINE(WS-LINE-SUB)
           ADD 1 TO WS-LINE-SUB.
       2410-EXIT.
           EXIT.

      *> A plan has to name a real, active roster location in the
      *> operator's own region - a misspelt name is exactly what the
      *> spreadsheet route let through.
       2500-CHECK-LOCATION.
           IF WS-IN-LOCATION = SPACES
               MOVE 'LOCATION REQUIRED IN COLS 13-32'
                   TO WS-SCREEN-LINE(3)
               GO TO 2500-EXIT
           END-IF
           MOVE WS-IN-LOCATION TO LOCATION OF DATABASE-RECORD
           EXEC CICS READ FILE('DATABASE')
               INTO(DATABASE-RECORD)
               RIDFLD(LOCATION OF DATABASE-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF NOT RESP-NORMAL
               MOVE 'LOCATION IS NOT ON THE ROSTER'
                   TO WS-SCREEN-LINE(3)
               GO TO 2500-EXIT
           END-IF
           IF LOC-STATUS-RETIRED OF DATABASE-RECORD
               MOVE 'LOCATION IS RETIRED' TO WS-SCREEN-LINE(3)
               GO TO 2500-EXIT
           END-IF
           IF LOC-REGION OF DATABASE-RECORD NOT = WS-OPERATOR-REGION
               STRING 'LOCATION IS IN REGION '
                   LOC-REGION OF DATABASE-RECORD
                   ', NOT YOURS'
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE(3)
           END-IF.
       2500-EXIT.
           EXIT.

      *> Splits the typed amount at the point, right-justifies the
      *> whole part, pads the decimals, and checks both are digits.
       2600-EDIT-AMOUNT.
           MOVE SPACES TO WS-AMT-WHOLE-IN
           MOVE SPACES TO WS-AMT-CENTS-IN
           MOVE ZERO TO WS-AMT-WHOLE-LEN
           MOVE ZERO TO WS-AMT-CENTS-LEN
           UNSTRING WS-IN-AMOUNT DELIMITED BY '.' OR SPACE
               INTO WS-AMT-WHOLE-IN COUNT IN WS-AMT-WHOLE-LEN
                    WS-AMT-CENTS-IN COUNT IN WS-AMT-CENTS-LEN
           END-UNSTRING
           IF WS-AMT-WHOLE-LEN = ZERO OR WS-AMT-WHOLE-LEN > 8
              OR WS-AMT-CENTS-LEN > 2
               MOVE 'AMOUNT MUST BE 0-99999999.99 IN COLS 37-48'
                   TO WS-SCREEN-LINE(3)
               GO TO 2600-EXIT
           END-IF
           MOVE WS-AMT-WHOLE-IN(1:WS-AMT-WHOLE-LEN) TO WS-AMT-WHOLE
           INSPECT WS-AMT-WHOLE REPLACING LEADING SPACE BY ZERO
           MOVE '00' TO WS-AMT-CENTS
           IF WS-AMT-CENTS-LEN > ZERO
               MOVE WS-AMT-CENTS-IN(1:WS-AMT-CENTS-LEN)
                   TO WS-AMT-CENTS(1:WS-AMT-CENTS-LEN)
           END-IF
           IF WS-AMT-WHOLE NOT NUMERIC OR WS-AMT-CENTS NOT NUMERIC
               MOVE 'AMOUNT MUST BE 0-99999999.99 IN COLS 37-48'
                   TO WS-SCREEN-LINE(3)
               GO TO 2600-EXIT
           END-IF
           COMPUTE WS-AMT-VALUE = WS-AMT-WHOLE-N + WS-AMT-CENTS-N / 100.
       2600-EXIT.
           EXIT.

      *> The cycle control record is written LOCKED by the first
      *> weekly run of the cycle.
       2700-CHECK-CYCLE-OPEN.
           MOVE WS-IN-CYCLE-N TO PL-CYCLE
           MOVE SPACES TO PL-LOCATION
           EXEC CICS READ FILE('PLANIN')
               INTO(PLAN-RECORD)
               RIDFLD(PL-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF RESP-NORMAL AND PL-LOCKED
               STRING 'CYCLE ' WS-IN-CYCLE ' HAS STARTED - PLAN LOCKED '
                   'BY THE WEEKLY RUN ON ' PL-LOCKED-DATE
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE(3)
           END-IF.
       2700-EXIT.
           EXIT.

       3010-CLEAR-ONE-LINE.
           MOVE SPACES TO WS-SCREEN-LINE(WS-LINE-SUB).
       3010-EXIT.
           EXIT.

      *>================================================================
      *>  4000  SEND THE SCREEN AND RETURN FOR THE NEXT REQUEST
      *>================================================================
       4000-SEND-AND-RETURN.
           EXEC CICS SEND TEXT FROM(WS-SCREEN-AREA)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN TRANSID('LPLN')
               COMMAREA(WS-COMMAREA)
               LENGTH(1)
           END-EXEC.
       4000-EXIT.
           EXIT.

      *> A plain RETURN - no TRANSID - hands the terminal back to
      *> CICS, the same way LINQ EXIT and LSUS E do.  Control does
      *> not come back from the RETURN.
       4100-END-SESSION.
           MOVE 'DISTRICT PLAN ENTRY ENDED' TO WS-SCREEN-LINE(1)
           EXEC CICS SEND TEXT FROM(WS-SCREEN-AREA)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
       4100-EXIT.
           EXIT.
