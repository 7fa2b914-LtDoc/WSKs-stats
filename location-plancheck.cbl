       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATION-PLANCHECK.
       AUTHOR. B-J-ANDREWS.
       INSTALLATION. RETAIL-BANKING-SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *>--------------------------------------------------------------
      *> MODIFICATION HISTORY
      *>
      *> 2026-10-15  BAJ  Original version.  Plan-completeness listing
      *>                  for the coming cycle, run before it starts:
      *>                  by region, every active roster location with
      *>                  no plan keyed on LPLN (or planned at zero for
      *>                  all eight weeks), with region counts, plus
      *>                  any plan keyed for a location that is no
      *>                  longer active on the roster.  Gives the
      *>                  district managers a list to chase while the
      *>                  cycle can still be planned, instead of
      *>                  finding the gaps on the variance columns.
      *>--------------------------------------------------------------

      *>--------------------------------------------------------------
      *> PARM='CCCC' names the cycle to list; blank lists the coming
      *> cycle - the one after the cycle of the last completed week
      *> on RUNCTL (cycle 1 before the first run).
      *>
      *>   RC  0  every active location has a plan
      *>   RC  4  locations missing a plan, or plans for locations not
      *>          active on the roster - see PLANRPT
      *>   RC 16  bad PARM, or the roster or run control unreadable
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

           SELECT PLAN-FILE ASSIGN TO "PLANIN"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS PLAN-FILE-STATUS.

           SELECT PLAN-REPORT-FILE ASSIGN TO "PLANRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PLAN-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATABASE-FILE.
           COPY LOCREC.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.

       FD  PLAN-FILE.
           COPY PLNREC.

       FD  PLAN-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PLAN-REPORT-LINE.
           05  PR-CARRIAGE-CONTROL        PIC X(01).
           05  PR-TEXT                    PIC X(131).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  DATABASE-FILE-STATUS       PIC X(02).
           05  RUNCTL-FILE-STATUS         PIC X(02).
           05  PLAN-FILE-STATUS           PIC X(02).
           05  PLAN-REPORT-STATUS         PIC X(02).

       01  WS-SWITCHES.
           05  WS-FOUND-SW                PIC X(01) VALUE 'N'.
               88  LOCATION-FOUND             VALUE 'Y'.
               88  LOCATION-NOT-FOUND         VALUE 'N'.
           05  WS-LOCKED-SW               PIC X(01) VALUE 'N'.
               88  CYCLE-LOCKED               VALUE 'Y'.
               88  CYCLE-NOT-LOCKED           VALUE 'N'.

       01  WEEK                           PIC 9(02) COMP.
       01  WS-RUN-DATE                    PIC 9(08).
       01  WS-LOOKUP-NAME                 PIC X(20).
       01  WS-LOCKED-DATE                 PIC 9(08) VALUE ZERO.

       01  WS-PARM-FIELDS.
           05  WS-PARM-CYCLE              PIC X(04).
           05  WS-PARM-CYCLE-N REDEFINES WS-PARM-CYCLE
                                          PIC 9(04).
       01  WS-PLAN-CYCLE                  PIC 9(04).

      *> In-storage roster - status and region are what matter here.
           COPY LOCTBL.

      *>--------------------------------------------------------------
      *> What PLANIN holds for each roster entry, by the same
      *> subscript as LOCATION-SUM: N no plan, Z planned at zero,
      *> P planned.
      *>--------------------------------------------------------------
       01  PLAN-STATE-TABLE.
           05  PS-STATE OCCURS 500 TIMES  PIC X(01).
       01  PS-SUB                         PIC 9(04) COMP.

       01  REGION-LIST.
           05  RG-MAX                     PIC 9(02) COMP VALUE 20.
           05  RG-COUNT                   PIC 9(02) COMP VALUE ZERO.
           05  RG-SUB                     PIC 9(02) COMP.
           05  RG-REGION OCCURS 20 TIMES  PIC X(03).

       01  WS-COUNTS.
           05  WS-PLAN-TOTAL              PIC S9(09)V9(2) COMP-3.
           05  WS-REGION-ACTIVE           PIC 9(06) COMP.
           05  WS-REGION-PLANNED          PIC 9(06) COMP.
           05  WS-REGION-MISSING          PIC 9(06) COMP.
           05  WS-ACTIVE-COUNT            PIC 9(06) COMP VALUE ZERO.
           05  WS-PLANNED-COUNT           PIC 9(06) COMP VALUE ZERO.
           05  WS-MISSING-COUNT           PIC 9(06) COMP VALUE ZERO.
           05  WS-ORPHAN-COUNT            PIC 9(06) COMP VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY           PIC ZZZZZ9.
           05  WS-COUNT-DISPLAY-2         PIC ZZZZZ9.
           05  WS-COUNT-DISPLAY-3         PIC ZZZZZ9.
           05  WS-REGION-TEXT             PIC X(06).
           05  WS-STATE-TEXT              PIC X(30).

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN                PIC S9(04) COMP.
           05  LS-PARM-TEXT               PIC X(20).

       PROCEDURE DIVISION USING LS-PARM-AREA.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-CYCLE-PLANS THRU 2000-EXIT
           PERFORM 3000-COLLECT-REGIONS THRU 3000-EXIT
           PERFORM 4000-PRINT-REGIONS THRU 4000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *>================================================================
      *>  1000  WORK OUT THE CYCLE AND LOAD THE ROSTER
      *>================================================================
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PARM-FIELDS
           IF LS-PARM-LEN > ZERO
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LEN) DELIMITED BY ','
                   INTO WS-PARM-CYCLE
               END-UNSTRING
           END-IF
           IF WS-PARM-CYCLE = SPACES
               PERFORM 1300-READ-RUN-CONTROL THRU 1300-EXIT
           ELSE
               IF WS-PARM-CYCLE NOT NUMERIC OR WS-PARM-CYCLE-N = ZERO
                   DISPLAY 'DL920E - CYCLE PARAMETER NOT NNNN: '
                       WS-PARM-CYCLE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-CYCLE-N TO WS-PLAN-CYCLE
           END-IF
           MOVE ZERO TO LS-LOCATION-COUNT
           OPEN INPUT DATABASE-FILE
           IF DATABASE-FILE-STATUS NOT = '00'
               DISPLAY 'DL920E - DATABASE-FILE NOT FOUND OR EMPTY, '
                   'STATUS=' DATABASE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-DATABASE-RECORD THRU 1100-EXIT
           PERFORM 1200-STORE-LOCATION-ENTRY THRU 1200-EXIT
               UNTIL DATABASE-FILE-STATUS NOT = '00'
           CLOSE DATABASE-FILE
           OPEN OUTPUT PLAN-REPORT-FILE
           MOVE SPACES TO PLAN-REPORT-LINE
           MOVE '1' TO PR-CARRIAGE-CONTROL
           STRING 'LOCATION-PLANCHECK PLAN COMPLETENESS - CYCLE '
               WS-PLAN-CYCLE '   RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PR-TEXT
           WRITE PLAN-REPORT-LINE.
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
               DISPLAY 'DL920E - MORE LOCATIONS THAN LS-LOCATION-MAX'
               CLOSE DATABASE-FILE
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
           MOVE 'N' TO PS-STATE(LS-LOCATION-COUNT)
           PERFORM 1100-READ-DATABASE-RECORD THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      *> The coming cycle is the one after the last completed week's
      *> cycle - the same number whether that cycle is part-way
      *> through (its plan is already locked) or just finished.  An
      *> empty run control is the first-run bootstrap: cycle 1.
       1300-READ-RUN-CONTROL.
           MOVE 1 TO WS-PLAN-CYCLE
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS NOT = '00'
               DISPLAY 'DL920E - RUN-CONTROL-FILE OPEN FAILED, '
                   'STATUS=' RUNCTL-FILE-STATUS
                   ' - CHECK THE RUNCTL DD OR GIVE THE CYCLE AS PARM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   CLOSE RUN-CONTROL-FILE
                   GO TO 1300-EXIT
           END-READ
           COMPUTE WS-PLAN-CYCLE = RC-CYCLE-NUMBER + 1
           CLOSE RUN-CONTROL-FILE.
       1300-EXIT.
           EXIT.

      *>================================================================
      *>  2000  READ THE CYCLE'S PLANS OFF PLANIN
      *>
      *>  An absent or empty PLANIN leaves every location unplanned,
      *>  which is what the listing then says.
      *>================================================================
       2000-LOAD-CYCLE-PLANS.
           OPEN INPUT PLAN-FILE
           IF PLAN-FILE-STATUS NOT = '00'
               DISPLAY 'DL920I - PLAN-FILE NOT FOUND OR EMPTY, '
                   'STATUS=' PLAN-FILE-STATUS
               GO TO 2000-EXIT
           END-IF
           MOVE WS-PLAN-CYCLE TO PL-CYCLE
           MOVE SPACES TO PL-LOCATION
           START PLAN-FILE KEY IS NOT LESS THAN PL-KEY
               INVALID KEY
                   MOVE '10' TO PLAN-FILE-STATUS
           END-START
           IF PLAN-FILE-STATUS = '00'
               PERFORM 2100-READ-PLAN THRU 2100-EXIT
           END-IF
           PERFORM 2200-NOTE-ONE-PLAN THRU 2200-EXIT
               UNTIL PLAN-FILE-STATUS NOT = '00'
           CLOSE PLAN-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-PLAN.
           READ PLAN-FILE NEXT RECORD
               AT END
                   MOVE '10' TO PLAN-FILE-STATUS
           END-READ
           IF PLAN-FILE-STATUS = '00'
              AND PL-CYCLE NOT = WS-PLAN-CYCLE
               MOVE '10' TO PLAN-FILE-STATUS
           END-IF.
       2100-EXIT.
           EXIT.

      *> A plan for a location not active on the roster is listed as
      *> it is found - the weekly run would skip it.
       2200-NOTE-ONE-PLAN.
           IF PL-CYCLE-CONTROL
               IF PL-LOCKED
                   SET CYCLE-LOCKED TO TRUE
                   MOVE PL-LOCKED-DATE TO WS-LOCKED-DATE
               END-IF
               GO TO 2200-NEXT
           END-IF
           MOVE PL-LOCATION TO WS-LOOKUP-NAME
           PERFORM 5000-FIND-LOCATION THRU 5000-EXIT
           IF LOCATION-FOUND
               IF LOC-STATUS-ACTIVE OF LOCATION-SUM(LOC-IDX)
                   PERFORM 2300-MARK-PLANNED THRU 2300-EXIT
                   GO TO 2200-NEXT
               END-IF
           END-IF
           IF WS-ORPHAN-COUNT = ZERO
               MOVE SPACES TO PLAN-REPORT-LINE
               MOVE '0' TO PR-CARRIAGE-CONTROL
               STRING 'PLANS FOR LOCATIONS NOT ACTIVE ON THE '
                   'ROSTER - THE WEEKLY RUN WILL NOT USE THEM'
                   DELIMITED BY SIZE INTO PR-TEXT
               WRITE PLAN-REPORT-LINE
           END-IF
           ADD 1 TO WS-ORPHAN-COUNT
           IF LOCATION-FOUND
               MOVE 'RETIRED' TO WS-STATE-TEXT
           ELSE
               MOVE 'NOT ON ROSTER' TO WS-STATE-TEXT
           END-IF
           MOVE SPACES TO PLAN-REPORT-LINE
           MOVE ' ' TO PR-CARRIAGE-CONTROL
           STRING '  ' PL-LOCATION '  ' WS-STATE-TEXT
               '  KEYED BY ' PL-OPERATOR ' ON ' PL-CHANGED-DATE
               DELIMITED BY SIZE INTO PR-TEXT
           WRITE PLAN-REPORT-LINE.
       2200-NEXT.
           PERFORM 2100-READ-PLAN THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-MARK-PLANNED.
           MOVE ZERO TO WS-PLAN-TOTAL
           PERFORM 2310-CHECK-ONE-WEEK THRU 2310-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           SET PS-SUB TO LOC-IDX
           IF WS-PLAN-TOTAL = ZERO
               MOVE 'Z' TO PS-STATE(PS-SUB)
           ELSE
               MOVE 'P' TO PS-STATE(PS-SUB)
           END-IF.
       2300-EXIT.
           EXIT.

      *> Any non-zero week counts, so the absolute value is summed -
      *> a plan of plus and minus weeks netting to zero is still a
      *> plan.
       2310-CHECK-ONE-WEEK.
           IF PL-WEEK-PLAN(WEEK) < ZERO
               SUBTRACT PL-WEEK-PLAN(WEEK) FROM WS-PLAN-TOTAL
           ELSE
               ADD PL-WEEK-PLAN(WEEK) TO WS-PLAN-TOTAL
           END-IF.
       2310-EXIT.
           EXIT.

      *>================================================================
      *>  3000  COLLECT THE REGIONS OF THE ACTIVE LOCATIONS
      *>================================================================
       3000-COLLECT-REGIONS.
           IF LS-LOCATION-COUNT > ZERO
               PERFORM 3100-NOTE-ONE-REGION THRU 3100-EXIT
                   VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > LS-LOCATION-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-NOTE-ONE-REGION.
           IF NOT LOC-STATUS-ACTIVE OF LOCATION-SUM(LOC-IDX)
               GO TO 3100-EXIT
           END-IF
           IF RG-COUNT > ZERO
               PERFORM 3110-MATCH-ONE-REGION THRU 3110-EXIT
                   VARYING RG-SUB FROM 1 BY 1
                   UNTIL RG-SUB > RG-COUNT
                      OR RG-REGION(RG-SUB) =
                         LOC-REGION OF LOCATION-SUM(LOC-IDX)
           ELSE
               MOVE 1 TO RG-SUB
           END-IF
           IF RG-SUB > RG-COUNT
               IF RG-COUNT >= RG-MAX
                   DISPLAY 'DL920E - MORE REGION CODES THAN RG-MAX'
                   CLOSE PLAN-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO RG-COUNT
               MOVE LOC-REGION OF LOCATION-SUM(LOC-IDX)
                   TO RG-REGION(RG-COUNT)
           END-IF.
       3100-EXIT.
           EXIT.

       3110-MATCH-ONE-REGION.
           CONTINUE.
       3110-EXIT.
           EXIT.

      *>================================================================
      *>  4000  ONE SECTION PER REGION - THE GAPS, THEN THE COUNTS
      *>================================================================
       4000-PRINT-REGIONS.
           MOVE SPACES TO PLAN-REPORT-LINE
           MOVE '0' TO PR-CARRIAGE-CONTROL
           IF CYCLE-LOCKED
               STRING 'CYCLE ' WS-PLAN-CYCLE ' IS ALREADY LOCKED - '
                   'ITS FIRST WEEK RAN ON ' WS-LOCKED-DATE
                   ' AND LPLN WILL NOT ACCEPT CHANGES'
                   DELIMITED BY SIZE INTO PR-TEXT
           ELSE
               STRING 'CYCLE ' WS-PLAN-CYCLE ' IS OPEN FOR PLAN '
                   'ENTRY ON LPLN'
                   DELIMITED BY SIZE INTO PR-TEXT
           END-IF
           WRITE PLAN-REPORT-LINE
           IF RG-COUNT > ZERO
               PERFORM 4100-PRINT-ONE-REGION THRU 4100-EXIT
                   VARYING RG-SUB FROM 1 BY 1 UNTIL RG-SUB > RG-COUNT
           END-IF
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-PLANNED-COUNT TO WS-COUNT-DISPLAY-2
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY-3
           MOVE SPACES TO PLAN-REPORT-LINE
           MOVE '-' TO PR-CARRIAGE-CONTROL
           STRING 'ALL REGIONS   ACTIVE ' WS-COUNT-DISPLAY
               '   PLANNED ' WS-COUNT-DISPLAY-2
               '   NO PLAN OR ZERO ' WS-COUNT-DISPLAY-3
               DELIMITED BY SIZE INTO PR-TEXT
           WRITE PLAN-REPORT-LINE
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PLAN-REPORT-LINE
           MOVE ' ' TO PR-CARRIAGE-CONTROL
           STRING 'PLANS FOR LOCATIONS NOT ACTIVE ON THE ROSTER '
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PR-TEXT
           WRITE PLAN-REPORT-LINE.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-REGION.
           MOVE ZERO TO WS-REGION-ACTIVE
           MOVE ZERO TO WS-REGION-PLANNED
           MOVE ZERO TO WS-REGION-MISSING
           IF RG-REGION(RG-SUB) = SPACES
               MOVE '(NONE)' TO WS-REGION-TEXT
           ELSE
               MOVE RG-REGION(RG-SUB) TO WS-REGION-TEXT
           END-IF
           MOVE SPACES TO PLAN-REPORT-LINE
           MOVE '0' TO PR-CARRIAGE-CONTROL
           STRING 'REGION ' WS-REGION-TEXT
               DELIMITED BY SIZE INTO PR-TEXT
           WRITE PLAN-REPORT-LINE
           PERFORM 4200-CHECK-ONE-LOCATION THRU 4200-EXIT
               VARYING LOC-IDX FROM 1 BY 1
               UNTIL LOC-IDX > LS-LOCATION-COUNT
           MOVE WS-REGION-ACTIVE TO WS-COUNT-DISPLAY
           MOVE WS-REGION-PLANNED TO WS-COUNT-DISPLAY-2
           MOVE WS-REGION-MISSING TO WS-COUNT-DISPLAY-3
           MOVE SPACES TO PLAN-REPORT-LINE
           MOVE ' ' TO PR-CARRIAGE-CONTROL
           STRING '  ' WS-REGION-TEXT '        ACTIVE ' WS-COUNT-DISPLAY
               '   PLANNED ' WS-COUNT-DISPLAY-2
               '   NO PLAN OR ZERO ' WS-COUNT-DISPLAY-3
               DELIMITED BY SIZE INTO PR-TEXT
           WRITE PLAN-REPORT-LINE.
       4100-EXIT.
           EXIT.

       4200-CHECK-ONE-LOCATION.
           IF NOT LOC-STATUS-ACTIVE OF LOCATION-SUM(LOC-IDX)
              OR LOC-REGION OF LOCATION-SUM(LOC-IDX)
                 NOT = RG-REGION(RG-SUB)
               GO TO 4200-EXIT
           END-IF
           ADD 1 TO WS-REGION-ACTIVE
           ADD 1 TO WS-ACTIVE-COUNT
           SET PS-SUB TO LOC-IDX
           IF PS-STATE(PS-SUB) = 'P'
               ADD 1 TO WS-REGION-PLANNED
               ADD 1 TO WS-PLANNED-COUNT
               GO TO 4200-EXIT
           END-IF
           ADD 1 TO WS-REGION-MISSING
           ADD 1 TO WS-MISSING-COUNT
           IF PS-STATE(PS-SUB) = 'Z'
               MOVE 'PLANNED AT ZERO, ALL 8 WEEKS' TO WS-STATE-TEXT
           ELSE
               MOVE 'NO PLAN' TO WS-STATE-TEXT
           END-IF
           MOVE SPACES TO PLAN-REPORT-LINE
           MOVE ' ' TO PR-CARRIAGE-CONTROL
           STRING '  ' LOCATION OF LOCATION-SUM(LOC-IDX) '  '
               WS-STATE-TEXT
               DELIMITED BY SIZE INTO PR-TEXT
           WRITE PLAN-REPORT-LINE.
       4200-EXIT.
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
      *>  9000  CLOSE UP AND SET THE CONDITION CODE
      *>================================================================
       9000-TERMINATE.
           CLOSE PLAN-REPORT-FILE
           IF WS-MISSING-COUNT > ZERO OR WS-ORPHAN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'DL920I - LOCATION-PLANCHECK COMPLETE FOR CYCLE '
               WS-PLAN-CYCLE ', ' WS-COUNT-DISPLAY
               ' ACTIVE LOCATIONS WITHOUT A PLAN'.
       9000-EXIT.
           EXIT.
