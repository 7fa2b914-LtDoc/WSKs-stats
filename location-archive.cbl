      *>                  archive goes to ARCHOUT; the job's IDCAMS
      *>                  step swaps it over LOCARCH once this step
      *>                  ends clean.
      *> 2026-10-15  BAJ  Merge records written by LOCATION-CONSOL
      *>                  are carried through untouched - never
      *>                  collapsed, and passed over by the
      *>                  replacement scan since they sit out of date
      *>                  order - except that one is dropped as
      *>                  superseded when a later correction of the
      *>                  receiving location's same week is collapsed,
      *>                  that correction already holding the merged
      *>                  figure.
      *>--------------------------------------------------------------

      *>--------------------------------------------------------------
      *> and dropped from both outputs, and the step ends RC=4 so
      *> someone looks before the swap.  Chronological order is
      *> preserved on both outputs, which is what LOCATION-TREND's
      *> load depends on.  Merge records (AR-MERGE-RECORD) keep
      *> their place at the tail where LOCATION-CONSOL appended them.
      *>--------------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  WS-DATE-DIFF                   PIC S9(08) COMP-3.
       01  WS-SCAN-SUB                    PIC S9(08) COMP.
       01  WS-OUT-SUB                     PIC 9(08) COMP.
       01  WS-MERGE-SUB                   PIC 9(08) COMP.
       01  WS-VICTIM-INT                  PIC S9(08) COMP-3.

      *>--------------------------------------------------------------
      *> The whole archive, loaded in arrival order with each
               10  AE-WEEK-END-DATE       PIC 9(08).
               10  AE-LOCATION            PIC X(20).
               10  AE-LOC-STATUS          PIC X(01).
                   88  AE-MERGE-ENTRY         VALUE 'M'.
               10  AE-AMOUNT              PIC S9(08)V9(2) COMP-3.
               10  AE-DROP-SW             PIC X(01).
                   88  AE-DROPPED             VALUE 'Y'.
                   88  AE-KEPT                VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT              PIC 9(08) COMP VALUE ZERO.
           05  WS-COLLAPSE-COUNT          PIC 9(08) COMP VALUE ZERO.
           05  WS-OFFLOAD-COUNT           PIC 9(08) COMP VALUE ZERO.
           05  WS-KEPT-COUNT              PIC 9(08) COMP VALUE ZERO.
           05  WS-MERGE-COUNT             PIC 9(08) COMP VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY           PIC ZZZZZZZ9.
               PERFORM 1300-REPORT-INVALID-RECORD THRU 1300-EXIT
               GO TO 1200-NEXT
           END-IF
           IF AR-MERGE-RECORD
               ADD 1 TO WS-MERGE-COUNT
               GO TO 1200-APPEND
           END-IF
           PERFORM 1400-FIND-CORRECTION-SLOT THRU 1400-EXIT
           IF CORRECTION-SLOT-FOUND
               ADD 1 TO WS-COLLAPSE-COUNT
               IF WS-MERGE-COUNT > ZERO
                   PERFORM 1500-DROP-SUPERSEDED-MERGES THRU 1500-EXIT
               END-IF
               MOVE AR-RUN-DATE TO AE-RUN-DATE(WS-SCAN-SUB)
               MOVE WS-CAND-INT TO AE-DATE-INT(WS-SCAN-SUB)
               IF AR-WEEK-END-DATE NOT = ZERO
               MOVE AR-LOC-STATUS TO AE-LOC-STATUS(WS-SCAN-SUB)
               MOVE AR-WEEK-AMOUNT TO AE-AMOUNT(WS-SCAN-SUB)
               GO TO 1200-NEXT
           END-IF.
       1200-APPEND.
           IF AE-COUNT >= AE-MAX
               DISPLAY 'DL800E - MORE ARCHIVE RECORDS THAN AE-MAX - '
                   'RAISE THE TABLE OR OFFLOAD IN TWO PASSES'
           MOVE AR-WEEK-END-DATE TO AE-WEEK-END-DATE(AE-COUNT)
           MOVE AR-LOCATION TO AE-LOCATION(AE-COUNT)
           MOVE AR-LOC-STATUS TO AE-LOC-STATUS(AE-COUNT)
           MOVE AR-WEEK-AMOUNT TO AE-AMOUNT(AE-COUNT)
           SET AE-KEPT(AE-COUNT) TO TRUE.
       1200-NEXT.
           PERFORM 1100-READ-ARCHIVE-RECORD THRU 1100-EXIT.
       1200-EXIT.
      *> the scan stops instead of walking the whole table for
      *> every record.
       1410-TEST-ONE-SLOT.
           IF AE-MERGE-ENTRY(WS-SCAN-SUB)
               GO TO 1410-EXIT
           END-IF
           COMPUTE WS-DATE-DIFF =
               WS-CAND-INT - AE-DATE-INT(WS-SCAN-SUB)
           IF WS-DATE-DIFF >= 50
       1410-EXIT.
           EXIT.

      *>================================================================
      *>  1500  A COLLAPSED CORRECTION SUPERSEDES THE MERGE RECORD FOR
      *>         THE SAME WEEK
      *>
      *>  A correction is archived off the receiving location's
      *>  DATABASE-FILE slot, which LOCATION-CONSOL had already
      *>  combined - so its figure includes the closed branch's week,
      *>  and the merge record for that week (same location and slot,
      *>  run date within seven weeks of the entry being replaced)
      *>  would count it twice.  Merge records only ever follow the
      *>  entry they belong to, so the scan starts just past it.
      *>  Called before the entry is overwritten, while it still
      *>  carries the date the merge record was matched against.
      *>================================================================
       1500-DROP-SUPERSEDED-MERGES.
           MOVE AE-DATE-INT(WS-SCAN-SUB) TO WS-VICTIM-INT
           COMPUTE WS-MERGE-SUB = WS-SCAN-SUB + 1
           PERFORM 1510-TEST-ONE-MERGE THRU 1510-EXIT
               VARYING WS-MERGE-SUB FROM WS-MERGE-SUB BY 1
               UNTIL WS-MERGE-SUB > AE-COUNT.
       1500-EXIT.
           EXIT.

       1510-TEST-ONE-MERGE.
           IF NOT AE-MERGE-ENTRY(WS-MERGE-SUB)
              OR AE-DROPPED(WS-MERGE-SUB)
               GO TO 1510-EXIT
           END-IF
           IF AE-LOCATION(WS-MERGE-SUB) NOT = AR-LOCATION
              OR AE-WEEK(WS-MERGE-SUB) NOT = AR-WEEK
               GO TO 1510-EXIT
           END-IF
           COMPUTE WS-DATE-DIFF =
               AE-DATE-INT(WS-MERGE-SUB) - WS-VICTIM-INT
           IF WS-DATE-DIFF > -50 AND WS-DATE-DIFF < 50
               SET AE-DROPPED(WS-MERGE-SUB) TO TRUE
               ADD 1 TO WS-COLLAPSE-COUNT
               SUBTRACT 1 FROM WS-MERGE-COUNT
           END-IF.
       1510-EXIT.
           EXIT.

      *>================================================================
      *>  2000  WRITE THE REBUILT ARCHIVE AND THE OFFLOAD, IN ORDER
      *>================================================================
           EXIT.

       2100-WRITE-ONE-ENTRY.
           IF AE-DROPPED(WS-OUT-SUB)
               GO TO 2100-EXIT
           END-IF
           IF WS-CUTOFF-INT NOT = ZERO
              AND AE-DATE-INT(WS-OUT-SUB) < WS-CUTOFF-INT
               ADD 1 TO WS-OFFLOAD-COUNT
           PERFORM 3100-WRITE-ONE-COUNT THRU 3100-EXIT
           MOVE 'SUPERSEDED, COLLAPSED:   ' TO HR-TEXT(1:25)
           WRITE HOUSEKEEP-REPORT-LINE
           MOVE WS-MERGE-COUNT TO WS-COUNT-DISPLAY
           PERFORM 3100-WRITE-ONE-COUNT THRU 3100-EXIT
           MOVE 'MERGE RECORDS CARRIED:   ' TO HR-TEXT(1:25)
           WRITE HOUSEKEEP-REPORT-LINE
           MOVE WS-OFFLOAD-COUNT TO WS-COUNT-DISPLAY
           PERFORM 3100-WRITE-ONE-COUNT THRU 3100-EXIT
           MOVE 'PAST RETENTION, OFFLOADED' TO HR-TEXT(1:25)
