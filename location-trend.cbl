      *>                  entries back - records archived before the
      *>                  calendar existed carry a zero date and fall
      *>                  back to the old slot arithmetic.
      *> 2026-10-15  BAJ  Merge records LOCATION-CONSOL writes when a
      *>                  branch is closed into another are added
      *>                  into the receiving location's matching week
      *>                  (2400), or slotted in by run date where it
      *>                  has none, so its section shows the combined
      *>                  branch's history; the section notes it.
      *>--------------------------------------------------------------

      *>--------------------------------------------------------------
      *> slot; that is treated as a replacement of the matching
      *> recent entry rather than a new week, so corrections do not
      *> double-count.
      *>
      *> Merge records (AR-MERGE-RECORD) are the exception to the
      *> arrival order: written at consolidation time under the
      *> receiving location, they carry the closed branch's own run
      *> dates and are added into whichever week they belong to.
      *>--------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05  WS-ANCHOR-SW               PIC X(01) VALUE 'N'.
               88  YOY-ANCHOR-FOUND           VALUE 'Y'.
               88  NO-YOY-ANCHOR              VALUE 'N'.
           05  WS-INSERT-SW               PIC X(01) VALUE 'N'.
               88  INSERT-POINT-FOUND         VALUE 'Y'.
               88  NO-INSERT-POINT            VALUE 'N'.

      *>--------------------------------------------------------------
      *> Newest 53 weeks per location, arrival order - entry 1 is the
                       INDEXED BY TRD-IDX.
               10  TL-LOCATION            PIC X(20).
               10  TL-LOC-STATUS          PIC X(01).
               10  TL-MERGED-SW           PIC X(01).
                   88  TL-HAS-MERGED-WEEKS    VALUE 'Y'.
               10  TL-WEEK-COUNT          PIC 9(04) COMP.
               10  TL-WEEK-ENTRY OCCURS 53 TIMES.
                   15  TL-RUN-DATE        PIC 9(08).
           05  WS-YOY-TARGET              PIC S9(08) COMP-3.
           05  WS-YOY-GAP                 PIC S9(08) COMP-3.
           05  WS-YOY-POS                 PIC S9(04) COMP.
           05  WS-INSERT-POS              PIC S9(04) COMP.

       01  WS-DISPLAY-FIELDS.
           05  WS-WEEKS-DISPLAY           PIC ZZZ9.
           IF LOCATION-NOT-FOUND
               PERFORM 2200-ADD-LOCATION THRU 2200-EXIT
           END-IF
           IF AR-MERGE-RECORD
               PERFORM 2400-FOLD-MERGE-RECORD THRU 2400-EXIT
           ELSE
               MOVE AR-LOC-STATUS TO TL-LOC-STATUS(TRD-IDX)
               PERFORM 2300-STORE-WEEK-ENTRY THRU 2300-EXIT
           END-IF
           PERFORM 1100-READ-ARCHIVE-RECORD THRU 1100-EXIT.
       2000-EXIT.
           EXIT.
           ADD 1 TO TL-LOCATION-COUNT
           SET TRD-IDX TO TL-LOCATION-COUNT
           MOVE AR-LOCATION TO TL-LOCATION(TRD-IDX)
           MOVE SPACE TO TL-LOC-STATUS(TRD-IDX)
           MOVE 'N' TO TL-MERGED-SW(TRD-IDX)
           MOVE ZERO TO TL-WEEK-COUNT(TRD-IDX).
       2200-EXIT.
           EXIT.
       2321-EXIT.
           EXIT.

      *> A merge record is a closed branch's week, carrying that
      *> week's own run date.  Where the receiving location has the
      *> same slot within seven weeks either side it is the same
      *> week, and the closed branch's figure is added to it;
      *> otherwise it goes in as a week of its own, slotted in by run
      *> date.  With 53 already held the oldest drops off to make
      *> room - unless the merged week is older than all of them, in
      *> which case it falls outside the report's year and is passed
      *> over.  A later correction for a week merged into needs no
      *> handling here: it is archived off the receiving location's
      *> DATABASE-FILE slot, which already holds the combined figure.
       2400-FOLD-MERGE-RECORD.
           SET TL-HAS-MERGED-WEEKS(TRD-IDX) TO TRUE
           SET NO-CORRECTION-SLOT TO TRUE
           IF TL-WEEK-COUNT(TRD-IDX) > ZERO
               PERFORM 2410-TEST-MERGE-SLOT THRU 2410-EXIT
                   VARYING WS-POS FROM TL-WEEK-COUNT(TRD-IDX) BY -1
                   UNTIL WS-POS < 1
                      OR CORRECTION-SLOT-FOUND
           END-IF
           IF CORRECTION-SLOT-FOUND
               ADD AR-WEEK-AMOUNT TO TL-AMOUNT(TRD-IDX WS-MATCH-POS)
               IF TL-WEEK-END-DATE(TRD-IDX WS-MATCH-POS) = ZERO
                   MOVE AR-WEEK-END-DATE
                       TO TL-WEEK-END-DATE(TRD-IDX WS-MATCH-POS)
               END-IF
               GO TO 2400-EXIT
           END-IF
           MOVE TL-WEEK-COUNT(TRD-IDX) TO WS-INSERT-POS
           SET NO-INSERT-POINT TO TRUE
           PERFORM 2420-STEP-BACK-ONE THRU 2420-EXIT
               UNTIL WS-INSERT-POS < 1
                  OR INSERT-POINT-FOUND
           ADD 1 TO WS-INSERT-POS
           IF TL-WEEK-COUNT(TRD-IDX) < 53
               ADD 1 TO TL-WEEK-COUNT(TRD-IDX)
               COMPUTE WS-START-POS = TL-WEEK-COUNT(TRD-IDX) - 1
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
           MOVE AR-RUN-DATE TO TL-RUN-DATE(TRD-IDX WS-INSERT-POS)
           MOVE AR-WEEK TO TL-WEEK-SLOT(TRD-IDX WS-INSERT-POS)
           MOVE AR-WEEK-END-DATE
               TO TL-WEEK-END-DATE(TRD-IDX WS-INSERT-POS)
           MOVE AR-WEEK-AMOUNT TO TL-AMOUNT(TRD-IDX WS-INSERT-POS).
       2400-EXIT.
           EXIT.

       2410-TEST-MERGE-SLOT.
           IF TL-WEEK-SLOT(TRD-IDX WS-POS) = AR-WEEK
               COMPUTE WS-DATE-DIFF =
                   FUNCTION INTEGER-OF-DATE(AR-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(TL-RUN-DATE(TRD-IDX
                                                        WS-POS))
               IF WS-DATE-DIFF > -50 AND WS-DATE-DIFF < 50
                   SET CORRECTION-SLOT-FOUND TO TRUE
                   MOVE WS-POS TO WS-MATCH-POS
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.

       2420-STEP-BACK-ONE.
           IF TL-RUN-DATE(TRD-IDX WS-INSERT-POS) > AR-RUN-DATE
               SUBTRACT 1 FROM WS-INSERT-POS
           ELSE
               SET INSERT-POINT-FOUND TO TRUE
           END-IF.
       2420-EXIT.
           EXIT.

       2430-SHIFT-ENTRY-UP.
           COMPUTE WS-END-POS = WS-POS + 1
           MOVE TL-WEEK-ENTRY(TRD-IDX WS-POS)
               TO TL-WEEK-ENTRY(TRD-IDX WS-END-POS).
       2430-EXIT.
           EXIT.

      *>================================================================
      *>  3000  PRINT THE TREND REPORT, ONE SECTION PER LOCATION
      *>================================================================
                   DELIMITED BY SIZE INTO TX-TEXT
               WRITE TREND-TEXT-LINE
           END-IF
           IF TL-HAS-MERGED-WEEKS(TRD-IDX)
               MOVE SPACES TO TREND-TEXT-LINE
               MOVE ' ' TO TX-CARRIAGE-CONTROL
               MOVE '  INCLUDES WEEKS MERGED FROM A CLOSED LOCATION'
                   TO TX-TEXT
               WRITE TREND-TEXT-LINE
           END-IF
           PERFORM 3200-PRINT-13-WEEK-LINE THRU 3200-EXIT
           PERFORM 3300-PRINT-QUARTER-LINE THRU 3300-EXIT
           PERFORM 3400-PRINT-YOY-LINE THRU 3400-EXIT.
