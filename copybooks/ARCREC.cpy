      *> latest eight weeks; this file is the long history behind it,
      *> in append (chronological) order, and is what LOCATION-TREND
      *> reads for the 13-week, quarterly, and year-over-year reports.
      *>
      *> LOCATION-CONSOL also appends merge records (AR-MERGE-RECORD)
      *> when a branch is closed into another: one per archived week
      *> of the closing branch, under the receiving location's name,
      *> carrying the week's original run date, slot, week-ending
      *> date and amount - so they sit out of date order at the end
      *> of the file.  LOCATION-TREND and LOCATION-LIMITS add them
      *> into the receiving location's matching weeks; programs
      *> accounting for what a location itself posted skip them, and
      *> LOCATION-CLOSE nets them out of the receiving location's
      *> weeks re-archived after the merge, whose DATABASE-FILE slots
      *> consolidation had already combined.
      *>--------------------------------------------------------------
       01  ARCHIVE-RECORD.
           05  AR-RUN-DATE                PIC 9(08).
           05  AR-WEEK-END-DATE           PIC 9(08).
           05  AR-LOCATION                PIC X(20).
           05  AR-LOC-STATUS              PIC X(01).
               88  AR-MERGE-RECORD            VALUE 'M'.
           05  AR-WEEK-AMOUNT             PIC S9(08)V9(2) COMP-3.
