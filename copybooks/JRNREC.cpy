      *> One record per DATABASE-FILE record change, appended by
      *> every program that writes, rewrites, or deletes a location
      *> record - LOCATION-SUMMARY's mid-run checkpoint flush and
      *> end-of-run save, LOCATION-MAINT's ADD, RENAME, RETIRE, and
      *> REGION cards, and LOCATION-CONSOL's consolidation of a
      *> closing branch into another - carrying the full before and
      *> after images plus the program, date, time, and week that
      *> made the change.  A record whose images would be identical
      *> is not journaled.  LOCATION-JOURNAL reports one location's
      *> change history over a date range off this file.
      *>
      *> JR-PROGRAM carries the shop message-prefix code of the
      *> writing program (DL100 = LOCATION-SUMMARY, DL200 =
      *> LOCATION-MAINT, DL940 = LOCATION-CONSOL).  JR-WEEK is zero
      *> for roster maintenance, which runs outside any posting week;
      *> a consolidation carries its effective week.  The before
      *> image of a WRITE and the after image of a DELETE are empty.
      *> An ADJUST record is one sanctioned prior-week adjustment
      *> applied by LOCATION-SUMMARY, journaled on its own ahead of
      *> that run's end-of-run REWRITE so audit can tell a
      *> correction from the week's ordinary postings.  It carries
      *> the week slot it corrected and finance's reference, which
      *> the weekly run looks up so an entry is never applied twice;
      *> JR-REFERENCE is spaces on every other record.
      *>--------------------------------------------------------------
       01  JOURNAL-RECORD.
           05  JR-PROGRAM                 PIC X(08).
               88  JR-ACTION-WRITE            VALUE 'W'.
               88  JR-ACTION-REWRITE          VALUE 'R'.
               88  JR-ACTION-DELETE           VALUE 'D'.
               88  JR-ACTION-ADJUST           VALUE 'A'.
           05  JR-LOCATION                PIC X(20).
           05  JR-BEFORE-IMAGE.
               10  JR-BEF-STATUS          PIC X(01).
               10  JR-AFT-REGION          PIC X(03).
               10  JR-AFT-WEEK-AMOUNT OCCURS 8 TIMES
                                          PIC S9(08)V9(2) COMP-3.
           05  JR-REFERENCE               PIC X(12).
