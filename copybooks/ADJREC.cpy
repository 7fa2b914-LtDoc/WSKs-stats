      *>--------------------------------------------------------------
      *> ADJREC  -  ADJUSTMENT-FILE prior-week adjustment input
      *>
      *> One record per sanctioned correction to an already-posted
      *> week slot - a misposted deposit moved between locations is
      *> two records, one minus and one plus, under the same reason.
      *> Prepared by finance and read by LOCATION-SUMMARY after the
      *> week's feeds have posted.  An entry is only applied when:
      *>
      *>   - AJ-WEEK is a slot already posted this cycle (01 through
      *>     the week being run) - later slots still hold the
      *>     previous cycle's figures and are not correctable here;
      *>   - AJ-LOCATION is an active roster location;
      *>   - AJ-REASON is one of the codes below;
      *>   - AJ-APPROVER is present and is not the requester.
      *>
      *> Anything else is rejected onto the adjustments register
      *> with the reason, and posts nothing.  AJ-AMOUNT is zoned with
      *> a separate leading sign, like the detail extract, so the
      *> input can be keyed and checked by eye.
      *>--------------------------------------------------------------
       01  ADJUSTMENT-RECORD.
           05  AJ-LOCATION                PIC X(20).
           05  AJ-WEEK                    PIC X(02).
           05  AJ-WEEK-N REDEFINES AJ-WEEK
                                          PIC 9(02).
           05  AJ-AMOUNT                  PIC S9(08)V9(2)
                                              SIGN LEADING SEPARATE.
           05  AJ-REASON                  PIC X(04).
               88  AJ-REASON-MISPOST          VALUE 'MISP'.
               88  AJ-REASON-LATE-DEPOSIT     VALUE 'LATE'.
               88  AJ-REASON-REVERSAL         VALUE 'REVS'.
               88  AJ-REASON-FEED-ERROR       VALUE 'FEED'.
               88  AJ-REASON-OTHER            VALUE 'OTHR'.
               88  AJ-REASON-VALID            VALUES 'MISP' 'LATE'
                                                     'REVS' 'FEED'
                                                     'OTHR'.
           05  AJ-REQUESTER               PIC X(08).
           05  AJ-APPROVER                PIC X(08).
           05  AJ-REFERENCE               PIC X(12).
           05  FILLER                     PIC X(15).
