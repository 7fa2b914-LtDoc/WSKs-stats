      *>                  the run; feed progress rides the restart
      *>                  checkpoint so a resumed run skips what it
      *>                  already posted.
      *> 2026-10-15  BAJ  Name alias cross-reference.  A group whose
      *>                  name is not on the roster, or names a
      *>                  retired site, is looked up on the ALIASES
      *>                  KSDS by source system and name before it is
      *>                  suspended; an alias in force on the week's
      *>                  ending date posts the group to the roster
      *>                  location it names.  The same lookup runs for
      *>                  plain SUSPIN rows being reprocessed.  The
      *>                  detail extract records the alias used and
      *>                  its effective date.  An alias pointing at a
      *>                  name no longer on the roster is warned to
      *>                  ERRLOG and the group suspends as before.
      *> 2026-10-15  BAJ  Prior-week adjustments.  Finance's ADJIN
      *>                  entries (location, week slot, signed amount,
      *>                  reason, requester, approver) are applied once
      *>                  the week's feeds have posted.  An entry for a
      *>                  slot outside this cycle, a retired or unknown
      *>                  location, an unknown reason, or with no
      *>                  independent approver is rejected.  Applied
      *>                  entries post to ENTRY-AMOUNT and are
      *>                  journaled to LOCJRNL as ADJUST records under
      *>                  the week corrected and finance's reference;
      *>                  an entry LOCJRNL already holds for this
      *>                  cycle is rejected as a duplicate, so an
      *>                  OVERRIDE rerun or a resubmitted ADJIN cannot
      *>                  post it twice.  A corrected earlier week is
      *>                  re-archived.  Every
      *>                  entry prints on the ADJRPT register, which
      *>                  totals by reason code.  A current-week
      *>                  adjustment is kept out of both feeds' control
      *>                  checks, so each feed still balances alone.
      *> 2026-10-15  BAJ  Plan from the LPLN KSDS.  The district
      *>                  managers now key their plans online, so
      *>                  PLAN-FILE is keyed by cycle and location
      *>                  and 1500 reads only this run's cycle.  A
      *>                  weekly run locks the cycle - its control
      *>                  record and every plan record it loads are
      *>                  stamped LOCKED - so LPLN cannot revise a
      *>                  plan once its first week has run; a lock
      *>                  that cannot be written is warned DL100W23.
      *>                  A flash run reads the plan and locks
      *>                  nothing.
      *> 2026-10-15  BAJ  Forecast method chosen per location.  Both
      *>                  the flat and trend forecasts are worked out
      *>                  for every active location and stored side
      *>                  by side on FCSTHST, and the accuracy pass
      *>                  judges both against each landed actual.
      *>                  6050 then keeps each location on the method
      *>                  with the lower mean absolute error over its
      *>                  judged weeks still on FCSTHST, once at least
      *>                  four have been judged, unless LOCATION-MAINT
      *>                  has pinned it.  The choice lives on the new
      *>                  METHSEL file and every switch lists on the
      *>                  MSLRPT report.  &METHOD is now only the
      *>                  starting method for a location METHSEL has
      *>                  never seen.  RPTOUT and FCSTEXT show the
      *>                  method each location was forecast with.
      *> 2026-10-15  BAJ  Calendar look-ahead.  After the calendar
      *>                  loads, the weeks CALWK still holds beyond
      *>                  the one being run are counted; fewer than
      *>                  CC-WARN-WEEKS is warned to ERRLOG (DL100W19)
      *>                  and the console while LOCCGEN can still
      *>                  extend it, instead of after the dates have
      *>                  gone to zero.  The count, and whether it was
      *>                  short, go on the RUNLOG record.
      *> 2026-10-15  BAJ  Replay run type.  PARM='NN,M,REPLAY' rebuilds
      *>                  a week after LOCREST has restored DATABASE-
      *>                  FILE: the bank_users groups come off a saved
      *>                  copy of the week's DTLEXT (DTLSAVE) instead
      *>                  of CUR1, the acquired groups off the copy of
      *>                  ACQFEED every weekly run now keeps on
      *>                  ACQSAVE, and the bank_users control figures
      *>                  off the original run's RUNLOG record, which
      *>                  now carries them along with the run type.
      *>                  Everything else - posting, suspense,
      *>                  reconciliation, forecasting, journaling and
      *>                  the RUNCTL sequence check - is the weekly
      *>                  path unchanged.  Any group whose disposition
      *>                  or location differs from the original run's
      *>                  lists on the RPLRPT report (DL100W20).  The
      *>                  detail extract now marks which groups came
      *>                  off the feeds and which were suspense
      *>                  reprocesses.  A replay reposts only the feed
      *>                  groups from it; the reprocesses come again
      *>                  off SUSPIN and the desk decisions the
      *>                  original run applied, and are compared with
      *>                  the saved ones the same way.
      *>--------------------------------------------------------------

       ENVIRONMENT DIVISION.

      *>--------------------------------------------------------------
      *> PLAN-FILE carries the district managers' planned week
      *> amounts, one record per location per cycle, keyed online
      *> through LPLN - shared with that transaction, which it locks
      *> against further change once the cycle's first week runs.
      *> Absent or empty, every location plans at zero.
      *>--------------------------------------------------------------
           SELECT PLAN-FILE ASSIGN TO "PLANIN"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS PLAN-FILE-STATUS.

      *>--------------------------------------------------------------
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACCURACY-FILE-STATUS.

      *>--------------------------------------------------------------
      *> METHOD-SELECTION-FILE holds the forecast method each
      *> location is on, chosen here from the accuracy both methods
      *> have shown on FORECAST-HISTORY-FILE, or pinned through
      *> LOCATION-MAINT; every switch lists on METHOD-REPORT-FILE.
      *>--------------------------------------------------------------
           SELECT METHOD-SELECTION-FILE ASSIGN TO "METHSEL"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MS-LOCATION
               FILE STATUS IS METHSEL-FILE-STATUS.

           SELECT METHOD-REPORT-FILE ASSIGN TO "MSLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MSLRPT-FILE-STATUS.

      *>--------------------------------------------------------------
      *> ARCHIVE-FILE is the long week-by-week history behind
      *> DATABASE-FILE's rolling eight weeks - appended to at the end
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACQFEED-FILE-STATUS.

      *>--------------------------------------------------------------
      *> ACQUIRED-FEED-SAVE-FILE is the week's retained copy of the
      *> acquired feed exactly as a weekly run read it - ACQFEED
      *> itself is a fixed DSN the producer overwrites - kept so a
      *> REPLAY of the week can post the same groups again.
      *>--------------------------------------------------------------
           SELECT ACQUIRED-FEED-SAVE-FILE ASSIGN TO "ACQSAVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACQSAVE-FILE-STATUS.

      *>--------------------------------------------------------------
      *> SAVED-EXTRACT-FILE is a saved copy of the week's own detail
      *> extract, read by a REPLAY run in place of the CUR1 cursor;
      *> every group whose replayed result differs from the one it
      *> records lists on REPLAY-REPORT-FILE.  Neither is opened by
      *> any other run type.
      *>--------------------------------------------------------------
           SELECT SAVED-EXTRACT-FILE ASSIGN TO "DTLSAVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DTLSAVE-FILE-STATUS.

           SELECT REPLAY-REPORT-FILE ASSIGN TO "RPLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPLRPT-FILE-STATUS.

           SELECT ERROR-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ERROR-FILE-STATUS.

      *>--------------------------------------------------------------
      *> ADJUSTMENT-FILE is finance's approved prior-week adjustment
      *> input (DD DUMMY in a week with none); every entry read, kept
      *> or refused, prints on the ADJUSTMENT-REPORT-FILE register.
      *>--------------------------------------------------------------
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADJIN-FILE-STATUS.

           SELECT ADJUSTMENT-REPORT-FILE ASSIGN TO "ADJRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADJRPT-FILE-STATUS.

      *>--------------------------------------------------------------
      *> ALIAS-FILE maps an incoming (source, name) pair that is not
      *> itself a roster key to the roster location it belongs to -
      *> maintained by LOCATION-MAINT cards and the LSUS desk, read
      *> here before a group is suspended.  Absent or empty means
      *> every name must match the roster exactly, as before.
      *>--------------------------------------------------------------
           SELECT ALIAS-FILE ASSIGN TO "ALIASES"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS ALIAS-FILE-STATUS.

      *>--------------------------------------------------------------
      *> RESTART-FILE is keyed by week rather than a single naked
      *> record, so completing one week's run cannot overwrite the
           LABEL RECORDS ARE STANDARD.
           COPY RPTREC.

       FD  PLAN-FILE.
           COPY PLNREC.

       FD  FORECAST-HISTORY-FILE.
           LABEL RECORDS ARE STANDARD.
           COPY ACCREC.

       FD  METHOD-SELECTION-FILE.
           COPY MSLREC.

       FD  METHOD-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MSRREC.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARCREC.
           LABEL RECORDS ARE STANDARD.
           COPY AQFREC.

       FD  ACQUIRED-FEED-SAVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AQFREC REPLACING ==ACQUIRED-FEED-RECORD==
                                  BY ==ACQUIRED-FEED-SAVE-RECORD==
                         LEADING ==AQ-== BY ==AV-==.

      *> Same layout as DETAIL-EXTRACT-FILE, under its own names so
      *> the saved group and the replayed group's new extract record
      *> can sit in their buffers at the same time.
       FD  SAVED-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DTLREC REPLACING ==DETAIL-EXTRACT-RECORD==
                                  BY ==SAVED-EXTRACT-RECORD==
                         LEADING ==DX-== BY ==DV-==.

       FD  REPLAY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPYREC.

       FD  ADJUSTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADJREC.

       FD  ADJUSTMENT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADRREC.

       FD  RESTART-FILE.
           COPY RSTREC.

       FD  ALIAS-FILE.
           COPY ALSREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  DATABASE-FILE-STATUS       PIC X(02).
           05  LIMITS-FILE-STATUS         PIC X(02).
           05  LIMRPT-FILE-STATUS         PIC X(02).
           05  ACQFEED-FILE-STATUS        PIC X(02).
           05  ALIAS-FILE-STATUS          PIC X(02).
           05  ADJIN-FILE-STATUS          PIC X(02).
           05  ADJRPT-FILE-STATUS         PIC X(02).
           05  METHSEL-FILE-STATUS        PIC X(02).
           05  MSLRPT-FILE-STATUS         PIC X(02).
           05  ACQSAVE-FILE-STATUS        PIC X(02).
           05  DTLSAVE-FILE-STATUS        PIC X(02).
           05  RPLRPT-FILE-STATUS         PIC X(02).

       01  WS-SWITCHES.
           05  WS-FOUND-SW                PIC X(01) VALUE 'N'.
      *> Weekly is the scheduled book-of-record run; flash is the
      *> mid-week in-storage-only tracking run - everything that
      *> writes run state, the roster history, or a distribution
      *> dataset checks this switch first.  A replay is a weekly
      *> run in every respect but where its groups and bank_users
      *> control figures come from, so WEEKLY-MODE covers it too.
           05  WS-RUNTYPE-SW              PIC X(01) VALUE 'W'.
               88  WEEKLY-MODE                 VALUE 'W' 'R'.
               88  REPLAY-MODE                 VALUE 'R'.
               88  FLASH-MODE                  VALUE 'F'.
      *> Dispositions are marked applied exactly once, at the same
      *> moment the reprocessed postings first persist - the first
       01  WS-PARM-FIELDS.
           05  WS-PARM-WEEK               PIC X(02).
           05  WS-PARM-METHOD             PIC X(01).
           05  WS-PARM-RUNTYPE            PIC X(06).
       01  WEEK                           PIC 9(02) COMP.
       01  WS-WEEK-TOTAL                  PIC S9(08)V9(2) COMP-3.
       01  WS-WEEK-AVERAGE                PIC S9(08)V9(2) COMP-3.
           88  BANK-SOURCE-USERS              VALUE 'B'.
           88  BANK-SOURCE-ACQUIRED           VALUE 'A'.

      *>--------------------------------------------------------------
      *> NAME ALIAS FIELDS - whether the cross-reference is open this
      *> run, and the alias (if any) the group being posted just
      *> resolved through, which the detail extract writes carry.
      *> One as-of date serves the whole run: the current week's
      *> ending date off the calendar, or the run date without one.
      *>--------------------------------------------------------------
       01  WS-ALIAS-FIELDS.
           05  WS-ALIASFILE-SW            PIC X(01) VALUE 'N'.
               88  ALIAS-FILE-OPEN            VALUE 'Y'.
               88  ALIAS-FILE-CLOSED          VALUE 'N'.
           05  WS-ALIAS-SW                PIC X(01) VALUE 'N'.
               88  ALIAS-APPLIED              VALUE 'Y'.
               88  ALIAS-NOT-APPLIED          VALUE 'N'.
           05  WS-ALIAS-SOURCE            PIC X(01).
           05  WS-ALIAS-AS-OF             PIC 9(08).
           05  WS-ALIAS-EFFECTIVE         PIC 9(08).
           05  WS-ALIAS-POST-COUNT        PIC 9(08) COMP VALUE ZERO.

      *> Table-level control figures from the independent aggregate
      *> query - what the whole of bank_users holds this week,
      *> regardless of what the posting loop did with it.
                                                            VALUE ZERO.
           05  WS-AQ-MONEY-DIFF           PIC S9(09)V9(2) COMP-3.
           05  WS-AQ-ROW-DIFF             PIC S9(09) COMP-5.
           05  WS-AQSAVE-SW               PIC X(01) VALUE 'N'.
               88  AQ-SAVE-OPEN               VALUE 'Y'.
               88  AQ-SAVE-CLOSED             VALUE 'N'.

      *>--------------------------------------------------------------
      *> REPLAY FIELDS - a replay balances bank_users to the control
      *> figures the original run logged on RUNLOG, found by week
      *> slot (and week-ending date, where both sides have one).
      *> The saved extract's own bank_users totals are the fallback
      *> for a week logged before RUNLOG carried the figures.  The
      *> saved extract can hold a group twice where the original
      *> run resumed after an abend; CUR1 hands groups back in NAME
      *> order, so a bank_users name not above the last one taken is
      *> that second copy and is skipped.
      *>--------------------------------------------------------------
       01  WS-REPLAY-FIELDS.
           05  WS-RP-LOG-SW               PIC X(01) VALUE 'N'.
               88  RP-LOG-FOUND               VALUE 'Y'.
               88  RP-LOG-NOT-FOUND           VALUE 'N'.
           05  WS-RP-CTL-SW               PIC X(01) VALUE 'L'.
               88  RP-CONTROLS-FROM-LOG       VALUE 'L'.
               88  RP-CONTROLS-FROM-EXTRACT   VALUE 'X'.
           05  WS-RP-LOG-RUN-DATE         PIC 9(08) VALUE ZERO.
           05  WS-RP-FIRST-RUN-DATE       PIC 9(08) VALUE ZERO.
           05  WS-RP-LOG-CTL-ROWS         PIC S9(09) COMP-5.
           05  WS-RP-LOG-CTL-MONEY        PIC S9(09)V9(2) COMP-3.
           05  WS-RP-LAST-NAME            PIC X(20) VALUE LOW-VALUES.
           05  WS-RP-SEEN-COUNT           PIC 9(08) COMP VALUE ZERO.
           05  WS-RP-DUP-COUNT            PIC 9(08) COMP VALUE ZERO.
           05  WS-RP-REPROC-COUNT         PIC 9(08) COMP VALUE ZERO.
           05  WS-RP-DIFF-COUNT           PIC 9(08) COMP VALUE ZERO.
           05  WS-RP-EXT-ROWS             PIC S9(09) COMP-5 VALUE ZERO.
           05  WS-RP-EXT-MONEY            PIC S9(09)V9(2) COMP-3
                                                            VALUE ZERO.
           05  WS-RP-SOURCE               PIC X(01).
           05  WS-RP-NAME                 PIC X(20).
           05  WS-RP-MONEY                PIC S9(08)V9(2).
           05  WS-RP-ORIG-DISPOSITION     PIC X(01).
           05  WS-RP-ORIG-LOCATION        PIC X(20).
           05  WS-RP-NEW-DISPOSITION      PIC X(01).
           05  WS-RP-NEW-LOCATION         PIC X(20).
           05  WS-RP-NOTE                 PIC X(16).
           05  WS-RP-SN-HIT               PIC 9(04) COMP.
           05  WS-RP-REPROC-SW            PIC X(01) VALUE 'N'.
               88  RP-REPROC-FOUND            VALUE 'Y'.
               88  RP-REPROC-NOT-FOUND        VALUE 'N'.

      *>--------------------------------------------------------------
      *> The saved extract's acquired-feed groups, held so each group
      *> the retained feed posts can be compared with what the
      *> original run did with it - the feed is posted after the
      *> saved extract has been read to the end.  Whatever is left
      *> unmatched once the feed has posted was in the original run
      *> but not the replay.
      *>--------------------------------------------------------------
       01  REPLAY-ACQUIRED-TABLE.
           05  RA-MAX                     PIC 9(04) COMP VALUE 2000.
           05  RA-COUNT                   PIC 9(04) COMP VALUE ZERO.
           05  RA-SUB                     PIC 9(04) COMP.
           05  RA-HIT                     PIC 9(04) COMP.
           05  RA-FOUND-SW                PIC X(01) VALUE 'N'.
               88  RA-ENTRY-FOUND             VALUE 'Y'.
               88  RA-ENTRY-NOT-FOUND         VALUE 'N'.
           05  RA-ENTRY OCCURS 2000 TIMES.
               10  RA-NAME                PIC X(20).
               10  RA-MONEY               PIC S9(08)V9(2) COMP-3.
               10  RA-DISPOSITION         PIC X(01).
               10  RA-LOCATION            PIC X(20).
               10  RA-MATCHED-SW          PIC X(01).
                   88  RA-MATCHED             VALUE 'Y'.

      *>--------------------------------------------------------------
      *> TREND-METHOD REGRESSION WORK FIELDS (simple linear regression
           05  WS-SR-MONEY                PIC S9(08)V9(2) COMP-3.
           05  WS-POST-WEEK               PIC 9(02).
           05  WS-POST-LOCATION           PIC X(20).
      *> What 4300-POST-ENTRY did with the group, kept here as well
      *> as on the DX- record so a replay can compare it once the
      *> extract record has gone out.
           05  WS-POST-DISPOSITION        PIC X(01).
           05  WS-SIN-RUN-DATE            PIC 9(08).
           05  WS-SIN-WEEK                PIC 9(02).
           05  WS-SIN-MONEY               PIC S9(08)V9(2) COMP-3.
                   88  SN-RESULT-POSTED       VALUE 'P'.
                   88  SN-RESULT-WRITEOFF     VALUE 'W'.
                   88  SN-RESULT-RESUSPENDED  VALUE 'R'.
      *> The result again in detail-extract terms (disposition code
      *> and the location posted to), which a replay compares with
      *> the original run's saved extract.
               10  SN-NEW-DISPOSITION     PIC X(01).
               10  SN-NEW-LOCATION        PIC X(20).
               10  SN-REPLAY-SW           PIC X(01).
                   88  SN-REPLAY-MATCHED      VALUE 'Y'.

      *>--------------------------------------------------------------
      *> One flag per location per week slot, set when a SUSPIN
      *>--------------------------------------------------------------
      *> FORECAST-ACCURACY WORK FIELDS - one error and percent-error
      *> per location, plus running bias sums kept separately for the
      *> FLAT and TREND methods.  A stored forecast that carries both
      *> methods' figures credits each method with its own error, so
      *> both summaries cover every judged location; an older record
      *> with only the issued forecast credits the method it was made
      *> with.
      *>--------------------------------------------------------------
       01  WS-ACCURACY-FIELDS.
           05  WS-ACC-METHOD-LABEL        PIC X(05).
           05  WS-ACC-SUM-METHOD          PIC X(01).
           05  WS-ACC-PREDICT             PIC S9(08)V9(2) COMP-3.
           05  WS-ACC-ERROR               PIC S9(08)V9(2) COMP-3.
           05  WS-ACC-PCT-ERROR           PIC S9(04)V9(2) COMP-3.
           05  WS-FLAT-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-TREND-PCT-SUM           PIC S9(07)V9(2) COMP-3
                                                            VALUE ZERO.

      *>--------------------------------------------------------------
      *> FORECAST METHOD PER LOCATION, parallel to LOCATION-SUMS -
      *> the method 6050 settled on for the run (the &METHOD parm
      *> until then) and both methods' eight forecasts, so 6100 can
      *> issue the chosen one and 6530 can store the pair.
      *>--------------------------------------------------------------
       01  METHOD-CHOICES.
           05  MC-ENTRY OCCURS 500 TIMES.
               10  MC-METHOD              PIC X(01).
                   88  MC-METHOD-FLAT         VALUE 'F'.
                   88  MC-METHOD-TREND        VALUE 'T'.
               10  MC-FLAT-PREDICT OCCURS 8 TIMES
                                          PIC S9(08)V9(2) COMP-3.
               10  MC-TREND-PREDICT OCCURS 8 TIMES
                                          PIC S9(08)V9(2) COMP-3.

      *>--------------------------------------------------------------
      *> METHOD-SELECTION WORK FIELDS.  The window is whatever pair
      *> judgments FCSTHST's eight slots still hold for the location
      *> - one cycle of judged weeks - less any judged more than
      *> WS-SEL-WINDOW-DAYS ago (a slot left over from before a gap
      *> in the location's runs).  A location needs WS-SEL-MIN-
      *> JUDGED of them before it can be moved off its method.
      *>--------------------------------------------------------------
       01  WS-SELECTION-FIELDS.
           05  WS-SEL-MIN-JUDGED          PIC 9(02) VALUE 4.
           05  WS-SEL-WINDOW-DAYS         PIC S9(04) COMP-3 VALUE 62.
           05  WS-SEL-AGE-DAYS            PIC S9(08) COMP-3.
           05  WS-SEL-JUDGED-COUNT        PIC 9(02).
           05  WS-SEL-FLAT-SUM            PIC S9(09)V9(2) COMP-3.
           05  WS-SEL-TREND-SUM           PIC S9(09)V9(2) COMP-3.
           05  WS-SEL-FLAT-MAE            PIC S9(08)V9(2) COMP-3.
           05  WS-SEL-TREND-MAE           PIC S9(08)V9(2) COMP-3.
           05  WS-SEL-NEW-METHOD          PIC X(01).
           05  WS-SEL-REASON              PIC X(08).
           05  WS-SEL-RECORD-SW           PIC X(01).
               88  SEL-RECORD-FOUND           VALUE 'Y'.
               88  SEL-RECORD-NEW             VALUE 'N'.
           05  WS-SEL-HISTORY-SW          PIC X(01).
               88  SEL-HISTORY-OPEN           VALUE 'Y'.
               88  SEL-HISTORY-ABSENT         VALUE 'N'.
           05  WS-SEL-FLAT-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-SEL-TREND-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-SEL-PINNED-COUNT        PIC 9(04) COMP VALUE ZERO.
           05  WS-SEL-SWITCH-COUNT        PIC 9(04) COMP VALUE ZERO.
           05  WS-SEL-SHORT-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-SEL-COUNT-DISPLAY       PIC ZZZ9.

       01  WS-DISPLAY-FIELDS.
           05  WS-RECON-COUNT-DISPLAY     PIC ZZZZZZZ9.
           05  WS-RECON-SUM-DISPLAY       PIC -(9)9.99.
      *> CURRENT-WEEK belong to this cycle, later slots still show
      *> the previous cycle's figures so they carry its dates (zero
      *> in cycle one, when there is no previous cycle).
      *> CC-WARN-WEEKS is the notice planning wants before the
      *> calendar runs out - a quarter, so a LOCCGEN/LOCCPRO pass and
      *> its sign-off fit comfortably in the time left.
      *>--------------------------------------------------------------
       01  CYCLE-CALENDAR.
           05  CC-MAX                     PIC 9(04) COMP VALUE 500.
           05  CC-WARN-WEEKS              PIC 9(04) COMP VALUE 13.
           05  CC-WEEKS-LEFT              PIC 9(04) COMP VALUE ZERO.
           05  CC-SHORT-SW                PIC X(01) VALUE 'N'.
               88  CALENDAR-SHORT             VALUE 'Y'.
           05  CC-COUNT                   PIC 9(04) COMP VALUE ZERO.
           05  CC-SUB                     PIC 9(04) COMP.
           05  CC-ENTRY OCCURS 500 TIMES.
           05  WS-LOOKUP-WEEK             PIC 9(02).
           05  WS-FOUND-DATE              PIC 9(08).
           05  WS-LATE-DAYS               PIC S9(08) COMP-3.
           05  WS-WEEKS-LEFT-DISPLAY      PIC ZZZ9.

      *>--------------------------------------------------------------
      *> LAST-COMMITTED IMAGES, parallel to LOCATION-SUMS - each
           05  WS-BREACH-LIMIT            PIC S9(08)V9(2) COMP-3.
           05  WS-BREACH-COUNT            PIC 9(08) COMP VALUE ZERO.

      *>--------------------------------------------------------------
      *> PRIOR-WEEK ADJUSTMENTS - the run's counts and money, the
      *> current-week share 5200 sets aside from the feed control
      *> checks, and the outcome text printed against each entry.
      *> ADJUSTMENTS-POSTED remembers each applied entry so 7000 can
      *> journal it as its own ADJUST record before the location's
      *> end-of-run REWRITE; REASON-TOTALS feeds the register's
      *> closing totals, one entry per reason code seen.
      *> ADJUSTMENTS-JOURNALED holds the (location, week, reference)
      *> of every adjustment already applied to this cycle's slots -
      *> off LOCJRNL's ADJUST records, plus each entry as this run
      *> applies it - so the same entry arriving again on an
      *> OVERRIDE rerun or a resubmitted ADJIN is rejected instead
      *> of posting twice.
      *>--------------------------------------------------------------
       01  WS-ADJUSTMENT-FIELDS.
           05  WS-ADJ-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
           05  WS-ADJ-APPLIED-COUNT       PIC 9(08) COMP VALUE ZERO.
           05  WS-ADJ-REJECT-COUNT        PIC 9(08) COMP VALUE ZERO.
           05  WS-ADJ-APPLIED-AMOUNT      PIC S9(09)V9(2) COMP-3
                                                            VALUE ZERO.
           05  WS-ADJ-CUR-AMOUNT          PIC S9(09)V9(2) COMP-3
                                                            VALUE ZERO.
           05  WS-ADJ-WEEK                PIC 9(02).
           05  WS-ADJ-RESULT              PIC X(24).

       01  ADJUSTMENTS-POSTED.
           05  AP-MAX                     PIC 9(04) COMP VALUE 500.
           05  AP-COUNT                   PIC 9(04) COMP VALUE ZERO.
           05  AP-SUB                     PIC 9(04) COMP.
           05  AP-ENTRY OCCURS 500 TIMES.
               10  AP-LOC-SUB             PIC 9(04) COMP.
               10  AP-WEEK                PIC 9(02).
               10  AP-AMOUNT              PIC S9(08)V9(2) COMP-3.
               10  AP-REFERENCE           PIC X(12).

       01  ADJUSTMENTS-JOURNALED.
           05  JA-MAX                     PIC 9(04) COMP VALUE 2000.
           05  JA-COUNT                   PIC 9(04) COMP VALUE ZERO.
           05  JA-SUB                     PIC 9(04) COMP.
           05  JA-FOUND-SW                PIC X(01) VALUE 'N'.
               88  JA-ENTRY-FOUND             VALUE 'Y'.
               88  JA-ENTRY-NOT-FOUND         VALUE 'N'.
           05  JA-ENTRY OCCURS 2000 TIMES.
               10  JA-LOCATION            PIC X(20).
               10  JA-WEEK                PIC 9(02).
               10  JA-REFERENCE           PIC X(12).

       01  REASON-TOTALS.
           05  RS-MAX                     PIC 9(02) COMP VALUE 20.
           05  RS-COUNT                   PIC 9(02) COMP VALUE ZERO.
           05  RS-SUB                     PIC 9(02) COMP.
           05  RS-ENTRY OCCURS 20 TIMES.
               10  RS-REASON              PIC X(04).
               10  RS-ENTRY-COUNT         PIC 9(06) COMP.
               10  RS-AMOUNT              PIC S9(09)V9(2) COMP-3.

      *> Actual-minus-plan for one printed cell - computed at print
      *> time rather than stored, widened to the rollup size since
      *> the total lines difference two S9(09)V9(2) accumulators.
           PERFORM 1300-CHECK-RESTART-FILE THRU 1300-EXIT
           PERFORM 1400-RESET-CURRENT-WEEK THRU 1400-EXIT
           PERFORM 1500-LOAD-LOCATION-PLAN THRU 1500-EXIT
           PERFORM 1600-OPEN-ALIAS-FILE THRU 1600-EXIT
           PERFORM 2900-OPEN-DISPOSITION-FILE THRU 2900-EXIT
           PERFORM 3000-LOAD-SUSPENSE-INPUT THRU 3000-EXIT
           PERFORM 4010-OPEN-DETAIL-EXTRACT THRU 4010-EXIT
           PERFORM 3050-REPROCESS-SUSPENSE THRU 3050-EXIT
           PERFORM 4000-FETCH-BANK-USERS THRU 4000-EXIT
           PERFORM 4600-POST-ACQUIRED-FEED THRU 4600-EXIT
           PERFORM 4700-APPLY-ADJUSTMENTS THRU 4700-EXIT
           PERFORM 5000-RECONCILE-TOTALS THRU 5000-EXIT
           PERFORM 5300-CHECK-PLAUSIBILITY THRU 5300-EXIT
           PERFORM 5500-REPORT-FORECAST-ACCURACY THRU 5500-EXIT
                   SET WEEKLY-MODE TO TRUE
               WHEN 'FLASH'
                   SET FLASH-MODE TO TRUE
               WHEN 'REPLAY'
                   SET REPLAY-MODE TO TRUE
               WHEN OTHER
                   DISPLAY 'DL100E - RUN TYPE PARAMETER NOT FLASH, '
                       'REPLAY OR BLANK: ' WS-PARM-RUNTYPE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           CLOSE CALENDAR-FILE
           PERFORM 0630-SET-WEEK-END-DATES THRU 0630-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           PERFORM 0640-CHECK-SCHEDULED-DATE THRU 0640-EXIT
           PERFORM 0660-CHECK-CALENDAR-AHEAD THRU 0660-EXIT.
       0620-EXIT.
           EXIT.

       0651-EXIT.
           EXIT.

      *> Weeks on the calendar after the one being run.  A missing
      *> calendar never gets here - DL100W11 has already said so, and
      *> the count stays zero on RUNLOG.
       0660-CHECK-CALENDAR-AHEAD.
           MOVE ZERO TO CC-WEEKS-LEFT
           IF CC-COUNT > ZERO
               PERFORM 0661-COUNT-ONE-ENTRY THRU 0661-EXIT
                   VARYING CC-SUB FROM 1 BY 1
                   UNTIL CC-SUB > CC-COUNT
           END-IF
           IF CC-WEEKS-LEFT < CC-WARN-WEEKS
               SET CALENDAR-SHORT TO TRUE
               MOVE CC-WEEKS-LEFT TO WS-WEEKS-LEFT-DISPLAY
               MOVE 'DL100W19' TO WS-ERROR-CODE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'CYCLE CALENDAR HOLDS ONLY' WS-WEEKS-LEFT-DISPLAY
                   ' WEEKS AFTER CYCLE ' WS-CYCLE-NUMBER ' WEEK '
                   WS-PARM-WEEK ' - RUN LOCCGEN TO EXTEND CALWK'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT
               DISPLAY 'DL100W - ' WS-ERROR-CODE ' ' WS-ERROR-TEXT
           END-IF.
       0660-EXIT.
           EXIT.

       0661-COUNT-ONE-ENTRY.
           IF CC-CYCLE(CC-SUB) > WS-CYCLE-NUMBER
               ADD 1 TO CC-WEEKS-LEFT
           ELSE
               IF CC-CYCLE(CC-SUB) = WS-CYCLE-NUMBER
                  AND CC-WEEK(CC-SUB) > CURRENT-WEEK
                   ADD 1 TO CC-WEEKS-LEFT
               END-IF
           END-IF.
       0661-EXIT.
           EXIT.

      *>================================================================
      *>  1000  LOAD PRIOR HISTORY FROM DATABASE-FILE
      *>================================================================
               TO SV-STATUS(WS-LOC-SUB)
           MOVE LOC-REGION OF DATABASE-RECORD
               TO SV-REGION(WS-LOC-SUB)
           MOVE WS-METHOD-SW TO MC-METHOD(WS-LOC-SUB)
           PERFORM 1210-COPY-ONE-WEEK-IN THRU 1210-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8.
       1200-EXIT.
      *>  1500  LOAD THE DISTRICT MANAGERS' PLAN AMOUNTS FROM PLANIN
      *>
      *>  PLAN-AMOUNT was zeroed as each location loaded, so a roster
      *>  location with no plan record simply plans at zero.  Only
      *>  this run's cycle is read - the managers may already be
      *>  keying the next one.  A plan record naming a location that
      *>  is not on the roster is the plan and the roster out of
      *>  step - warned to ERRLOG and skipped, never auto-added, the
      *>  same stance 4300 takes on an unknown bank_users name.  An
      *>  absent or empty PLANIN is a normal condition.
      *>
      *>  A weekly run then locks the cycle: each plan record loaded
      *>  and the cycle's control record are stamped LOCKED, which is
      *>  what LPLN checks before it allows a change.  Re-locking an
      *>  already locked cycle (every later week, a rerun, a resumed
      *>  run) changes nothing.  A flash run only reads.  A lock that
      *>  cannot be written leaves LPLN open to changes on a running
      *>  cycle, so it is warned to ERRLOG and the console (DL100W23)
      *>  for the plan to be locked by hand; the run goes on.
      *>================================================================
       1500-LOAD-LOCATION-PLAN.
           IF FLASH-MODE
               OPEN INPUT PLAN-FILE
           ELSE
               OPEN I-O PLAN-FILE
           END-IF
           IF PLAN-FILE-STATUS NOT = '00'
               DISPLAY 'DL100I - PLAN-FILE NOT FOUND OR EMPTY, '
                   'PLAN AMOUNTS ZERO, STATUS=' PLAN-FILE-STATUS
               GO TO 1500-EXIT
           END-IF
           MOVE WS-CYCLE-NUMBER TO PL-CYCLE
           MOVE SPACES TO PL-LOCATION
           START PLAN-FILE KEY IS NOT LESS THAN PL-KEY
               INVALID KEY
                   MOVE '10' TO PLAN-FILE-STATUS
           END-START
           IF PLAN-FILE-STATUS = '00'
               PERFORM 1510-READ-PLAN-RECORD THRU 1510-EXIT
           END-IF
           PERFORM 1520-STORE-PLAN-ENTRY THRU 1520-EXIT
               UNTIL PLAN-FILE-STATUS NOT = '00'
           IF NOT FLASH-MODE
               PERFORM 1540-LOCK-CYCLE-PLAN THRU 1540-EXIT
           END-IF
           CLOSE PLAN-FILE.
       1500-EXIT.
           EXIT.

      *> The browse ends at the first key past this run's cycle.
       1510-READ-PLAN-RECORD.
           READ PLAN-FILE NEXT RECORD
               AT END
                   MOVE '10' TO PLAN-FILE-STATUS
           END-READ
           IF PLAN-FILE-STATUS = '00'
              AND PL-CYCLE NOT = WS-CYCLE-NUMBER
               MOVE '10' TO PLAN-FILE-STATUS
           END-IF.
       1510-EXIT.
           EXIT.

       1520-STORE-PLAN-ENTRY.
           IF PL-CYCLE-CONTROL
               GO TO 1520-NEXT
           END-IF
           MOVE PL-LOCATION TO WS-BANK-NAME
           PERFORM 4310-FIND-LOCATION THRU 4310-EXIT
           IF LOCATION-FOUND
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT
           END-IF
           IF NOT FLASH-MODE AND NOT PL-LOCKED
               SET PL-LOCKED TO TRUE
               MOVE WS-RUN-DATE TO PL-LOCKED-DATE
               REWRITE PLAN-RECORD
                   INVALID KEY
                       PERFORM 1570-WARN-LOCK-FAILED THRU 1570-EXIT
               END-REWRITE
           END-IF.
       1520-NEXT.
           PERFORM 1510-READ-PLAN-RECORD THRU 1510-EXIT.
       1520-EXIT.
           EXIT.
       1530-EXIT.
           EXIT.

      *> The control record is what LPLN reads to refuse a change, so
      *> it is written even for a cycle nobody has planned yet - a
      *> plan keyed after the cycle started could never be used.
       1540-LOCK-CYCLE-PLAN.
           MOVE WS-CYCLE-NUMBER TO PL-CYCLE
           MOVE SPACES TO PL-LOCATION
           READ PLAN-FILE
               INVALID KEY
                   PERFORM 1550-WRITE-CYCLE-CONTROL THRU 1550-EXIT
                   GO TO 1540-EXIT
           END-READ
           IF NOT PL-LOCKED
               SET PL-LOCKED TO TRUE
               MOVE WS-RUN-DATE TO PL-LOCKED-DATE
               REWRITE PLAN-RECORD
                   INVALID KEY
                       PERFORM 1570-WARN-LOCK-FAILED THRU 1570-EXIT
               END-REWRITE
           END-IF.
       1540-EXIT.
           EXIT.

       1550-WRITE-CYCLE-CONTROL.
           MOVE SPACES TO PL-REGION
           PERFORM 1560-ZERO-ONE-PLAN-WEEK THRU 1560-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           SET PL-LOCKED TO TRUE
           MOVE 'LOCWKLY' TO PL-OPERATOR
           MOVE WS-RUN-DATE TO PL-ENTERED-DATE
           MOVE WS-RUN-DATE TO PL-CHANGED-DATE
           MOVE WS-RUN-DATE TO PL-LOCKED-DATE
           WRITE PLAN-RECORD
               INVALID KEY
                   PERFORM 1570-WARN-LOCK-FAILED THRU 1570-EXIT
           END-WRITE.
       1550-EXIT.
           EXIT.

       1560-ZERO-ONE-PLAN-WEEK.
           MOVE ZERO TO PL-WEEK-PLAN(WEEK).
       1560-EXIT.
           EXIT.

      *> PL-LOCATION is spaces on the cycle's control record.
       1570-WARN-LOCK-FAILED.
           MOVE 'DL100W23' TO WS-ERROR-CODE
           MOVE SPACES TO WS-ERROR-TEXT
           IF PL-LOCATION = SPACES
               STRING 'PLAN CYCLE ' WS-CYCLE-NUMBER
                   ' CONTROL RECORD NOT LOCKED, STATUS='
                   PLAN-FILE-STATUS ' - LPLN CAN STILL CHANGE THE CYCLE'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
           ELSE
               STRING 'PLAN CYCLE ' WS-CYCLE-NUMBER ' FOR '
                   PL-LOCATION ' NOT LOCKED, STATUS='
                   PLAN-FILE-STATUS ' - LPLN CAN STILL CHANGE IT'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
           END-IF
           PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT
           DISPLAY 'DL100W - ' WS-ERROR-CODE ' ' WS-ERROR-TEXT.
       1570-EXIT.
           EXIT.

      *>================================================================
      *>  1600  OPEN THE NAME ALIAS CROSS-REFERENCE
      *>
      *>  Left open for the whole run and read by key from 4320.  An
      *>  absent or empty ALIASES file (DD DUMMY before the first
      *>  alias is defined) is a normal condition - every name must
      *>  then match the roster exactly, as it always had to.  The
      *>  as-of date an alias must be in force on is the current
      *>  week's ending date, so a rerun of an old week resolves the
      *>  way that week would have.
      *>================================================================
       1600-OPEN-ALIAS-FILE.
           MOVE WS-WEEK-END-DATE(CURRENT-WEEK) TO WS-ALIAS-AS-OF
           IF WS-ALIAS-AS-OF = ZERO
               MOVE WS-RUN-DATE TO WS-ALIAS-AS-OF
           END-IF
           OPEN INPUT ALIAS-FILE
           IF ALIAS-FILE-STATUS = '00'
               SET ALIAS-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'DL100I - ALIAS-FILE NOT FOUND OR EMPTY, '
                   'NO NAME ALIASES APPLIED, STATUS=' ALIAS-FILE-STATUS
           END-IF.
       1600-EXIT.
           EXIT.

      *>================================================================
      *>  2900  OPEN THE ONLINE SUSPENSE WORKLIST
      *>
      *> A flash run must not consume SUSPIN either - the reprocessed
      *> posting would evaporate at STOP RUN while the desk believes
      *> the correction went through.  It waits for the real run.
           IF REPLAY-MODE
               PERFORM 4810-LOAD-ORIGINAL-CONTROLS THRU 4810-EXIT
           END-IF
           IF RESUME-MODE OR FLASH-MODE
               GO TO 3000-EXIT
           END-IF
      *>  SUSPIN copy and counts the skip.  Only ASSIGNED and
      *>  WRITTEN-OFF records are picked up; OUTSTANDING ones are
      *>  still the desk's to decide, APPLIED ones are history.
      *>  A replay also takes back the desk decisions the replayed
      *>  run applied - APPLIED records stamped with its logged run
      *>  date - since LOCREST has taken their postings back out of
      *>  DATABASE-FILE.  A plain SUSPIN row that posted leaves an
      *>  APPLIED record with no decision behind it; SUSPIN itself
      *>  brings that one back.  3660 stamps them all again with
      *>  the replay's date, which is the run date the replay logs.
      *>================================================================
       3030-LOAD-DISPOSITIONS.
           MOVE LOW-VALUES TO DS-KEY
      *> but it subscripts a table - range-checked the same as the
      *> SUSPIN week before anything trusts it.
       3032-STORE-ONE-DISPOSITION.
           IF DS-APPLIED AND REPLAY-MODE
               IF DS-APPLIED-DATE NOT = WS-RP-LOG-RUN-DATE
                  OR DS-OPERATOR = SPACES
                   GO TO 3032-NEXT
               END-IF
           ELSE
               IF NOT DS-DECIDED
                   GO TO 3032-NEXT
               END-IF
           END-IF
           IF DS-WEEK NOT NUMERIC
              OR DS-WEEK < 1 OR DS-WEEK > 8
           END-IF
           MOVE DS-OPERATOR TO SN-OPERATOR(SN-COUNT)
           MOVE SPACE TO SN-RESULT(SN-COUNT)
           IF DS-ASSIGNED OR DS-APPLIED-POSTED
               SET SN-ACTION-ASSIGNED(SN-COUNT) TO TRUE
               MOVE DS-ASSIGNED-LOCATION TO SN-NAME(SN-COUNT)
           ELSE
           MOVE SN-SOURCE(SN-SUB) TO WS-SIN-SOURCE
           MOVE SN-MONEY(SN-SUB) TO WS-SIN-MONEY
           MOVE SN-ROW-COUNT(SN-SUB) TO WS-SIN-ROW-COUNT
           MOVE 'N' TO SN-REPLAY-SW(SN-SUB)
           MOVE SPACES TO SN-NEW-LOCATION(SN-SUB)
           IF SN-ACTION-WRITEOFF(SN-SUB)
               PERFORM 3500-WRITE-OFF-ROW THRU 3500-EXIT
               SET SN-RESULT-WRITEOFF(SN-SUB) TO TRUE
               MOVE 'W' TO SN-NEW-DISPOSITION(SN-SUB)
               GO TO 3200-EXIT
           END-IF
           PERFORM 4310-FIND-LOCATION THRU 4310-EXIT
           SET ALIAS-NOT-APPLIED TO TRUE
           IF SN-ACTION-PLAIN(SN-SUB)
               MOVE WS-SIN-SOURCE TO WS-ALIAS-SOURCE
               PERFORM 4315-CHECK-ALIAS-NEEDED THRU 4315-EXIT
           END-IF
           IF LOCATION-FOUND
              AND LOC-STATUS-ACTIVE OF LOCATION-SUM(LOC-IDX)
               PERFORM 3300-POST-SUSPENDED-ROW THRU 3300-EXIT
               SET SN-RESULT-POSTED(SN-SUB) TO TRUE
               MOVE 'P' TO SN-NEW-DISPOSITION(SN-SUB)
               MOVE LOCATION OF LOCATION-SUM(LOC-IDX)
                   TO SN-NEW-LOCATION(SN-SUB)
           ELSE
               PERFORM 3400-RE-SUSPEND-ROW THRU 3400-EXIT
               SET SN-RESULT-RESUSPENDED(SN-SUB) TO TRUE
               IF LOCATION-FOUND
                   MOVE 'R' TO SN-NEW-DISPOSITION(SN-SUB)
               ELSE
                   MOVE 'U' TO SN-NEW-DISPOSITION(SN-SUB)
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.
               MOVE 'Y' TO CW-WEEK-FLAG(WS-LOC-SUB WS-SIN-WEEK)
           END-IF
           ADD 1 TO WS-REPROC-OK-COUNT
           IF ALIAS-APPLIED
               ADD 1 TO WS-ALIAS-POST-COUNT
           END-IF
           MOVE WS-SIN-RUN-DATE TO DX-RUN-DATE
           MOVE WS-SIN-WEEK TO DX-WEEK
           MOVE WS-SIN-ORIG-NAME TO DX-NAME
           MOVE LOCATION OF LOCATION-SUM(LOC-IDX) TO DX-LOCATION
           MOVE WS-SIN-SOURCE TO DX-SOURCE
           SET DX-POSTED TO TRUE
           SET DX-FROM-REPROCESS TO TRUE
           PERFORM 4355-SET-DETAIL-ALIAS THRU 4355-EXIT
           WRITE DETAIL-EXTRACT-RECORD
           MOVE 'REPROCESSED' TO WS-SR-ACTION
           STRING 'POSTED WEEK ' WS-SIN-WEEK
           MOVE SPACES TO DX-LOCATION
           MOVE WS-SIN-SOURCE TO DX-SOURCE
           SET DX-WRITTEN-OFF TO TRUE
           SET DX-NO-ALIAS TO TRUE
           MOVE ZERO TO DX-ALIAS-EFFECTIVE
           SET DX-FROM-REPROCESS TO TRUE
           WRITE DETAIL-EXTRACT-RECORD
           MOVE 'WRITTEN OFF' TO WS-SR-ACTION
           STRING 'BY ' SN-OPERATOR(SN-SUB)
      *>================================================================
      *>  4000  DRAIN BANK_USERS INTO LOCATION-SUMS, CHECKPOINTING
      *>         EVERY WS-CKPT-INTERVAL FETCHES
      *>
      *>  A replay never touches VORPV2 - 4800 posts the week's
      *>  saved groups instead.
      *>================================================================
       4000-FETCH-BANK-USERS.
           IF REPLAY-MODE
               PERFORM 4800-REPLAY-SAVED-EXTRACT THRU 4800-EXIT
               GO TO 4000-EXIT
           END-IF
           EXEC SQL CONNECT TO vorpv2 END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'DL100S01' TO WS-ERROR-CODE
      *> this shop's dialect - so those SETs take the same
      *> WEEKLY-MODE guard the WRITEs do.  The WS counters and the
      *> suspense report line carry everything flash needs.
      *> A name that misses the roster, or hits a retired site, gets
      *> one more chance through the ALIASES cross-reference (4315)
      *> before it is suspended; the group keeps its incoming name
      *> on DTLEXT and SUSPOUT either way.
       4300-POST-ENTRY.
           PERFORM 4310-FIND-LOCATION THRU 4310-EXIT
           SET ALIAS-NOT-APPLIED TO TRUE
           MOVE WS-BANK-SOURCE TO WS-ALIAS-SOURCE
           PERFORM 4315-CHECK-ALIAS-NEEDED THRU 4315-EXIT
           IF LOCATION-NOT-FOUND
               MOVE 'U' TO WS-POST-DISPOSITION
               IF WEEKLY-MODE
                   SET DX-SUSPENDED-UNKNOWN TO TRUE
                   SET SU-REASON-UNKNOWN TO TRUE
                   ADD WS-BANK-ROW-COUNT TO WS-AQ-POST-ROWS
                   ADD WS-BANK-MONEY TO WS-AQ-POST-AMOUNT
               END-IF
               IF ALIAS-APPLIED
                   ADD 1 TO WS-ALIAS-POST-COUNT
               END-IF
               MOVE 'P' TO WS-POST-DISPOSITION
               IF WEEKLY-MODE
                   SET DX-POSTED TO TRUE
               END-IF
           ELSE
               MOVE 'R' TO WS-POST-DISPOSITION
               IF WEEKLY-MODE
                   SET DX-SUSPENDED-RETIRED TO TRUE
                   SET SU-REASON-RETIRED TO TRUE
       4310-EXIT.
           EXIT.

      *> Called straight after 4310 with WS-ALIAS-SOURCE set - only a
      *> miss or a retired hit is worth an alias lookup.  The IFs stay
      *> nested: LOC-IDX means nothing after a miss.
       4315-CHECK-ALIAS-NEEDED.
           IF LOCATION-NOT-FOUND
               PERFORM 4320-APPLY-ALIAS THRU 4320-EXIT
           ELSE
               IF NOT LOC-STATUS-ACTIVE OF LOCATION-SUM(LOC-IDX)
                   PERFORM 4320-APPLY-ALIAS THRU 4320-EXIT
               END-IF
           END-IF.
       4315-EXIT.
           EXIT.

      *>================================================================
      *>  4320  RESOLVE WS-BANK-NAME THROUGH THE ALIASES FILE
      *>
      *>  Keyed by (WS-ALIAS-SOURCE, WS-BANK-NAME).  An alias only
      *>  counts if it is in force on WS-ALIAS-AS-OF and names an
      *>  ACTIVE roster location - then LOC-IDX is left on that
      *>  location and ALIAS-APPLIED is set.  An alias in force whose
      *>  target is retired or gone is the cross-reference out of step
      *>  with the roster (LOCATION-MAINT flags these on RENAME and
      *>  RETIRE): warned, and 4310 is re-run so the caller sees the
      *>  original miss or retired hit and suspends as before.
      *>================================================================
       4320-APPLY-ALIAS.
           IF ALIAS-FILE-CLOSED
               GO TO 4320-EXIT
           END-IF
           MOVE WS-ALIAS-SOURCE TO AL-SOURCE
           MOVE WS-BANK-NAME TO AL-NAME
           READ ALIAS-FILE
               INVALID KEY
                   GO TO 4320-EXIT
           END-READ
           IF AL-EFFECTIVE-DATE > WS-ALIAS-AS-OF
               GO TO 4320-EXIT
           END-IF
           IF AL-EXPIRY-DATE NOT = ZERO
              AND AL-EXPIRY-DATE < WS-ALIAS-AS-OF
               GO TO 4320-EXIT
           END-IF
           SET LOCATION-NOT-FOUND TO TRUE
           IF LS-LOCATION-COUNT > ZERO
               SET LOC-IDX TO 1
               SEARCH LOCATION-SUM
                   AT END
                       SET LOCATION-NOT-FOUND TO TRUE
                   WHEN LOCATION OF LOCATION-SUM(LOC-IDX) = AL-LOCATION
                       SET LOCATION-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF LOCATION-FOUND
               IF LOC-STATUS-ACTIVE OF LOCATION-SUM(LOC-IDX)
                   SET ALIAS-APPLIED TO TRUE
                   MOVE AL-EFFECTIVE-DATE TO WS-ALIAS-EFFECTIVE
                   GO TO 4320-EXIT
               END-IF
           END-IF
           MOVE 'DL100W17' TO WS-ERROR-CODE
           MOVE SPACES TO WS-ERROR-TEXT
           STRING 'ALIAS ' WS-BANK-NAME ' POINTS AT '
               AL-LOCATION ' - NOT AN ACTIVE LOCATION'
               DELIMITED BY SIZE INTO WS-ERROR-TEXT
           PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT
           PERFORM 4310-FIND-LOCATION THRU 4310-EXIT.
       4320-EXIT.
           EXIT.

      *> Writes the fetched row to this run's suspense file and the
      *> suspense report.  The reason 88 and WS-SR-REASON have already
      *> been set by 4300-POST-ENTRY.
           MOVE WS-BANK-ROW-COUNT TO DX-ROW-COUNT
           MOVE WS-POST-LOCATION TO DX-LOCATION
           MOVE WS-BANK-SOURCE TO DX-SOURCE
           SET DX-FROM-FEED TO TRUE
           PERFORM 4355-SET-DETAIL-ALIAS THRU 4355-EXIT
           WRITE DETAIL-EXTRACT-RECORD.
       4350-EXIT.
           EXIT.

       4355-SET-DETAIL-ALIAS.
           IF ALIAS-APPLIED
               SET DX-POSTED-VIA-ALIAS TO TRUE
               MOVE WS-ALIAS-EFFECTIVE TO DX-ALIAS-EFFECTIVE
           ELSE
               SET DX-NO-ALIAS TO TRUE
               MOVE ZERO TO DX-ALIAS-EFFECTIVE
           END-IF.
       4355-EXIT.
           EXIT.

      *>================================================================
      *>  4400  WRITE A MID-RUN CHECKPOINT TO THE RESTART FILE
      *>
      *>  the partial bank_users week would inflate the flash
      *>  figures by a full week of acquired money - flash tracks
      *>  the partial week's bank_users aggregates only.
      *>  A weekly run copies every record it reads to ACQSAVE, the
      *>  week's retained copy; a replay reads that copy back on
      *>  the ACQFEED DD and compares each group it posts with the
      *>  original run's result.  ACQSAVE is opened before ACQFEED
      *>  is tried, so a week with no feed leaves the copy empty
      *>  rather than holding the feed retained for this slot a
      *>  cycle ago, which a replay would otherwise post.
      *>================================================================
       4600-POST-ACQUIRED-FEED.
           IF FLASH-MODE
               GO TO 4600-EXIT
           END-IF
           PERFORM 4605-OPEN-FEED-SAVE THRU 4605-EXIT
           OPEN INPUT ACQUIRED-FEED-FILE
           IF ACQFEED-FILE-STATUS NOT = '00'
               DISPLAY 'DL100I - ACQUIRED FEED NOT FOUND OR EMPTY, '
                   'NOTHING TO POST, STATUS=' ACQFEED-FILE-STATUS
               IF AQ-SAVE-OPEN
                   CLOSE ACQUIRED-FEED-SAVE-FILE
                   SET AQ-SAVE-CLOSED TO TRUE
               END-IF
               GO TO 4600-CLOSE-EXTRACT
           END-IF
           SET AQ-FEED-PRESENT TO TRUE
           PERFORM 4620-HANDLE-ONE-FEED-RECORD THRU 4620-EXIT
               UNTIL ACQFEED-FILE-STATUS NOT = '00'
           CLOSE ACQUIRED-FEED-FILE
           IF AQ-SAVE-OPEN
               CLOSE ACQUIRED-FEED-SAVE-FILE
               SET AQ-SAVE-CLOSED TO TRUE
           END-IF
           SET BANK-SOURCE-USERS TO TRUE
           IF AQ-TRAILER-UNSEEN
               MOVE 'DL100S10' TO WS-ERROR-CODE
               GO TO 9900-ABEND-EXIT
           END-IF.
       4600-CLOSE-EXTRACT.
           IF REPLAY-MODE
               PERFORM 4880-LIST-UNMATCHED-ACQUIRED THRU 4880-EXIT
           END-IF
           IF WEEKLY-MODE
               CLOSE DETAIL-EXTRACT-FILE
           END-IF.
       4600-EXIT.
           EXIT.

      *> The copy is rewritten from the top on every weekly run of
      *> the week, a resumed one included - the whole feed is read
      *> again either way - and emptied when there is no feed.  A
      *> copy that cannot be opened costs only the ability to replay
      *> the week, so it is warned and the run goes on.  A replay
      *> keeps the copy it is reading.
       4605-OPEN-FEED-SAVE.
           IF REPLAY-MODE
               GO TO 4605-EXIT
           END-IF
           OPEN OUTPUT ACQUIRED-FEED-SAVE-FILE
           IF ACQSAVE-FILE-STATUS = '00'
               SET AQ-SAVE-OPEN TO TRUE
           ELSE
               MOVE 'DL100W22' TO WS-ERROR-CODE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'ACQUIRED FEED NOT RETAINED ON ACQSAVE, STATUS='
                   ACQSAVE-FILE-STATUS ' - THE WEEK CANNOT BE REPLAYED'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT
           END-IF.
       4605-EXIT.
           EXIT.

       4610-READ-FEED-RECORD.
           READ ACQUIRED-FEED-FILE
               AT END
      *> trailer's totals could not cover them, so anything after it
      *> fails the same way a missing trailer does.
       4620-HANDLE-ONE-FEED-RECORD.
           IF AQ-SAVE-OPEN
               WRITE ACQUIRED-FEED-SAVE-RECORD
                   FROM ACQUIRED-FEED-RECORD
           END-IF
           IF AQ-TRAILER-SEEN
               MOVE 'DL100S10' TO WS-ERROR-CODE
               MOVE 'ACQUIRED FEED HAS RECORDS AFTER ITS TRAILER'
           MOVE AQ-MONEY TO WS-BANK-MONEY
           MOVE AQ-ROW-COUNT TO WS-BANK-ROW-COUNT
           PERFORM 4300-POST-ENTRY THRU 4300-EXIT
           IF REPLAY-MODE
               PERFORM 4860-COMPARE-ACQUIRED-GROUP THRU 4860-EXIT
           END-IF
           ADD 1 TO WS-AQ-FETCH-COUNT
           ADD 1 TO WS-CKPT-COUNT
           IF WS-CKPT-COUNT >= WS-CKPT-INTERVAL
           EXIT.

      *>================================================================
      *>  4700  APPLY FINANCE'S PRIOR-WEEK ADJUSTMENTS
      *>
      *>  Run once both feeds have posted, so nothing here is ever
      *>  inside a checkpoint - a resumed run reloads the roster from
      *>  its last flush and applies the whole input again, exactly
      *>  once.  Any other second pass over the same entries - an
      *>  OVERRIDE rerun of the week, or ADJIN submitted again on a
      *>  later run - is caught by 4705: an entry whose location,
      *>  week and reference LOCJRNL already holds as an ADJUST this
      *>  cycle is rejected as a duplicate, since 7000 journals
      *>  every adjustment in the same moment it persists.  After a
      *>  LOCREST restore, rebuild the week with a REPLAY run, which
      *>  knows the restored-away adjustments have to go in again.
      *>  Every entry read prints on the register with what
      *>  became of it.  A rejected entry is also warned to ERRLOG but
      *>  does not raise the condition code: the rest of the week is
      *>  sound, and the register is what finance works from.  A
      *>  flash run applies nothing - adjustments are book-of-record.
      *>================================================================
       4700-APPLY-ADJUSTMENTS.
           IF FLASH-MODE
               GO TO 4700-EXIT
           END-IF
           OPEN INPUT ADJUSTMENT-FILE
           IF ADJIN-FILE-STATUS NOT = '00'
               DISPLAY 'DL100I - ADJUSTMENT-FILE NOT FOUND, '
                   'NO ADJUSTMENTS APPLIED, STATUS=' ADJIN-FILE-STATUS
               GO TO 4700-EXIT
           END-IF
           PERFORM 4705-LOAD-JOURNALED-ADJUSTMENTS THRU 4705-EXIT
           OPEN OUTPUT ADJUSTMENT-REPORT-FILE
           MOVE SPACES TO ADJUSTMENT-TEXT-LINE
           MOVE '1' TO AH-CARRIAGE-CONTROL
           STRING 'LOCATION-SUMMARY PRIOR-WEEK ADJUSTMENTS REGISTER, '
               'WEEK ' CURRENT-WEEK ', RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO AH-TEXT
           WRITE ADJUSTMENT-TEXT-LINE
           MOVE SPACES TO ADJUSTMENT-TEXT-LINE
           MOVE '0' TO AH-CARRIAGE-CONTROL
           STRING 'LOCATION              WK          AMOUNT  '
               'RSN   REQUESTR APPROVER  REFERENCE     RESULT'
               DELIMITED BY SIZE INTO AH-TEXT
           WRITE ADJUSTMENT-TEXT-LINE
           PERFORM 4710-READ-ADJUSTMENT THRU 4710-EXIT
           PERFORM 4720-HANDLE-ONE-ADJUSTMENT THRU 4720-EXIT
               UNTIL ADJIN-FILE-STATUS NOT = '00'
           CLOSE ADJUSTMENT-FILE
           PERFORM 4780-PRINT-REASON-TOTALS THRU 4780-EXIT
           CLOSE ADJUSTMENT-REPORT-FILE
           IF WS-ADJ-REJECT-COUNT > ZERO
               MOVE 'DL100W18' TO WS-ERROR-CODE
               MOVE SPACES TO WS-ERROR-TEXT
               MOVE WS-ADJ-REJECT-COUNT TO WS-GROUP-COUNT-DISPLAY
               STRING 'ADJUSTMENTS REJECTED: ' WS-GROUP-COUNT-DISPLAY
                   ' - SEE ADJRPT'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT
           END-IF
           MOVE WS-ADJ-APPLIED-COUNT TO WS-GROUP-COUNT-DISPLAY
           DISPLAY 'DL100I - PRIOR-WEEK ADJUSTMENTS APPLIED: '
               WS-GROUP-COUNT-DISPLAY.
       4700-EXIT.
           EXIT.

      *> Only ADJUST records that could collide with an entry this
      *> run may apply are kept: a slot from 01 to the week being
      *> run, journaled no earlier than that slot's week-ending date
      *> this cycle - the same slot last cycle is a different week.
      *> Records journaled before the reference was carried have
      *> none and cannot be matched.  On a replay, everything the
      *> replayed week's own runs journaled is left out - LOCREST
      *> has put DATABASE-FILE back to before them, so those
      *> adjustments are no longer in the figures.  No journal yet
      *> means nothing has been applied.
       4705-LOAD-JOURNALED-ADJUSTMENTS.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = '00'
               GO TO 4705-EXIT
           END-IF
           PERFORM 4707-READ-JOURNAL THRU 4707-EXIT
           PERFORM 4706-STORE-ONE-JOURNALED THRU 4706-EXIT
               UNTIL JOURNAL-FILE-STATUS NOT = '00'
           CLOSE JOURNAL-FILE.
       4705-EXIT.
           EXIT.

       4706-STORE-ONE-JOURNALED.
           IF NOT JR-ACTION-ADJUST
              OR JR-REFERENCE = SPACES OR JR-REFERENCE = LOW-VALUES
               GO TO 4706-NEXT
           END-IF
           IF JR-WEEK NOT NUMERIC
              OR JR-WEEK < 1 OR JR-WEEK > CURRENT-WEEK
               GO TO 4706-NEXT
           END-IF
           IF WS-WEEK-END-DATE(JR-WEEK) NOT = ZERO
              AND JR-RUN-DATE < WS-WEEK-END-DATE(JR-WEEK)
               GO TO 4706-NEXT
           END-IF
           IF REPLAY-MODE
              AND JR-RUN-DATE NOT < WS-RP-FIRST-RUN-DATE
               GO TO 4706-NEXT
           END-IF
           IF JA-COUNT >= JA-MAX
               MOVE 'DL100S14' TO WS-ERROR-CODE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'MORE ADJUST JOURNAL RECORDS THIS CYCLE THAN '
                   'JA-MAX - NO DUPLICATE CHECK POSSIBLE'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               GO TO 9900-ABEND-EXIT
           END-IF
           ADD 1 TO JA-COUNT
           MOVE JR-LOCATION TO JA-LOCATION(JA-COUNT)
           MOVE JR-WEEK TO JA-WEEK(JA-COUNT)
           MOVE JR-REFERENCE TO JA-REFERENCE(JA-COUNT).
       4706-NEXT.
           PERFORM 4707-READ-JOURNAL THRU 4707-EXIT.
       4706-EXIT.
           EXIT.

       4707-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   MOVE '10' TO JOURNAL-FILE-STATUS
           END-READ.
       4707-EXIT.
           EXIT.

       4710-READ-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE '10' TO ADJIN-FILE-STATUS
           END-READ.
       4710-EXIT.
           EXIT.

       4720-HANDLE-ONE-ADJUSTMENT.
           ADD 1 TO WS-ADJ-READ-COUNT
           MOVE SPACES TO WS-ADJ-RESULT
           PERFORM 4730-EDIT-ADJUSTMENT THRU 4730-EXIT
           IF WS-ADJ-RESULT = SPACES
               PERFORM 4740-POST-ADJUSTMENT THRU 4740-EXIT
           ELSE
               ADD 1 TO WS-ADJ-REJECT-COUNT
           END-IF
           PERFORM 4760-WRITE-REGISTER-LINE THRU 4760-EXIT
           PERFORM 4710-READ-ADJUSTMENT THRU 4710-EXIT.
       4720-EXIT.
           EXIT.

      *> Leaves WS-ADJ-RESULT spaces for an entry that may post, with
      *> LOC-IDX on its location; otherwise the first reason it may
      *> not.  "This cycle" is slots 01 through the week being run -
      *> the later slots still carry last cycle's figures, which
      *> LOCARCH already holds and this run has no business moving.
       4730-EDIT-ADJUSTMENT.
           IF AJ-WEEK-N NOT NUMERIC
               MOVE 'REJECTED - WEEK INVALID' TO WS-ADJ-RESULT
               GO TO 4730-EXIT
           END-IF
           IF AJ-WEEK-N < 1 OR AJ-WEEK-N > CURRENT-WEEK
               MOVE 'REJECTED - NOT THIS CYCLE' TO WS-ADJ-RESULT
               GO TO 4730-EXIT
           END-IF
           IF AJ-AMOUNT NOT NUMERIC
               MOVE 'REJECTED - AMOUNT INVALID' TO WS-ADJ-RESULT
               GO TO 4730-EXIT
           END-IF
           IF NOT AJ-REASON-VALID
               MOVE 'REJECTED - REASON CODE' TO WS-ADJ-RESULT
               GO TO 4730-EXIT
           END-IF
           IF AJ-REQUESTER = SPACES
               MOVE 'REJECTED - NO REQUESTER' TO WS-ADJ-RESULT
               GO TO 4730-EXIT
           END-IF
           IF AJ-APPROVER = SPACES
               MOVE 'REJECTED - NO APPROVER' TO WS-ADJ-RESULT
               GO TO 4730-EXIT
           END-IF
           IF AJ-APPROVER = AJ-REQUESTER
               MOVE 'REJECTED - SELF-APPROVED' TO WS-ADJ-RESULT
               GO TO 4730-EXIT
           END-IF
           IF AJ-REFERENCE = SPACES
               MOVE 'REJECTED - NO REFERENCE' TO WS-ADJ-RESULT
               GO TO 4730-EXIT
           END-IF
           MOVE AJ-LOCATION TO WS-BANK-NAME
           PERFORM 4310-FIND-LOCATION THRU 4310-EXIT
           IF LOCATION-NOT-FOUND
               MOVE 'REJECTED - NOT ON ROSTER' TO WS-ADJ-RESULT
               GO TO 4730-EXIT
           END-IF
           IF NOT LOC-STATUS-ACTIVE OF LOCATION-SUM(LOC-IDX)
               MOVE 'REJECTED - RETIRED' TO WS-ADJ-RESULT
               GO TO 4730-EXIT
           END-IF
           PERFORM 4735-FIND-JOURNALED THRU 4735-EXIT
           IF JA-ENTRY-FOUND
               MOVE 'REJECTED - DUPLICATE' TO WS-ADJ-RESULT
               GO TO 4730-EXIT
           END-IF
           IF AP-COUNT >= AP-MAX OR JA-COUNT >= JA-MAX
               MOVE 'REJECTED - TABLE FULL' TO WS-ADJ-RESULT
           END-IF.
       4730-EXIT.
           EXIT.

       4735-FIND-JOURNALED.
           SET JA-ENTRY-NOT-FOUND TO TRUE
           IF JA-COUNT > ZERO
               PERFORM 4736-MATCH-ONE-JOURNALED THRU 4736-EXIT
                   VARYING JA-SUB FROM 1 BY 1
                   UNTIL JA-SUB > JA-COUNT
                      OR JA-ENTRY-FOUND
           END-IF.
       4735-EXIT.
           EXIT.

       4736-MATCH-ONE-JOURNALED.
           IF JA-REFERENCE(JA-SUB) = AJ-REFERENCE
              AND JA-WEEK(JA-SUB) = AJ-WEEK-N
              AND JA-LOCATION(JA-SUB) = AJ-LOCATION
               SET JA-ENTRY-FOUND TO TRUE
           END-IF.
       4736-EXIT.
           EXIT.

      *> A current-week adjustment joins WS-RECON-SUM, since it is in
      *> ENTRY-AMOUNT for 5000 to find, and is also remembered apart
      *> so 5200 can leave it out of the bank_users control check -
      *> the same treatment a current-week SUSPIN repost gets.  An
      *> earlier week is flagged for 6630 to re-archive.
       4740-POST-ADJUSTMENT.
           MOVE AJ-WEEK-N TO WS-ADJ-WEEK
           ADD AJ-AMOUNT TO ENTRY-AMOUNT(LOC-IDX WS-ADJ-WEEK)
           SET WS-LOC-SUB TO LOC-IDX
           IF WS-ADJ-WEEK = CURRENT-WEEK
               ADD AJ-AMOUNT TO WS-RECON-SUM
               ADD AJ-AMOUNT TO WS-ADJ-CUR-AMOUNT
           ELSE
               MOVE 'Y' TO CW-WEEK-FLAG(WS-LOC-SUB WS-ADJ-WEEK)
           END-IF
           ADD 1 TO AP-COUNT
           MOVE WS-LOC-SUB TO AP-LOC-SUB(AP-COUNT)
           MOVE WS-ADJ-WEEK TO AP-WEEK(AP-COUNT)
           MOVE AJ-AMOUNT TO AP-AMOUNT(AP-COUNT)
           MOVE AJ-REFERENCE TO AP-REFERENCE(AP-COUNT)
           ADD 1 TO JA-COUNT
           MOVE AJ-LOCATION TO JA-LOCATION(JA-COUNT)
           MOVE WS-ADJ-WEEK TO JA-WEEK(JA-COUNT)
           MOVE AJ-REFERENCE TO JA-REFERENCE(JA-COUNT)
           ADD 1 TO WS-ADJ-APPLIED-COUNT
           ADD AJ-AMOUNT TO WS-ADJ-APPLIED-AMOUNT
           PERFORM 4750-ADD-REASON-TOTAL THRU 4750-EXIT
           MOVE 'APPLIED' TO WS-ADJ-RESULT.
       4740-EXIT.
           EXIT.

      *> Found-or-added by code, the same way the report's region
      *> totals are kept.  More distinct codes than the table holds
      *> cannot happen while AJ-REASON-VALID lists five.
       4750-ADD-REASON-TOTAL.
           PERFORM 4751-MATCH-ONE-REASON THRU 4751-EXIT
               VARYING RS-SUB FROM 1 BY 1
               UNTIL RS-SUB > RS-COUNT
                  OR RS-REASON(RS-SUB) = AJ-REASON
           IF RS-SUB > RS-COUNT
               IF RS-COUNT >= RS-MAX
                   GO TO 4750-EXIT
               END-IF
               ADD 1 TO RS-COUNT
               MOVE RS-COUNT TO RS-SUB
               MOVE AJ-REASON TO RS-REASON(RS-SUB)
               MOVE ZERO TO RS-ENTRY-COUNT(RS-SUB)
               MOVE ZERO TO RS-AMOUNT(RS-SUB)
           END-IF
           ADD 1 TO RS-ENTRY-COUNT(RS-SUB)
           ADD AJ-AMOUNT TO RS-AMOUNT(RS-SUB).
       4750-EXIT.
           EXIT.

       4751-MATCH-ONE-REASON.
           CONTINUE.
       4751-EXIT.
           EXIT.

      *> Fields that failed their edit print as zero rather than as
      *> whatever garbage was keyed - the RESULT column says why.
       4760-WRITE-REGISTER-LINE.
           MOVE SPACES TO ADJUSTMENT-REGISTER-LINE
           MOVE ' ' TO AG-CARRIAGE-CONTROL
           MOVE AJ-LOCATION TO AG-LOCATION
           IF AJ-WEEK-N NUMERIC
               MOVE AJ-WEEK-N TO AG-WEEK
           ELSE
               MOVE ZERO TO AG-WEEK
           END-IF
           IF AJ-AMOUNT NUMERIC
               MOVE AJ-AMOUNT TO AG-AMOUNT
           ELSE
               MOVE ZERO TO AG-AMOUNT
           END-IF
           MOVE AJ-REASON TO AG-REASON
           MOVE AJ-REQUESTER TO AG-REQUESTER
           MOVE AJ-APPROVER TO AG-APPROVER
           MOVE AJ-REFERENCE TO AG-REFERENCE
           MOVE WS-ADJ-RESULT TO AG-RESULT
           WRITE ADJUSTMENT-REGISTER-LINE.
       4760-EXIT.
           EXIT.

      *> Closing totals - applied entries only, by reason code, then
      *> the run's counts and the current-week share that was kept
      *> out of the feed control checks.
       4780-PRINT-REASON-TOTALS.
           MOVE SPACES TO ADJUSTMENT-TEXT-LINE
           MOVE '0' TO AH-CARRIAGE-CONTROL
           MOVE 'APPLIED ADJUSTMENTS BY REASON CODE' TO AH-TEXT
           WRITE ADJUSTMENT-TEXT-LINE
           PERFORM 4781-PRINT-ONE-REASON THRU 4781-EXIT
               VARYING RS-SUB FROM 1 BY 1
               UNTIL RS-SUB > RS-COUNT
           MOVE SPACES TO ADJUSTMENT-TEXT-LINE
           MOVE '0' TO AH-CARRIAGE-CONTROL
           MOVE WS-ADJ-APPLIED-COUNT TO WS-GROUP-COUNT-DISPLAY
           MOVE WS-ADJ-APPLIED-AMOUNT TO WS-RECON-SUM-DISPLAY
           STRING 'APPLIED:  ' WS-GROUP-COUNT-DISPLAY
               ' ENTRIES, NET AMOUNT ' WS-RECON-SUM-DISPLAY
               DELIMITED BY SIZE INTO AH-TEXT
           WRITE ADJUSTMENT-TEXT-LINE
           MOVE SPACES TO ADJUSTMENT-TEXT-LINE
           MOVE ' ' TO AH-CARRIAGE-CONTROL
           MOVE WS-ADJ-REJECT-COUNT TO WS-GROUP-COUNT-DISPLAY
           STRING 'REJECTED: ' WS-GROUP-COUNT-DISPLAY ' ENTRIES'
               DELIMITED BY SIZE INTO AH-TEXT
           WRITE ADJUSTMENT-TEXT-LINE
           MOVE SPACES TO ADJUSTMENT-TEXT-LINE
           MOVE ' ' TO AH-CARRIAGE-CONTROL
           MOVE WS-ADJ-CUR-AMOUNT TO WS-RECON-SUM-DISPLAY
           STRING 'OF WHICH WEEK ' CURRENT-WEEK ': '
               WS-RECON-SUM-DISPLAY
               ' - HELD OUT OF THE FEED CONTROL CHECKS'
               DELIMITED BY SIZE INTO AH-TEXT
           WRITE ADJUSTMENT-TEXT-LINE.
       4780-EXIT.
           EXIT.

       4781-PRINT-ONE-REASON.
           MOVE SPACES TO ADJUSTMENT-TEXT-LINE
           MOVE ' ' TO AH-CARRIAGE-CONTROL
           MOVE RS-ENTRY-COUNT(RS-SUB) TO WS-GROUP-COUNT-DISPLAY
           MOVE RS-AMOUNT(RS-SUB) TO WS-RECON-SUM-DISPLAY
           STRING '  ' RS-REASON(RS-SUB) '  ' WS-GROUP-COUNT-DISPLAY
               ' ENTRIES  ' WS-RECON-SUM-DISPLAY
               DELIMITED BY SIZE INTO AH-TEXT
           WRITE ADJUSTMENT-TEXT-LINE.
       4781-EXIT.
           EXIT.

      *>================================================================
      *>  4800  REPLAY THE WEEK'S BANK_USERS GROUPS FROM ITS SAVED
      *>         DETAIL EXTRACT
      *>
      *>  Stands in for the CUR1 drain on a REPLAY run.  Each saved
      *>  bank_users group is posted through 4300-POST-ENTRY exactly
      *>  as a fetched one is, counted and checkpointed the same
      *>  way, and its result compared with what the original run
      *>  recorded.  The saved acquired-feed groups are only held
      *>  for comparison - the retained feed posts them in 4600 - and
      *>  so are the saved suspense reprocesses: 3050 has already
      *>  reprocessed SUSPIN, pointed at the same dataset the
      *>  original run had, and the desk decisions that run applied
      *>  (3030), so each is compared with what 3050 made of it.
      *>  The control figures are the original run's, off RUNLOG
      *>  (4810, from 3000), so the replay balances to what
      *>  bank_users actually held that week.
      *>================================================================
       4800-REPLAY-SAVED-EXTRACT.
           PERFORM 4805-OPEN-REPLAY-REPORT THRU 4805-EXIT
           OPEN INPUT SAVED-EXTRACT-FILE
           IF DTLSAVE-FILE-STATUS NOT = '00'
               MOVE 'DL100S13' TO WS-ERROR-CODE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'SAVED EXTRACT NOT FOUND ON DTLSAVE, STATUS='
                   DTLSAVE-FILE-STATUS ' - NOTHING TO REPLAY'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               GO TO 9900-ABEND-EXIT
           END-IF
           SET BANK-SOURCE-USERS TO TRUE
           PERFORM 4820-READ-SAVED-EXTRACT THRU 4820-EXIT
           PERFORM 4830-HANDLE-ONE-SAVED-GROUP THRU 4830-EXIT
               UNTIL DTLSAVE-FILE-STATUS NOT = '00'
           CLOSE SAVED-EXTRACT-FILE
           PERFORM 4895-LIST-UNMATCHED-REPROCESSED THRU 4895-EXIT
           IF RP-CONTROLS-FROM-EXTRACT
               MOVE WS-RP-EXT-ROWS TO WS-CTL-ROWS
               MOVE WS-RP-EXT-MONEY TO WS-CTL-MONEY
           END-IF.
       4800-EXIT.
           EXIT.

       4805-OPEN-REPLAY-REPORT.
           OPEN OUTPUT REPLAY-REPORT-FILE
           MOVE SPACES TO REPLAY-TEXT-LINE
           MOVE '1' TO RT-CARRIAGE-CONTROL
           STRING 'LOCATION-SUMMARY REPLAY OF WEEK ' CURRENT-WEEK
               ', RUN DATE ' WS-RUN-DATE ', ORIGINAL RUN LOGGED '
               WS-RP-LOG-RUN-DATE
               DELIMITED BY SIZE INTO RT-TEXT
           WRITE REPLAY-TEXT-LINE
           MOVE SPACES TO REPLAY-TEXT-LINE
           MOVE ' ' TO RT-CARRIAGE-CONTROL
           MOVE 'GROUPS WHOSE RESULT DIFFERS FROM THE ORIGINAL RUN'
               TO RT-TEXT
           WRITE REPLAY-TEXT-LINE
           MOVE SPACES TO REPLAY-TEXT-LINE
           MOVE ' ' TO RT-CARRIAGE-CONTROL
           STRING 'P POSTED, W WRITTEN OFF, U NOT ON ROSTER, '
               'R LOCATION RETIRED, - NOT IN THAT RUN.  '
               'REPROC WEEK NN - A SUSPENSE REPROCESS'
               DELIMITED BY SIZE INTO RT-TEXT
           WRITE REPLAY-TEXT-LINE
           IF RESUME-MODE
               MOVE SPACES TO REPLAY-TEXT-LINE
               MOVE ' ' TO RT-CARRIAGE-CONTROL
               STRING 'RESUMED RUN - GROUPS POSTED BEFORE THE '
                   'CHECKPOINT ARE NOT COMPARED AGAIN'
                   DELIMITED BY SIZE INTO RT-TEXT
               WRITE REPLAY-TEXT-LINE
           END-IF
           MOVE SPACES TO REPLAY-TEXT-LINE
           MOVE '0' TO RT-CARRIAGE-CONTROL
           MOVE 'S' TO RT-TEXT(1:1)
           MOVE 'NAME' TO RT-TEXT(4:4)
           MOVE 'MONEY' TO RT-TEXT(35:5)
           MOVE 'ORIGINAL' TO RT-TEXT(42:8)
           MOVE 'REPLAY' TO RT-TEXT(66:6)
           MOVE 'NOTE' TO RT-TEXT(90:4)
           WRITE REPLAY-TEXT-LINE.
       4805-EXIT.
           EXIT.

      *> The last record for the week slot wins - an OVERRIDE rerun
      *> or an earlier replay of the week logs after the original,
      *> and a replay logs the figures it balanced to, so a second
      *> replay still balances to the original run's.  The first
      *> record's run date is kept too: whatever was journaled from
      *> then on belongs to runs of this week, which LOCREST undid.
      *> Run from 3000, ahead of the suspense load, since 3030 needs
      *> the logged run date to find the decisions that run applied.
      *> The week-ending date keeps a slot from an earlier cycle out,
      *> where the calendar and the record both have one.
       4810-LOAD-ORIGINAL-CONTROLS.
           OPEN INPUT RUN-LOG-FILE
           IF RUN-LOG-FILE-STATUS NOT = '00'
               MOVE 'DL100S13' TO WS-ERROR-CODE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'RUN LOG NOT READABLE, STATUS='
                   RUN-LOG-FILE-STATUS
                   ' - NO ORIGINAL FIGURES TO BALANCE THE REPLAY TO'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               GO TO 9900-ABEND-EXIT
           END-IF
           PERFORM 4811-READ-RUN-LOG THRU 4811-EXIT
           PERFORM 4812-MATCH-ONE-LOG-RECORD THRU 4812-EXIT
               UNTIL RUN-LOG-FILE-STATUS NOT = '00'
           CLOSE RUN-LOG-FILE
           IF RP-LOG-NOT-FOUND
               MOVE 'DL100S13' TO WS-ERROR-CODE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'NO RUN LOG RECORD FOR WEEK ' WS-PARM-WEEK
                   ' - NO ORIGINAL FIGURES TO BALANCE THE REPLAY TO'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               GO TO 9900-ABEND-EXIT
           END-IF
           IF RP-CONTROLS-FROM-LOG
               MOVE WS-RP-LOG-CTL-ROWS TO WS-CTL-ROWS
               MOVE WS-RP-LOG-CTL-MONEY TO WS-CTL-MONEY
           ELSE
               MOVE 'DL100W21' TO WS-ERROR-CODE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'RUN LOG RECORD FOR WEEK ' WS-PARM-WEEK
                   ' CARRIES NO CONTROL FIGURES - BALANCING THE '
                   'REPLAY TO THE SAVED EXTRACT ITSELF'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT
           END-IF.
       4810-EXIT.
           EXIT.

       4811-READ-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   MOVE '10' TO RUN-LOG-FILE-STATUS
           END-READ.
       4811-EXIT.
           EXIT.

       4812-MATCH-ONE-LOG-RECORD.
           IF RL-WEEK NOT = CURRENT-WEEK
               GO TO 4812-NEXT
           END-IF
           IF RL-WEEK-END-DATE NOT = ZERO
              AND WS-WEEK-END-DATE(CURRENT-WEEK) NOT = ZERO
              AND RL-WEEK-END-DATE NOT = WS-WEEK-END-DATE(CURRENT-WEEK)
               GO TO 4812-NEXT
           END-IF
           IF RP-LOG-NOT-FOUND
               MOVE RL-RUN-DATE TO WS-RP-FIRST-RUN-DATE
           END-IF
           SET RP-LOG-FOUND TO TRUE
           MOVE RL-RUN-DATE TO WS-RP-LOG-RUN-DATE
           IF RL-CONTROLS-NOT-LOGGED
               SET RP-CONTROLS-FROM-EXTRACT TO TRUE
           ELSE
               SET RP-CONTROLS-FROM-LOG TO TRUE
               MOVE RL-CTL-ROWS TO WS-RP-LOG-CTL-ROWS
               MOVE RL-CTL-MONEY TO WS-RP-LOG-CTL-MONEY
           END-IF.
       4812-NEXT.
           PERFORM 4811-READ-RUN-LOG THRU 4811-EXIT.
       4812-EXIT.
           EXIT.

       4820-READ-SAVED-EXTRACT.
           READ SAVED-EXTRACT-FILE
               AT END
                   MOVE '10' TO DTLSAVE-FILE-STATUS
           END-READ.
       4820-EXIT.
           EXIT.

      *> A saved group for any other week means DTLSAVE is pointed
      *> at the wrong week's extract, and nothing on it is trusted.
      *> The extract totals are taken before the resume skip, so the
      *> fallback control figures cover the whole saved week.  The
      *> skip leans on WS-FETCH-COUNT the way 4110 does - it only
      *> starts moving again once the skipped groups are behind.
       4830-HANDLE-ONE-SAVED-GROUP.
           IF DV-FROM-REPROCESS
               ADD 1 TO WS-RP-REPROC-COUNT
               PERFORM 4890-COMPARE-REPROCESSED-GROUP THRU 4890-EXIT
               GO TO 4830-NEXT
           END-IF
           IF DV-WEEK NOT NUMERIC
              OR DV-WEEK NOT = CURRENT-WEEK
               MOVE 'DL100S13' TO WS-ERROR-CODE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'SAVED EXTRACT GROUP ' DV-NAME ' IS FOR WEEK '
                   DV-WEEK ' NOT WEEK ' WS-PARM-WEEK
                   ' - CHECK THE DTLSAVE DD'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               GO TO 9900-ABEND-EXIT
           END-IF
           IF DV-SOURCE-ACQUIRED
               PERFORM 4840-STORE-ACQUIRED-GROUP THRU 4840-EXIT
               GO TO 4830-NEXT
           END-IF
           IF DV-NAME NOT > WS-RP-LAST-NAME
               ADD 1 TO WS-RP-DUP-COUNT
               GO TO 4830-NEXT
           END-IF
           MOVE DV-NAME TO WS-RP-LAST-NAME
           ADD 1 TO WS-RP-SEEN-COUNT
           ADD DV-ROW-COUNT TO WS-RP-EXT-ROWS
           ADD DV-MONEY TO WS-RP-EXT-MONEY
           IF RESUME-MODE
              AND WS-RP-SEEN-COUNT <= WS-FETCH-COUNT
               GO TO 4830-NEXT
           END-IF
           MOVE DV-NAME TO WS-BANK-NAME
           MOVE DV-MONEY TO WS-BANK-MONEY
           MOVE DV-ROW-COUNT TO WS-BANK-ROW-COUNT
           PERFORM 4300-POST-ENTRY THRU 4300-EXIT
           ADD 1 TO WS-FETCH-COUNT
           ADD 1 TO WS-CKPT-COUNT
           IF WS-CKPT-COUNT >= WS-CKPT-INTERVAL
               PERFORM 4400-WRITE-CHECKPOINT THRU 4400-EXIT
               MOVE ZERO TO WS-CKPT-COUNT
           END-IF
           MOVE 'B' TO WS-RP-SOURCE
           MOVE DV-NAME TO WS-RP-NAME
           MOVE DV-MONEY TO WS-RP-MONEY
           MOVE DV-DISPOSITION TO WS-RP-ORIG-DISPOSITION
           MOVE DV-LOCATION TO WS-RP-ORIG-LOCATION
           PERFORM 4850-COMPARE-REPLAYED-GROUP THRU 4850-EXIT.
       4830-NEXT.
           PERFORM 4820-READ-SAVED-EXTRACT THRU 4820-EXIT.
       4830-EXIT.
           EXIT.

      *> A name held already is the second copy a resumed original
      *> run wrote - the first copy stands.
       4840-STORE-ACQUIRED-GROUP.
           MOVE DV-NAME TO WS-RP-NAME
           PERFORM 4845-FIND-ACQUIRED-ENTRY THRU 4845-EXIT
           IF RA-ENTRY-FOUND
               ADD 1 TO WS-RP-DUP-COUNT
               GO TO 4840-EXIT
           END-IF
           IF RA-COUNT >= RA-MAX
               MOVE 'DL100S13' TO WS-ERROR-CODE
               MOVE 'MORE SAVED ACQUIRED GROUPS THAN RA-MAX'
                   TO WS-ERROR-TEXT
               GO TO 9900-ABEND-EXIT
           END-IF
           ADD 1 TO RA-COUNT
           MOVE DV-NAME TO RA-NAME(RA-COUNT)
           MOVE DV-MONEY TO RA-MONEY(RA-COUNT)
           MOVE DV-DISPOSITION TO RA-DISPOSITION(RA-COUNT)
           MOVE DV-LOCATION TO RA-LOCATION(RA-COUNT)
           MOVE 'N' TO RA-MATCHED-SW(RA-COUNT).
       4840-EXIT.
           EXIT.

      *> Leaves RA-HIT on the entry for WS-RP-NAME when found.
       4845-FIND-ACQUIRED-ENTRY.
           SET RA-ENTRY-NOT-FOUND TO TRUE
           IF RA-COUNT > ZERO
               PERFORM 4846-MATCH-ONE-ACQUIRED THRU 4846-EXIT
                   VARYING RA-SUB FROM 1 BY 1
                   UNTIL RA-SUB > RA-COUNT
                      OR RA-ENTRY-FOUND
           END-IF.
       4845-EXIT.
           EXIT.

       4846-MATCH-ONE-ACQUIRED.
           IF RA-NAME(RA-SUB) = WS-RP-NAME
               SET RA-ENTRY-FOUND TO TRUE
               MOVE RA-SUB TO RA-HIT
           END-IF.
       4846-EXIT.
           EXIT.

      *> Called straight after 4300-POST-ENTRY with the WS-RP- group
      *> fields and the original result filled in - a group whose
      *> disposition and location both match prints nothing.
       4850-COMPARE-REPLAYED-GROUP.
           MOVE WS-POST-DISPOSITION TO WS-RP-NEW-DISPOSITION
           MOVE WS-POST-LOCATION TO WS-RP-NEW-LOCATION
           IF WS-RP-NEW-DISPOSITION = WS-RP-ORIG-DISPOSITION
              AND WS-RP-NEW-LOCATION = WS-RP-ORIG-LOCATION
               GO TO 4850-EXIT
           END-IF
           MOVE 'RESULT CHANGED' TO WS-RP-NOTE
           PERFORM 4870-WRITE-DIFFERENCE-LINE THRU 4870-EXIT.
       4850-EXIT.
           EXIT.

      *> Called from 4630 for each acquired group the retained feed
      *> posts.  One the original run never saw is a difference in
      *> its own right.
       4860-COMPARE-ACQUIRED-GROUP.
           MOVE 'A' TO WS-RP-SOURCE
           MOVE AQ-NAME TO WS-RP-NAME
           MOVE AQ-MONEY TO WS-RP-MONEY
           PERFORM 4845-FIND-ACQUIRED-ENTRY THRU 4845-EXIT
           IF RA-ENTRY-NOT-FOUND
               MOVE '-' TO WS-RP-ORIG-DISPOSITION
               MOVE SPACES TO WS-RP-ORIG-LOCATION
               MOVE WS-POST-DISPOSITION TO WS-RP-NEW-DISPOSITION
               MOVE WS-POST-LOCATION TO WS-RP-NEW-LOCATION
               MOVE 'NOT IN ORIGINAL' TO WS-RP-NOTE
               PERFORM 4870-WRITE-DIFFERENCE-LINE THRU 4870-EXIT
               GO TO 4860-EXIT
           END-IF
           SET RA-MATCHED(RA-HIT) TO TRUE
           MOVE RA-DISPOSITION(RA-HIT) TO WS-RP-ORIG-DISPOSITION
           MOVE RA-LOCATION(RA-HIT) TO WS-RP-ORIG-LOCATION
           PERFORM 4850-COMPARE-REPLAYED-GROUP THRU 4850-EXIT.
       4860-EXIT.
           EXIT.

       4870-WRITE-DIFFERENCE-LINE.
           ADD 1 TO WS-RP-DIFF-COUNT
           MOVE SPACES TO REPLAY-DIFFERENCE-LINE
           MOVE ' ' TO RY-CARRIAGE-CONTROL
           MOVE WS-RP-SOURCE TO RY-SOURCE
           MOVE WS-RP-NAME TO RY-NAME
           MOVE WS-RP-MONEY TO RY-MONEY
           MOVE WS-RP-ORIG-DISPOSITION TO RY-ORIG-DISPOSITION
           MOVE WS-RP-ORIG-LOCATION TO RY-ORIG-LOCATION
           MOVE WS-RP-NEW-DISPOSITION TO RY-NEW-DISPOSITION
           MOVE WS-RP-NEW-LOCATION TO RY-NEW-LOCATION
           MOVE WS-RP-NOTE TO RY-NOTE
           WRITE REPLAY-DIFFERENCE-LINE.
       4870-EXIT.
           EXIT.

      *> Run at the end of 4600 on a replay, feed or no feed - an
      *> acquired group the original run posted or suspended that
      *> the retained feed did not carry again is listed here.  A
      *> resumed replay skipped the groups posted before its
      *> checkpoint without comparing them, so it lists nothing.
       4880-LIST-UNMATCHED-ACQUIRED.
           IF RESUME-MODE OR RA-COUNT = ZERO
               GO TO 4880-EXIT
           END-IF
           PERFORM 4881-LIST-ONE-UNMATCHED THRU 4881-EXIT
               VARYING RA-SUB FROM 1 BY 1
               UNTIL RA-SUB > RA-COUNT.
       4880-EXIT.
           EXIT.

       4881-LIST-ONE-UNMATCHED.
           IF RA-MATCHED(RA-SUB)
               GO TO 4881-EXIT
           END-IF
           MOVE 'A' TO WS-RP-SOURCE
           MOVE RA-NAME(RA-SUB) TO WS-RP-NAME
           MOVE RA-MONEY(RA-SUB) TO WS-RP-MONEY
           MOVE RA-DISPOSITION(RA-SUB) TO WS-RP-ORIG-DISPOSITION
           MOVE RA-LOCATION(RA-SUB) TO WS-RP-ORIG-LOCATION
           MOVE '-' TO WS-RP-NEW-DISPOSITION
           MOVE SPACES TO WS-RP-NEW-LOCATION
           MOVE 'NOT IN REPLAY' TO WS-RP-NOTE
           PERFORM 4870-WRITE-DIFFERENCE-LINE THRU 4870-EXIT.
       4881-EXIT.
           EXIT.

      *> A saved suspense reprocess is matched with the replay's by
      *> the (week, name) it was suspended under.  A resumed replay
      *> reprocessed nothing - its first submission did, before the
      *> checkpoint - so there is nothing to compare it with.  A
      *> second copy of a key is skipped like any other.
       4890-COMPARE-REPROCESSED-GROUP.
           IF RESUME-MODE
               GO TO 4890-EXIT
           END-IF
           PERFORM 4891-FIND-REPROCESSED-ENTRY THRU 4891-EXIT
           IF RP-REPROC-FOUND
              AND SN-REPLAY-MATCHED(WS-RP-SN-HIT)
               ADD 1 TO WS-RP-DUP-COUNT
               GO TO 4890-EXIT
           END-IF
           MOVE DV-SOURCE TO WS-RP-SOURCE
           MOVE DV-NAME TO WS-RP-NAME
           MOVE DV-MONEY TO WS-RP-MONEY
           MOVE DV-DISPOSITION TO WS-RP-ORIG-DISPOSITION
           MOVE DV-LOCATION TO WS-RP-ORIG-LOCATION
           MOVE SPACES TO WS-RP-NOTE
           STRING 'REPROC WEEK ' DV-WEEK
               DELIMITED BY SIZE INTO WS-RP-NOTE
           IF RP-REPROC-NOT-FOUND
               MOVE '-' TO WS-RP-NEW-DISPOSITION
               MOVE SPACES TO WS-RP-NEW-LOCATION
               PERFORM 4870-WRITE-DIFFERENCE-LINE THRU 4870-EXIT
               GO TO 4890-EXIT
           END-IF
           SET SN-REPLAY-MATCHED(WS-RP-SN-HIT) TO TRUE
           MOVE SN-NEW-DISPOSITION(WS-RP-SN-HIT)
               TO WS-RP-NEW-DISPOSITION
           MOVE SN-NEW-LOCATION(WS-RP-SN-HIT) TO WS-RP-NEW-LOCATION
           IF WS-RP-NEW-DISPOSITION NOT = WS-RP-ORIG-DISPOSITION
              OR WS-RP-NEW-LOCATION NOT = WS-RP-ORIG-LOCATION
               PERFORM 4870-WRITE-DIFFERENCE-LINE THRU 4870-EXIT
           END-IF.
       4890-EXIT.
           EXIT.

      *> Leaves WS-RP-SN-HIT on the entry for DV-WEEK/DV-NAME when
      *> found.
       4891-FIND-REPROCESSED-ENTRY.
           SET RP-REPROC-NOT-FOUND TO TRUE
           IF SN-COUNT > ZERO
               PERFORM 4892-MATCH-ONE-REPROCESSED THRU 4892-EXIT
                   VARYING SN-SCAN-SUB FROM 1 BY 1
                   UNTIL SN-SCAN-SUB > SN-COUNT
                      OR RP-REPROC-FOUND
           END-IF.
       4891-EXIT.
           EXIT.

       4892-MATCH-ONE-REPROCESSED.
           IF SN-WEEK(SN-SCAN-SUB) = DV-WEEK
              AND SN-ORIG-NAME(SN-SCAN-SUB) = DV-NAME
               SET RP-REPROC-FOUND TO TRUE
               MOVE SN-SCAN-SUB TO WS-RP-SN-HIT
           END-IF.
       4892-EXIT.
           EXIT.

      *> Run once the saved extract is read to the end - a group
      *> this replay posted or wrote off from SUSPIN or the desk's
      *> decisions that the original run did not is listed here.
      *> One re-suspended again is left alone: the original run
      *> either re-suspended it too or never had it, and either way
      *> no money moved.
       4895-LIST-UNMATCHED-REPROCESSED.
           IF RESUME-MODE OR SN-COUNT = ZERO
               GO TO 4895-EXIT
           END-IF
           PERFORM 4896-LIST-ONE-UNREPLAYED THRU 4896-EXIT
               VARYING SN-SUB FROM 1 BY 1
               UNTIL SN-SUB > SN-COUNT.
       4895-EXIT.
           EXIT.

       4896-LIST-ONE-UNREPLAYED.
           IF SN-REPLAY-MATCHED(SN-SUB)
              OR SN-RESULT-RESUSPENDED(SN-SUB)
               GO TO 4896-EXIT
           END-IF
           MOVE SN-SOURCE(SN-SUB) TO WS-RP-SOURCE
           MOVE SN-ORIG-NAME(SN-SUB) TO WS-RP-NAME
           MOVE SN-MONEY(SN-SUB) TO WS-RP-MONEY
           MOVE '-' TO WS-RP-ORIG-DISPOSITION
           MOVE SPACES TO WS-RP-ORIG-LOCATION
           MOVE SN-NEW-DISPOSITION(SN-SUB) TO WS-RP-NEW-DISPOSITION
           MOVE SN-NEW-LOCATION(SN-SUB) TO WS-RP-NEW-LOCATION
           MOVE SPACES TO WS-RP-NOTE
           STRING 'REPROC WEEK ' SN-WEEK(SN-SUB)
               DELIMITED BY SIZE INTO WS-RP-NOTE
           PERFORM 4870-WRITE-DIFFERENCE-LINE THRU 4870-EXIT.
       4896-EXIT.
           EXIT.

      *>================================================================
      *>  5000  RECONCILE FETCHED CONTROL TOTALS AGAINST LOCATION-SUMS
      *>================================================================
       5000-RECONCILE-TOTALS.
           MOVE ZERO TO WS-GRAND-TOTAL
           IF LS-LOCATION-COUNT > ZERO
               PERFORM 5100-SUM-CURRENT-WEEK THRU 5100-EXIT
                   VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > LS-LOCATION-COUNT
           END-IF
           COMPUTE WS-DIFFERENCE = WS-GRAND-TOTAL - WS-RECON-SUM
           IF WS-DIFFERENCE NOT = ZERO
               MOVE 'DL100W03' TO WS-ERROR-CODE
               MOVE WS-RECON-SUM TO WS-RECON-SUM-DISPLAY
               MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-DISPLAY
               MOVE WS-DIFFERENCE TO WS-DIFFERENCE-DISPLAY
               STRING 'RECONCILIATION MISMATCH, FETCHED-TOTAL='
                   WS-RECON-SUM-DISPLAY ' LOCATION-SUMS-TOTAL='
                   WS-GRAND-TOTAL-DISPLAY ' DIFFERENCE='
                   WS-DIFFERENCE-DISPLAY
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT
      *>--------------------------------------------------------------
      *> A mismatch has to leave RETURN-CODE distinguishable from a
      *> clean run so jcl/LOCWKLY.jcl's COND test on STEP010 can hold
      *> location-maintenance back until the exception is looked at,
      *> the same as it does for an abend.
      *>--------------------------------------------------------------
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-RECON-COUNT TO WS-RECON-COUNT-DISPLAY
               DISPLAY 'DL100I - RECONCILIATION OK, '
                   WS-RECON-COUNT-DISPLAY ' ROWS POSTED FOR WEEK '
                   CURRENT-WEEK
           END-IF
           PERFORM 5200-CHECK-CONTROL-TOTALS THRU 5200-EXIT
           PERFORM 5250-CHECK-ACQUIRED-CONTROLS THRU 5250-EXIT.
       5000-EXIT.
           EXIT.

      *> A retired location's current-week slot is left untouched by
      *> both 4300-POST-ENTRY and 1410-ZERO-ONE-LOCATION, so it can
      *> still be carrying a stale amount from the week it was retired
      *> - that amount never went into WS-RECON-SUM and has to stay out
      *> of WS-GRAND-TOTAL here too, or every week from then on falsely
      *> reports a reconciliation mismatch.
       5100-SUM-CURRENT-WEEK.
           IF LOC-STATUS-ACTIVE OF LOCATION-SUM(LOC-IDX)
               ADD ENTRY-AMOUNT(LOC-IDX CURRENT-WEEK) TO WS-GRAND-TOTAL
           END-IF.
       5100-EXIT.
           EXIT.

      *> The interface-level check, independent of the posting loop:
      *> everything bank_users held this week either posted or went
      *> to suspense, so the table-level control figures must equal
      *> posted-plus-suspended - once current-week reposts from
      *> SUSPIN are set aside (those rows were never on this week's
      *> interface) and the acquired feed's postings and suspensions
      *> are set aside too (those rows were never on bank_users -
      *> the feed balances separately against its own trailer in
      *> 5250, so each source's imbalance points at that source).
      *> Current-week adjustments are money with no interface rows
      *> behind them at all, so they come out of the money side.
       5200-CHECK-CONTROL-TOTALS.
           COMPUTE WS-CTL-MONEY-DIFF = WS-CTL-MONEY -
               (WS-RECON-SUM - WS-REPROC-CUR-AMOUNT
                - WS-ADJ-CUR-AMOUNT
                - WS-AQ-POST-AMOUNT
                + WS-SUSP-AMOUNT - WS-AQ-SUSP-AMOUNT)
           COMPUTE WS-CTL-ROW-DIFF = WS-CTL-ROWS -
               (WS-RECON-COUNT - WS-REPROC-CUR-ROWS
                - WS-AQ-POST-ROWS
                + WS-SUSP-ROWS - WS-AQ-SUSP-ROWS)
           IF WS-CTL-MONEY-DIFF NOT = ZERO
       5520-EXIT.
           EXIT.

       5521-JUDGE-ONE-FORECAST.
           MOVE FH-PREDICT-VALUE TO WS-ACC-PREDICT
           PERFORM 5523-COMPUTE-ERROR THRU 5523-EXIT
           MOVE SPACES TO ACCURACY-LINE
           MOVE ' ' TO AC-CARRIAGE-CONTROL
           MOVE LOCATION OF LOCATION-SUM(LOC-IDX) TO AC-LOCATION
           WRITE ACCURACY-LINE
           MOVE WS-ACC-ERROR TO FH-LAST-ERROR
           MOVE WS-ACC-PCT-ERROR TO FH-LAST-PCT-ERROR
           IF FH-PAIR-STORED
               PERFORM 5525-JUDGE-METHOD-PAIR THRU 5525-EXIT
           ELSE
               MOVE FH-METHOD TO WS-ACC-SUM-METHOD
               PERFORM 5524-ADD-TO-METHOD-SUMS THRU 5524-EXIT
           END-IF
           MOVE WS-RUN-DATE TO FH-JUDGED-DATE
           REWRITE FORECAST-HISTORY-RECORD.
       5521-EXIT.
       5522-EXIT.
           EXIT.

      *> Percent error is error over forecast.  A zero forecast has no
      *> meaningful percentage, and a tiny one can blow past the print
      *> field - both are shown pegged at the field limit, carrying
      *> the sign of the error, rather than abending a reporting step.
       5523-COMPUTE-ERROR.
           COMPUTE WS-ACC-ERROR =
               ENTRY-AMOUNT(LOC-IDX CURRENT-WEEK) - WS-ACC-PREDICT
           IF WS-ACC-PREDICT = ZERO
               PERFORM 5522-PEG-PCT-ERROR THRU 5522-EXIT
           ELSE
               COMPUTE WS-ACC-PCT-ERROR ROUNDED =
                   WS-ACC-ERROR * 100 / WS-ACC-PREDICT
                   ON SIZE ERROR
                       PERFORM 5522-PEG-PCT-ERROR THRU 5522-EXIT
               END-COMPUTE
           END-IF.
       5523-EXIT.
           EXIT.

       5524-ADD-TO-METHOD-SUMS.
           IF WS-ACC-SUM-METHOD = 'T'
               ADD 1 TO WS-TREND-COUNT
               ADD WS-ACC-ERROR TO WS-TREND-ERROR-SUM
               ADD WS-ACC-PCT-ERROR TO WS-TREND-PCT-SUM
           ELSE
               ADD 1 TO WS-FLAT-COUNT
               ADD WS-ACC-ERROR TO WS-FLAT-ERROR-SUM
               ADD WS-ACC-PCT-ERROR TO WS-FLAT-PCT-SUM
           END-IF.
       5524-EXIT.
           EXIT.

      *> Judges the flat and trend forecasts stored alongside the
      *> issued one, whichever the location was on - the errors kept
      *> here are what 6050 compares when it picks the method.
       5525-JUDGE-METHOD-PAIR.
           MOVE FH-FLAT-PREDICT TO WS-ACC-PREDICT
           PERFORM 5523-COMPUTE-ERROR THRU 5523-EXIT
           MOVE WS-ACC-ERROR TO FH-FLAT-LAST-ERROR
           MOVE 'F' TO WS-ACC-SUM-METHOD
           PERFORM 5524-ADD-TO-METHOD-SUMS THRU 5524-EXIT
           MOVE FH-TREND-PREDICT TO WS-ACC-PREDICT
           PERFORM 5523-COMPUTE-ERROR THRU 5523-EXIT
           MOVE WS-ACC-ERROR TO FH-TREND-LAST-ERROR
           MOVE 'T' TO WS-ACC-SUM-METHOD
           PERFORM 5524-ADD-TO-METHOD-SUMS THRU 5524-EXIT
           SET FH-PAIR-JUDGED TO TRUE.
       5525-EXIT.
           EXIT.

       5530-PRINT-METHOD-SUMMARY.
           IF WS-FLAT-COUNT > ZERO
               MOVE 'FLAT ' TO WS-ACC-METHOD-LABEL
      *>  6000  PREDICT THE NEXT EIGHT WEEKS FOR EVERY LOCATION
      *>================================================================
       6000-PREDICT-NEXT-EIGHT-WEEKS.
           PERFORM 6050-SELECT-FORECAST-METHODS THRU 6050-EXIT
           IF LS-LOCATION-COUNT > ZERO
               PERFORM 6100-PREDICT-ONE-LOCATION THRU 6100-EXIT
                   VARYING LOC-IDX FROM 1 BY 1
       6000-EXIT.
           EXIT.

      *>================================================================
      *>  6050  SETTLE EACH ACTIVE LOCATION'S FORECAST METHOD
      *>
      *>  Runs after 5500 has judged this week's actuals, so the
      *>  window includes them.  A pin always wins.  Otherwise a
      *>  location with at least WS-SEL-MIN-JUDGED judged weeks in
      *>  the window moves to whichever method has the strictly
      *>  lower mean absolute error; a tie, or too few judged weeks,
      *>  leaves it where it is.  A flash run uses the methods as
      *>  they stand and changes nothing.
      *>================================================================
       6050-SELECT-FORECAST-METHODS.
           IF FLASH-MODE
               OPEN INPUT METHOD-SELECTION-FILE
               IF METHSEL-FILE-STATUS NOT = '00'
                   GO TO 6050-EXIT
               END-IF
           ELSE
               PERFORM 6060-OPEN-SELECTION-FILES THRU 6060-EXIT
           END-IF
           IF LS-LOCATION-COUNT > ZERO
               PERFORM 6070-SELECT-ONE-LOCATION THRU 6070-EXIT
                   VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > LS-LOCATION-COUNT
           END-IF
           CLOSE METHOD-SELECTION-FILE
           IF FLASH-MODE
               GO TO 6050-EXIT
           END-IF
           IF SEL-HISTORY-OPEN
               CLOSE FORECAST-HISTORY-FILE
           END-IF
           PERFORM 6090-PRINT-SELECTION-SUMMARY THRU 6090-EXIT
           CLOSE METHOD-REPORT-FILE
           MOVE WS-SEL-SWITCH-COUNT TO WS-SEL-COUNT-DISPLAY
           DISPLAY 'DL100I - FORECAST METHOD SWITCHES THIS RUN: '
               WS-SEL-COUNT-DISPLAY.
       6050-EXIT.
           EXIT.

      *> METHSEL is created on the very first run the same way 6510
      *> creates FCSTHST.  No FCSTHST yet simply means no location
      *> has a judged week to be moved on.
       6060-OPEN-SELECTION-FILES.
           OPEN I-O METHOD-SELECTION-FILE
           IF METHSEL-FILE-STATUS = '35'
               OPEN OUTPUT METHOD-SELECTION-FILE
               CLOSE METHOD-SELECTION-FILE
               OPEN I-O METHOD-SELECTION-FILE
           END-IF
           OPEN INPUT FORECAST-HISTORY-FILE
           IF FORECAST-FILE-STATUS = '00'
               SET SEL-HISTORY-OPEN TO TRUE
           ELSE
               SET SEL-HISTORY-ABSENT TO TRUE
           END-IF
           OPEN OUTPUT METHOD-REPORT-FILE
           MOVE SPACES TO METHOD-TEXT-LINE
           MOVE '1' TO MT-CARRIAGE-CONTROL
           IF WS-WEEK-END-DATE(CURRENT-WEEK) NOT = ZERO
               STRING 'LOCATION-SUMMARY FORECAST METHOD SELECTION, '
                   'WEEK ' CURRENT-WEEK ' ENDING '
                   WS-WEEK-END-DATE(CURRENT-WEEK)
                   DELIMITED BY SIZE INTO MT-TEXT
           ELSE
               STRING 'LOCATION-SUMMARY FORECAST METHOD SELECTION, '
                   'WEEK ' CURRENT-WEEK
                   DELIMITED BY SIZE INTO MT-TEXT
           END-IF
           WRITE METHOD-TEXT-LINE
           MOVE SPACES TO METHOD-TEXT-LINE
           MOVE ' ' TO MT-CARRIAGE-CONTROL
           STRING 'LOCATION              FROM   TO     REASON    WKS'
               '       FLAT MAE      TREND MAE'
               DELIMITED BY SIZE INTO MT-TEXT
           WRITE METHOD-TEXT-LINE.
       6060-EXIT.
           EXIT.

      *> A location METHSEL has not seen yet starts on the run's
      *> &METHOD and gets its record written here.  Retired
      *> locations are not forecast, so their records are left as
      *> they stand.
       6070-SELECT-ONE-LOCATION.
           IF LOC-STATUS-RETIRED OF LOCATION-SUM(LOC-IDX)
               GO TO 6070-EXIT
           END-IF
           SET WS-LOC-SUB TO LOC-IDX
           MOVE LOCATION OF LOCATION-SUM(LOC-IDX) TO MS-LOCATION
           SET SEL-RECORD-FOUND TO TRUE
           READ METHOD-SELECTION-FILE
               INVALID KEY
                   SET SEL-RECORD-NEW TO TRUE
                   PERFORM 6075-START-SELECTION-RECORD THRU 6075-EXIT
           END-READ
           IF FLASH-MODE
               IF MS-NOT-PINNED
                   MOVE MS-METHOD TO MC-METHOD(WS-LOC-SUB)
               ELSE
                   MOVE MS-PIN TO MC-METHOD(WS-LOC-SUB)
               END-IF
               GO TO 6070-EXIT
           END-IF
           MOVE ZERO TO WS-SEL-JUDGED-COUNT
           MOVE ZERO TO WS-SEL-FLAT-SUM WS-SEL-TREND-SUM
           MOVE ZERO TO WS-SEL-FLAT-MAE WS-SEL-TREND-MAE
           IF SEL-HISTORY-OPEN
               PERFORM 6071-READ-ONE-SLOT THRU 6071-EXIT
                   VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           END-IF
           IF WS-SEL-JUDGED-COUNT > ZERO
               COMPUTE WS-SEL-FLAT-MAE ROUNDED =
                   WS-SEL-FLAT-SUM / WS-SEL-JUDGED-COUNT
               COMPUTE WS-SEL-TREND-MAE ROUNDED =
                   WS-SEL-TREND-SUM / WS-SEL-JUDGED-COUNT
           END-IF
           PERFORM 6080-DECIDE-METHOD THRU 6080-EXIT
           MOVE MS-METHOD TO MC-METHOD(WS-LOC-SUB)
           MOVE WS-SEL-JUDGED-COUNT TO MS-JUDGED-WEEKS
           MOVE WS-SEL-FLAT-MAE TO MS-FLAT-MAE
           MOVE WS-SEL-TREND-MAE TO MS-TREND-MAE
           MOVE WS-RUN-DATE TO MS-SELECTED-DATE
           IF SEL-RECORD-FOUND
               REWRITE METHOD-SELECTION-RECORD
           ELSE
               WRITE METHOD-SELECTION-RECORD
           END-IF
           IF METHSEL-FILE-STATUS NOT = '00'
               MOVE 'DL100S12' TO WS-ERROR-CODE
               STRING 'METHSEL UPDATE FAILED FOR '
                   MS-LOCATION ' STATUS ' METHSEL-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               GO TO 9900-ABEND-EXIT
           END-IF.
       6070-EXIT.
           EXIT.

       6071-READ-ONE-SLOT.
           MOVE LOCATION OF LOCATION-SUM(LOC-IDX) TO FH-LOCATION
           MOVE WEEK TO FH-WEEK
           READ FORECAST-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 6072-ADD-ONE-JUDGED-SLOT THRU 6072-EXIT
           END-READ.
       6071-EXIT.
           EXIT.

      *> Mean ABSOLUTE error - a method that overshoots one week and
      *> undershoots the next must not net out to looking accurate.
       6072-ADD-ONE-JUDGED-SLOT.
           IF NOT FH-PAIR-JUDGED
               GO TO 6072-EXIT
           END-IF
           COMPUTE WS-SEL-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
               FUNCTION INTEGER-OF-DATE(FH-JUDGED-DATE)
           IF WS-SEL-AGE-DAYS > WS-SEL-WINDOW-DAYS
               GO TO 6072-EXIT
           END-IF
           ADD 1 TO WS-SEL-JUDGED-COUNT
           IF FH-FLAT-LAST-ERROR < ZERO
               SUBTRACT FH-FLAT-LAST-ERROR FROM WS-SEL-FLAT-SUM
           ELSE
               ADD FH-FLAT-LAST-ERROR TO WS-SEL-FLAT-SUM
           END-IF
           IF FH-TREND-LAST-ERROR < ZERO
               SUBTRACT FH-TREND-LAST-ERROR FROM WS-SEL-TREND-SUM
           ELSE
               ADD FH-TREND-LAST-ERROR TO WS-SEL-TREND-SUM
           END-IF.
       6072-EXIT.
           EXIT.

       6075-START-SELECTION-RECORD.
           MOVE LOCATION OF LOCATION-SUM(LOC-IDX) TO MS-LOCATION
           MOVE WS-METHOD-SW TO MS-METHOD
           MOVE SPACE TO MS-PIN
           MOVE ZERO TO MS-PINNED-DATE
           MOVE SPACE TO MS-PREV-METHOD
           MOVE ZERO TO MS-SWITCHED-DATE
           MOVE ZERO TO MS-JUDGED-WEEKS
           MOVE ZERO TO MS-FLAT-MAE MS-TREND-MAE
           MOVE ZERO TO MS-SELECTED-DATE.
       6075-EXIT.
           EXIT.

       6080-DECIDE-METHOD.
           MOVE MS-METHOD TO WS-SEL-NEW-METHOD
           IF NOT MS-NOT-PINNED
               ADD 1 TO WS-SEL-PINNED-COUNT
               MOVE MS-PIN TO WS-SEL-NEW-METHOD
               MOVE 'PINNED' TO WS-SEL-REASON
               GO TO 6080-SWITCH
           END-IF
           IF WS-SEL-JUDGED-COUNT < WS-SEL-MIN-JUDGED
               ADD 1 TO WS-SEL-SHORT-COUNT
               GO TO 6080-SWITCH
           END-IF
           MOVE 'ACCURACY' TO WS-SEL-REASON
           IF WS-SEL-FLAT-MAE < WS-SEL-TREND-MAE
               MOVE 'F' TO WS-SEL-NEW-METHOD
           END-IF
           IF WS-SEL-TREND-MAE < WS-SEL-FLAT-MAE
               MOVE 'T' TO WS-SEL-NEW-METHOD
           END-IF.
       6080-SWITCH.
           IF WS-SEL-NEW-METHOD NOT = MS-METHOD
               PERFORM 6085-WRITE-SWITCH-LINE THRU 6085-EXIT
               MOVE MS-METHOD TO MS-PREV-METHOD
               MOVE WS-SEL-NEW-METHOD TO MS-METHOD
               MOVE WS-RUN-DATE TO MS-SWITCHED-DATE
               ADD 1 TO WS-SEL-SWITCH-COUNT
           END-IF
           IF MS-METHOD-TREND
               ADD 1 TO WS-SEL-TREND-COUNT
           ELSE
               ADD 1 TO WS-SEL-FLAT-COUNT
           END-IF.
       6080-EXIT.
           EXIT.

       6085-WRITE-SWITCH-LINE.
           MOVE SPACES TO METHOD-SWITCH-LINE
           MOVE ' ' TO MR-CARRIAGE-CONTROL
           MOVE MS-LOCATION TO MR-LOCATION
           IF MS-METHOD-TREND
               MOVE 'TREND' TO MR-FROM-METHOD
           ELSE
               MOVE 'FLAT ' TO MR-FROM-METHOD
           END-IF
           IF WS-SEL-NEW-METHOD = 'T'
               MOVE 'TREND' TO MR-TO-METHOD
           ELSE
               MOVE 'FLAT ' TO MR-TO-METHOD
           END-IF
           MOVE WS-SEL-REASON TO MR-REASON
           MOVE WS-SEL-JUDGED-COUNT TO MR-JUDGED-WEEKS
           MOVE WS-SEL-FLAT-MAE TO MR-FLAT-MAE
           MOVE WS-SEL-TREND-MAE TO MR-TREND-MAE
           WRITE METHOD-SWITCH-LINE.
       6085-EXIT.
           EXIT.

       6090-PRINT-SELECTION-SUMMARY.
           IF WS-SEL-SWITCH-COUNT = ZERO
               MOVE SPACES TO METHOD-TEXT-LINE
               MOVE ' ' TO MT-CARRIAGE-CONTROL
               MOVE 'NO LOCATION CHANGED FORECAST METHOD THIS RUN'
                   TO MT-TEXT
               WRITE METHOD-TEXT-LINE
           END-IF
           MOVE SPACES TO METHOD-TEXT-LINE
           MOVE '0' TO MT-CARRIAGE-CONTROL
           MOVE WS-SEL-FLAT-COUNT TO WS-SEL-COUNT-DISPLAY
           STRING 'LOCATIONS ON FLAT ............ '
               WS-SEL-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MT-TEXT
           WRITE METHOD-TEXT-LINE
           MOVE SPACES TO METHOD-TEXT-LINE
           MOVE ' ' TO MT-CARRIAGE-CONTROL
           MOVE WS-SEL-TREND-COUNT TO WS-SEL-COUNT-DISPLAY
           STRING 'LOCATIONS ON TREND ........... '
               WS-SEL-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MT-TEXT
           WRITE METHOD-TEXT-LINE
           MOVE SPACES TO METHOD-TEXT-LINE
           MOVE WS-SEL-PINNED-COUNT TO WS-SEL-COUNT-DISPLAY
           STRING 'PINNED BY LOCATION-MAINT ..... '
               WS-SEL-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MT-TEXT
           WRITE METHOD-TEXT-LINE
           MOVE SPACES TO METHOD-TEXT-LINE
           MOVE WS-SEL-SWITCH-COUNT TO WS-SEL-COUNT-DISPLAY
           STRING 'SWITCHED THIS RUN ............ '
               WS-SEL-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MT-TEXT
           WRITE METHOD-TEXT-LINE
           MOVE SPACES TO METHOD-TEXT-LINE
           MOVE WS-SEL-SHORT-COUNT TO WS-SEL-COUNT-DISPLAY
           STRING 'HELD, UNDER ' WS-SEL-MIN-JUDGED
               ' JUDGED WEEKS ...... ' WS-SEL-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MT-TEXT
           WRITE METHOD-TEXT-LINE.
       6090-EXIT.
           EXIT.

      *> Retired locations keep whatever forecast they last had rather
      *> than being projected forward.  Both methods are worked out
      *> for every active location - the one it is on is issued as
      *> PREDICT-VALUE, and both are stored on FCSTHST to be judged.
       6100-PREDICT-ONE-LOCATION.
           IF LOC-STATUS-RETIRED OF LOCATION-SUM(LOC-IDX)
               GO TO 6100-EXIT
           END-IF
           SET WS-LOC-SUB TO LOC-IDX
           PERFORM 6300-TREND-METHOD THRU 6300-EXIT
           PERFORM 6110-KEEP-TREND-WEEK THRU 6110-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           PERFORM 6200-FLAT-AVERAGE-METHOD THRU 6200-EXIT
           PERFORM 6120-KEEP-FLAT-WEEK THRU 6120-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           IF MC-METHOD-TREND(WS-LOC-SUB)
               PERFORM 6130-ISSUE-TREND-WEEK THRU 6130-EXIT
                   VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           END-IF.
       6100-EXIT.
           EXIT.

       6110-KEEP-TREND-WEEK.
           MOVE PREDICT-VALUE(LOC-IDX WEEK)
               TO MC-TREND-PREDICT(WS-LOC-SUB WEEK).
       6110-EXIT.
           EXIT.

       6120-KEEP-FLAT-WEEK.
           MOVE PREDICT-VALUE(LOC-IDX WEEK)
               TO MC-FLAT-PREDICT(WS-LOC-SUB WEEK).
       6120-EXIT.
           EXIT.

       6130-ISSUE-TREND-WEEK.
           MOVE MC-TREND-PREDICT(WS-LOC-SUB WEEK)
               TO PREDICT-VALUE(LOC-IDX WEEK).
       6130-EXIT.
           EXIT.

      *> Method 1 - flat average of the eight actual weeks, unchanged
      *> for every predicted week.
       6200-FLAT-AVERAGE-METHOD.
      *> records are left exactly as the last run that did forecast it
      *> wrote them.
       6520-SAVE-ONE-LOCATION.
           SET WS-LOC-SUB TO LOC-IDX
           IF LOC-STATUS-ACTIVE OF LOCATION-SUM(LOC-IDX)
               PERFORM 6530-SAVE-ONE-FORECAST THRU 6530-EXIT
                   VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
                   MOVE ZERO TO FH-LAST-ERROR
                   MOVE ZERO TO FH-LAST-PCT-ERROR
                   MOVE ZERO TO FH-JUDGED-DATE
                   MOVE 'N' TO FH-PAIR-JUDGED-SW
                   MOVE ZERO TO FH-FLAT-LAST-ERROR
                   MOVE ZERO TO FH-TREND-LAST-ERROR
           END-READ
           MOVE LOCATION OF LOCATION-SUM(LOC-IDX) TO FH-LOCATION
           MOVE TARGET-WEEK TO FH-WEEK
           MOVE PREDICT-VALUE(LOC-IDX WEEK) TO FH-PREDICT-VALUE
           MOVE MC-METHOD(WS-LOC-SUB) TO FH-METHOD
           SET FH-PAIR-STORED TO TRUE
           MOVE MC-FLAT-PREDICT(WS-LOC-SUB WEEK) TO FH-FLAT-PREDICT
           MOVE MC-TREND-PREDICT(WS-LOC-SUB WEEK) TO FH-TREND-PREDICT
           MOVE CURRENT-WEEK TO FH-MADE-IN-WEEK
           MOVE WS-RUN-DATE TO FH-MADE-DATE
           WRITE FORECAST-HISTORY-RECORD
       6620-EXIT.
           EXIT.

      *> A SUSPIN correction or a prior-week adjustment that posted
      *> to an earlier week changed a figure the archive already
      *> carries - append a fresh record for that week so
      *> LOCATION-TREND (which treats a close-dated same-slot record
      *> as a replacement) picks up the corrected amount instead of
      *> keeping the stale one forever.  A
      *> correction applied in a run that later abends and resumes
      *> reaches DATABASE-FILE through the checkpoint flush but not
      *> this paragraph - the LOCREST compare is what surfaces that
           IF LS-LOCATION-COUNT > ZERO
               OPEN OUTPUT DATABASE-FILE
               PERFORM 9710-OPEN-JOURNAL-EXTEND THRU 9710-EXIT
               PERFORM 7050-JOURNAL-ONE-ADJUSTMENT THRU 7050-EXIT
                   VARYING AP-SUB FROM 1 BY 1
                   UNTIL AP-SUB > AP-COUNT
               PERFORM 7100-WRITE-ONE-LOCATION THRU 7100-EXIT
                   VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > LS-LOCATION-COUNT
       7000-EXIT.
           EXIT.

      *> Each applied adjustment is journaled as the change it was,
      *> against the location's last committed image, and the image
      *> then takes the adjustment - so the REWRITE 9700 journals for
      *> the same location a moment later shows only the week's own
      *> postings, and the chain of images still replays exactly.
      *> Done here rather than as each entry is applied, so a run
      *> that abends before its postings persist never journals an
      *> adjustment that did not happen.  JR-WEEK is the slot the
      *> adjustment corrected, not the week being run, and the
      *> reference goes with it, so 4705 on a later run can find it.
       7050-JOURNAL-ONE-ADJUSTMENT.
           MOVE AP-LOC-SUB(AP-SUB) TO WS-LOC-SUB
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 'DL100' TO JR-PROGRAM
           MOVE WS-RUN-DATE TO JR-RUN-DATE
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-OF-DAY(1:6) TO JR-RUN-TIME
           MOVE AP-WEEK(AP-SUB) TO JR-WEEK
           MOVE AP-REFERENCE(AP-SUB) TO JR-REFERENCE
           SET JR-ACTION-ADJUST TO TRUE
           MOVE LOCATION OF LOCATION-SUM(WS-LOC-SUB) TO JR-LOCATION
           MOVE SV-STATUS(WS-LOC-SUB) TO JR-BEF-STATUS
           MOVE SV-REGION(WS-LOC-SUB) TO JR-BEF-REGION
           MOVE SV-STATUS(WS-LOC-SUB) TO JR-AFT-STATUS
           MOVE SV-REGION(WS-LOC-SUB) TO JR-AFT-REGION
           PERFORM 7060-COPY-ONE-ADJUST-WEEK THRU 7060-EXIT
               VARYING WEEK FROM 1 BY 1 UNTIL WEEK > 8
           ADD AP-AMOUNT(AP-SUB) TO JR-AFT-WEEK-AMOUNT(AP-WEEK(AP-SUB))
           ADD AP-AMOUNT(AP-SUB)
               TO SV-WEEK-AMOUNT(WS-LOC-SUB AP-WEEK(AP-SUB))
           WRITE JOURNAL-RECORD.
       7050-EXIT.
           EXIT.

       7060-COPY-ONE-ADJUST-WEEK.
           MOVE SV-WEEK-AMOUNT(WS-LOC-SUB WEEK)
               TO JR-BEF-WEEK-AMOUNT(WEEK)
           MOVE SV-WEEK-AMOUNT(WS-LOC-SUB WEEK)
               TO JR-AFT-WEEK-AMOUNT(WEEK).
       7060-EXIT.
           EXIT.

       7100-WRITE-ONE-LOCATION.
           MOVE LOCATION OF LOCATION-SUM(LOC-IDX)
               TO LOCATION OF DATABASE-RECORD
               MOVE SPACES TO FORECAST-LINE
               MOVE ' ' TO FL-CARRIAGE-CONTROL
               MOVE LOCATION OF LOCATION-SUM(LOC-IDX) TO FL-LOCATION
               SET WS-LOC-SUB TO LOC-IDX
               IF MC-METHOD-TREND(WS-LOC-SUB)
                   MOVE 'TREND' TO FL-METHOD
               ELSE
                   MOVE 'FLAT ' TO FL-METHOD
           MOVE LOC-REGION OF LOCATION-SUM(LOC-IDX) TO FX-REGION
           MOVE WEEK TO FX-WEEK
           MOVE LOC-STATUS OF LOCATION-SUM(LOC-IDX) TO FX-LOC-STATUS
           SET WS-LOC-SUB TO LOC-IDX
           IF MC-METHOD-TREND(WS-LOC-SUB)
               MOVE 'T' TO FX-METHOD
           ELSE
               MOVE 'F' TO FX-METHOD
           IF FLASH-MODE
               PERFORM 9100-WRITE-SUSPENSE-SUMMARY THRU 9100-EXIT
               CLOSE SUSPENSE-REPORT-FILE
               IF ALIAS-FILE-OPEN
                   CLOSE ALIAS-FILE
               END-IF
               CLOSE ERROR-FILE
               DISPLAY 'DL100I - FLASH FORECAST COMPLETE FOR WEEK '
                   CURRENT-WEEK
           CLOSE SUSPENSE-FILE
           CLOSE SUSPENSE-DISP-FILE
           CLOSE SUSPENSE-REPORT-FILE
           IF ALIAS-FILE-OPEN
               CLOSE ALIAS-FILE
           END-IF
           IF REPLAY-MODE
               PERFORM 9400-FINISH-REPLAY-REPORT THRU 9400-EXIT
           END-IF
           CLOSE ERROR-FILE
           IF REPLAY-MODE
               DISPLAY 'DL100I - LOCATION-SUMMARY REPLAY COMPLETE FOR '
                   'WEEK ' CURRENT-WEEK
           ELSE
               DISPLAY 'DL100I - LOCATION-SUMMARY COMPLETE FOR WEEK '
                   CURRENT-WEEK
           END-IF.
       9000-EXIT.
           EXIT.

                   WS-GROUP-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO ST-TEXT
               WRITE SUSPENSE-TEXT-LINE
           END-IF
           IF WS-ALIAS-POST-COUNT > ZERO
               MOVE WS-ALIAS-POST-COUNT TO WS-GROUP-COUNT-DISPLAY
               MOVE SPACES TO SUSPENSE-TEXT-LINE
               MOVE ' ' TO ST-CARRIAGE-CONTROL
               STRING 'POSTED THROUGH A NAME ALIAS: '
                   WS-GROUP-COUNT-DISPLAY ' GROUPS'
                   DELIMITED BY SIZE INTO ST-TEXT
               WRITE SUSPENSE-TEXT-LINE
           END-IF.
       9100-EXIT.
           EXIT.
      *>  final RETURN-CODE here is 0 or 4 (a mismatch); runs that
      *>  failed at startup or abended never get this far, and their
      *>  absence from the log for a scheduled week is itself the
      *>  signal.  The bank_users control figures go on the record
      *>  for a later replay of the week to balance to - on a replay
      *>  they are the original run's, carried forward.
      *>================================================================
       9300-APPEND-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE WS-CTL-ROW-DIFF TO RL-CTL-ROW-DIFF
           MOVE WS-SUSP-COUNT TO RL-SUSP-GROUPS
           MOVE WS-SUSP-ROWS TO RL-SUSP-ROWS
           MOVE CC-WEEKS-LEFT TO RL-CAL-WEEKS-LEFT
           MOVE CC-SHORT-SW TO RL-CAL-SHORT-SW
           MOVE WS-RUNTYPE-SW TO RL-RUN-TYPE
           MOVE WS-CTL-ROWS TO RL-CTL-ROWS
           MOVE WS-CTL-MONEY TO RL-CTL-MONEY
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       9300-EXIT.
           EXIT.

      *>================================================================
      *>  9400  CLOSE OUT THE REPLAY REPORT
      *>
      *>  The counts behind the replay, where its bank_users control
      *>  figures came from and how the week balanced to them, and
      *>  the number of groups that came out differently from the
      *>  original run - any at all is warned to ERRLOG (DL100W20)
      *>  for the report to be looked at before the week's outputs
      *>  are released.  The condition code is left to the
      *>  reconciliation, the same as on a weekly run: a changed
      *>  result is usually the very correction the replay was run
      *>  to make.
      *>================================================================
       9400-FINISH-REPLAY-REPORT.
           MOVE SPACES TO REPLAY-TEXT-LINE
           MOVE '0' TO RT-CARRIAGE-CONTROL
           MOVE WS-RP-SEEN-COUNT TO WS-GROUP-COUNT-DISPLAY
           STRING 'BANK_USERS GROUPS ON THE SAVED EXTRACT:        '
               WS-GROUP-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RT-TEXT
           WRITE REPLAY-TEXT-LINE
           MOVE SPACES TO REPLAY-TEXT-LINE
           MOVE ' ' TO RT-CARRIAGE-CONTROL
           MOVE WS-AQ-FETCH-COUNT TO WS-GROUP-COUNT-DISPLAY
           STRING 'ACQUIRED GROUPS POSTED OFF THE RETAINED FEED:  '
               WS-GROUP-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RT-TEXT
           WRITE REPLAY-TEXT-LINE
           MOVE SPACES TO REPLAY-TEXT-LINE
           MOVE ' ' TO RT-CARRIAGE-CONTROL
           MOVE WS-RP-DUP-COUNT TO WS-GROUP-COUNT-DISPLAY
           STRING 'SECOND COPIES SKIPPED (RESUMED ORIGINAL RUN):  '
               WS-GROUP-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RT-TEXT
           WRITE REPLAY-TEXT-LINE
           MOVE SPACES TO REPLAY-TEXT-LINE
           MOVE ' ' TO RT-CARRIAGE-CONTROL
           MOVE WS-RP-REPROC-COUNT TO WS-GROUP-COUNT-DISPLAY
           STRING 'SUSPENSE REPROCESSES ON THE SAVED EXTRACT:     '
               WS-GROUP-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RT-TEXT
           WRITE REPLAY-TEXT-LINE
           MOVE SPACES TO REPLAY-TEXT-LINE
           MOVE '0' TO RT-CARRIAGE-CONTROL
           MOVE WS-CTL-ROWS TO WS-ROW-DIFF-DISPLAY
           MOVE WS-CTL-MONEY TO WS-RECON-SUM-DISPLAY
           IF RP-CONTROLS-FROM-LOG
               STRING 'CONTROL FIGURES FROM THE ORIGINAL RUN LOG: '
                   'ROWS ' WS-ROW-DIFF-DISPLAY
                   '  MONEY ' WS-RECON-SUM-DISPLAY
                   DELIMITED BY SIZE INTO RT-TEXT
           ELSE
               STRING 'CONTROL FIGURES FROM THE SAVED EXTRACT '
                   '(NONE LOGGED): ROWS ' WS-ROW-DIFF-DISPLAY
                   '  MONEY ' WS-RECON-SUM-DISPLAY
                   DELIMITED BY SIZE INTO RT-TEXT
           END-IF
           WRITE REPLAY-TEXT-LINE
           MOVE SPACES TO REPLAY-TEXT-LINE
           MOVE ' ' TO RT-CARRIAGE-CONTROL
           MOVE WS-CTL-ROW-DIFF TO WS-ROW-DIFF-DISPLAY
           MOVE WS-CTL-MONEY-DIFF TO WS-DIFFERENCE-DISPLAY
           STRING 'INTERFACE CONTROL DIFFERENCE: ROWS '
               WS-ROW-DIFF-DISPLAY '  MONEY ' WS-DIFFERENCE-DISPLAY
               DELIMITED BY SIZE INTO RT-TEXT
           WRITE REPLAY-TEXT-LINE
           MOVE SPACES TO REPLAY-TEXT-LINE
           MOVE '0' TO RT-CARRIAGE-CONTROL
           MOVE WS-RP-DIFF-COUNT TO WS-GROUP-COUNT-DISPLAY
           STRING 'GROUPS DIFFERING FROM THE ORIGINAL RUN: '
               WS-GROUP-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RT-TEXT
           WRITE REPLAY-TEXT-LINE
           CLOSE REPLAY-REPORT-FILE
           IF WS-RP-DIFF-COUNT > ZERO
               MOVE 'DL100W20' TO WS-ERROR-CODE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'REPLAY OF WEEK ' CURRENT-WEEK ': '
                   WS-GROUP-COUNT-DISPLAY
                   ' GROUPS DIFFER FROM THE ORIGINAL RUN - SEE RPLRPT'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 9800-WRITE-ERROR-LINE THRU 9800-EXIT
           END-IF.
       9400-EXIT.
           EXIT.

      *>================================================================
      *>  9700  APPEND ONE AUDIT JOURNAL RECORD FOR A LOCATION JUST
      *>         WRITTEN TO DATABASE-FILE
