      *> offending entries after the fact instead of by re-running
      *> against a moving database.  MONEY is zoned with a separate
      *> leading sign so the extract can be browsed and summed as-is.
      *> A REPLAY run of LOCATION-SUMMARY reads a saved copy of the
      *> week's extract back in as its bank_users input.
      *>--------------------------------------------------------------
       01  DETAIL-EXTRACT-RECORD.
           05  DX-RUN-DATE                PIC 9(08).
           05  DX-SOURCE                  PIC X(01).
               88  DX-SOURCE-BANKUSERS        VALUE 'B'.
               88  DX-SOURCE-ACQUIRED         VALUE 'A'.
      *> Set when the group reached DX-LOCATION through the ALIASES
      *> cross-reference rather than an exact roster match - the
      *> alias is the (DX-SOURCE, DX-NAME) key, and the effective
      *> date identifies which version of it was in force.
           05  DX-ALIAS-USED              PIC X(01).
               88  DX-POSTED-VIA-ALIAS        VALUE 'Y'.
               88  DX-NO-ALIAS                VALUE SPACE.
           05  DX-ALIAS-EFFECTIVE         PIC 9(08).
      *> Whether the group came in off the week's own feeds or was an
      *> earlier suspense group reprocessed through SUSPIN or a desk
      *> decision - a replay reposts the feed groups off the saved
      *> extract and only compares the reprocessed ones, which it
      *> reprocesses again itself.  Extracts written before this
      *> byte existed carry a space, read as a feed group.
           05  DX-ORIGIN                  PIC X(01).
               88  DX-FROM-FEED               VALUE 'F' SPACE.
               88  DX-FROM-REPROCESS          VALUE 'S'.
