      *> CALREC  -  CALENDAR-FILE cycle calendar record layout
      *>
      *> One record per (cycle, week slot) mapping the slot to its
      *> real week-ending date, generated ahead of time for the
      *> cycles to come by LOCATION-CALGEN (LOCCGEN, then LOCCPRO once
      *> branch planning has signed the listing).  Loaded at the
      *> start of the weekly run: the current run's scheduled
      *> week-ending date is checked against the run date (a run
      *> landing well past it is flagged to ERRLOG, as is a calendar
      *> about to run out), the dates are printed on the forecast,
      *> accuracy, and trend reports, and each archived week is
      *> stamped with its date so LOCATION-TREND's year-over-year
      *> comparison anchors to calendar weeks instead of slot
