      *> each weekly run (never by a flash run, which records no
      *> state) - the week and its dates, wall-clock start and end,
      *> the final condition code, the fetch volume and grand total,
      *> both reconciliation differences, the suspense counts, and
      *> how many weeks the cycle calendar still held beyond the
      *> week run (RL-CAL-SHORT-SW set when that was under the
      *> look-ahead the run warns at), whether the run was a weekly
      *> run or a replay, and the bank_users control figures the run
      *> balanced to - which is what a later replay of that week
      *> balances to, the table having moved on since.
      *> RUN-CONTROL-FILE only ever remembers the last completed
      *> week; this file is the history behind it, and what
      *> LOCATION-RUNLOG reports run durations and exception trends
           05  RL-CTL-ROW-DIFF            PIC S9(09) COMP-3.
           05  RL-SUSP-GROUPS             PIC 9(08).
           05  RL-SUSP-ROWS               PIC 9(08).
           05  RL-CAL-WEEKS-LEFT          PIC 9(04).
           05  RL-CAL-SHORT-SW            PIC X(01).
               88  RL-CALENDAR-SHORT          VALUE 'Y'.
      *> Space on records logged before the run type and control
      *> figures were carried - a replay of such a week has no
      *> original figures to balance to.
           05  RL-RUN-TYPE                PIC X(01).
               88  RL-WEEKLY-RUN              VALUE 'W'.
               88  RL-REPLAY-RUN              VALUE 'R'.
               88  RL-CONTROLS-NOT-LOGGED     VALUE SPACE.
           05  RL-CTL-ROWS                PIC S9(09) COMP-3.
           05  RL-CTL-MONEY               PIC S9(09)V9(2) COMP-3.
