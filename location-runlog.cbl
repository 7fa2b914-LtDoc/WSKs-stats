      *>                  before the distribution run starts getting
      *>                  delayed, instead of digging a quarter of
      *>                  ERRLOG and SYSOUT spools out of storage.
      *> 2026-10-15  BAJ  Each run also shows the weeks left on the
      *>                  cycle calendar after it; a run that warned
      *>                  the calendar was running short is tagged
      *>                  and counted in the summary.
      *> 2026-10-15  BAJ  A run that replayed its week from the saved
      *>                  extract instead of bank_users is tagged
      *>                  REPLAY and counted in the summary.
      *>--------------------------------------------------------------

      *>--------------------------------------------------------------
           05  WS-LATE-COUNT              PIC 9(08) COMP VALUE ZERO.
           05  WS-EXCEPT-COUNT            PIC 9(08) COMP VALUE ZERO.
           05  WS-SUSP-TOTAL              PIC 9(08) COMP VALUE ZERO.
           05  WS-CAL-SHORT-COUNT         PIC 9(08) COMP VALUE ZERO.
           05  WS-REPLAY-COUNT            PIC 9(08) COMP VALUE ZERO.
           05  WS-DURATION-TOTAL          PIC S9(08) COMP VALUE ZERO.
           05  WS-DURATION-MAX            PIC S9(04) COMP VALUE ZERO.

           05  WS-ROWDIFF-DISPLAY         PIC -(8)9.
           05  WS-SUSP-DISPLAY            PIC ZZZZZZZ9.
           05  WS-COUNT-DISPLAY           PIC ZZZZZZZ9.
           05  WS-CAL-WEEKS-DISPLAY       PIC ZZZ9.
           05  WS-LATE-TAG                PIC X(05).
           05  WS-EXCEPT-TAG              PIC X(10).
           05  WS-REPLAY-TAG              PIC X(07).

       LINKAGE SECTION.
       01  LS-PARM-AREA.
               MOVE ' EXCEPTION' TO WS-EXCEPT-TAG
               ADD 1 TO WS-EXCEPT-COUNT
           END-IF
           MOVE SPACES TO WS-REPLAY-TAG
           IF RL-REPLAY-RUN
               MOVE ' REPLAY' TO WS-REPLAY-TAG
               ADD 1 TO WS-REPLAY-COUNT
           END-IF
           ADD RL-SUSP-GROUPS TO WS-SUSP-TOTAL
           MOVE WS-DURATION TO WS-DURATION-DISPLAY
           MOVE RL-RETURN-CODE TO WS-RC-DISPLAY
           STRING 'WEEK ' RL-WEEK '  RUN ' RL-RUN-DATE
               '  START ' RL-START-TIME '  END ' RL-END-TIME
               '  DURATION ' WS-DURATION-DISPLAY ' MIN  RC '
               WS-RC-DISPLAY WS-LATE-TAG WS-EXCEPT-TAG WS-REPLAY-TAG
               DELIMITED BY SIZE INTO OP-TEXT
           WRITE OPS-REPORT-LINE
           MOVE RL-FETCH-COUNT TO WS-FETCH-DISPLAY
                   WS-DIFF-DISPLAY '  ROWS ' WS-ROWDIFF-DISPLAY
                   DELIMITED BY SIZE INTO OP-TEXT
               WRITE OPS-REPORT-LINE
           END-IF
           MOVE RL-CAL-WEEKS-LEFT TO WS-CAL-WEEKS-DISPLAY
           MOVE SPACES TO OPS-REPORT-LINE
           MOVE ' ' TO OP-CARRIAGE-CONTROL
           STRING '  CALENDAR WEEKS LEFT ' WS-CAL-WEEKS-DISPLAY
               DELIMITED BY SIZE INTO OP-TEXT
           IF RL-CALENDAR-SHORT
               MOVE '- RUNNING SHORT, EXTEND CALWK' TO OP-TEXT(28:29)
               ADD 1 TO WS-CAL-SHORT-COUNT
           END-IF
           WRITE OPS-REPORT-LINE.
       2000-NEXT.
           PERFORM 1100-READ-LOG-RECORD THRU 1100-EXIT.
       2000-EXIT.
           MOVE ' ' TO OP-CARRIAGE-CONTROL
           STRING 'SUSPENDED GROUPS ACROSS RUNS: ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO OP-TEXT
           WRITE OPS-REPORT-LINE
           MOVE WS-CAL-SHORT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO OPS-REPORT-LINE
           MOVE ' ' TO OP-CARRIAGE-CONTROL
           STRING 'RUNS WARNING THE CALENDAR WAS SHORT: '
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO OP-TEXT
           WRITE OPS-REPORT-LINE
           MOVE WS-REPLAY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO OPS-REPORT-LINE
           MOVE ' ' TO OP-CARRIAGE-CONTROL
           STRING 'REPLAY RUNS: ' WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO OP-TEXT
           WRITE OPS-REPORT-LINE.
       3000-EXIT.
           EXIT.
