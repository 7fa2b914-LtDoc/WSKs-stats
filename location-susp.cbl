      *>                  the raw week suspense dataset, keying a
      *>                  LOCATION-MAINT card, and remembering to
      *>                  point SUSPIN at the corrected week.
      *> 2026-10-15  BAJ  Action P - assign the group exactly as A
      *>                  does and also record its name as a
      *>                  permanent alias of that location on the
      *>                  ALIASES cross-reference, so the next week's
      *>                  groups under the same name post there
      *>                  without reaching the worklist at all.
      *>--------------------------------------------------------------

      *>--------------------------------------------------------------
      *>
      *>   COLS 01-04  LSUS        COL 06  ACTION
      *>   COLS 08-09  WEEK        COLS 11-30  SUSPENDED NAME
      *>   COLS 32-51  ROSTER LOCATION (A AND P ONLY)
      *>
      *>   LSUS                    LIST THE OUTSTANDING GROUPS
      *>   LSUS A ww name....... location.......
      *>                           ASSIGN THE GROUP TO A LOCATION
      *>   LSUS P ww name....... location.......
      *>                           ASSIGN, AND ALIAS THE NAME TO THE
      *>                           LOCATION FROM TODAY ON
      *>   LSUS W ww name.......  WRITE THE GROUP OFF
      *>   LSUS E                  END THE SESSION
      *>
      *> Reads the same datasets the batch run maintains, through
      *> CICS file control - FCT entries SUSDISP (the worklist,
      *> updated here), DATABASE (the roster, read-only, to
      *> validate an assignment), and ALIASES (the name cross-
      *> reference, written by P).  The RESP checks compare against
      *> DFHRESP NORMAL(0), NOTFND(13), and ENDFILE(20).
      *>--------------------------------------------------------------

      *> never drift apart.
           COPY DSPREC.
           COPY LOCREC.
           COPY ALSREC.

      *>--------------------------------------------------------------
      *> 22 LINES OF 80 SENT AS ONE TEXT BLOCK - THE 3270 WRAPS AT
           PERFORM 3010-CLEAR-ONE-LINE THRU 3010-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 22
           MOVE 'SUSPENSE WORKLIST (LSUS, LSUS A/P/W, LSUS E)'
               TO WS-SCREEN-LINE(1)
           EVALUATE WS-IN-ACTION
               WHEN 'E'
                   PERFORM 4100-END-SESSION THRU 4100-EXIT
               WHEN 'A'
                   PERFORM 2200-RECORD-DECISION THRU 2200-EXIT
               WHEN 'P'
                   PERFORM 2200-RECORD-DECISION THRU 2200-EXIT
               WHEN 'W'
                   PERFORM 2200-RECORD-DECISION THRU 2200-EXIT
               WHEN OTHER
                   TO WS-SCREEN-LINE(3)
               GO TO 2200-EXIT
           END-IF
           IF (WS-IN-ACTION = 'A' OR WS-IN-ACTION = 'P')
              AND WS-IN-LOCATION = SPACES
               MOVE 'ROSTER LOCATION REQUIRED IN COLS 32-51'
                   TO WS-SCREEN-LINE(3)
               GO TO 2200-EXIT
           END-IF
           IF WS-IN-ACTION = 'A' OR WS-IN-ACTION = 'P'
               PERFORM 2300-CHECK-ROSTER-LOCATION THRU 2300-EXIT
               IF WS-SCREEN-LINE(3) NOT = SPACES
                   GO TO 2200-EXIT
                   TO WS-SCREEN-LINE(3)
               GO TO 2200-EXIT
           END-IF
           IF WS-IN-ACTION = 'A' OR WS-IN-ACTION = 'P'
               SET DS-ASSIGNED TO TRUE
               MOVE WS-IN-LOCATION TO DS-ASSIGNED-LOCATION
           ELSE
               RESP(WS-RESP)
           END-EXEC
           IF RESP-NORMAL
               IF WS-IN-ACTION = 'A' OR WS-IN-ACTION = 'P'
                   STRING 'ASSIGNED TO ' WS-IN-LOCATION
                       ' - APPLIES ON THE NEXT WEEKLY RUN'
                       DELIMITED BY SIZE INTO WS-SCREEN-LINE(3)
               END-IF
               STRING 'DECIDED BY ' WS-OPERATOR ' ON ' WS-TODAY
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE(4)
               IF WS-IN-ACTION = 'P'
                   PERFORM 2400-RECORD-ALIAS THRU 2400-EXIT
               END-IF
           ELSE
               MOVE 'REWRITE FAILED - DECISION NOT RECORDED'
                   TO WS-SCREEN-LINE(3)
       2300-EXIT.
           EXIT.

      *>================================================================
      *>  2400  MAKE THE ASSIGNMENT A PERMANENT ALIAS
      *>
      *>  Keyed by the group's source system and suspended name, in
      *>  force from today with no expiry.  An alias already on file
      *>  for the key is replaced - the desk has just said where the
      *>  name belongs now.  The assignment itself is already
      *>  recorded; a failure here only loses the alias, and says so.
      *>================================================================
       2400-RECORD-ALIAS.
           MOVE DS-SOURCE TO AL-SOURCE
           IF AL-SOURCE = SPACE
               SET AL-SOURCE-BANKUSERS TO TRUE
           END-IF
           MOVE DS-NAME TO AL-NAME
           EXEC CICS READ FILE('ALIASES')
               INTO(ALIAS-RECORD)
               RIDFLD(AL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF NOT RESP-NORMAL AND NOT RESP-NOTFND
               MOVE 'ALIAS FILE UNAVAILABLE - ALIAS NOT RECORDED'
                   TO WS-SCREEN-LINE(5)
               GO TO 2400-EXIT
           END-IF
           MOVE WS-IN-LOCATION TO AL-LOCATION
           MOVE WS-TODAY TO AL-EFFECTIVE-DATE
           MOVE ZERO TO AL-EXPIRY-DATE
           SET AL-FLAG-CLEAR TO TRUE
           MOVE ZERO TO AL-FLAG-DATE
           MOVE WS-OPERATOR TO AL-OPERATOR
           MOVE WS-TODAY TO AL-ADDED-DATE
           IF RESP-NOTFND
               EXEC CICS WRITE FILE('ALIASES')
                   FROM(ALIAS-RECORD)
                   RIDFLD(AL-KEY)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS REWRITE FILE('ALIASES')
                   FROM(ALIAS-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF RESP-NORMAL
               STRING 'PERMANENT ALIAS: ' AL-NAME ' (SOURCE '
                   AL-SOURCE ') NOW POSTS TO ' AL-LOCATION
                   DELIMITED BY SIZE INTO WS-SCREEN-LINE(5)
           ELSE
               MOVE 'ALIAS WRITE FAILED - ALIAS NOT RECORDED'
                   TO WS-SCREEN-LINE(5)
           END-IF.
       2400-EXIT.
           EXIT.

       3010-CLEAR-ONE-LINE.
           MOVE SPACES TO WS-SCREEN-LINE(WS-LINE-SUB).
       3010-EXIT.
