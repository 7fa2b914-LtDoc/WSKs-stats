      *>                  only answer for audit was diffing whole-
      *>                  file backup generations with
      *>                  LOCATION-RESTORE.
      *> 2026-10-15  BAJ  Prints LOCATION-SUMMARY's new ADJUST journal
      *>                  records (sanctioned prior-week adjustments)
      *>                  under their own action name, with the week
      *>                  corrected and finance's reference.
      *>--------------------------------------------------------------

      *>--------------------------------------------------------------
           05  WS-AFTER-AMT-DISPLAY       PIC -(8)9.99.
           05  WS-COUNT-DISPLAY           PIC ZZZZZZZ9.
           05  WS-ACTION-TEXT             PIC X(07).
           05  WS-REFERENCE-TEXT          PIC X(17).

       PROCEDURE DIVISION.

                   MOVE 'REWRITE' TO WS-ACTION-TEXT
               WHEN JR-ACTION-DELETE
                   MOVE 'DELETE ' TO WS-ACTION-TEXT
               WHEN JR-ACTION-ADJUST
                   MOVE 'ADJUST ' TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE '?      ' TO WS-ACTION-TEXT
           END-EVALUATE
           MOVE SPACES TO JOURNAL-REPORT-LINE
           MOVE ' ' TO JP-CARRIAGE-CONTROL
           WRITE JOURNAL-REPORT-LINE
           MOVE SPACES TO WS-REFERENCE-TEXT
           IF JR-ACTION-ADJUST
               STRING '  REF ' JR-REFERENCE
                   DELIMITED BY SIZE INTO WS-REFERENCE-TEXT
           END-IF
           MOVE SPACES TO JOURNAL-REPORT-LINE
           MOVE ' ' TO JP-CARRIAGE-CONTROL
           STRING JR-RUN-DATE ' ' JR-RUN-TIME '  ' JR-PROGRAM
               ' WEEK ' JR-WEEK '  ' WS-ACTION-TEXT WS-REFERENCE-TEXT
               DELIMITED BY SIZE INTO JP-TEXT
           WRITE JOURNAL-REPORT-LINE.
       2100-EXIT.
