      *>                  burst and distribute as a unit.  Until
      *>                  now owners got the whole RPTOUT spool and
      *>                  found their own line.
      *> 2026-10-15  BAJ  The forecast method is now chosen per
      *>                  location.  Each statement names the method
      *>                  the location is on off METHOD-SELECTION-
      *>                  FILE, whether it is pinned, and the error
      *>                  figures the choice was made on.
      *> 2026-10-15  BAJ  LOCATION-CONSOL merge records are left out
      *>                  of the 13-week history line, which shows
      *>                  what the location itself archived;
      *>                  LOCATION-TREND is where a consolidated
      *>                  branch's combined history is reported.
      *>--------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS FH-KEY
               FILE STATUS IS FORECAST-FILE-STATUS.

           SELECT METHOD-SELECTION-FILE ASSIGN TO "METHSEL"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MS-LOCATION
               FILE STATUS IS METHSEL-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "LOCARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
       FD  FORECAST-HISTORY-FILE.
           COPY FHSREC.

       FD  METHOD-SELECTION-FILE.
           COPY MSLREC.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ARCREC.
       01  WS-FILE-STATUSES.
           05  DATABASE-FILE-STATUS       PIC X(02).
           05  FORECAST-FILE-STATUS       PIC X(02).
           05  METHSEL-FILE-STATUS        PIC X(02).
           05  ARCHIVE-FILE-STATUS        PIC X(02).
           05  SUSDISP-FILE-STATUS        PIC X(02).
           05  STATEMENT-FILE-STATUS      PIC X(02).
           05  WS-FCST-SW                 PIC X(01) VALUE 'N'.
               88  FORECASTS-ON-FILE          VALUE 'Y'.
               88  NO-FORECASTS-ON-FILE       VALUE 'N'.
           05  WS-MSEL-SW                 PIC X(01) VALUE 'N'.
               88  METHODS-ON-FILE            VALUE 'Y'.
               88  NO-METHODS-ON-FILE         VALUE 'N'.
           05  WS-CORR-SW                 PIC X(01) VALUE 'N'.
               88  CORRECTION-SLOT-FOUND      VALUE 'Y'.
               88  NO-CORRECTION-SLOT         VALUE 'N'.
           05  WS-WEEKS-DISPLAY           PIC ZZZ9.
           05  WS-METHOD-TEXT             PIC X(05).
           05  WS-STATE-TEXT              PIC X(24).
           05  WS-PIN-TEXT                PIC X(18).
           05  WS-FLAT-MAE-EDIT           PIC --,---,---9.99.
           05  WS-TREND-MAE-EDIT          PIC --,---,---9.99.

       PROCEDURE DIVISION.

           ELSE
               DISPLAY 'DL700I - NO FORECAST HISTORY, STATEMENTS '
                   'PRINT ACTUALS ONLY, STATUS=' FORECAST-FILE-STATUS
           END-IF
           OPEN INPUT METHOD-SELECTION-FILE
           IF METHSEL-FILE-STATUS = '00'
               SET METHODS-ON-FILE TO TRUE
           ELSE
               DISPLAY 'DL700I - NO METHOD SELECTIONS, METHOD LINE '
                   'OMITTED, STATUS=' METHSEL-FILE-STATUS
           END-IF.
       1000-EXIT.
           EXIT.
           MOVE AR-LOCATION TO WS-LOOKUP-NAME
           PERFORM 5000-FIND-LOCATION THRU 5000-EXIT
           IF LOCATION-FOUND
              AND NOT AR-MERGE-RECORD
               SET WS-LOC-SUB TO LOC-IDX
               PERFORM 2300-STORE-WEEK-ENTRY THRU 2300-EXIT
           END-IF
           STRING 'STATEMENT DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO SL-TEXT
           WRITE STATEMENT-TEXT-LINE
           PERFORM 4250-PRINT-METHOD-LINE THRU 4250-EXIT
           MOVE SPACES TO STATEMENT-TEXT-LINE
           MOVE ' ' TO SL-CARRIAGE-CONTROL
           WRITE STATEMENT-TEXT-LINE
       4200-EXIT.
           EXIT.

      *> The method the weekly run forecasts this location with, and
      *> the mean absolute errors over the judged weeks it last
      *> compared - a location not yet on METHOD-SELECTION-FILE has
      *> not been through a weekly run and gets no line.
       4250-PRINT-METHOD-LINE.
           IF NO-METHODS-ON-FILE
               GO TO 4250-EXIT
           END-IF
           MOVE LOCATION OF LOCATION-SUM(LOC-IDX) TO MS-LOCATION
           READ METHOD-SELECTION-FILE
               INVALID KEY
                   GO TO 4250-EXIT
           END-READ
           IF MS-METHOD-TREND
               MOVE 'TREND' TO WS-METHOD-TEXT
           ELSE
               MOVE 'FLAT ' TO WS-METHOD-TEXT
           END-IF
           EVALUATE TRUE
               WHEN MS-PINNED-TREND
                   MOVE 'PINNED TO TREND' TO WS-PIN-TEXT
               WHEN MS-PINNED-FLAT
                   MOVE 'PINNED TO FLAT' TO WS-PIN-TEXT
               WHEN OTHER
                   MOVE 'CHOSEN ON ACCURACY' TO WS-PIN-TEXT
           END-EVALUATE
           MOVE SPACES TO STATEMENT-TEXT-LINE
           MOVE ' ' TO SL-CARRIAGE-CONTROL
           STRING 'FORECAST METHOD IN USE: ' WS-METHOD-TEXT
               '  (' WS-PIN-TEXT ')'
               DELIMITED BY SIZE INTO SL-TEXT
           WRITE STATEMENT-TEXT-LINE
           IF MS-JUDGED-WEEKS = ZERO
               GO TO 4250-EXIT
           END-IF
           MOVE MS-JUDGED-WEEKS TO WS-WEEK-DISPLAY
           MOVE MS-FLAT-MAE TO WS-FLAT-MAE-EDIT
           MOVE MS-TREND-MAE TO WS-TREND-MAE-EDIT
           MOVE SPACES TO STATEMENT-TEXT-LINE
           MOVE ' ' TO SL-CARRIAGE-CONTROL
           STRING 'MEAN ABSOLUTE ERROR OVER ' WS-WEEK-DISPLAY
               ' JUDGED WEEKS - FLAT ' WS-FLAT-MAE-EDIT
               '  TREND ' WS-TREND-MAE-EDIT
               DELIMITED BY SIZE INTO SL-TEXT
           WRITE STATEMENT-TEXT-LINE.
       4250-EXIT.
           EXIT.

      *> One line per week slot: the actual, and - when the slot has
      *> a stored forecast - the forecast, the method that made it,
      *> and the latest judged accuracy for the slot (blank until a
           IF FORECASTS-ON-FILE
               CLOSE FORECAST-HISTORY-FILE
           END-IF
           IF METHODS-ON-FILE
               CLOSE METHOD-SELECTION-FILE
           END-IF
           CLOSE STATEMENT-FILE
           MOVE WS-STMT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'DL700I - LOCATION-STATEMENT COMPLETE, '
