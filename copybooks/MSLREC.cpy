      *>--------------------------------------------------------------
      *> MSLREC  -  METHOD-SELECTION-FILE record layout (KSDS, keyed
      *> by location)
      *>
      *> One record per location naming the forecast method the
      *> weekly run uses for it.  Both methods are forecast and
      *> judged every week; the weekly run moves a location to the
      *> method with the lower mean absolute error over the judged
      *> weeks still in FCSTHST, once enough weeks have been judged,
      *> and records the figures behind the choice here.  MS-PIN,
      *> set by LOCATION-MAINT's METHOD card, overrides the
      *> automatic choice until the pin is cleared.  A location with
      *> no record starts on the &METHOD the run was submitted with.
      *>--------------------------------------------------------------
       01  METHOD-SELECTION-RECORD.
           05  MS-LOCATION                PIC X(20).
           05  MS-METHOD                  PIC X(01).
               88  MS-METHOD-FLAT             VALUE 'F'.
               88  MS-METHOD-TREND            VALUE 'T'.
           05  MS-PIN                     PIC X(01).
               88  MS-PINNED-FLAT             VALUE 'F'.
               88  MS-PINNED-TREND            VALUE 'T'.
               88  MS-NOT-PINNED              VALUE SPACE.
           05  MS-PINNED-DATE             PIC 9(08).
      *> The method in use before the last switch, and when it
      *> happened - zero and space until the location first moves.
           05  MS-PREV-METHOD             PIC X(01).
           05  MS-SWITCHED-DATE           PIC 9(08).
      *> The window figures as of the last weekly run - how many
      *> weeks had both methods judged, and each method's mean
      *> absolute error over them.
           05  MS-JUDGED-WEEKS            PIC 9(02).
           05  MS-FLAT-MAE                PIC S9(08)V9(2) COMP-3.
           05  MS-TREND-MAE               PIC S9(08)V9(2) COMP-3.
           05  MS-SELECTED-DATE           PIC 9(08).
