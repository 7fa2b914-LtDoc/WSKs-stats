      *>--------------------------------------------------------------
      *> ALSREC  -  ALIAS-FILE name cross-reference record layout
      *>            (KSDS, keyed by source system and incoming name)
      *>
      *> One record per incoming group name that is known to belong
      *> to a roster location under a different spelling - "MAIN
      *> STREET" for MAIN ST, or one of the acquired bank's own
      *> branch codes.  LOCATION-SUMMARY consults it in
      *> 4300-POST-ENTRY before a group that does not match the
      *> roster (or matches a retired site) is suspended, so the same
      *> spellings stop landing on the desk's worklist every week.
      *>
      *>   - LOCATION-MAINT ALIAS / UNALIAS cards add, replace, and
      *>     expire records; RENAME and RETIRE flag any record still
      *>     pointing at the old name so it can be re-aliased;
      *>   - the LSUS desk transaction can turn an assignment into a
      *>     permanent alias in the same keystroke.
      *>
      *> The alias applies from AL-EFFECTIVE-DATE through
      *> AL-EXPIRY-DATE inclusive; a zero expiry is open-ended.  The
      *> source system is part of the key because the two feeds do
      *> not share a naming scheme - the same code can mean different
      *> branches on each.
      *>--------------------------------------------------------------
       01  ALIAS-RECORD.
           05  AL-KEY.
               10  AL-SOURCE              PIC X(01).
                   88  AL-SOURCE-BANKUSERS    VALUE 'B'.
                   88  AL-SOURCE-ACQUIRED     VALUE 'A'.
               10  AL-NAME                PIC X(20).
           05  AL-LOCATION                PIC X(20).
           05  AL-EFFECTIVE-DATE          PIC 9(08).
           05  AL-EXPIRY-DATE             PIC 9(08).
      *> Set by LOCATION-MAINT when the roster location this alias
      *> points at is renamed or retired - the alias still resolves
      *> to the old name until someone re-aliases or expires it.
           05  AL-FLAG                    PIC X(01).
               88  AL-FLAG-CLEAR              VALUE SPACE.
               88  AL-FLAG-TARGET-RENAMED     VALUE 'N'.
               88  AL-FLAG-TARGET-RETIRED     VALUE 'R'.
           05  AL-FLAG-DATE               PIC 9(08).
           05  AL-OPERATOR                PIC X(08).
           05  AL-ADDED-DATE              PIC 9(08).
