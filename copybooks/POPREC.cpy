      *>--------------------------------------------------------------
      *> POPREC  -  PLAN-OPERATOR-FILE record layout (KSDS, keyed by
      *> CICS user id)
      *>
      *> One record per district manager allowed to key plans
      *> through LPLN, naming the LOC-REGION whose locations they
      *> plan for.  LPLN refuses any operator without a record, and
      *> any location outside the operator's region.  Maintained by
      *> LOCATION-MAINT's PLANOP card - a blank region removes the
      *> operator.
      *>--------------------------------------------------------------
       01  PLAN-OPERATOR-RECORD.
           05  PO-OPERATOR                PIC X(08).
           05  PO-REGION                  PIC X(03).
           05  PO-ADDED-DATE              PIC 9(08).
