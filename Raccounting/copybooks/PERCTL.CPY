      *> ---------------------------------------------------------
      *> PERCTL.CPY
      *> Record layout for PERIOD-CONTROL-FILE (PERIODS), the
      *> fiscal period calendar: one record per accounting period
      *> (YYYYMM) carrying the period's posting status, keyed on
      *> the period. Before this file the only thing that made a
      *> period "closed" was LEDGER-PERIOD-CLOSE having swept its
      *> detail to LEDGARCH; nothing stopped a posting program
      *> from booking into a month finance considered finished.
      *>
      *>   O  OPEN         every posting path may book into it
      *>   S  SOFT-CLOSED  no normal posting; a supervisor may
      *>                   still book a PERIOD-ADJUST adjustment
      *>   H  HARD-CLOSED  nobody books anything, adjustments
      *>                   included -- the period has been
      *>                   reported to corporate
      *>
      *> A period with no record at all is open: the calendar only
      *> needs a row once a period is being closed. LEDGER-PERIOD-
      *> CLOSE soft-closes the period it sweeps; every other move
      *> is made by a supervisor from the period status
      *> maintenance menu. Whoever changed the status last, and
      *> when, stays on the record; every change also goes on the
      *> AUDIT trail.
      *> ---------------------------------------------------------
       01  PCT-RECORD.
           05  PCT-PERIOD                 PIC 9(06).
           05  PCT-STATUS                 PIC X(01).
               88  PCT-OPEN               VALUE "O".
               88  PCT-SOFT-CLOSED        VALUE "S".
               88  PCT-HARD-CLOSED        VALUE "H".
               88  PCT-STATUS-VALID       VALUES "O" "S" "H".
           05  PCT-CHANGED-BY             PIC X(20).
           05  PCT-CHANGED-DATE           PIC 9(08).
           05  PCT-CHANGED-TIME           PIC 9(08).
