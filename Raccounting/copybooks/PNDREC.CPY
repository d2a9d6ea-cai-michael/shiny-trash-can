      *> ---------------------------------------------------------
      *> PNDREC.CPY
      *> Record layout for PENDING-FILE (PENDENT), the maker-
      *> checker queue: one record per posting held back because
      *> it was over the preparer's APPRLIM limit (see APPRREC),
      *> keyed on the date, time and sequence it was submitted
      *> under. The record carries everything needed to post the
      *> entry later exactly as keyed -- the department, the
      *> source-currency revenue and expenses and, for an account
      *> breakdown, the account lines -- so the approval posts it
      *> through the same ledger, ACTSUB, audit and report paths
      *> as if it had never been held.
      *>
      *>   P  PENDING    waiting for a supervisor
      *>   A  APPROVED   posted; PND-LEDGER-KEY names the entry
      *>   R  REJECTED   never posted; PND-REASON says why
      *>
      *> A decided record is never deleted: who decided, when and
      *> why stays on it for the auditors, beside the preparer.
      *> An entry kind of "N" is a net value entry (option 1),
      *> "B" an account breakdown (option 3). A breakdown over
      *> 50 account lines cannot be held and is refused at
      *> entry -- key it in two parts.
      *> ---------------------------------------------------------
       01  PND-RECORD.
           05  PND-KEY.
               10  PND-SUBMIT-DATE        PIC 9(8).
               10  PND-SUBMIT-TIME        PIC 9(8).
               10  PND-SUBMIT-SEQ         PIC 9(4).
           05  PND-STATUS                 PIC X(01).
               88  PND-PENDING            VALUE "P".
               88  PND-APPROVED           VALUE "A".
               88  PND-REJECTED           VALUE "R".
           05  PND-ENTRY-KIND             PIC X(01).
               88  PND-NET-ENTRY          VALUE "N".
               88  PND-BREAKDOWN-ENTRY    VALUE "B".
           05  PND-PREPARER               PIC X(20).
           05  PND-DEPT-CODE              PIC X(04).
           05  PND-PERIOD                 PIC 9(06).
           05  PND-REVENUE                PIC S9(7)V99
                                           SIGN IS TRAILING SEPARATE.
           05  PND-EXPENSES               PIC S9(7)V99
                                           SIGN IS TRAILING SEPARATE.
           05  PND-BASE-AMOUNT            PIC S9(9)V99
                                           SIGN IS TRAILING SEPARATE.
           05  PND-LIMIT                  PIC 9(07)V99.
           05  PND-LINE-COUNT             PIC 9(03).
           05  PND-LINE OCCURS 50 TIMES.
               10  PND-ACCT-CODE          PIC X(06).
               10  PND-ACCT-AMOUNT        PIC S9(7)V99
                                           SIGN IS TRAILING SEPARATE.
           05  PND-DECIDED-BY             PIC X(20).
           05  PND-DECIDED-DATE           PIC 9(8).
           05  PND-DECIDED-TIME           PIC 9(8).
           05  PND-REASON                 PIC X(30).
           05  PND-LEDGER-KEY.
               10  PND-LEDGER-DATE        PIC 9(8).
               10  PND-LEDGER-TIME        PIC 9(8).
               10  PND-LEDGER-SEQ         PIC 9(4).
