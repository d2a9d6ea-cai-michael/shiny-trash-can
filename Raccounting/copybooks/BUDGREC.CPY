      *> entry paths warn when a keyed amount pushes an account
      *> past its period budget, and the budget variance report
      *> sets actual activity beside these amounts.
      *> BUD-DEPT-CODE says which department's plan the amount
      *> is, for the departmental income statements; spaces is
      *> an account budget no department owns, which only the
      *> consolidated statement shows. An account may carry
      *> several department rows for one period -- the account-
      *> level checks add them into the one account figure.
      *> The record grew from 22 to 26 bytes, and BUDGET-FILE is
      *> record-sequential with no delimiters -- an existing
      *> BUDGET must be re-cut in the 26-byte layout (spaces in
      *> the department column where no department owns the
      *> amount) before this release runs, as DEPTS was.
      *> ---------------------------------------------------------
       01  BUD-RECORD.
           05  BUD-ACCT-CODE              PIC X(06).
           05  BUD-PERIOD                 PIC 9(06).
           05  BUD-AMOUNT                 PIC S9(7)V99
                                           SIGN IS TRAILING SEPARATE.
           05  BUD-DEPT-CODE              PIC X(04).
