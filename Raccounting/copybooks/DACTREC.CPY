      *> ---------------------------------------------------------
      *> DACTREC.CPY
      *> Record layout for DEPT-ACTIVITY-FILE (DACTSUB), the
      *> account activity subledger kept by department. ACTSUB
      *> holds one total per account per period with no
      *> department, and the ledger one net per department with
      *> no account, so nothing could say what a department
      *> booked to Sales or Freight in a month. Every path that
      *> accumulates into ACTSUB (terminal breakdown, account-
      *> coded batch, standing entries, a reversal's back-out)
      *> accumulates the same base-currency amount here under
      *> the department the posting was booked to. Department-
      *> major key, so a department's accounts read together:
      *> DEPT-INCOME-STATEMENT starts one department at a time.
      *> Summed over every department, a period's records equal
      *> that period's ACTSUB records account for account.
      *> ---------------------------------------------------------
       01  DAC-RECORD.
           05  DAC-KEY.
               10  DAC-DEPT-CODE          PIC X(04).
               10  DAC-ACCT-CODE          PIC X(06).
               10  DAC-PERIOD             PIC 9(06).
           05  DAC-AMOUNT                 PIC S9(9)V99
                                           SIGN IS TRAILING SEPARATE.
           05  DAC-POST-COUNT             PIC 9(05).
