      *> ---------------------------------------------------------
      *> ANNSUM.CPY
      *> Record layout for ANNSUM-FILE, one annual summary record
      *> per closed fiscal year, written by YEAR-END-CLOSE: the
      *> year's revenue, expenses and net rolled up from its
      *> twelve PERSUM period summaries (so the figures include
      *> every PERIOD-ADJUST restatement), the number of periods
      *> and calculations behind them, and what the close moved
      *> into retained earnings -- the account, the amount closed
      *> from the revenue and expense accounts' subledger detail,
      *> and how many accounts were closed -- with who ran the
      *> close and when. Appended to (never rewritten), the same
      *> convention PERSUM uses; a year already on file is never
      *> closed a second time.
      *> ---------------------------------------------------------
       01  ANS-RECORD.
           05  ANS-FISCAL-YEAR            PIC 9(4).
           05  FILLER                     PIC X(02).
           05  ANS-TOTAL-REVENUE          PIC S9(11)V99
                                           SIGN IS TRAILING SEPARATE.
           05  FILLER                     PIC X(02).
           05  ANS-TOTAL-EXPENSES         PIC S9(11)V99
                                           SIGN IS TRAILING SEPARATE.
           05  FILLER                     PIC X(02).
           05  ANS-NET-VALUE              PIC S9(11)V99
                                           SIGN IS TRAILING SEPARATE.
           05  FILLER                     PIC X(02).
           05  ANS-PERIOD-COUNT           PIC 9(2).
           05  FILLER                     PIC X(02).
           05  ANS-CALC-COUNT             PIC 9(7).
           05  FILLER                     PIC X(02).
           05  ANS-RE-ACCT-CODE           PIC X(06).
           05  FILLER                     PIC X(02).
           05  ANS-RE-AMOUNT              PIC S9(11)V99
                                           SIGN IS TRAILING SEPARATE.
           05  FILLER                     PIC X(02).
           05  ANS-ACCTS-CLOSED           PIC 9(5).
           05  FILLER                     PIC X(02).
           05  ANS-CLOSED-BY              PIC X(20).
           05  FILLER                     PIC X(02).
           05  ANS-CLOSED-DATE            PIC 9(8).
