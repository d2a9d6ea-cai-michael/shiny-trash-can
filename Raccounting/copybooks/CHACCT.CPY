      *> on file (and in the table) so history still resolves.
      *> The CHACCT-CONVERT program loads the old hand-edited
      *> sequential file into this layout one time.
      *> Category Q is an equity account -- retained earnings --
      *> that only YEAR-END-CLOSE books to, when it closes the
      *> year's revenue and expense accounts into it; every
      *> posting path refuses it for ordinary entry.
      *> ---------------------------------------------------------
       01  CHACCT-RECORD.
           05  ACCT-CODE                  PIC X(06).
           05  ACCT-CATEGORY              PIC X(01).
               88  ACCT-REVENUE-CATEGORY  VALUE "R".
               88  ACCT-EXPENSE-CATEGORY  VALUE "E".
               88  ACCT-EQUITY-CATEGORY   VALUE "Q".
           05  ACCT-STATUS                PIC X(01).
               88  ACCT-ACTIVE            VALUE "A".
               88  ACCT-INACTIVE          VALUE "I".
