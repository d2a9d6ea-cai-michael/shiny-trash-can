      *> ---------------------------------------------------------
      *> APPRREC.CPY
      *> Record layout for APPROVAL-LIMIT-FILE (APPRLIM), the
      *> posting limits behind the maker-checker queue. A net
      *> value (option 1) or account breakdown (option 3) whose
      *> larger side -- revenue or expenses, in base currency --
      *> is over the preparer's limit is not booked: it waits on
      *> PENDENT (see PNDREC) until a supervisor other than the
      *> preparer approves or rejects it.
      *>
      *>   U  a limit for one user ID (APR-KEY = the USER id)
      *>   D  a limit for one department (APR-KEY = DEPT-CODE)
      *>
      *> A user's own limit wins over the department's; with
      *> neither on file the posting has no limit. With no
      *> APPRLIM file at all the queue is off and everything
      *> posts straight through, the same stance DEPT-FILE takes
      *> for a site that has not cut the reference file yet.
      *> Record-sequential, 30 bytes, no delimiters.
      *> ---------------------------------------------------------
       01  APR-RECORD.
           05  APR-TYPE                   PIC X(01).
               88  APR-USER-LIMIT         VALUE "U".
               88  APR-DEPT-LIMIT         VALUE "D".
           05  APR-KEY                    PIC X(20).
           05  APR-LIMIT                  PIC 9(07)V99.
