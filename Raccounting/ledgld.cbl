      *> INSTALLATION : ACC232 DEPARTMENTAL ACCOUNTING
      *> DATE-WRITTEN : 2026-08-22
      *>
      *> One-time conversion of the prior-layout ledger (69-byte
      *> LDG-RECORD: entry type and source-currency fields, no
      *> reversal link) into the current layout FINANCIAL-
      *> ACCOUNTING-I writes. Converted entries carry a zero link
      *> key and a not-reversed flag -- they predate reverse/void,
      *> and that is exactly what every entry outside a reversal
      *> pair carries today. Run once against the renamed old
      *> file
      *> (LEDGEROLD), then retire it; an existing target refuses
      *> the conversion outright, and only a genuinely absent
      *> target ("35") proceeds, so a lock or attribute problem
      *>   2026-09-01  DO    Converted entries also fill the new
      *>                     source-currency fields: spaces code,
      *>                     source net echoing the net.
      *>   2026-10-15  DO    Repointed at the 69-byte layout now
      *>                     that LDG-RECORD carries the reversal
      *>                     link key and reversed flag; the
      *>                     55-byte era is long retired.
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-CONVERT.

       DATA DIVISION.
       FILE SECTION.
      *> The old layout, exactly as written before the reversal
      *> link was added: same key, amounts, indicator, department
      *> code, entry type and source currency, no LDG-LINK-KEY.
       FD  OLD-LEDGER-FILE.
       01  OLD-LDG-RECORD.
           05  OLD-LDG-KEY.
                                           SIGN IS TRAILING SEPARATE.
           05  OLD-LDG-SIGN-IND           PIC X(01).
           05  OLD-LDG-DEPT-CODE          PIC X(04).
           05  OLD-LDG-ENTRY-TYPE         PIC X(01).
           05  OLD-LDG-SOURCE-CURRENCY    PIC X(03).
           05  OLD-LDG-SOURCE-NET         PIC S9(7)V99
                                           SIGN IS TRAILING SEPARATE.

       FD  LEDGER-FILE.
           COPY LEDGREC.
               MOVE OLD-LDG-NET-VALUE TO LDG-NET-VALUE
               MOVE OLD-LDG-SIGN-IND  TO LDG-SIGN-IND
               MOVE OLD-LDG-DEPT-CODE TO LDG-DEPT-CODE
               MOVE OLD-LDG-ENTRY-TYPE TO LDG-ENTRY-TYPE
               MOVE OLD-LDG-SOURCE-CURRENCY TO LDG-SOURCE-CURRENCY
               MOVE OLD-LDG-SOURCE-NET TO LDG-SOURCE-NET
               MOVE ZEROS             TO LDG-LINK-KEY
               MOVE "N"               TO LDG-REVERSED-SW
               WRITE LDG-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: DUPLICATE LEDGER KEY "
