      *> DATE-WRITTEN : 2026-09-01
      *>
      *> One-time conversion of the prior-layout ledger archive
      *> (69-byte records: entry type and source-currency fields,
      *> no reversal link) into the current LDG-RECORD layout.
      *> The live ledger reloads through LEDGER-CONVERT, but
      *> LEDGARCH is its own file: every close before the layout
      *> change wrote 69-byte archive rows, and without this
      *> conversion PERIOD-ADJUST would append 90-byte rows
      *> behind them -- a mixed-layout file ARCHIVE-TREND-REPORT
      *> could only misread. Converted rows carry a zero link key
      *> and a not-reversed flag, exactly what every entry
      *> outside a reversal pair carries today.
      *> Run once against the renamed old archive (ARCHOLD),
      *> then retire it, BEFORE the first PERIOD-ADJUST or
      *> ARCHIVE-TREND-REPORT run; an existing target refuses
      *>
      *> MODIFICATION HISTORY
      *>   2026-09-01  DO    Original archive conversion program.
      *>   2026-10-15  DO    Repointed at the 69-byte layout now
      *>                     that LDG-RECORD carries the reversal
      *>                     link key and reversed flag; the
      *>                     55-byte era is long retired.
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGARCH-CONVERT.
       DATA DIVISION.
       FILE SECTION.
      *> The old archive layout, exactly as every close wrote it
      *> before the reversal link was added: same key, amounts,
      *> indicator, department code, entry type and source
      *> currency.
       FD  OLD-ARCHIVE-FILE.
       01  OLD-ARC-RECORD.
           05  OLD-ARC-KEY.
                                           SIGN IS TRAILING SEPARATE.
           05  OLD-ARC-SIGN-IND           PIC X(01).
           05  OLD-ARC-DEPT-CODE          PIC X(04).
           05  OLD-ARC-ENTRY-TYPE         PIC X(01).
           05  OLD-ARC-SOURCE-CURRENCY    PIC X(03).
           05  OLD-ARC-SOURCE-NET         PIC S9(7)V99
                                           SIGN IS TRAILING SEPARATE.

       FD  ARCHIVE-FILE.
           COPY LEDGREC REPLACING LEADING ==LDG== BY ==ARC==.
               MOVE OLD-ARC-NET-VALUE TO ARC-NET-VALUE
               MOVE OLD-ARC-SIGN-IND  TO ARC-SIGN-IND
               MOVE OLD-ARC-DEPT-CODE TO ARC-DEPT-CODE
               MOVE OLD-ARC-ENTRY-TYPE TO ARC-ENTRY-TYPE
               MOVE OLD-ARC-SOURCE-CURRENCY TO ARC-SOURCE-CURRENCY
               MOVE OLD-ARC-SOURCE-NET TO ARC-SOURCE-NET
               MOVE ZEROS             TO ARC-LINK-KEY
               MOVE "N"               TO ARC-REVERSED-SW
               WRITE ARC-RECORD
               IF WS-ARCHIVE-OK
                   ADD 1 TO WS-LOAD-COUNT
