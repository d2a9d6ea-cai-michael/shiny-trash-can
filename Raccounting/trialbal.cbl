      *> and closed-period adjustments carry no account either,
      *> so the difference line is labeled for what it is and the
      *> step ends RC 4 so finance looks at it.
      *> Reverse/void pairs sit in the ledger net as two entries
      *> that cancel, and in the subledger as activity backed out
      *> again; the proof lists them (count and net of each half)
      *> so a period full of corrections reads as such, and warns
      *> when the halves do not net to zero.
      *>
      *> PARM: yyyymm -- the period to report. Month 13 is the
      *>   fiscal year's closing period: YEAR-END-CLOSE's closing
      *>   entries, which sum to zero.
      *>
      *> MODIFICATION HISTORY
      *>   2026-09-01  DO    Original trial balance program.
      *>   2026-10-15  DO    Month 13 (year-end closing period)
      *>                     accepted; equity (Q) accounts get
      *>                     their own total and count in the net.
      *>   2026-10-15  DO    The ledger proof lists the period's
      *>                     reverse/void pairs -- reversal
      *>                     entries and the originals they voided
      *>                     -- and warns when they do not offset.
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAL-BALANCE.
       01  WS-TB-LINE-COUNT               PIC 9(05) COMP.
       01  WS-TB-REVENUE-TOTAL            PIC S9(11)V99.
       01  WS-TB-EXPENSE-TOTAL            PIC S9(11)V99.
       01  WS-TB-EQUITY-TOTAL             PIC S9(11)V99.
       01  WS-TB-OTHER-TOTAL              PIC S9(11)V99.
       01  WS-TB-NET                      PIC S9(11)V99.
       01  WS-LEDGER-NET                  PIC S9(11)V99.
       01  WS-PROOF-DIFF                  PIC S9(11)V99.
       01  WS-VOID-REV-COUNT              PIC 9(05) COMP.
       01  WS-VOID-REV-NET                PIC S9(11)V99.
       01  WS-VOID-ORIG-COUNT             PIC 9(05) COMP.
       01  WS-VOID-ORIG-NET               PIC S9(11)V99.
       01  WS-VOID-PAIR-NET               PIC S9(11)V99.
       01  WS-ACCT-CATEGORY               PIC X(01).
       01  WS-ACCT-NAME-PRT               PIC X(25).

                       WS-PARM-ENTRY (1:20)
                   MOVE 16 TO RETURN-CODE
               WHEN WS-PERIOD-ENTRY (5:2) < "01"
                   OR WS-PERIOD-ENTRY (5:2) > "13"
                   DISPLAY "ERROR: TRIAL BALANCE PARM MONTH NOT "
                       "01-13, ABORTING RUN -- " WS-PERIOD-ENTRY
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           MOVE 0 TO WS-TB-LINE-COUNT
           MOVE 0 TO WS-TB-REVENUE-TOTAL
           MOVE 0 TO WS-TB-EXPENSE-TOTAL
           MOVE 0 TO WS-TB-EQUITY-TOTAL
           MOVE 0 TO WS-TB-OTHER-TOTAL
           MOVE "N" TO WS-ACV-DONE-SW
           MOVE SPACES TO RPT-LINE
      *> One account's line: the chart supplies the name and the
      *> column (revenue or expense); an account the chart cannot
      *> resolve prints uncategorized, into neither column but
      *> still into the net. An equity (Q) account only ever
      *> carries YEAR-END-CLOSE's retained-earnings entry; it is
      *> marked Q and counts in the net, which is what makes the
      *> closing period net to zero.
           PERFORM 3250-LOOKUP-CATEGORY THRU 3250-EXIT
           ADD 1 TO WS-TB-LINE-COUNT
           MOVE SPACES TO RPT-LINE
               WHEN "E"
                   ADD ACV-AMOUNT TO WS-TB-EXPENSE-TOTAL
                   MOVE WS-AMOUNT-EDIT TO RPT-LINE (49:13)
               WHEN "Q"
                   ADD ACV-AMOUNT TO WS-TB-EQUITY-TOTAL
                   MOVE WS-AMOUNT-EDIT TO RPT-LINE (34:13)
                   MOVE "Q" TO RPT-LINE (48:1)
               WHEN OTHER
                   ADD ACV-AMOUNT TO WS-TB-OTHER-TOTAL
                   MOVE WS-AMOUNT-EDIT TO RPT-LINE (34:13)
           END-STRING
           DISPLAY RPT-LINE (1:35)
           WRITE RPT-RECORD
           IF WS-TB-EQUITY-TOTAL NOT = 0
               MOVE WS-TB-EQUITY-TOTAL TO WS-TOTAL-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "EQUITY (CLOSING)  : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               DISPLAY RPT-LINE (1:35)
               WRITE RPT-RECORD
           END-IF
           IF WS-TB-OTHER-TOTAL NOT = 0
               MOVE WS-TB-OTHER-TOTAL TO WS-TOTAL-EDIT
               MOVE SPACES TO RPT-LINE
               WRITE RPT-RECORD
           END-IF
           COMPUTE WS-TB-NET = WS-TB-REVENUE-TOTAL
               - WS-TB-EXPENSE-TOTAL + WS-TB-EQUITY-TOTAL
               + WS-TB-OTHER-TOTAL
           MOVE WS-TB-NET TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "SUBLEDGER NET     : " DELIMITED BY SIZE
      *> restated). The subledger net must explain it up to the
      *> postings that carry no account detail.
           MOVE 0 TO WS-LEDGER-NET
           MOVE 0 TO WS-VOID-REV-COUNT
           MOVE 0 TO WS-VOID-REV-NET
           MOVE 0 TO WS-VOID-ORIG-COUNT
           MOVE 0 TO WS-VOID-ORIG-NET
           PERFORM 5100-SUM-LIVE-LEDGER THRU 5100-EXIT
           PERFORM 5200-ADD-CLOSED-SUMMARY THRU 5200-EXIT
           SUBTRACT WS-TB-NET FROM WS-LEDGER-NET
           END-STRING
           DISPLAY RPT-LINE (1:35)
           WRITE RPT-RECORD
           IF WS-VOID-REV-COUNT > 0 OR WS-VOID-ORIG-COUNT > 0
               PERFORM 5300-PRINT-VOID-PAIRS THRU 5300-EXIT
           END-IF
           MOVE WS-PROOF-DIFF TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "DIFFERENCE        : " DELIMITED BY SIZE
                   SET WS-LDG-DONE TO TRUE
               ELSE
                   ADD LDG-NET-VALUE TO WS-LEDGER-NET
                   EVALUATE TRUE
                       WHEN LDG-REVERSAL
                           ADD 1 TO WS-VOID-REV-COUNT
                           ADD LDG-NET-VALUE TO WS-VOID-REV-NET
                       WHEN LDG-REVERSED
                           ADD 1 TO WS-VOID-ORIG-COUNT
                           ADD LDG-NET-VALUE TO WS-VOID-ORIG-NET
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
       5110-EXIT.
       5210-EXIT.
           EXIT.

       5300-PRINT-VOID-PAIRS.
      *> Both halves are already inside the ledger net above;
      *> these lines only show how much of it is corrections.
           MOVE WS-VOID-ORIG-COUNT TO WS-COUNT-EDIT
           MOVE WS-VOID-ORIG-NET TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  VOIDED ENTRIES  : " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           DISPLAY RPT-LINE (1:44)
           WRITE RPT-RECORD
           MOVE WS-VOID-REV-COUNT TO WS-COUNT-EDIT
           MOVE WS-VOID-REV-NET TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  REVERSALS       : " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           DISPLAY RPT-LINE (1:44)
           WRITE RPT-RECORD
           ADD WS-VOID-REV-NET WS-VOID-ORIG-NET
               GIVING WS-VOID-PAIR-NET
           IF WS-VOID-PAIR-NET NOT = 0
               OR WS-VOID-REV-COUNT NOT = WS-VOID-ORIG-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "  REVERSE/VOID PAIRS DO NOT OFFSET -- SEE "
                   DELIMITED BY SIZE
                   "RECONCILIATION" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               DISPLAY RPT-LINE (1:56)
               WRITE RPT-RECORD
           END-IF.
       5300-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ACTIVITY-FILE
           IF WS-CHACCT-OPEN
