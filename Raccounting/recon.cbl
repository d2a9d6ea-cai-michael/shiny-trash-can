      *> skipped and counted, never an exception. With no PERSUM
      *> at all (nothing ever closed) there is no cutoff.
      *>
      *> A reverse/void (calculator option 12) leaves a pair in
      *> the ledger: the reversal (entry type "R", linked to the
      *> original) and the original, marked reversed and linked
      *> back. Both halves reconcile to their audit lines like
      *> any entry; after the match the pairs are also proven
      *> against each other -- every reversal must find its
      *> original marked and pointing back at it, with the net
      *> exactly negated, and every reversed original must be
      *> claimed by its reversal. Proven pairs are listed and
      *> counted; anything else is an exception.
      *>
      *> MODIFICATION HISTORY
      *>   2026-08-22  DO    Original reconciliation program.
      *>   2026-08-22  DO    Stamps in closed periods (per PERSUM)
      *>                     are skipped, not reported -- a closed
      *>                     month's audit lines are not nightly
      *>                     exceptions.
      *>   2026-10-15  DO    Reverse/void pairs are proven against
      *>                     each other (link keys both ways, net
      *>                     exactly negated) and listed; an
      *>                     unpaired or unequal half is an
      *>                     exception.
      *>   2026-10-15  DO    Writes START and END records to
      *>                     RUNLOG (mode RECON) so the close
      *>                     readiness check can see the run.
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-AUDIT-RECON.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RECONRPT-STATUS.

      *> The run-control log FINANCIAL-ACCOUNTING-I keeps for its
      *> unattended modes (see RUNLOGRC); this run leaves its own
      *> START and END there so CLOSE-READINESS-CHECK and the
      *> run-history report see it beside the postings.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       FD  RECON-REPORT-FILE.
           COPY REPORTREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS               PIC X(02).
           88  WS-LEDGER-OK                VALUE "00".
       01  WS-RECONRPT-STATUS             PIC X(02).
           88  WS-RECONRPT-OK              VALUE "00".

       01  WS-RUNLOG-STATUS               PIC X(02).
           88  WS-RUNLOG-OK                VALUE "00".
           88  WS-RUNLOG-NOT-FOUND         VALUE "35".
       01  WS-RNL-EVENT                   PIC X(05).
       01  WS-RNL-READ                    PIC 9(05).
       01  WS-RNL-POST                    PIC 9(05).
       01  WS-RNL-REJ                     PIC 9(05).
       01  WS-RNL-STAMP.
           05  WS-RNL-DATE                PIC 9(08).
           05  WS-RNL-TIME                PIC 9(08).

      *> Balanced-line state: each side's current date/time stamp
      *> as one comparable key, pushed to HIGH-VALUES once that
      *> side is exhausted so the other side drains as exceptions.
       01  WS-AMOUNT-EDIT                 PIC -9(7).99.
       01  WS-RECON-LINE-TAG              PIC X(24).

      *> Reverse/void pair proof: every post-cutoff reversal
      *> entry and reversed original, tabled as the ledger side
      *> is read, with whether a partner has claimed it. 500
      *> halves is far past a month's corrections; past it the
      *> run warns and proves what it holds.
       01  WS-PAIR-COUNT                  PIC 9(03) COMP.
       01  WS-PAIR-MAX                    PIC 9(03) VALUE 500.
       01  WS-PAIR-OVERFLOW-SW            PIC X(01) VALUE "N".
           88  WS-PAIR-OVERFLOW             VALUE "Y".
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 500 TIMES.
               10  TBL-PAIR-KEY           PIC X(20).
               10  TBL-PAIR-LINK          PIC X(20).
               10  TBL-PAIR-NET           PIC S9(7)V99.
               10  TBL-PAIR-TYPE          PIC X(01).
                   88  TBL-PAIR-REVERSAL    VALUE "R".
                   88  TBL-PAIR-ORIGINAL    VALUE "O".
               10  TBL-PAIR-CLAIMED-SW    PIC X(01).
                   88  TBL-PAIR-CLAIMED     VALUE "Y".
       01  WS-PAIR-IDX                    PIC 9(03) COMP.
       01  WS-ORIG-IDX                    PIC 9(03) COMP.
       01  WS-PAIR-FOUND-SW               PIC X(01).
           88  WS-PAIR-FOUND                VALUE "Y".
       01  WS-PAIR-NEGATED                PIC S9(7)V99.
       01  WS-PAIR-KEY-X.
           05  WS-PAIR-DATE               PIC X(08).
           05  WS-PAIR-TIME               PIC X(08).
           05  WS-PAIR-SEQ                PIC X(04).
       01  WS-PAIR-LINK-X.
           05  WS-PAIR-LINK-DATE          PIC X(08).
           05  WS-PAIR-LINK-TIME          PIC X(08).
           05  WS-PAIR-LINK-SEQ           PIC X(04).
       01  WS-REV-PAIR-COUNT              PIC 9(05) COMP.
       01  WS-REV-EXCEPT-COUNT            PIC 9(05) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0600-LOG-RUN-START THRU 0600-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = 0
               PERFORM 3000-MATCH-FILES THRU 3000-EXIT
               PERFORM 5000-PROVE-REVERSALS THRU 5000-EXIT
               PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF
           PERFORM 0700-LOG-RUN-END THRU 0700-EXIT
           STOP RUN.

       0600-LOG-RUN-START.
      *> The START record goes down before anything else, so a
      *> run that dies still shows it began.
           MOVE 0 TO WS-RNL-READ
           MOVE 0 TO WS-RNL-POST
           MOVE 0 TO WS-RNL-REJ
           MOVE "START" TO WS-RNL-EVENT
           PERFORM 0800-WRITE-RUN-RECORD THRU 0800-EXIT.
       0600-EXIT.
           EXIT.

       0700-LOG-RUN-END.
      *> Read count is the matched pairs, reject count every
      *> exception of any kind; the RC says whether it was clean.
           MOVE WS-MATCHED-COUNT TO WS-RNL-READ
           MOVE 0 TO WS-RNL-POST
           MOVE 0 TO WS-RNL-REJ
           ADD WS-LDG-ONLY-COUNT WS-AUD-ONLY-COUNT
               WS-MISMATCH-COUNT WS-REV-EXCEPT-COUNT
               TO WS-RNL-REJ
               ON SIZE ERROR
                   MOVE 99999 TO WS-RNL-REJ
           END-ADD
           MOVE "END" TO WS-RNL-EVENT
           PERFORM 0800-WRITE-RUN-RECORD THRU 0800-EXIT.
       0700-EXIT.
           EXIT.

       0800-WRITE-RUN-RECORD.
      *> Open-append, write, close per record, as FINANCIAL-
      *> ACCOUNTING-I does it. A log that will not write only
      *> warns.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-NOT-FOUND
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           IF NOT WS-RUNLOG-OK
               DISPLAY "WARNING: UNABLE TO OPEN RUNLOG, STATUS = "
                   WS-RUNLOG-STATUS
           ELSE
               ACCEPT WS-RNL-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RNL-TIME FROM TIME
               MOVE SPACES TO RNL-RECORD
               MOVE WS-RNL-EVENT      TO RNL-EVENT
               MOVE WS-RNL-DATE       TO RNL-DATE
               MOVE WS-RNL-TIME       TO RNL-TIME
               MOVE "RECON"           TO RNL-MODE
               MOVE "AUDIT"           TO RNL-FILE-NAME
               MOVE WS-RNL-READ       TO RNL-READ-COUNT
               MOVE WS-RNL-POST       TO RNL-POST-COUNT
               MOVE WS-RNL-REJ        TO RNL-REJ-COUNT
               MOVE RETURN-CODE       TO RNL-RETURN-CODE
               MOVE SPACES            TO RNL-PARM
               WRITE RNL-RECORD
               IF NOT WS-RUNLOG-OK
                   DISPLAY "WARNING: RUNLOG WRITE FAILED, STATUS = "
                       WS-RUNLOG-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.
       0800-EXIT.
           EXIT.

       1000-INITIALIZE.
      *> Opens both sides read-only and the exception report for
      *> output. A side that does not exist at all is treated as
           MOVE 0 TO WS-MISMATCH-COUNT
           MOVE 0 TO WS-AUD-SKIP-COUNT
           MOVE 0 TO WS-CLOSED-SKIP-COUNT
           MOVE 0 TO WS-PAIR-COUNT
           MOVE 0 TO WS-REV-PAIR-COUNT
           MOVE 0 TO WS-REV-EXCEPT-COUNT
           PERFORM 1100-READ-CUTOFF THRU 1100-EXIT
           OPEN OUTPUT RECON-REPORT-FILE
           IF NOT WS-RECONRPT-OK
                   MOVE LDG-CALC-DATE TO WS-LDG-MATCH-KEY (1:8)
                   MOVE LDG-CALC-TIME TO WS-LDG-MATCH-KEY (9:8)
                   SET WS-LDG-ADVANCED TO TRUE
                   IF LDG-REVERSAL OR LDG-REVERSED
                       PERFORM 3120-TABLE-PAIR-HALF THRU 3120-EXIT
                   END-IF
               END-IF
           ELSE
               MOVE HIGH-VALUES TO WS-LDG-MATCH-KEY
       3110-EXIT.
           EXIT.

       3120-TABLE-PAIR-HALF.
           IF WS-PAIR-COUNT < WS-PAIR-MAX
               ADD 1 TO WS-PAIR-COUNT
               MOVE LDG-KEY       TO TBL-PAIR-KEY (WS-PAIR-COUNT)
               MOVE LDG-LINK-KEY  TO TBL-PAIR-LINK (WS-PAIR-COUNT)
               MOVE LDG-NET-VALUE TO TBL-PAIR-NET (WS-PAIR-COUNT)
               MOVE "N" TO TBL-PAIR-CLAIMED-SW (WS-PAIR-COUNT)
               IF LDG-REVERSAL
                   SET TBL-PAIR-REVERSAL (WS-PAIR-COUNT) TO TRUE
               ELSE
                   SET TBL-PAIR-ORIGINAL (WS-PAIR-COUNT) TO TRUE
               END-IF
           ELSE
               IF NOT WS-PAIR-OVERFLOW
                   DISPLAY "WARNING: MORE THAN " WS-PAIR-MAX
                       " REVERSE/VOID ENTRIES, THE REST NOT PROVEN"
                   SET WS-PAIR-OVERFLOW TO TRUE
               END-IF
           END-IF.
       3120-EXIT.
           EXIT.

       3200-READ-AUDIT.
      *> Advances the audit side to its next calculation line
      *> after the closed-period cutoff, skipping (and counting)
       4200-EXIT.
           EXIT.

       5000-PROVE-REVERSALS.
      *> Walks the tabled reversals, each looking for its
      *> original by link key, then sweeps up any reversed
      *> original no reversal claimed. Pairs and pair exceptions
      *> print under their own heading after the match
      *> exceptions.
           IF WS-PAIR-COUNT > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-RECORD
               MOVE "REVERSE / VOID PAIRS" TO RPT-LINE
               WRITE RPT-RECORD
               DISPLAY RPT-LINE (1:20)
               PERFORM 5100-PROVE-ONE-REVERSAL THRU 5100-EXIT
                   VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               PERFORM 5200-CHECK-ONE-ORIGINAL THRU 5200-EXIT
                   VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-PROVE-ONE-REVERSAL.
           IF TBL-PAIR-REVERSAL (WS-PAIR-IDX)
               MOVE "N" TO WS-PAIR-FOUND-SW
               PERFORM 5110-FIND-ORIGINAL THRU 5110-EXIT
                   VARYING WS-ORIG-IDX FROM 1 BY 1
                   UNTIL WS-ORIG-IDX > WS-PAIR-COUNT
                      OR WS-PAIR-FOUND
               IF WS-PAIR-FOUND
                   SUBTRACT 1 FROM WS-ORIG-IDX
                   COMPUTE WS-PAIR-NEGATED =
                       0 - TBL-PAIR-NET (WS-ORIG-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-PAIR-FOUND
                       ADD 1 TO WS-REV-EXCEPT-COUNT
                       MOVE "REVERSAL, NO ORIGINAL   "
                           TO WS-RECON-LINE-TAG
                   WHEN TBL-PAIR-LINK (WS-ORIG-IDX)
                       NOT = TBL-PAIR-KEY (WS-PAIR-IDX)
                       ADD 1 TO WS-REV-EXCEPT-COUNT
                       MOVE "ORIG VOIDED BY ANOTHER  "
                           TO WS-RECON-LINE-TAG
                   WHEN TBL-PAIR-NET (WS-PAIR-IDX)
                       NOT = WS-PAIR-NEGATED
                       SET TBL-PAIR-CLAIMED (WS-ORIG-IDX) TO TRUE
                       ADD 1 TO WS-REV-EXCEPT-COUNT
                       MOVE "REVERSAL NET NOT EXACT  "
                           TO WS-RECON-LINE-TAG
                   WHEN OTHER
                       SET TBL-PAIR-CLAIMED (WS-ORIG-IDX) TO TRUE
                       ADD 1 TO WS-REV-PAIR-COUNT
                       MOVE "REVERSAL PAIR           "
                           TO WS-RECON-LINE-TAG
               END-EVALUATE
               PERFORM 5300-PRINT-PAIR-LINE THRU 5300-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

       5110-FIND-ORIGINAL.
           IF TBL-PAIR-ORIGINAL (WS-ORIG-IDX)
               AND TBL-PAIR-KEY (WS-ORIG-IDX)
                   = TBL-PAIR-LINK (WS-PAIR-IDX)
               SET WS-PAIR-FOUND TO TRUE
           END-IF.
       5110-EXIT.
           EXIT.

       5200-CHECK-ONE-ORIGINAL.
           IF TBL-PAIR-ORIGINAL (WS-PAIR-IDX)
               AND NOT TBL-PAIR-CLAIMED (WS-PAIR-IDX)
               ADD 1 TO WS-REV-EXCEPT-COUNT
               MOVE "VOIDED, NO REVERSAL     " TO WS-RECON-LINE-TAG
               PERFORM 5300-PRINT-PAIR-LINE THRU 5300-EXIT
           END-IF.
       5200-EXIT.
           EXIT.

       5300-PRINT-PAIR-LINE.
      *> One half (the reversal, or an unclaimed original) with
      *> the key it links to: tag, key, net, linked key.
           MOVE TBL-PAIR-KEY (WS-PAIR-IDX)  TO WS-PAIR-KEY-X
           MOVE TBL-PAIR-LINK (WS-PAIR-IDX) TO WS-PAIR-LINK-X
           MOVE SPACES TO RPT-LINE
           MOVE WS-RECON-LINE-TAG TO RPT-LINE (1:22)
           MOVE WS-PAIR-DATE TO RPT-LINE (23:8)
           MOVE WS-PAIR-TIME TO RPT-LINE (32:8)
           MOVE WS-PAIR-SEQ  TO RPT-LINE (41:4)
           MOVE TBL-PAIR-NET (WS-PAIR-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO RPT-LINE (46:11)
           MOVE WS-PAIR-LINK-DATE TO RPT-LINE (58:8)
           MOVE WS-PAIR-LINK-TIME TO RPT-LINE (67:8)
           MOVE WS-PAIR-LINK-SEQ  TO RPT-LINE (76:4)
           WRITE RPT-RECORD
           DISPLAY RPT-LINE.
       5300-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
      *> Prints the matched/unmatched counts on the report and
      *> the job log, and fails the step when any exception
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:31)
           MOVE WS-REV-PAIR-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "REVERSAL PAIRS PROVEN   : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:31)
           MOVE WS-REV-EXCEPT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "REVERSAL EXCEPTIONS     : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:31)
           IF WS-LDG-ONLY-COUNT NOT = 0
               OR WS-AUD-ONLY-COUNT NOT = 0
               OR WS-MISMATCH-COUNT NOT = 0
               OR WS-REV-EXCEPT-COUNT NOT = 0
               DISPLAY "RECONCILIATION EXCEPTIONS EXIST"
               IF RETURN-CODE = 0
                   MOVE 8 TO RETURN-CODE
