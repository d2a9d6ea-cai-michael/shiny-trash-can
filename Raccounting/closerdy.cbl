      *> ===========================================================
      *> PROGRAM-ID : CLOSE-READINESS-CHECK
      *> AUTHOR     : D. OKAFOR
      *> INSTALLATION : ACC232 DEPARTMENTAL ACCOUNTING
      *> DATE-WRITTEN : 2026-10-15
      *>
      *> Month-end close readiness check, run on close night
      *> after the allocation and BEFORE LEDGER-PERIOD-CLOSE,
      *> whose step tests this one's return code. The operator
      *> used to decide from memory whether the month was really
      *> ready; a close went through with reconciliation
      *> exceptions outstanding and GL rejects never re-
      *> extracted. Every item below is checked for the PARM
      *> period and printed as a PASS/FAIL checklist (READYRPT):
      *>   - each unattended FINACCT mode the nightly job runs
      *>     (STAND, BATCH -- a RESTART counts as BATCH -- and
      *>     EXTRACT) ran in the period and its last run ended
      *>     RC 0, from the RUNLOG run-control log;
      *>   - PERIOD-ALLOCATION ran for the period (RC 0, or RC 4
      *>     when there was nothing left to spread);
      *>   - FX-REVALUATION ran for the period (RC 0, or RC 4
      *>     when no non-base department had anything to
      *>     revalue);
      *>   - the latest LEDGER-AUDIT-RECON run in or after the
      *>     period ended clean (RC 0);
      *>   - the period's last GLEXTR extract was acknowledged
      *>     by GL-ACK-PROCESS before any later extract re-cut
      *>     the file, every record answered (ack RC 0 or 4),
      *>     and nothing left waiting on GLRESUB (ack RC 0);
      *>   - BATCHREJ and ACCTREJ are empty -- each is rewritten
      *>     by its own run, so they hold the latest
      *>     submission's rejects, the ones still to be fixed;
      *>   - every STANDENT standing entry due in the period
      *>     (the overnight pass's own due rule) carries a
      *>     last-posted stamp of the period or later.
      *> Standing entries not posted are listed under their
      *> checklist line.
      *>
      *> RUNLOG is read front to back: it is append-only, so its
      *> order is the order the runs happened in, and the last
      *> record for a mode is that mode's latest run. A START
      *> with no END after it is a run that died.
      *>
      *> PARM: yyyymm -- the period about to be closed.
      *>
      *> RC 8 = one or more items FAIL (or a file would not
      *> read) -- the close must not run. RC 12 = report will not
      *> open. RC 16 = bad PARM.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  DO    Original close readiness check.
      *>   2026-10-15  DO    Checks the period-end FX revaluation
      *>                     ran for the period (mode FXREVAL).
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSE-READINESS-CHECK.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ACC232 DEPARTMENTAL ACCOUNTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      *> Read through only; shared so a terminal session keying
      *> standing-entry maintenance is never locked out.
           SELECT STANDING-FILE ASSIGN TO "STANDENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STA-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-STAND-STATUS.

           SELECT REJECT-FILE ASSIGN TO "BATCHREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT ACCT-REJECT-FILE ASSIGN TO "ACCTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AREJECT-STATUS.

           SELECT READY-REPORT-FILE ASSIGN TO "READYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-READYRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
           COPY RUNLOGRC.

       FD  STANDING-FILE.
           COPY STANDREC.

       FD  REJECT-FILE.
           COPY BREJREC.

       FD  ACCT-REJECT-FILE.
           COPY BREJREC REPLACING LEADING ==REJ== BY ==AREJ==.

       FD  READY-REPORT-FILE.
           COPY REPORTREC.

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS               PIC X(02).
           88  WS-RUNLOG-OK                 VALUE "00".
           88  WS-RUNLOG-AT-END             VALUE "10".
           88  WS-RUNLOG-NOT-FOUND          VALUE "35".

       01  WS-STAND-STATUS                PIC X(02).
           88  WS-STAND-OK                 VALUE "00".
           88  WS-STAND-AT-END             VALUE "10".
           88  WS-STAND-NOT-FOUND          VALUE "35".

       01  WS-REJECT-STATUS               PIC X(02).
           88  WS-REJECT-OK                VALUE "00".
           88  WS-REJECT-AT-END            VALUE "10".
           88  WS-REJECT-NOT-FOUND         VALUE "35".

       01  WS-AREJECT-STATUS              PIC X(02).
           88  WS-AREJECT-OK               VALUE "00".
           88  WS-AREJECT-AT-END           VALUE "10".
           88  WS-AREJECT-NOT-FOUND        VALUE "35".

       01  WS-READYRPT-STATUS             PIC X(02).
           88  WS-READYRPT-OK              VALUE "00".

       01  WS-PARM-ENTRY                  PIC X(80).
       01  WS-PERIOD-ENTRY                PIC X(06).
       01  WS-PERIOD REDEFINES WS-PERIOD-ENTRY
                                          PIC 9(06).
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD-ENTRY.
           05  WS-PERIOD-YYYY             PIC 9(04).
           05  WS-PERIOD-MM               PIC 9(02).

       01  WS-LOG-DONE-SW                 PIC X(01).
           88  WS-LOG-DONE                  VALUE "Y".
       01  WS-STAND-DONE-SW               PIC X(01).
           88  WS-STAND-DONE                VALUE "Y".
       01  WS-REJ-DONE-SW                 PIC X(01).
           88  WS-REJ-DONE                  VALUE "Y".

      *> Whether each source could be read at all. A file that
      *> will not open or read fails every item it feeds -- the
      *> check cannot say the month is ready from a file it never
      *> saw.
       01  WS-LOG-AVAIL-SW                PIC X(01).
           88  WS-LOG-AVAIL                 VALUE "Y".
       01  WS-STAND-AVAIL-SW              PIC X(01).
           88  WS-STAND-AVAIL               VALUE "Y".
           88  WS-STAND-NO-FILE             VALUE "N".
           88  WS-STAND-BAD                 VALUE "X".
       01  WS-REJ-AVAIL-SW                PIC X(01).
           88  WS-REJ-AVAIL                 VALUE "Y".
           88  WS-REJ-NO-FILE               VALUE "N".
           88  WS-REJ-BAD                   VALUE "X".
       01  WS-AREJ-AVAIL-SW               PIC X(01).
           88  WS-AREJ-AVAIL                VALUE "Y".
           88  WS-AREJ-NO-FILE              VALUE "N".
           88  WS-AREJ-BAD                  VALUE "X".

      *> The RUNLOG record in hand: its date split so the period
      *> it ran in compares directly with the PARM period, and
      *> its return code (a damaged one reads as 99, a failure).
       01  WS-LOG-DATE-X                  PIC 9(08).
       01  WS-LOG-DATE-SPLIT REDEFINES WS-LOG-DATE-X.
           05  WS-LOG-PERIOD              PIC 9(06).
           05  WS-LOG-DD                  PIC 9(02).
       01  WS-LOG-RC                      PIC 9(02).

      *> The unattended FINACCT modes the nightly job runs, each
      *> with the state of its latest run in the period: not run,
      *> started with no END yet, or ended (with its date and
      *> return code).
       01  WS-MODE-NAME-VALUES.
           05  FILLER                     PIC X(08) VALUE "STAND".
           05  FILLER                     PIC X(08) VALUE "BATCH".
           05  FILLER                     PIC X(08) VALUE "EXTRACT".
       01  WS-MODE-NAME-TABLE REDEFINES WS-MODE-NAME-VALUES.
           05  WS-MODE-NAME OCCURS 3 TIMES
                                          PIC X(08).
       01  WS-MODE-COUNT                  PIC 9(03) COMP VALUE 3.
       01  WS-MODE-STATE-TABLE.
           05  WS-MODE-ENTRY OCCURS 3 TIMES.
               10  WS-MODE-STATE          PIC X(01).
                   88  WS-MODE-NOT-RUN      VALUE "N".
                   88  WS-MODE-STARTED      VALUE "S".
                   88  WS-MODE-ENDED        VALUE "E".
               10  WS-MODE-DATE           PIC 9(08).
               10  WS-MODE-RC             PIC 9(02).
       01  WS-MODE-IDX                    PIC 9(03) COMP.
       01  WS-MODE-FOUND-IDX              PIC 9(03) COMP.
       01  WS-LOOKUP-MODE                 PIC X(08).

      *> The same latest-run state for the period-end programs,
      *> each found by its own rule: the allocation and the FX
      *> revaluation by the period on their PARMs, the
      *> reconciliation by any run dated in or
      *> after the period, the GL acknowledgment only inside the
      *> window the period's last extract opens (see 3500).
       01  WS-ALLOC-RUN.
           05  WS-ALLOC-STATE             PIC X(01).
               88  WS-ALLOC-NOT-RUN         VALUE "N".
               88  WS-ALLOC-STARTED         VALUE "S".
               88  WS-ALLOC-ENDED           VALUE "E".
           05  WS-ALLOC-DATE              PIC 9(08).
           05  WS-ALLOC-RC                PIC 9(02).
       01  WS-FXREV-RUN.
           05  WS-FXREV-STATE             PIC X(01).
               88  WS-FXREV-NOT-RUN         VALUE "N".
               88  WS-FXREV-STARTED         VALUE "S".
               88  WS-FXREV-ENDED           VALUE "E".
           05  WS-FXREV-DATE              PIC 9(08).
           05  WS-FXREV-RC                PIC 9(02).
       01  WS-RECON-RUN.
           05  WS-RECON-STATE             PIC X(01).
               88  WS-RECON-NOT-RUN         VALUE "N".
               88  WS-RECON-STARTED         VALUE "S".
               88  WS-RECON-ENDED           VALUE "E".
           05  WS-RECON-DATE              PIC 9(08).
           05  WS-RECON-RC                PIC 9(02).
       01  WS-ACK-RUN.
           05  WS-ACK-STATE               PIC X(01).
               88  WS-ACK-NOT-RUN           VALUE "N".
               88  WS-ACK-STARTED           VALUE "S".
               88  WS-ACK-ENDED             VALUE "E".
           05  WS-ACK-DATE                PIC 9(08).
           05  WS-ACK-RC                  PIC 9(02).
       01  WS-ACK-WINDOW-SW               PIC X(01).
           88  WS-ACK-WINDOW-NONE           VALUE "N".
           88  WS-ACK-WINDOW-OPEN           VALUE "O".
           88  WS-ACK-WINDOW-CLOSED         VALUE "C".
       01  WS-EXT-DATE                    PIC 9(08).

      *> Standing-entry due test, the overnight pass's own rule
      *> (FINANCIAL-ACCOUNTING-I 3930) less its rerun skip: an
      *> entry is due in the period when the period is inside
      *> its from/to range and on its frequency.
       01  WS-STAND-DUE-SW                PIC X(01).
           88  WS-STAND-DUE                 VALUE "Y".
       01  WS-FROM-SPLIT-X                PIC 9(06).
       01  WS-FROM-SPLIT REDEFINES WS-FROM-SPLIT-X.
           05  WS-FROM-YYYY               PIC 9(04).
           05  WS-FROM-MM                 PIC 9(02).
       01  WS-MONTHS-SINCE                PIC S9(05) COMP.
       01  WS-MONTHS-QUOT                 PIC S9(05) COMP.
       01  WS-MONTHS-REM                  PIC S9(05) COMP.

      *> Standing entries due and not posted (or unreadable),
      *> held for listing under their checklist line; past the
      *> table's end they are counted but not listed.
       01  WS-MISS-MAX                    PIC 9(03) COMP VALUE 50.
       01  WS-MISS-COUNT                  PIC 9(03) COMP.
       01  WS-MISS-TABLE.
           05  WS-MISS-ENTRY OCCURS 50 TIMES.
               10  TBL-MISS-ACCT          PIC X(06).
               10  TBL-MISS-DEPT          PIC X(04).
               10  TBL-MISS-REASON        PIC X(01).
                   88  TBL-MISS-NOT-POSTED  VALUE "N".
                   88  TBL-MISS-BAD-FIELDS  VALUE "B".
               10  TBL-MISS-LAST          PIC 9(06).
       01  WS-MISS-IDX                    PIC 9(03) COMP.

       01  WS-STA-READ-COUNT              PIC 9(05) COMP.
       01  WS-STA-DUE-COUNT               PIC 9(05) COMP.
       01  WS-STA-MISSED-COUNT            PIC 9(05) COMP.
       01  WS-STA-BAD-COUNT               PIC 9(05) COMP.
       01  WS-REJ-COUNT                   PIC 9(05) COMP.
       01  WS-AREJ-COUNT                  PIC 9(05) COMP.
       01  WS-LOG-READ-COUNT              PIC 9(05) COMP.

      *> One checklist line: the verdict, what was checked, and
      *> the evidence behind the verdict.
       01  WS-ITEM-RESULT                 PIC X(04).
       01  WS-ITEM-TEXT                   PIC X(36).
       01  WS-ITEM-DETAIL                 PIC X(36).
       01  WS-PASS-COUNT                  PIC 9(03) COMP.
       01  WS-FAIL-COUNT                  PIC 9(03) COMP.

       01  WS-COUNT-EDIT                  PIC ZZZZ9.
       01  WS-COUNT-EDIT-2                PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-PARSE-PARM THRU 0500-EXIT
           IF RETURN-CODE = 0
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               IF RETURN-CODE = 0
                   PERFORM 3000-SCAN-RUNLOG THRU 3000-EXIT
                   PERFORM 4000-CHECK-STANDING THRU 4000-EXIT
                   PERFORM 5000-COUNT-REJECTS THRU 5000-EXIT
                   PERFORM 6000-PRINT-CHECKLIST THRU 6000-EXIT
                   PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF
           STOP RUN.

       0500-PARSE-PARM.
      *> The period arrives as the job's PARM, six digits YYYYMM,
      *> the same PARM the close step it gates carries. No
      *> terminal in the period-end window, so a bad PARM fails
      *> the step cleanly -- and a failed step holds the close.
           ACCEPT WS-PARM-ENTRY FROM COMMAND-LINE
           MOVE WS-PARM-ENTRY (1:6) TO WS-PERIOD-ENTRY
           EVALUATE TRUE
               WHEN WS-PERIOD-ENTRY NOT NUMERIC
                   OR WS-PARM-ENTRY (7:74) NOT = SPACES
                   DISPLAY "ERROR: READINESS PARM MUST BE YYYYMM, "
                       "ABORTING RUN -- " WS-PARM-ENTRY (1:20)
                   MOVE 16 TO RETURN-CODE
               WHEN WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                   DISPLAY "ERROR: READINESS PARM MONTH NOT 01-12, "
                       "ABORTING RUN -- " WS-PERIOD-ENTRY
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
      *> Clears the run states and opens the checklist report;
      *> a report that will not open leaves nothing for the
      *> operator to read, so the step fails with RC 12.
           MOVE 0 TO WS-LOG-READ-COUNT
           MOVE 0 TO WS-STA-READ-COUNT
           MOVE 0 TO WS-STA-DUE-COUNT
           MOVE 0 TO WS-STA-MISSED-COUNT
           MOVE 0 TO WS-STA-BAD-COUNT
           MOVE 0 TO WS-MISS-COUNT
           MOVE 0 TO WS-REJ-COUNT
           MOVE 0 TO WS-AREJ-COUNT
           MOVE 0 TO WS-PASS-COUNT
           MOVE 0 TO WS-FAIL-COUNT
           PERFORM 1100-CLEAR-ONE-MODE THRU 1100-EXIT
               VARYING WS-MODE-IDX FROM 1 BY 1
               UNTIL WS-MODE-IDX > WS-MODE-COUNT
           MOVE "N" TO WS-ALLOC-STATE
           MOVE 0 TO WS-ALLOC-DATE
           MOVE 0 TO WS-ALLOC-RC
           MOVE "N" TO WS-FXREV-STATE
           MOVE 0 TO WS-FXREV-DATE
           MOVE 0 TO WS-FXREV-RC
           MOVE "N" TO WS-RECON-STATE
           MOVE 0 TO WS-RECON-DATE
           MOVE 0 TO WS-RECON-RC
           MOVE "N" TO WS-ACK-STATE
           MOVE 0 TO WS-ACK-DATE
           MOVE 0 TO WS-ACK-RC
           MOVE "N" TO WS-ACK-WINDOW-SW
           MOVE 0 TO WS-EXT-DATE
           OPEN OUTPUT READY-REPORT-FILE
           IF NOT WS-READYRPT-OK
               DISPLAY "ERROR: UNABLE TO OPEN READYRPT, STATUS = "
                   WS-READYRPT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING "MONTH-END CLOSE READINESS FOR PERIOD "
                   DELIMITED BY SIZE
                   WS-PERIOD-ENTRY DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-RECORD
               DISPLAY RPT-LINE (1:43)
               MOVE SPACES TO RPT-LINE
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-LINE
               MOVE "RSLT" TO RPT-LINE (1:4)
               MOVE "CHECK" TO RPT-LINE (7:5)
               MOVE "DETAIL" TO RPT-LINE (44:6)
               WRITE RPT-RECORD
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CLEAR-ONE-MODE.
           MOVE "N" TO WS-MODE-STATE (WS-MODE-IDX)
           MOVE 0 TO WS-MODE-DATE (WS-MODE-IDX)
           MOVE 0 TO WS-MODE-RC (WS-MODE-IDX).
       1100-EXIT.
           EXIT.

       3000-SCAN-RUNLOG.
      *> One pass over the run-control log. No RUNLOG at all
      *> means no run was ever logged -- every item it feeds
      *> fails, which is the right answer for a month nobody can
      *> show ran.
           MOVE "Y" TO WS-LOG-AVAIL-SW
           OPEN INPUT RUN-LOG-FILE
           EVALUATE TRUE
               WHEN WS-RUNLOG-OK
                   MOVE "N" TO WS-LOG-DONE-SW
                   PERFORM 3100-READ-ONE-LOG THRU 3100-EXIT
                       UNTIL WS-LOG-DONE
                   CLOSE RUN-LOG-FILE
               WHEN WS-RUNLOG-NOT-FOUND
                   DISPLAY "WARNING: NO RUNLOG FILE, NO RUNS EVER "
                       "LOGGED"
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN RUNLOG, STATUS = "
                       WS-RUNLOG-STATUS
                   MOVE "N" TO WS-LOG-AVAIL-SW
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-LOG.
           READ RUN-LOG-FILE
               AT END
                   SET WS-LOG-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-RUNLOG-AT-END
                   CONTINUE
               WHEN NOT WS-RUNLOG-OK
                   DISPLAY "ERROR: RUNLOG READ FAILED, STATUS = "
                       WS-RUNLOG-STATUS
                   MOVE "N" TO WS-LOG-AVAIL-SW
                   SET WS-LOG-DONE TO TRUE
               WHEN RNL-DATE NOT NUMERIC
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-LOG-READ-COUNT
                   MOVE RNL-DATE TO WS-LOG-DATE-X
                   IF RNL-RETURN-CODE NUMERIC
                       MOVE RNL-RETURN-CODE TO WS-LOG-RC
                   ELSE
                       MOVE 99 TO WS-LOG-RC
                   END-IF
                   PERFORM 3200-NOTE-EXPECTED-MODE THRU 3200-EXIT
                   PERFORM 3300-NOTE-ALLOCATION THRU 3300-EXIT
                   PERFORM 3350-NOTE-REVALUATION THRU 3350-EXIT
                   PERFORM 3400-NOTE-RECON THRU 3400-EXIT
                   PERFORM 3500-NOTE-ACK-WINDOW THRU 3500-EXIT
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3200-NOTE-EXPECTED-MODE.
      *> A run of one of the nightly modes in the period replaces
      *> whatever that mode's state was: only the latest run
      *> counts, so a failed night fixed by a clean rerun passes.
           MOVE RNL-MODE TO WS-LOOKUP-MODE
           IF RNL-MODE = "RESTART"
               MOVE "BATCH" TO WS-LOOKUP-MODE
           END-IF
           MOVE 0 TO WS-MODE-FOUND-IDX
           PERFORM 3210-MATCH-ONE-MODE THRU 3210-EXIT
               VARYING WS-MODE-IDX FROM 1 BY 1
               UNTIL WS-MODE-IDX > WS-MODE-COUNT
           IF WS-MODE-FOUND-IDX NOT = 0
               AND WS-LOG-PERIOD = WS-PERIOD
               EVALUATE TRUE
                   WHEN RNL-START
                       MOVE "S" TO WS-MODE-STATE (WS-MODE-FOUND-IDX)
                       MOVE RNL-DATE
                           TO WS-MODE-DATE (WS-MODE-FOUND-IDX)
                   WHEN RNL-END
                       MOVE "E" TO WS-MODE-STATE (WS-MODE-FOUND-IDX)
                       MOVE RNL-DATE
                           TO WS-MODE-DATE (WS-MODE-FOUND-IDX)
                       MOVE WS-LOG-RC
                           TO WS-MODE-RC (WS-MODE-FOUND-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       3200-EXIT.
           EXIT.

       3210-MATCH-ONE-MODE.
           IF WS-MODE-NAME (WS-MODE-IDX) = WS-LOOKUP-MODE
               MOVE WS-MODE-IDX TO WS-MODE-FOUND-IDX
           END-IF.
       3210-EXIT.
           EXIT.

       3300-NOTE-ALLOCATION.
      *> The allocation is found by the period on its PARM, not
      *> the date it ran: it is run for a period, sometimes after
      *> midnight on the first of the next month.
           IF RNL-MODE = "ALLOC"
               AND RNL-PARM (1:6) = WS-PERIOD-ENTRY
               EVALUATE TRUE
                   WHEN RNL-START
                       MOVE "S" TO WS-ALLOC-STATE
                       MOVE RNL-DATE TO WS-ALLOC-DATE
                   WHEN RNL-END
                       MOVE "E" TO WS-ALLOC-STATE
                       MOVE RNL-DATE TO WS-ALLOC-DATE
                       MOVE WS-LOG-RC TO WS-ALLOC-RC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       3300-EXIT.
           EXIT.

       3350-NOTE-REVALUATION.
      *> Found by the period on its PARM, as the allocation is.
           IF RNL-MODE = "FXREVAL"
               AND RNL-PARM (1:6) = WS-PERIOD-ENTRY
               EVALUATE TRUE
                   WHEN RNL-START
                       MOVE "S" TO WS-FXREV-STATE
                       MOVE RNL-DATE TO WS-FXREV-DATE
                   WHEN RNL-END
                       MOVE "E" TO WS-FXREV-STATE
                       MOVE RNL-DATE TO WS-FXREV-DATE
                       MOVE WS-LOG-RC TO WS-FXREV-RC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       3350-EXIT.
           EXIT.

       3400-NOTE-RECON.
      *> The reconciliation proves the whole live ledger against
      *> the whole audit trail every night, so the latest run in
      *> or after the period speaks for the period: exceptions
      *> last night are exceptions still outstanding.
           IF RNL-MODE = "RECON"
               AND WS-LOG-PERIOD NOT < WS-PERIOD
               EVALUATE TRUE
                   WHEN RNL-START
                       MOVE "S" TO WS-RECON-STATE
                       MOVE RNL-DATE TO WS-RECON-DATE
                   WHEN RNL-END
                       MOVE "E" TO WS-RECON-STATE
                       MOVE RNL-DATE TO WS-RECON-DATE
                       MOVE WS-LOG-RC TO WS-RECON-RC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       3400-EXIT.
           EXIT.

       3500-NOTE-ACK-WINDOW.
      *> The acknowledgment that counts is the one for the
      *> period's LAST extract: each EXTRACT end in the period
      *> re-cuts GLEXTR, so it opens a fresh window and forgets
      *> any acknowledgment of the file it replaced. The first
      *> extract of a later period closes the window -- an
      *> acknowledgment after that answers the newer file.
           EVALUATE TRUE
               WHEN RNL-MODE = "EXTRACT" AND RNL-END
                   AND WS-LOG-PERIOD = WS-PERIOD
                   MOVE "O" TO WS-ACK-WINDOW-SW
                   MOVE RNL-DATE TO WS-EXT-DATE
                   MOVE "N" TO WS-ACK-STATE
                   MOVE 0 TO WS-ACK-DATE
                   MOVE 0 TO WS-ACK-RC
               WHEN RNL-MODE = "EXTRACT" AND RNL-END
                   AND WS-LOG-PERIOD > WS-PERIOD
                   AND WS-ACK-WINDOW-OPEN
                   MOVE "C" TO WS-ACK-WINDOW-SW
               WHEN RNL-MODE = "GLACK" AND WS-ACK-WINDOW-OPEN
                   AND RNL-START
                   MOVE "S" TO WS-ACK-STATE
                   MOVE RNL-DATE TO WS-ACK-DATE
               WHEN RNL-MODE = "GLACK" AND WS-ACK-WINDOW-OPEN
                   AND RNL-END
                   MOVE "E" TO WS-ACK-STATE
                   MOVE RNL-DATE TO WS-ACK-DATE
                   MOVE WS-LOG-RC TO WS-ACK-RC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3500-EXIT.
           EXIT.

       4000-CHECK-STANDING.
      *> Reads every standing entry and tests the ones due in the
      *> period against their last-posted stamp. No STANDENT
      *> means no standing entries, so nothing can be missing.
           MOVE "Y" TO WS-STAND-AVAIL-SW
           OPEN INPUT STANDING-FILE
           EVALUATE TRUE
               WHEN WS-STAND-OK
                   MOVE "N" TO WS-STAND-DONE-SW
                   PERFORM 4100-READ-ONE-STANDING THRU 4100-EXIT
                       UNTIL WS-STAND-DONE
                   CLOSE STANDING-FILE
               WHEN WS-STAND-NOT-FOUND
                   MOVE "N" TO WS-STAND-AVAIL-SW
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN STANDENT, STATUS = "
                       WS-STAND-STATUS
                   MOVE "X" TO WS-STAND-AVAIL-SW
           END-EVALUATE.
       4000-EXIT.
           EXIT.

       4100-READ-ONE-STANDING.
           READ STANDING-FILE NEXT RECORD
               AT END
                   SET WS-STAND-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-STAND-AT-END
                   CONTINUE
               WHEN NOT WS-STAND-OK
                   DISPLAY "ERROR: STANDENT READ FAILED, STATUS = "
                       WS-STAND-STATUS
                   MOVE "X" TO WS-STAND-AVAIL-SW
                   SET WS-STAND-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-STA-READ-COUNT
                   PERFORM 4200-CHECK-ONE-STANDING THRU 4200-EXIT
           END-EVALUATE.
       4100-EXIT.
           EXIT.

       4200-CHECK-ONE-STANDING.
      *> An entry whose period fields will not read is one the
      *> overnight pass refused too -- it never posted, so it is
      *> listed beside the ones simply not yet posted.
           MOVE "N" TO WS-STAND-DUE-SW
           EVALUATE TRUE
               WHEN STA-FROM-PERIOD NOT NUMERIC
                   OR STA-TO-PERIOD NOT NUMERIC
                   OR STA-LAST-POSTED NOT NUMERIC
                   ADD 1 TO WS-STA-BAD-COUNT
                   PERFORM 4300-HOLD-MISSED THRU 4300-EXIT
                   MOVE "B" TO TBL-MISS-REASON (WS-MISS-IDX)
               WHEN WS-PERIOD < STA-FROM-PERIOD
                   CONTINUE
               WHEN WS-PERIOD > STA-TO-PERIOD
                   CONTINUE
               WHEN STA-MONTHLY
                   SET WS-STAND-DUE TO TRUE
               WHEN STA-QUARTERLY
                   PERFORM 4250-MONTHS-SINCE-FROM THRU 4250-EXIT
                   DIVIDE WS-MONTHS-SINCE BY 3
                       GIVING WS-MONTHS-QUOT
                       REMAINDER WS-MONTHS-REM
                   IF WS-MONTHS-REM = 0
                       SET WS-STAND-DUE TO TRUE
                   END-IF
               WHEN STA-ANNUAL
                   PERFORM 4250-MONTHS-SINCE-FROM THRU 4250-EXIT
                   DIVIDE WS-MONTHS-SINCE BY 12
                       GIVING WS-MONTHS-QUOT
                       REMAINDER WS-MONTHS-REM
                   IF WS-MONTHS-REM = 0
                       SET WS-STAND-DUE TO TRUE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-STA-BAD-COUNT
                   PERFORM 4300-HOLD-MISSED THRU 4300-EXIT
                   MOVE "B" TO TBL-MISS-REASON (WS-MISS-IDX)
           END-EVALUATE
           IF WS-STAND-DUE
               ADD 1 TO WS-STA-DUE-COUNT
               IF STA-LAST-POSTED < WS-PERIOD
                   ADD 1 TO WS-STA-MISSED-COUNT
                   PERFORM 4300-HOLD-MISSED THRU 4300-EXIT
                   MOVE "N" TO TBL-MISS-REASON (WS-MISS-IDX)
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

       4250-MONTHS-SINCE-FROM.
           MOVE STA-FROM-PERIOD TO WS-FROM-SPLIT-X
           COMPUTE WS-MONTHS-SINCE =
               (WS-PERIOD-YYYY - WS-FROM-YYYY) * 12
               + WS-PERIOD-MM - WS-FROM-MM.
       4250-EXIT.
           EXIT.

       4300-HOLD-MISSED.
      *> Holds the entry for the listing. Past the table's end
      *> the last slot is reused as scratch so the caller's
      *> reason MOVE stays in bounds; the count still tells the
      *> whole story.
           IF WS-MISS-COUNT < WS-MISS-MAX
               ADD 1 TO WS-MISS-COUNT
               MOVE WS-MISS-COUNT TO WS-MISS-IDX
               MOVE STA-ACCT-CODE TO TBL-MISS-ACCT (WS-MISS-IDX)
               MOVE STA-DEPT-CODE TO TBL-MISS-DEPT (WS-MISS-IDX)
               IF STA-LAST-POSTED NUMERIC
                   MOVE STA-LAST-POSTED
                       TO TBL-MISS-LAST (WS-MISS-IDX)
               ELSE
                   MOVE 0 TO TBL-MISS-LAST (WS-MISS-IDX)
               END-IF
           ELSE
               MOVE WS-MISS-MAX TO WS-MISS-IDX
               DISPLAY "WARNING: STANDING ENTRY " STA-ACCT-CODE
                   " / " STA-DEPT-CODE " NOT POSTED, NOT LISTED"
           END-IF.
       4300-EXIT.
           EXIT.

       5000-COUNT-REJECTS.
      *> Each reject file is rewritten by its own batch run, so
      *> it holds exactly the latest submission's refusals -- the
      *> records still waiting on their department to resubmit.
      *> No file means that path has never rejected anything.
           MOVE "Y" TO WS-REJ-AVAIL-SW
           OPEN INPUT REJECT-FILE
           EVALUATE TRUE
               WHEN WS-REJECT-OK
                   MOVE "N" TO WS-REJ-DONE-SW
                   PERFORM 5100-READ-ONE-REJECT THRU 5100-EXIT
                       UNTIL WS-REJ-DONE
                   CLOSE REJECT-FILE
               WHEN WS-REJECT-NOT-FOUND
                   MOVE "N" TO WS-REJ-AVAIL-SW
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN BATCHREJ, STATUS = "
                       WS-REJECT-STATUS
                   MOVE "X" TO WS-REJ-AVAIL-SW
           END-EVALUATE
           MOVE "Y" TO WS-AREJ-AVAIL-SW
           OPEN INPUT ACCT-REJECT-FILE
           EVALUATE TRUE
               WHEN WS-AREJECT-OK
                   MOVE "N" TO WS-REJ-DONE-SW
                   PERFORM 5200-READ-ONE-AREJECT THRU 5200-EXIT
                       UNTIL WS-REJ-DONE
                   CLOSE ACCT-REJECT-FILE
               WHEN WS-AREJECT-NOT-FOUND
                   MOVE "N" TO WS-AREJ-AVAIL-SW
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN ACCTREJ, STATUS = "
                       WS-AREJECT-STATUS
                   MOVE "X" TO WS-AREJ-AVAIL-SW
           END-EVALUATE.
       5000-EXIT.
           EXIT.

       5100-READ-ONE-REJECT.
           READ REJECT-FILE
               AT END
                   SET WS-REJ-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-REJECT-AT-END
                   CONTINUE
               WHEN NOT WS-REJECT-OK
                   DISPLAY "ERROR: BATCHREJ READ FAILED, STATUS = "
                       WS-REJECT-STATUS
                   MOVE "X" TO WS-REJ-AVAIL-SW
                   SET WS-REJ-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-REJ-COUNT
           END-EVALUATE.
       5100-EXIT.
           EXIT.

       5200-READ-ONE-AREJECT.
           READ ACCT-REJECT-FILE
               AT END
                   SET WS-REJ-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-AREJECT-AT-END
                   CONTINUE
               WHEN NOT WS-AREJECT-OK
                   DISPLAY "ERROR: ACCTREJ READ FAILED, STATUS = "
                       WS-AREJECT-STATUS
                   MOVE "X" TO WS-AREJ-AVAIL-SW
                   SET WS-REJ-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-AREJ-COUNT
           END-EVALUATE.
       5200-EXIT.
           EXIT.

       6000-PRINT-CHECKLIST.
      *> One line per item, in the order the operator works the
      *> close: the nightly runs, the allocation, the FX
      *> revaluation, the reconciliation, the GL interface, the
      *> rejects, the standing entries.
           PERFORM 6100-CHECK-ONE-MODE THRU 6100-EXIT
               VARYING WS-MODE-IDX FROM 1 BY 1
               UNTIL WS-MODE-IDX > WS-MODE-COUNT
           PERFORM 6200-CHECK-ALLOCATION THRU 6200-EXIT
           PERFORM 6250-CHECK-REVALUATION THRU 6250-EXIT
           PERFORM 6300-CHECK-RECON THRU 6300-EXIT
           PERFORM 6400-CHECK-ACK THRU 6400-EXIT
           PERFORM 6500-CHECK-REJECTS THRU 6500-EXIT
           PERFORM 6600-CHECK-STANDING THRU 6600-EXIT.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-MODE.
           MOVE SPACES TO WS-ITEM-TEXT
           STRING WS-MODE-NAME (WS-MODE-IDX) DELIMITED BY SPACE
               " RAN IN PERIOD, ENDED RC 0" DELIMITED BY SIZE
               INTO WS-ITEM-TEXT
           END-STRING
           MOVE "FAIL" TO WS-ITEM-RESULT
           MOVE SPACES TO WS-ITEM-DETAIL
           EVALUATE TRUE
               WHEN NOT WS-LOG-AVAIL
                   MOVE "RUNLOG NOT READABLE" TO WS-ITEM-DETAIL
               WHEN WS-MODE-NOT-RUN (WS-MODE-IDX)
                   MOVE "NO RUN LOGGED IN PERIOD" TO WS-ITEM-DETAIL
               WHEN WS-MODE-STARTED (WS-MODE-IDX)
                   STRING "STARTED " DELIMITED BY SIZE
                       WS-MODE-DATE (WS-MODE-IDX) DELIMITED BY SIZE
                       ", NO END RECORD" DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   END-STRING
               WHEN OTHER
                   STRING "LAST ENDED " DELIMITED BY SIZE
                       WS-MODE-DATE (WS-MODE-IDX) DELIMITED BY SIZE
                       " RC " DELIMITED BY SIZE
                       WS-MODE-RC (WS-MODE-IDX) DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   END-STRING
                   IF WS-MODE-RC (WS-MODE-IDX) = 0
                       MOVE "PASS" TO WS-ITEM-RESULT
                   END-IF
           END-EVALUATE
           PERFORM 6900-PRINT-ITEM THRU 6900-EXIT.
       6100-EXIT.
           EXIT.

       6200-CHECK-ALLOCATION.
      *> RC 4 is the allocation's "nothing left to spread" --
      *> the rerun of an allocation already done -- and passes.
           MOVE "ALLOCATION RUN FOR PERIOD" TO WS-ITEM-TEXT
           MOVE "FAIL" TO WS-ITEM-RESULT
           MOVE SPACES TO WS-ITEM-DETAIL
           EVALUATE TRUE
               WHEN NOT WS-LOG-AVAIL
                   MOVE "RUNLOG NOT READABLE" TO WS-ITEM-DETAIL
               WHEN WS-ALLOC-NOT-RUN
                   MOVE "NO ALLOC RUN FOR PERIOD" TO WS-ITEM-DETAIL
               WHEN WS-ALLOC-STARTED
                   STRING "STARTED " DELIMITED BY SIZE
                       WS-ALLOC-DATE DELIMITED BY SIZE
                       ", NO END RECORD" DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   END-STRING
               WHEN OTHER
                   STRING "LAST ENDED " DELIMITED BY SIZE
                       WS-ALLOC-DATE DELIMITED BY SIZE
                       " RC " DELIMITED BY SIZE
                       WS-ALLOC-RC DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   END-STRING
                   IF WS-ALLOC-RC = 0 OR WS-ALLOC-RC = 4
                       MOVE "PASS" TO WS-ITEM-RESULT
                   END-IF
           END-EVALUATE
           PERFORM 6900-PRINT-ITEM THRU 6900-EXIT.
       6200-EXIT.
           EXIT.

       6250-CHECK-REVALUATION.
      *> RC 4 is the revaluation's "nothing to revalue" -- no
      *> non-base department had activity -- and passes.
           MOVE "FX REVALUATION RUN FOR PERIOD" TO WS-ITEM-TEXT
           MOVE "FAIL" TO WS-ITEM-RESULT
           MOVE SPACES TO WS-ITEM-DETAIL
           EVALUATE TRUE
               WHEN NOT WS-LOG-AVAIL
                   MOVE "RUNLOG NOT READABLE" TO WS-ITEM-DETAIL
               WHEN WS-FXREV-NOT-RUN
                   MOVE "NO FXREVAL RUN FOR PERIOD"
                       TO WS-ITEM-DETAIL
               WHEN WS-FXREV-STARTED
                   STRING "STARTED " DELIMITED BY SIZE
                       WS-FXREV-DATE DELIMITED BY SIZE
                       ", NO END RECORD" DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   END-STRING
               WHEN OTHER
                   STRING "LAST ENDED " DELIMITED BY SIZE
                       WS-FXREV-DATE DELIMITED BY SIZE
                       " RC " DELIMITED BY SIZE
                       WS-FXREV-RC DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   END-STRING
                   IF WS-FXREV-RC = 0 OR WS-FXREV-RC = 4
                       MOVE "PASS" TO WS-ITEM-RESULT
                   END-IF
           END-EVALUATE
           PERFORM 6900-PRINT-ITEM THRU 6900-EXIT.
       6250-EXIT.
           EXIT.

       6300-CHECK-RECON.
           MOVE "RECONCILIATION CLEAN" TO WS-ITEM-TEXT
           MOVE "FAIL" TO WS-ITEM-RESULT
           MOVE SPACES TO WS-ITEM-DETAIL
           EVALUATE TRUE
               WHEN NOT WS-LOG-AVAIL
                   MOVE "RUNLOG NOT READABLE" TO WS-ITEM-DETAIL
               WHEN WS-RECON-NOT-RUN
                   MOVE "NO RECON RUN SINCE PERIOD START"
                       TO WS-ITEM-DETAIL
               WHEN WS-RECON-STARTED
                   STRING "STARTED " DELIMITED BY SIZE
                       WS-RECON-DATE DELIMITED BY SIZE
                       ", NO END RECORD" DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   END-STRING
               WHEN OTHER
                   STRING "LAST ENDED " DELIMITED BY SIZE
                       WS-RECON-DATE DELIMITED BY SIZE
                       " RC " DELIMITED BY SIZE
                       WS-RECON-RC DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   END-STRING
                   IF WS-RECON-RC = 0
                       MOVE "PASS" TO WS-ITEM-RESULT
                   END-IF
           END-EVALUATE
           PERFORM 6900-PRINT-ITEM THRU 6900-EXIT.
       6300-EXIT.
           EXIT.

       6400-CHECK-ACK.
      *> Two items from the one acknowledgment run: RC 0 or 4
      *> means every GLEXTR record was answered; only RC 0 means
      *> none came back rejected and waiting on GLRESUB.
           MOVE "GLEXTR FULLY ACKNOWLEDGED" TO WS-ITEM-TEXT
           MOVE "FAIL" TO WS-ITEM-RESULT
           MOVE SPACES TO WS-ITEM-DETAIL
           EVALUATE TRUE
               WHEN NOT WS-LOG-AVAIL
                   MOVE "RUNLOG NOT READABLE" TO WS-ITEM-DETAIL
               WHEN WS-ACK-WINDOW-NONE
                   MOVE "NO EXTRACT IN PERIOD" TO WS-ITEM-DETAIL
               WHEN WS-ACK-NOT-RUN
                   STRING "EXTRACT OF " DELIMITED BY SIZE
                       WS-EXT-DATE DELIMITED BY SIZE
                       " NOT ACKNOWLEDGED" DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   END-STRING
               WHEN WS-ACK-STARTED
                   STRING "GLACK STARTED " DELIMITED BY SIZE
                       WS-ACK-DATE DELIMITED BY SIZE
                       ", NO END" DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   END-STRING
               WHEN OTHER
                   STRING "GLACK ENDED " DELIMITED BY SIZE
                       WS-ACK-DATE DELIMITED BY SIZE
                       " RC " DELIMITED BY SIZE
                       WS-ACK-RC DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   END-STRING
                   IF WS-ACK-RC = 0 OR WS-ACK-RC = 4
                       MOVE "PASS" TO WS-ITEM-RESULT
                   END-IF
           END-EVALUATE
           PERFORM 6900-PRINT-ITEM THRU 6900-EXIT
           MOVE "NOTHING WAITING ON GLRESUB" TO WS-ITEM-TEXT
           IF WS-ITEM-RESULT = "PASS"
               IF WS-ACK-RC NOT = 0
                   MOVE "FAIL" TO WS-ITEM-RESULT
                   MOVE "REJECTS STAGED, NOT RE-EXTRACTED"
                       TO WS-ITEM-DETAIL
               END-IF
           ELSE
               MOVE "NO CLEAN ACKNOWLEDGMENT" TO WS-ITEM-DETAIL
           END-IF
           PERFORM 6900-PRINT-ITEM THRU 6900-EXIT.
       6400-EXIT.
           EXIT.

       6500-CHECK-REJECTS.
           MOVE "NO BATCHREJ REJECTS LEFT" TO WS-ITEM-TEXT
           MOVE "FAIL" TO WS-ITEM-RESULT
           MOVE SPACES TO WS-ITEM-DETAIL
           MOVE WS-REJ-COUNT TO WS-COUNT-EDIT
           EVALUATE TRUE
               WHEN WS-REJ-BAD
                   MOVE "BATCHREJ NOT READABLE" TO WS-ITEM-DETAIL
               WHEN WS-REJ-NO-FILE
                   MOVE "PASS" TO WS-ITEM-RESULT
                   MOVE "NO BATCHREJ FILE" TO WS-ITEM-DETAIL
               WHEN WS-REJ-COUNT = 0
                   MOVE "PASS" TO WS-ITEM-RESULT
                   MOVE "BATCHREJ EMPTY" TO WS-ITEM-DETAIL
               WHEN OTHER
                   STRING WS-COUNT-EDIT DELIMITED BY SIZE
                       " REJECTS AWAITING RESUBMISSION"
                       DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   END-STRING
           END-EVALUATE
           PERFORM 6900-PRINT-ITEM THRU 6900-EXIT
           MOVE "NO ACCTREJ REJECTS LEFT" TO WS-ITEM-TEXT
           MOVE "FAIL" TO WS-ITEM-RESULT
           MOVE SPACES TO WS-ITEM-DETAIL
           MOVE WS-AREJ-COUNT TO WS-COUNT-EDIT
           EVALUATE TRUE
               WHEN WS-AREJ-BAD
                   MOVE "ACCTREJ NOT READABLE" TO WS-ITEM-DETAIL
               WHEN WS-AREJ-NO-FILE
                   MOVE "PASS" TO WS-ITEM-RESULT
                   MOVE "NO ACCTREJ FILE" TO WS-ITEM-DETAIL
               WHEN WS-AREJ-COUNT = 0
                   MOVE "PASS" TO WS-ITEM-RESULT
                   MOVE "ACCTREJ EMPTY" TO WS-ITEM-DETAIL
               WHEN OTHER
                   STRING WS-COUNT-EDIT DELIMITED BY SIZE
                       " REJECTS AWAITING RESUBMISSION"
                       DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   END-STRING
           END-EVALUATE
           PERFORM 6900-PRINT-ITEM THRU 6900-EXIT.
       6500-EXIT.
           EXIT.

       6600-CHECK-STANDING.
           MOVE "STANDING ENTRIES POSTED" TO WS-ITEM-TEXT
           MOVE "FAIL" TO WS-ITEM-RESULT
           MOVE SPACES TO WS-ITEM-DETAIL
           EVALUATE TRUE
               WHEN WS-STAND-BAD
                   MOVE "STANDENT NOT READABLE" TO WS-ITEM-DETAIL
               WHEN WS-STAND-NO-FILE
                   MOVE "PASS" TO WS-ITEM-RESULT
                   MOVE "NO STANDENT FILE" TO WS-ITEM-DETAIL
               WHEN WS-STA-MISSED-COUNT = 0 AND WS-STA-BAD-COUNT = 0
                   MOVE "PASS" TO WS-ITEM-RESULT
                   MOVE WS-STA-DUE-COUNT TO WS-COUNT-EDIT
                   STRING "ALL " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " DUE ENTRIES POSTED" DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   END-STRING
               WHEN OTHER
                   MOVE WS-STA-MISSED-COUNT TO WS-COUNT-EDIT
                   MOVE WS-STA-BAD-COUNT TO WS-COUNT-EDIT-2
                   STRING WS-COUNT-EDIT DELIMITED BY SIZE
                       " NOT POSTED," DELIMITED BY SIZE
                       WS-COUNT-EDIT-2 DELIMITED BY SIZE
                       " UNREADABLE" DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   END-STRING
           END-EVALUATE
           PERFORM 6900-PRINT-ITEM THRU 6900-EXIT
           IF WS-STAND-AVAIL
               PERFORM 6650-PRINT-ONE-MISSED THRU 6650-EXIT
                   VARYING WS-MISS-IDX FROM 1 BY 1
                   UNTIL WS-MISS-IDX > WS-MISS-COUNT
           END-IF.
       6600-EXIT.
           EXIT.

       6650-PRINT-ONE-MISSED.
           MOVE SPACES TO RPT-LINE
           MOVE TBL-MISS-ACCT (WS-MISS-IDX) TO RPT-LINE (9:6)
           MOVE "/" TO RPT-LINE (16:1)
           MOVE TBL-MISS-DEPT (WS-MISS-IDX) TO RPT-LINE (18:4)
           IF TBL-MISS-BAD-FIELDS (WS-MISS-IDX)
               MOVE "BAD PERIOD OR FREQUENCY FIELDS"
                   TO RPT-LINE (24:30)
           ELSE
               MOVE "DUE, LAST POSTED" TO RPT-LINE (24:16)
               MOVE TBL-MISS-LAST (WS-MISS-IDX) TO RPT-LINE (41:6)
           END-IF
           DISPLAY RPT-LINE (1:54)
           WRITE RPT-RECORD.
       6650-EXIT.
           EXIT.

       6900-PRINT-ITEM.
           IF WS-ITEM-RESULT = "PASS"
               ADD 1 TO WS-PASS-COUNT
           ELSE
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE WS-ITEM-RESULT TO RPT-LINE (1:4)
           MOVE WS-ITEM-TEXT TO RPT-LINE (7:36)
           MOVE WS-ITEM-DETAIL TO RPT-LINE (44:36)
           DISPLAY RPT-LINE (1:79)
           WRITE RPT-RECORD.
       6900-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
      *> The verdict the close step's COND tests: any FAIL is
      *> RC 8 and the close does not run.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-RECORD
           MOVE WS-PASS-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS PASSED         : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:28)
           MOVE WS-FAIL-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS FAILED         : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:28)
           MOVE SPACES TO RPT-LINE
           IF WS-FAIL-COUNT NOT = 0
               STRING "PERIOD " DELIMITED BY SIZE
                   WS-PERIOD-ENTRY DELIMITED BY SIZE
                   " NOT READY TO CLOSE" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               IF RETURN-CODE = 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               STRING "PERIOD " DELIMITED BY SIZE
                   WS-PERIOD-ENTRY DELIMITED BY SIZE
                   " READY TO CLOSE" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:32).
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE READY-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM CLOSE-READINESS-CHECK.
