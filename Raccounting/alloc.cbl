      *>
      *> PARM: yyyymm -- the period to allocate.
      *>
      *> The period must be open on the PERIODS calendar: the
      *> allocation is a normal posting, so a soft- or hard-
      *> closed period refuses the run before anything posts.
      *>
      *> RC 4 = nothing to allocate. RC 8 = bad rules, a share
      *> overflow, a period not open, or an I/O failure. RC 16 =
      *> bad PARM.
      *>
      *> MODIFICATION HISTORY
      *>   2026-09-01  DO    Original allocation program.
      *>   2026-10-15  DO    Refuses a period that is not open on
      *>                     the PERIODS calendar (see PERCTL).
      *>   2026-10-15  DO    Allocation entries write a zero
      *>                     reversal link and not-reversed flag
      *>                     (LDG-RECORD grew both fields).
      *>   2026-10-15  DO    Audit lines are chained (sequence and
      *>                     check value under the AUDCHAIN head
      *>                     lock, see AUDITREC).
      *>   2026-10-15  DO    Writes START and END records to
      *>                     RUNLOG (mode ALLOC) so the close
      *>                     readiness check can see the run.
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-ALLOCATION.
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCT-PERIOD
               FILE STATUS IS WS-PERIODS-STATUS.

           SELECT ALLOC-RULE-FILE ASSIGN TO "ALLOCRUL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *> The head of the audit chain (see AUDCREC), shared and
      *> locked the way FINANCIAL-ACCOUNTING-I holds it, so this
      *> run's audit lines number in line with any clerk session
      *> writing at the same time.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUC-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-AUDCHN-STATUS.

           SELECT ALLOC-REPORT-FILE ASSIGN TO "ALLOCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALLOCRPT-STATUS.

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
           COPY LEDGREC.

       FD  PERIOD-CONTROL-FILE.
           COPY PERCTL.

       FD  ALLOC-RULE-FILE.
           COPY ALOCREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  AUDIT-CHAIN-FILE.
           COPY AUDCREC.

       FD  ALLOC-REPORT-FILE.
           COPY REPORTREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS               PIC X(02).
           88  WS-LEDGER-OK                VALUE "00".
           88  WS-LEDGER-AT-END            VALUE "10".
           88  WS-LEDGER-DUP-KEY           VALUE "22".

       01  WS-PERIODS-STATUS              PIC X(02).
           88  WS-PERIODS-OK               VALUE "00".
           88  WS-PERIODS-NOT-FOUND        VALUE "35".
           88  WS-PERIODS-NO-RECORD        VALUE "23".

       01  WS-RULE-STATUS                 PIC X(02).
           88  WS-RULE-OK                  VALUE "00".
           88  WS-RULE-AT-END              VALUE "10".
           88  WS-AUDIT-NOT-FOUND           VALUE "35".
       01  WS-AUDIT-USER-ID                PIC X(20).

      *> Audit chain state and check-value arithmetic, as in
      *> FINANCIAL-ACCOUNTING-I (see AUDCREC): the same fold,
      *> modulus and retry limit, or the nightly verification
      *> would not recompute this run's lines.
       01  WS-AUDCHN-STATUS               PIC X(02).
           88  WS-AUDCHN-OK                 VALUE "00".
           88  WS-AUDCHN-NO-RECORD          VALUE "23".
           88  WS-AUDCHN-NOT-FOUND          VALUE "35".
           88  WS-AUDCHN-LOCKED             VALUE "51".
       01  WS-AUDCHN-OPEN-SW              PIC X(01) VALUE "N".
           88  WS-AUDCHN-OPEN               VALUE "Y".
       01  WS-CHN-HEAD-SW                 PIC X(01).
           88  WS-CHN-HEAD-HELD             VALUE "Y".
       01  WS-CHN-RETRY-COUNT             PIC 9(03) COMP.
       01  WS-CHN-RETRY-LIMIT             PIC 9(03) VALUE 25.
       01  WS-CHN-POS                     PIC 9(03) COMP.
       01  WS-CHN-HASH                    PIC 9(09) COMP.
       01  WS-CHN-ACCUM                   PIC 9(12) COMP.
       01  WS-CHN-QUOTIENT                PIC 9(12) COMP.
       01  WS-CHN-MODULUS                 PIC 9(09) VALUE 999999937.
       01  WS-CHN-ORD-X.
           05  FILLER                     PIC X(01) VALUE LOW-VALUE.
           05  WS-CHN-BYTE                PIC X(01).
       01  WS-CHN-ORD REDEFINES WS-CHN-ORD-X
                                          PIC 9(04) COMP.

       01  WS-ALLOCRPT-STATUS             PIC X(02).
           88  WS-ALLOCRPT-OK              VALUE "00".

       01  WS-PCT-EDIT                    PIC ZZ9.99.
       01  WS-COUNT-EDIT                  PIC ZZZZ9.

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

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-PARSE-PARM THRU 0500-EXIT
           PERFORM 0700-LOG-RUN-START THRU 0700-EXIT
           IF RETURN-CODE = 0
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               IF RETURN-CODE = 0
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF
           PERFORM 0750-LOG-RUN-END THRU 0750-EXIT
           STOP RUN.

       0500-PARSE-PARM.
       0600-EXIT.
           EXIT.

       0700-LOG-RUN-START.
      *> The START record goes down before anything else, so a
      *> run that dies still shows it began.
           MOVE 0 TO WS-RNL-READ
           MOVE 0 TO WS-RNL-POST
           MOVE 0 TO WS-RNL-REJ
           MOVE "START" TO WS-RNL-EVENT
           PERFORM 0800-WRITE-RUN-RECORD THRU 0800-EXIT.
       0700-EXIT.
           EXIT.

       0750-LOG-RUN-END.
      *> Read is the sources allocated, post the entries
      *> written. The period is the PARM, kept on the record so
      *> the close readiness check can find this period's run.
           MOVE WS-SOURCE-DONE-COUNT TO WS-RNL-READ
           MOVE WS-ENTRY-COUNT       TO WS-RNL-POST
           MOVE 0                    TO WS-RNL-REJ
           MOVE "END" TO WS-RNL-EVENT
           PERFORM 0800-WRITE-RUN-RECORD THRU 0800-EXIT.
       0750-EXIT.
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
               MOVE "ALLOC"           TO RNL-MODE
               MOVE "ALLOCRUL"        TO RNL-FILE-NAME
               MOVE WS-RNL-READ       TO RNL-READ-COUNT
               MOVE WS-RNL-POST       TO RNL-POST-COUNT
               MOVE WS-RNL-REJ        TO RNL-REJ-COUNT
               MOVE RETURN-CODE       TO RNL-RETURN-CODE
               MOVE WS-PARM-ENTRY (1:40) TO RNL-PARM
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
      *> Opens the report, loads the departments and the rules
      *> (refusing the run outright on any rule problem), then
               END-STRING
               DISPLAY RPT-LINE (1:34)
               WRITE RPT-RECORD
               PERFORM 1050-CHECK-PERIOD THRU 1050-EXIT
               IF RETURN-CODE = 0
                   PERFORM 1100-LOAD-DEPARTMENTS THRU 1100-EXIT
                   PERFORM 1200-LOAD-RULES THRU 1200-EXIT
               END-IF
               IF RETURN-CODE = 0
                   PERFORM 1300-VALIDATE-RULES THRU 1300-EXIT
               END-IF
                       WS-AUDIT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1400-OPEN-AUDIT-CHAIN THRU 1400-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1050-CHECK-PERIOD.
      *> The allocation posts like any other entry, so it takes
      *> the same period check the posting menu does: no PERIODS
      *> calendar, or no record for the period, means open; a
      *> soft- or hard-closed period refuses the whole run.
           OPEN INPUT PERIOD-CONTROL-FILE
           EVALUATE TRUE
               WHEN WS-PERIODS-NOT-FOUND
                   CONTINUE
               WHEN NOT WS-PERIODS-OK
                   DISPLAY "WARNING: PERIODS NOT AVAILABLE, STATUS = "
                       WS-PERIODS-STATUS ", PERIOD CONTROL DISABLED"
               WHEN OTHER
                   MOVE WS-PERIOD TO PCT-PERIOD
                   READ PERIOD-CONTROL-FILE
                   EVALUATE TRUE
                       WHEN WS-PERIODS-NO-RECORD
                           CONTINUE
                       WHEN NOT WS-PERIODS-OK
                           DISPLAY "ERROR: PERIODS READ FAILED, "
                               "STATUS = " WS-PERIODS-STATUS
                               ", NOTHING ALLOCATED"
                           MOVE 8 TO RETURN-CODE
                       WHEN PCT-SOFT-CLOSED
                           DISPLAY "ERROR: PERIOD " WS-PERIOD-ENTRY
                               " IS SOFT-CLOSED, NOTHING ALLOCATED"
                           MOVE 8 TO RETURN-CODE
                       WHEN PCT-HARD-CLOSED
                           DISPLAY "ERROR: PERIOD " WS-PERIOD-ENTRY
                               " IS HARD-CLOSED, NOTHING ALLOCATED"
                           MOVE 8 TO RETURN-CODE
                   END-EVALUATE
                   CLOSE PERIOD-CONTROL-FILE
           END-EVALUATE.
       1050-EXIT.
           EXIT.

       1100-LOAD-DEPARTMENTS.
      *> A missing DEPTS disables rule-department validation (any
      *> code passes) rather than blocking the allocation at a
       1310-EXIT.
           EXIT.

       1400-OPEN-AUDIT-CHAIN.
      *> Opens AUDCHAIN shared I-O, creating it on the first-ever
      *> run and seeding the HEAD at sequence zero, as FINANCIAL-
      *> ACCOUNTING-I does. A file that will not open does not
      *> stop the run: its audit lines go out unchained and the
      *> verification reports them.
           MOVE "N" TO WS-AUDCHN-OPEN-SW
           OPEN I-O AUDIT-CHAIN-FILE
           IF WS-AUDCHN-NOT-FOUND
               OPEN OUTPUT AUDIT-CHAIN-FILE
               CLOSE AUDIT-CHAIN-FILE
               OPEN I-O AUDIT-CHAIN-FILE
           END-IF
           IF WS-AUDCHN-OK
               SET WS-AUDCHN-OPEN TO TRUE
               MOVE "HEAD" TO AUC-KEY
               READ AUDIT-CHAIN-FILE
               IF WS-AUDCHN-NO-RECORD
                   MOVE "HEAD" TO AUC-KEY
                   MOVE 0 TO AUC-SEQ-NO
                   MOVE 0 TO AUC-CHECK-VALUE
                   ACCEPT AUC-DATE FROM DATE YYYYMMDD
                   ACCEPT AUC-TIME FROM TIME
                   WRITE AUC-RECORD
               END-IF
               UNLOCK AUDIT-CHAIN-FILE
           ELSE
               DISPLAY "WARNING: AUDCHAIN NOT AVAILABLE, STATUS = "
                   WS-AUDCHN-STATUS ", AUDIT LINES WRITTEN UNCHAINED"
           END-IF.
       1400-EXIT.
           EXIT.

       3000-SWEEP-LEDGER.
      *> Sums each rule source's net for the period from the live
      *> ledger, positioned the same way the close positions. A
           SET LDG-ALLOCATION TO TRUE
           MOVE SPACES       TO LDG-SOURCE-CURRENCY
           MOVE WS-ENTRY-NET TO LDG-SOURCE-NET
           MOVE ZEROS        TO LDG-LINK-KEY
           MOVE "N"          TO LDG-REVERSED-SW
           WRITE LDG-RECORD
           EVALUATE TRUE
               WHEN WS-LEDGER-OK
           MOVE LDG-DEPT-CODE    TO AUD-DEPT-CODE
           MOVE SPACES           TO AUD-SOURCE-CURRENCY
           MOVE LDG-NET-VALUE    TO AUD-SOURCE-NET
           PERFORM 4330-WRITE-CHAINED-AUDIT THRU 4330-EXIT.
       4320-EXIT.
           EXIT.

       4330-WRITE-CHAINED-AUDIT.
      *> Chains and writes the line built in AUD-RECORD or
      *> AUD-MAINT-RECORD (see AUDITREC): locks the AUDCHAIN HEAD,
      *> numbers the line one past it, folds the check value from
      *> the HEAD's, writes the line and moves the HEAD on to it.
      *> Without the HEAD the line goes out unchained (zeros in
      *> the trailer) rather than not at all.
           MOVE SPACES TO AUD-CHAIN-TRAILER
           MOVE 0 TO AUD-SEQ-NO
           MOVE 0 TO AUD-CHECK-VALUE
           MOVE "N" TO WS-CHN-HEAD-SW
           IF WS-AUDCHN-OPEN
               MOVE 0 TO WS-CHN-RETRY-COUNT
               PERFORM 4340-LOCK-CHAIN-HEAD THRU 4340-EXIT
                   UNTIL WS-CHN-HEAD-HELD
                      OR WS-CHN-RETRY-COUNT > WS-CHN-RETRY-LIMIT
           END-IF
           IF WS-CHN-HEAD-HELD
               ADD 1 AUC-SEQ-NO GIVING AUD-SEQ-NO
               MOVE AUC-CHECK-VALUE TO WS-CHN-HASH
               PERFORM 4350-FOLD-CHECK-BYTE THRU 4350-EXIT
                   VARYING WS-CHN-POS FROM 1 BY 1
                   UNTIL WS-CHN-POS > 110
               MOVE WS-CHN-HASH TO AUD-CHECK-VALUE
           ELSE
               DISPLAY "WARNING: AUDCHAIN HEAD NOT AVAILABLE, "
                   "AUDIT LINE WRITTEN UNCHAINED"
           END-IF
           WRITE AUD-CHAIN-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY "WARNING: AUDIT WRITE FAILED, STATUS = "
                   WS-AUDIT-STATUS
           END-IF
           IF WS-CHN-HEAD-HELD
               IF WS-AUDIT-OK
                   MOVE AUD-SEQ-NO      TO AUC-SEQ-NO
                   MOVE AUD-CHECK-VALUE TO AUC-CHECK-VALUE
                   ACCEPT AUC-DATE FROM DATE YYYYMMDD
                   ACCEPT AUC-TIME FROM TIME
                   REWRITE AUC-RECORD
                   IF NOT WS-AUDCHN-OK
                       DISPLAY "WARNING: AUDCHAIN HEAD NOT ADVANCED, "
                           "STATUS = " WS-AUDCHN-STATUS
                   END-IF
               ELSE
                   UNLOCK AUDIT-CHAIN-FILE
               END-IF
           END-IF.
       4330-EXIT.
           EXIT.

       4340-LOCK-CHAIN-HEAD.
           MOVE "HEAD" TO AUC-KEY
           READ AUDIT-CHAIN-FILE
           EVALUATE TRUE
               WHEN WS-AUDCHN-OK
                   SET WS-CHN-HEAD-HELD TO TRUE
               WHEN WS-AUDCHN-LOCKED
                   ADD 1 TO WS-CHN-RETRY-COUNT
               WHEN OTHER
                   DISPLAY "WARNING: AUDCHAIN READ FAILED, STATUS = "
                       WS-AUDCHN-STATUS
                   MOVE WS-CHN-RETRY-LIMIT TO WS-CHN-RETRY-COUNT
                   ADD 1 TO WS-CHN-RETRY-COUNT
           END-EVALUATE.
       4340-EXIT.
           EXIT.

       4350-FOLD-CHECK-BYTE.
           MOVE AUD-CHAIN-RECORD (WS-CHN-POS:1) TO WS-CHN-BYTE
           COMPUTE WS-CHN-ACCUM = WS-CHN-HASH * 31
                                + WS-CHN-ORD + WS-CHN-POS
           DIVIDE WS-CHN-ACCUM BY WS-CHN-MODULUS
               GIVING WS-CHN-QUOTIENT REMAINDER WS-CHN-HASH.
       4350-EXIT.
           EXIT.

       4400-WRITE-SOURCE-OFFSET.
       9000-TERMINATE.
           CLOSE LEDGER-FILE
           CLOSE AUDIT-FILE
           IF WS-AUDCHN-OPEN
               CLOSE AUDIT-CHAIN-FILE
           END-IF
           CLOSE ALLOC-REPORT-FILE.
       9000-EXIT.
           EXIT.
