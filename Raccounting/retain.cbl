      *> ===========================================================
      *> PROGRAM-ID : RETENTION-PURGE
      *> AUTHOR     : D. OKAFOR
      *> INSTALLATION : ACC232 DEPARTMENTAL ACCOUNTING
      *> DATE-WRITTEN : 2026-10-15
      *>
      *> Retention and purge for the files that only ever grow.
      *> AUDIT, LEDGARCH and RUNLOG are appended to from the first
      *> day, and every nightly reconciliation, run-history and
      *> trend report reads them end to end, so the batch window
      *> stretches a little every night. Driven by the RETRULES
      *> retention rules (see RETNREC), this program moves every
      *> record past its file's retention to an offline history
      *> dataset and leaves the live file holding the rest:
      *>   - the history dataset is the file id, ".D" and the run
      *>     date (AUDIT.D261015), appended to if the program runs
      *>     twice in a day;
      *>   - each period moved gets a RETINDEX record (see
      *>     RETXREC) naming the dataset it went to, so an auditor
      *>     asking for an old month is pointed at it; the
      *>     run-history, trend, income statement and chain
      *>     verification reports each take HIST=dataset on their
      *>     PARM to read it;
      *>   - the purge report (RETNRPT) gives every file's record
      *>     counts and net totals before, moved and after.
      *>
      *> Nothing is moved from a period unless it is past the
      *> file's retention AND hard-closed on the PERIODS calendar
      *> AND verified: AUDIT-CHAIN-VERIFY has proved the trail on
      *> a date after the period ended. A soft-closed period can
      *> still take a PERIOD-ADJUST entry, and an audit trail not
      *> proved since the period is not yet evidence of it. An
      *> audit line must further lie at or before the VERIFIED
      *> point itself. No PERIODS calendar, or no VERIFIED point
      *> on AUDCHAIN, and nothing moves at all.
      *>
      *> How each file is cut:
      *>   AUDIT     only an unbroken run of lines from the start
      *>             of the trail moves, so the live trail stays
      *>             one chain; the last line moved is recorded as
      *>             the BASE record on AUDCHAIN (see AUDCREC) and
      *>             the verifier picks the chain up from it. A
      *>             late line dated into an old period (an
      *>             adjustment) waits until the lines before it
      *>             go.
      *>   LEDGARCH  every entry of an eligible period moves,
      *>             wherever it sits; the archive has no order to
      *>             keep, and PERSUM keeps the period's totals.
      *>   RUNLOG    an unbroken run from the start, as AUDIT, and
      *>             a START whose own END stays behind is held
      *>             back with it so no run is split across files.
      *>   BATCHREJ  rewritten whole by each run, so it is dated by
      *>   ACCTREJ   the last RUNLOG START or END of the modes that
      *>             write it (BATCH / RESTART, ACCTS / EXTRACT),
      *>             since a run that dies after its START has
      *>             already rewritten it, and moves
      *>             whole or not at all. These two go first,
      *>             while RUNLOG still holds the runs that date
      *>             them.
      *> Each file is copied in two passes: records to move go to
      *> the history dataset and records to keep to a work file
      *> (RETWORK, or RETWORKL for the fixed-length archive), and
      *> only once the history dataset has closed cleanly is the
      *> live file rewritten from the work file.
      *>
      *> Run it by hand after month-end, once the close and a
      *> clean chain verification are behind it, with nothing
      *> else writing to these files -- the JCL holds them
      *> DISP=OLD. It leaves its own START and END on RUNLOG.
      *>
      *> PARM: yyyymm -- the reference period the rules count
      *> back from, normally the period just closed.
      *>
      *> RC 4 = nothing eligible to move, no rules, or no
      *> PERIODS calendar or VERIFIED point to prove a period by.
      *> RC 8 = a rule does not edit, or an I/O failure before a
      *> live file was touched (that file and the ones after it
      *> are left as they were). RC 12 = report will not open, or
      *> a live file failed while being rewritten: its kept
      *> records are on the work file and it must be restored
      *> from there before anything else runs. RC 16 = bad PARM.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  DO    Original retention and purge program.
      *>   2026-10-15  DO    Reject files dated by START as well as
      *>                     END; history close status checked
      *>                     before LEDGARCH is rewritten.
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-PURGE.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ACC232 DEPARTMENTAL ACCOUNTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-RULE-FILE ASSIGN TO "RETRULES"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETRULES-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCT-PERIOD
               FILE STATUS IS WS-PERIODS-STATUS.

      *> Shared and locked the way every audit writer holds it;
      *> the VERIFIED point is read and released at once, and
      *> only the BASE record is ever written here.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUC-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-AUDCHN-STATUS.

      *> The live files. Each is read once and, when anything
      *> moved, rewritten from the work file.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "LEDGARCH"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      *> BATCHREJ and ACCTREJ share one layout (see BREJREC), so
      *> one file definition serves both by name.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      *> The records a pass keeps, held until the history dataset
      *> has closed cleanly and the live file can be rewritten.
           SELECT RETAIN-WORK-FILE ASSIGN TO "RETWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETWORK-STATUS.

           SELECT RETAIN-WORK-ARCH-FILE ASSIGN TO "RETWORKL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETWORKL-STATUS.

      *> The offline history datasets, by the name built for the
      *> file in hand (see WS-HIST-NAME); assigned by dataset
      *> name, as BATCH-IN-FILE is in FINANCIAL-ACCOUNTING-I.
           SELECT HIST-LINE-FILE ASSIGN TO DYNAMIC WS-HIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HIST-ARCH-FILE ASSIGN TO DYNAMIC WS-HIST-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RETENTION-INDEX-FILE ASSIGN TO "RETINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETINDEX-STATUS.

           SELECT RETAIN-REPORT-FILE ASSIGN TO "RETNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-RULE-FILE.
           COPY RETNREC.

       FD  PERIOD-CONTROL-FILE.
           COPY PERCTL.

       FD  AUDIT-CHAIN-FILE.
           COPY AUDCREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  ARCHIVE-FILE.
           COPY LEDGREC REPLACING LEADING ==LDG== BY ==ARC==.

       FD  RUN-LOG-FILE.
           COPY RUNLOGRC.

       FD  REJECT-FILE.
           COPY BREJREC.

      *> Wide enough for the longest line-sequential layout moved
      *> (RUNLOG's); the shorter ones pad with spaces, which a
      *> line-sequential write drops again.
       FD  RETAIN-WORK-FILE.
       01  RWK-LINE                       PIC X(132).

       FD  RETAIN-WORK-ARCH-FILE.
       01  RWL-RECORD                     PIC X(90).

       FD  HIST-LINE-FILE.
       01  HSL-LINE                       PIC X(132).

       FD  HIST-ARCH-FILE.
       01  HSA-RECORD                     PIC X(90).

       FD  RETENTION-INDEX-FILE.
           COPY RETXREC.

       FD  RETAIN-REPORT-FILE.
           COPY REPORTREC.

       WORKING-STORAGE SECTION.
       01  WS-RETRULES-STATUS             PIC X(02).
           88  WS-RETRULES-OK              VALUE "00".
           88  WS-RETRULES-AT-END          VALUE "10".
           88  WS-RETRULES-NOT-FOUND       VALUE "35".

       01  WS-PERIODS-STATUS              PIC X(02).
           88  WS-PERIODS-OK               VALUE "00".
           88  WS-PERIODS-NO-RECORD        VALUE "23".
           88  WS-PERIODS-NOT-FOUND        VALUE "35".

       01  WS-AUDCHN-STATUS               PIC X(02).
           88  WS-AUDCHN-OK                VALUE "00".
           88  WS-AUDCHN-NO-RECORD         VALUE "23".
           88  WS-AUDCHN-NOT-FOUND         VALUE "35".

       01  WS-AUDIT-STATUS                PIC X(02).
           88  WS-AUDIT-OK                 VALUE "00".
           88  WS-AUDIT-AT-END             VALUE "10".
           88  WS-AUDIT-NOT-FOUND          VALUE "35".

       01  WS-ARCHIVE-STATUS              PIC X(02).
           88  WS-ARCHIVE-OK               VALUE "00".
           88  WS-ARCHIVE-AT-END           VALUE "10".
           88  WS-ARCHIVE-NOT-FOUND        VALUE "35".

       01  WS-RUNLOG-STATUS               PIC X(02).
           88  WS-RUNLOG-OK                VALUE "00".
           88  WS-RUNLOG-AT-END            VALUE "10".
           88  WS-RUNLOG-NOT-FOUND         VALUE "35".

       01  WS-REJECT-STATUS               PIC X(02).
           88  WS-REJECT-OK                VALUE "00".
           88  WS-REJECT-AT-END            VALUE "10".
           88  WS-REJECT-NOT-FOUND         VALUE "35".

       01  WS-RETWORK-STATUS              PIC X(02).
           88  WS-RETWORK-OK               VALUE "00".
           88  WS-RETWORK-AT-END           VALUE "10".

       01  WS-RETWORKL-STATUS             PIC X(02).
           88  WS-RETWORKL-OK              VALUE "00".
           88  WS-RETWORKL-AT-END          VALUE "10".

       01  WS-HIST-STATUS                 PIC X(02).
           88  WS-HIST-OK                  VALUE "00".
           88  WS-HIST-NOT-FOUND           VALUE "35".

       01  WS-RETINDEX-STATUS             PIC X(02).
           88  WS-RETINDEX-OK              VALUE "00".
           88  WS-RETINDEX-NOT-FOUND       VALUE "35".

       01  WS-RETNRPT-STATUS              PIC X(02).
           88  WS-RETNRPT-OK               VALUE "00".

       01  WS-REPORT-OPEN-SW              PIC X(01) VALUE "N".
           88  WS-REPORT-OPEN               VALUE "Y".
       01  WS-PERIODS-OPEN-SW             PIC X(01) VALUE "N".
           88  WS-PERIODS-OPEN              VALUE "Y".
       01  WS-AUDCHN-OPEN-SW              PIC X(01) VALUE "N".
           88  WS-AUDCHN-OPEN               VALUE "Y".
       01  WS-HIST-OPEN-SW                PIC X(01).
           88  WS-HIST-OPEN                 VALUE "Y".
       01  WS-LIVE-OPEN-SW                PIC X(01).
           88  WS-LIVE-OPEN                 VALUE "Y".
       01  WS-WORK-OPEN-SW                PIC X(01).
           88  WS-WORK-OPEN                 VALUE "Y".
       01  WS-RUL-DONE-SW                 PIC X(01).
           88  WS-RUL-DONE                  VALUE "Y".
       01  WS-LIVE-DONE-SW                PIC X(01).
           88  WS-LIVE-DONE                 VALUE "Y".
       01  WS-WORK-DONE-SW                PIC X(01).
           88  WS-WORK-DONE                 VALUE "Y".
       01  WS-REWRITTEN-SW                PIC X(01).
           88  WS-REWRITTEN                 VALUE "Y".
       01  WS-RULE-ERROR-SW               PIC X(01).
           88  WS-RULE-ERROR                VALUE "Y".

       01  WS-PARM-ENTRY                  PIC X(80).
       01  WS-REF-ENTRY                   PIC X(06).
       01  WS-REF-PERIOD REDEFINES WS-REF-ENTRY
                                          PIC 9(06).
       01  WS-REF-SPLIT REDEFINES WS-REF-ENTRY.
           05  WS-REF-YYYY                PIC 9(04).
           05  WS-REF-MM                  PIC 9(02).

       01  WS-RUN-DATE-X.
           05  WS-RUN-DATE                PIC 9(08).

      *> The rules as loaded. Each file may have one; the files
      *> are then taken in WS-ORDER-TABLE order, not rule order,
      *> so the reject files are dated before RUNLOG is cut.
       01  WS-RUL-COUNT                   PIC 9(03) COMP.
       01  WS-RUL-TABLE.
           05  WS-RUL-ENTRY OCCURS 5 TIMES
                            INDEXED BY RUL-IDX.
               10  TBL-RUL-FILE-ID        PIC X(08).
               10  TBL-RUL-KEEP           PIC 9(03).
               10  TBL-RUL-UNIT           PIC X(01).

       01  WS-ORDER-VALUES.
           05  FILLER                     PIC X(08) VALUE "BATCHREJ".
           05  FILLER                     PIC X(08) VALUE "ACCTREJ".
           05  FILLER                     PIC X(08) VALUE "AUDIT".
           05  FILLER                     PIC X(08) VALUE "LEDGARCH".
           05  FILLER                     PIC X(08) VALUE "RUNLOG".
       01  WS-ORDER-TABLE REDEFINES WS-ORDER-VALUES.
           05  TBL-ORDER-FILE-ID OCCURS 5 TIMES
                                          PIC X(08).
       01  WS-ORDER-IDX                   PIC 9(03) COMP.

      *> The file in hand: its rule, the first period it keeps
      *> (everything before is past retention) and the history
      *> dataset its moved records go to.
       01  WS-CUR-FILE-ID                 PIC X(08).
       01  WS-CUR-KEEP                    PIC 9(03).
       01  WS-CUR-UNIT                    PIC X(01).
           88  WS-CUR-PERIODS               VALUE "P".
       01  WS-CUR-RULE-SW                 PIC X(01).
           88  WS-CUR-RULE-FOUND            VALUE "Y".
       01  WS-CUTOFF-PERIOD               PIC 9(06).
       01  WS-MONTH-COUNT                 PIC S9(07) COMP.
       01  WS-CUT-YEAR                    PIC S9(05) COMP.
       01  WS-CUT-MONTH                   PIC 9(02) COMP.
       01  WS-HIST-NAME                   PIC X(40).
       01  WS-REJECT-NAME                 PIC X(40) VALUE "BATCHREJ".

      *> What proves a period verified: the VERIFIED point on
      *> AUDCHAIN and the period it was proved in. The BASE
      *> record, if an earlier run left one, is where the live
      *> trail's chain now starts.
       01  WS-VFY-FOUND-SW                PIC X(01).
           88  WS-VFY-FOUND                 VALUE "Y".
       01  WS-VFY-SEQ                     PIC 9(09).
       01  WS-VFY-DATE-X.
           05  WS-VFY-DATE                PIC 9(08).
       01  WS-VFY-DATE-SPLIT REDEFINES WS-VFY-DATE-X.
           05  WS-VFY-PERIOD              PIC 9(06).
           05  FILLER                     PIC 9(02).
       01  WS-BASE-FOUND-SW               PIC X(01).
           88  WS-BASE-FOUND                VALUE "Y".
       01  WS-BASE-SEQ                    PIC 9(09).
       01  WS-BASE-CHECK                  PIC 9(09).

      *> The last period looked up on PERIODS and its answer;
      *> the live files run in date order, so most records ask
      *> about the same period as the record before.
       01  WS-ELG-PERIOD                  PIC 9(06).
       01  WS-ELG-HARD-SW                 PIC X(01).
           88  WS-ELG-HARD-CLOSED           VALUE "Y".
       01  WS-ELIGIBLE-SW                 PIC X(01).
           88  WS-PERIOD-ELIGIBLE           VALUE "Y".

      *> One record's date, period and amount, and where the
      *> record goes.
       01  WS-REC-DATE-X.
           05  WS-REC-DATE                PIC 9(08).
       01  WS-REC-DATE-SPLIT REDEFINES WS-REC-DATE-X.
           05  WS-REC-PERIOD              PIC 9(06).
           05  FILLER                     PIC 9(02).
       01  WS-REC-NET                     PIC S9(07)V99.
       01  WS-MOVE-THIS-SW                PIC X(01).
           88  WS-MOVE-THIS                 VALUE "Y".
       01  WS-PREFIX-SW                   PIC X(01).
           88  WS-PREFIX-OPEN               VALUE "Y".

      *> The audit chain across the lines moved: the last
      *> chained line moved (what the BASE record becomes) and
      *> whether one has moved yet.
       01  WS-CHAIN-MOVED-SW              PIC X(01).
           88  WS-CHAIN-MOVED               VALUE "Y".
       01  WS-REC-CHAINED-SW              PIC X(01).
           88  WS-REC-CHAINED               VALUE "Y".
       01  WS-LAST-MOVED-SEQ              PIC 9(09).
       01  WS-LAST-MOVED-CHECK            PIC 9(09).
       01  WS-NEXT-SEQ                    PIC 9(09).

      *> A RUNLOG START waiting on the record after it: it moves
      *> with its END, or alone if the run died (no END follows),
      *> and stays with its END when that END stays.
       01  WS-PEND-START-SW               PIC X(01).
           88  WS-PEND-START                VALUE "Y".
       01  WS-PEND-LINE                   PIC X(132).
       01  WS-PEND-PERIOD                 PIC 9(06).

      *> The last START or END of each reject file's modes, which
      *> dates the whole file (zero: never run, never moved).
       01  WS-BREJ-RUN-DATE               PIC 9(08).
       01  WS-AREJ-RUN-DATE               PIC 9(08).

      *> The file's counts and net totals, and the periods moved
      *> with what went in each, for the index and the report.
      *> 240 periods is twenty years of history on a first run.
       01  WS-BEFORE-COUNT                PIC 9(07) COMP.
       01  WS-MOVED-COUNT                 PIC 9(07) COMP.
       01  WS-AFTER-COUNT                 PIC 9(07) COMP.
       01  WS-COPIED-COUNT                PIC 9(07) COMP.
       01  WS-BEFORE-NET                  PIC S9(11)V99.
       01  WS-MOVED-NET                   PIC S9(11)V99.
       01  WS-AFTER-NET                   PIC S9(11)V99.
       01  WS-TLY-PERIOD                  PIC 9(06).

       01  WS-PRD-COUNT                   PIC 9(03) COMP.
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTRY OCCURS 240 TIMES
                            INDEXED BY PRD-IDX.
               10  TBL-PRD-PERIOD         PIC 9(06).
               10  TBL-PRD-COUNT          PIC 9(07).
               10  TBL-PRD-NET            PIC S9(11)V99.
               10  TBL-PRD-FIRST-SEQ      PIC 9(09).
               10  TBL-PRD-LAST-SEQ       PIC 9(09).
               10  TBL-PRD-LAST-CHECK     PIC 9(09).
       01  WS-PRD-FOUND-SW                PIC X(01).
           88  WS-PRD-FOUND                 VALUE "Y".
       01  WS-PRD-IDX                     PIC 9(03) COMP.

      *> Run totals.
       01  WS-FILES-PURGED                PIC 9(03) COMP.
       01  WS-TOTAL-READ                  PIC 9(09) COMP.
       01  WS-TOTAL-MOVED                 PIC 9(09) COMP.

      *> Run-control log record (see RUNLOGRC).
       01  WS-RNL-EVENT                   PIC X(05).
       01  WS-RNL-READ                    PIC 9(05).
       01  WS-RNL-POST                    PIC 9(05).
       01  WS-RNL-STAMP.
           05  WS-RNL-DATE                PIC 9(08).
           05  WS-RNL-TIME                PIC 9(08).

       01  WS-COUNT-EDIT                  PIC ZZZZZZ9.
       01  WS-KEEP-EDIT                   PIC ZZ9.
       01  WS-NET-EDIT                    PIC -9(11).99.
       01  WS-TOT-EDIT                    PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-PARSE-PARM THRU 0500-EXIT
           PERFORM 0700-LOG-RUN-START THRU 0700-EXIT
           IF RETURN-CODE = 0
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               IF RETURN-CODE = 0
                   PERFORM 3000-PURGE-FILES THRU 3000-EXIT
               END-IF
               IF WS-REPORT-OPEN
                   PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF
           PERFORM 0750-LOG-RUN-END THRU 0750-EXIT
           STOP RUN.

       0500-PARSE-PARM.
      *> The reference period arrives as the job's PARM, six
      *> digits YYYYMM. No terminal in the window this runs in,
      *> so a bad PARM fails the step cleanly.
           ACCEPT WS-PARM-ENTRY FROM COMMAND-LINE
           MOVE WS-PARM-ENTRY (1:6) TO WS-REF-ENTRY
           EVALUATE TRUE
               WHEN WS-REF-ENTRY NOT NUMERIC
                   OR WS-PARM-ENTRY (7:74) NOT = SPACES
                   DISPLAY "ERROR: RETENTION PARM MUST BE YYYYMM, "
                       "ABORTING RUN -- " WS-PARM-ENTRY (1:20)
                   MOVE 16 TO RETURN-CODE
               WHEN WS-REF-MM < 1 OR WS-REF-MM > 12
                   DISPLAY "ERROR: RETENTION PARM MONTH NOT 01-12, "
                       "ABORTING RUN -- " WS-REF-ENTRY
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0500-EXIT.
           EXIT.

       0700-LOG-RUN-START.
      *> The START record goes down before anything else, so a
      *> run that dies still shows it began -- and, a purge being
      *> what it is, when.
           MOVE 0 TO WS-RNL-READ
           MOVE 0 TO WS-RNL-POST
           MOVE "START" TO WS-RNL-EVENT
           PERFORM 0800-WRITE-RUN-RECORD THRU 0800-EXIT.
       0700-EXIT.
           EXIT.

       0750-LOG-RUN-END.
      *> Read is every live record looked at, post every record
      *> moved to history (held to the field's five digits).
           IF WS-TOTAL-READ > 99999
               MOVE 99999 TO WS-RNL-READ
           ELSE
               MOVE WS-TOTAL-READ TO WS-RNL-READ
           END-IF
           IF WS-TOTAL-MOVED > 99999
               MOVE 99999 TO WS-RNL-POST
           ELSE
               MOVE WS-TOTAL-MOVED TO WS-RNL-POST
           END-IF
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
               MOVE "RETAIN"          TO RNL-MODE
               MOVE "RETRULES"        TO RNL-FILE-NAME
               MOVE WS-RNL-READ       TO RNL-READ-COUNT
               MOVE WS-RNL-POST       TO RNL-POST-COUNT
               MOVE 0                 TO RNL-REJ-COUNT
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
      *> Opens the report, loads and edits the rules, then takes
      *> what every eligibility decision rests on: the PERIODS
      *> calendar, the VERIFIED point and the reject files' run
      *> dates. Anything missing here means no period can be
      *> shown safe to move, and the run stops before touching
      *> a file.
           MOVE 0 TO WS-FILES-PURGED
           MOVE 0 TO WS-TOTAL-READ
           MOVE 0 TO WS-TOTAL-MOVED
           MOVE 0 TO WS-ELG-PERIOD
           MOVE "N" TO WS-ELG-HARD-SW
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT RETAIN-REPORT-FILE
           IF NOT WS-RETNRPT-OK
               DISPLAY "ERROR: UNABLE TO OPEN RETNRPT, STATUS = "
                   WS-RETNRPT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               SET WS-REPORT-OPEN TO TRUE
               MOVE SPACES TO RPT-LINE
               STRING "RETENTION AND PURGE AS OF " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "  REFERENCE PERIOD " DELIMITED BY SIZE
                   WS-REF-ENTRY DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-RECORD
               DISPLAY RPT-LINE (1:59)
               PERFORM 1100-LOAD-RULES THRU 1100-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1200-OPEN-CONTROLS THRU 1200-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1300-DATE-REJECT-FILES THRU 1300-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-RULES.
      *> No rules file is nothing to do. Every rule is edited
      *> before anything moves: one bad rule and the run stops,
      *> since a purge cut to the wrong length cannot be taken
      *> back from the live file.
           MOVE 0 TO WS-RUL-COUNT
           MOVE "N" TO WS-RULE-ERROR-SW
           MOVE "N" TO WS-RUL-DONE-SW
           OPEN INPUT RETENTION-RULE-FILE
           EVALUATE TRUE
               WHEN WS-RETRULES-OK
                   PERFORM 1110-READ-ONE-RULE THRU 1110-EXIT
                       UNTIL WS-RUL-DONE
                   CLOSE RETENTION-RULE-FILE
                   EVALUATE TRUE
                       WHEN RETURN-CODE NOT = 0
                           CONTINUE
                       WHEN WS-RULE-ERROR
                           MOVE SPACES TO RPT-LINE
                           STRING "RETENTION RULES IN ERROR -- "
                               DELIMITED BY SIZE
                               "NOTHING PURGED" DELIMITED BY SIZE
                               INTO RPT-LINE
                           END-STRING
                           WRITE RPT-RECORD
                           DISPLAY RPT-LINE (1:42)
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-RUL-COUNT = 0
                           DISPLAY "WARNING: RETRULES IS EMPTY, "
                               "NOTHING TO PURGE"
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN WS-RETRULES-NOT-FOUND
                   DISPLAY "WARNING: NO RETRULES FILE, NOTHING TO "
                       "PURGE"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN RETRULES, STATUS = "
                       WS-RETRULES-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-RULE.
           READ RETENTION-RULE-FILE
               AT END
                   SET WS-RUL-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-RETRULES-AT-END
                   CONTINUE
               WHEN NOT WS-RETRULES-OK
                   DISPLAY "ERROR: RETRULES READ FAILED, STATUS = "
                       WS-RETRULES-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-RUL-DONE TO TRUE
               WHEN OTHER
                   PERFORM 1120-EDIT-ONE-RULE THRU 1120-EXIT
           END-EVALUATE.
       1110-EXIT.
           EXIT.

       1120-EDIT-ONE-RULE.
      *> A rule names a file this program knows how to cut, keeps
      *> at least the reference period itself, and says periods
      *> or years. The table holds one rule per known file, so a
      *> duplicate is caught before it could overflow.
           MOVE SPACES TO RPT-LINE
           IF WS-RUL-COUNT NOT = 0
               SET RUL-IDX TO 1
               SEARCH WS-RUL-ENTRY
                   AT END
                       CONTINUE
                   WHEN RUL-IDX > WS-RUL-COUNT
                       CONTINUE
                   WHEN TBL-RUL-FILE-ID (RUL-IDX) = RTR-FILE-ID
                       MOVE "SECOND RULE FOR THE SAME FILE"
                           TO RPT-LINE (22:40)
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN NOT RTR-FILE-ID-VALID
                   MOVE "FILE IS NOT ONE RETENTION CAN PURGE"
                       TO RPT-LINE (22:40)
               WHEN RTR-KEEP NOT NUMERIC
                   OR RTR-KEEP = 0
                   MOVE "KEEP MUST BE 001-999" TO RPT-LINE (22:40)
               WHEN NOT RTR-UNIT-VALID
                   MOVE "UNIT MUST BE P (PERIODS) OR Y (YEARS)"
                       TO RPT-LINE (22:40)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RPT-LINE = SPACES
               ADD 1 TO WS-RUL-COUNT
               MOVE RTR-FILE-ID TO TBL-RUL-FILE-ID (WS-RUL-COUNT)
               MOVE RTR-KEEP    TO TBL-RUL-KEEP (WS-RUL-COUNT)
               MOVE RTR-UNIT    TO TBL-RUL-UNIT (WS-RUL-COUNT)
           ELSE
               SET WS-RULE-ERROR TO TRUE
               MOVE "RULE IN ERROR" TO RPT-LINE (1:13)
               MOVE RTR-RECORD TO RPT-LINE (15:12)
      *> RTR-RECORD is twelve bytes; the message starts past it.
               WRITE RPT-RECORD
               DISPLAY RPT-LINE (1:61)
           END-IF.
       1120-EXIT.
           EXIT.

       1200-OPEN-CONTROLS.
      *> PERIODS and AUDCHAIN between them say which periods are
      *> closed for good and proved; without either, nothing can
      *> be, and the run is a warning with nothing moved.
           OPEN INPUT PERIOD-CONTROL-FILE
           EVALUATE TRUE
               WHEN WS-PERIODS-OK
                   SET WS-PERIODS-OPEN TO TRUE
               WHEN WS-PERIODS-NOT-FOUND
                   MOVE SPACES TO RPT-LINE
                   STRING "NO PERIODS CALENDAR -- NO PERIOD IS "
                       DELIMITED BY SIZE
                       "HARD-CLOSED, NOTHING PURGED" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   WRITE RPT-RECORD
                   DISPLAY RPT-LINE (1:63)
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN PERIODS, STATUS = "
                       WS-PERIODS-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           MOVE "N" TO WS-VFY-FOUND-SW
           MOVE "N" TO WS-BASE-FOUND-SW
           MOVE 0 TO WS-VFY-SEQ
           MOVE 0 TO WS-VFY-DATE
           MOVE 0 TO WS-BASE-SEQ
           MOVE 0 TO WS-BASE-CHECK
           IF RETURN-CODE = 0
               OPEN I-O AUDIT-CHAIN-FILE
               EVALUATE TRUE
                   WHEN WS-AUDCHN-OK
                       SET WS-AUDCHN-OPEN TO TRUE
                       PERFORM 1210-READ-CHAIN-POINTS THRU 1210-EXIT
                   WHEN WS-AUDCHN-NOT-FOUND
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERROR: UNABLE TO OPEN AUDCHAIN, "
                           "STATUS = " WS-AUDCHN-STATUS
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF
           IF RETURN-CODE = 0
               IF WS-VFY-FOUND
                   MOVE SPACES TO RPT-LINE
                   STRING "AUDIT TRAIL VERIFIED THROUGH SEQUENCE "
                       DELIMITED BY SIZE
                       WS-VFY-SEQ DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       WS-VFY-DATE DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               ELSE
                   MOVE SPACES TO RPT-LINE
                   STRING "AUDIT TRAIL NEVER VERIFIED -- NO PERIOD "
                       DELIMITED BY SIZE
                       "IS VERIFIED, NOTHING PURGED" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
                   MOVE 4 TO RETURN-CODE
               END-IF
               WRITE RPT-RECORD
               DISPLAY RPT-LINE (1:67)
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-CHAIN-POINTS.
           MOVE "VERIFIED" TO AUC-KEY
           READ AUDIT-CHAIN-FILE
           IF WS-AUDCHN-OK
               SET WS-VFY-FOUND TO TRUE
               MOVE AUC-SEQ-NO TO WS-VFY-SEQ
               MOVE AUC-DATE TO WS-VFY-DATE
           END-IF
           UNLOCK AUDIT-CHAIN-FILE
           MOVE "BASE" TO AUC-KEY
           READ AUDIT-CHAIN-FILE
           IF WS-AUDCHN-OK
               SET WS-BASE-FOUND TO TRUE
               MOVE AUC-SEQ-NO TO WS-BASE-SEQ
               MOVE AUC-CHECK-VALUE TO WS-BASE-CHECK
           END-IF
           UNLOCK AUDIT-CHAIN-FILE.
       1210-EXIT.
           EXIT.

       1300-DATE-REJECT-FILES.
      *> BATCHREJ and ACCTREJ carry no dates, and each run that
      *> writes one rewrites it, so the file is as old as the
      *> last run of its modes on RUNLOG. A START counts as much
      *> as an END: a run that failed has already rewritten the
      *> file by then, and its RESTART appends to it, so an older
      *> END alone would let a live reject file go. Done now,
      *> before RUNLOG itself is cut.
           MOVE 0 TO WS-BREJ-RUN-DATE
           MOVE 0 TO WS-AREJ-RUN-DATE
           MOVE "N" TO WS-LIVE-DONE-SW
           OPEN INPUT RUN-LOG-FILE
           EVALUATE TRUE
               WHEN WS-RUNLOG-OK
                   PERFORM 1310-READ-ONE-LOG THRU 1310-EXIT
                       UNTIL WS-LIVE-DONE
                   CLOSE RUN-LOG-FILE
               WHEN WS-RUNLOG-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN RUNLOG, STATUS = "
                       WS-RUNLOG-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       1300-EXIT.
           EXIT.

       1310-READ-ONE-LOG.
           READ RUN-LOG-FILE
               AT END
                   SET WS-LIVE-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-RUNLOG-AT-END
                   CONTINUE
               WHEN NOT WS-RUNLOG-OK
                   DISPLAY "ERROR: RUNLOG READ FAILED, STATUS = "
                       WS-RUNLOG-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-LIVE-DONE TO TRUE
               WHEN RNL-DATE NOT NUMERIC
                   CONTINUE
               WHEN NOT RNL-START AND NOT RNL-END
                   CONTINUE
               WHEN RNL-MODE = "BATCH" OR RNL-MODE = "RESTART"
                   IF RNL-DATE > WS-BREJ-RUN-DATE
                       MOVE RNL-DATE TO WS-BREJ-RUN-DATE
                   END-IF
               WHEN RNL-MODE = "ACCTS" OR RNL-MODE = "EXTRACT"
                   IF RNL-DATE > WS-AREJ-RUN-DATE
                       MOVE RNL-DATE TO WS-AREJ-RUN-DATE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1310-EXIT.
           EXIT.

       3000-PURGE-FILES.
      *> The files in their fixed order. A failure stops the run
      *> at that file: the ones after it are left as they were.
           PERFORM 3100-PURGE-ONE-FILE THRU 3100-EXIT
               VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > 5
                  OR RETURN-CODE NOT < 8.
       3000-EXIT.
           EXIT.

       3100-PURGE-ONE-FILE.
           MOVE TBL-ORDER-FILE-ID (WS-ORDER-IDX) TO WS-CUR-FILE-ID
           MOVE "N" TO WS-CUR-RULE-SW
           SET RUL-IDX TO 1
           SEARCH WS-RUL-ENTRY
               AT END
                   CONTINUE
               WHEN RUL-IDX > WS-RUL-COUNT
                   CONTINUE
               WHEN TBL-RUL-FILE-ID (RUL-IDX) = WS-CUR-FILE-ID
                   SET WS-CUR-RULE-FOUND TO TRUE
                   MOVE TBL-RUL-KEEP (RUL-IDX) TO WS-CUR-KEEP
                   MOVE TBL-RUL-UNIT (RUL-IDX) TO WS-CUR-UNIT
           END-SEARCH
           MOVE SPACES TO RPT-LINE
           WRITE RPT-RECORD
           IF NOT WS-CUR-RULE-FOUND
               MOVE SPACES TO RPT-LINE
               STRING WS-CUR-FILE-ID DELIMITED BY SIZE
                   "  NO RETENTION RULE -- NOT PURGED"
                   DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-RECORD
               DISPLAY RPT-LINE (1:43)
           ELSE
               PERFORM 3200-SET-CUTOFF THRU 3200-EXIT
               PERFORM 3300-RESET-FILE THRU 3300-EXIT
               EVALUATE WS-CUR-FILE-ID
                   WHEN "AUDIT"
                       PERFORM 4000-PASS-AUDIT THRU 4000-EXIT
                   WHEN "LEDGARCH"
                       PERFORM 4200-PASS-ARCHIVE THRU 4200-EXIT
                   WHEN "RUNLOG"
                       PERFORM 4400-PASS-RUNLOG THRU 4400-EXIT
                   WHEN OTHER
                       PERFORM 4600-PASS-REJECTS THRU 4600-EXIT
               END-EVALUATE
               ADD WS-BEFORE-COUNT TO WS-TOTAL-READ
               SUBTRACT WS-MOVED-COUNT FROM WS-BEFORE-COUNT
                   GIVING WS-AFTER-COUNT
               SUBTRACT WS-MOVED-NET FROM WS-BEFORE-NET
                   GIVING WS-AFTER-NET
               IF WS-MOVED-COUNT > 0 AND RETURN-CODE < 8
                   PERFORM 5000-REWRITE-LIVE THRU 5000-EXIT
                   IF RETURN-CODE < 8
                       SET WS-REWRITTEN TO TRUE
                       ADD 1 TO WS-FILES-PURGED
                       ADD WS-MOVED-COUNT TO WS-TOTAL-MOVED
                       PERFORM 5800-WRITE-INDEX THRU 5800-EXIT
                       IF WS-CUR-FILE-ID = "AUDIT"
                           PERFORM 5900-RECORD-BASE THRU 5900-EXIT
                       END-IF
                   END-IF
               END-IF
               PERFORM 6000-PRINT-FILE THRU 6000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-SET-CUTOFF.
      *> The first period kept. Counted in periods, the
      *> reference period is the first of the KEEP kept; counted
      *> in years, the reference period's year is the first, and
      *> the cutoff is January of the earliest year kept. A keep
      *> reaching back before the calendar began keeps the lot.
           IF WS-CUR-PERIODS
               COMPUTE WS-MONTH-COUNT = WS-REF-YYYY * 12
                                      + WS-REF-MM - WS-CUR-KEEP
               IF WS-MONTH-COUNT < 12
                   MOVE 0 TO WS-CUTOFF-PERIOD
               ELSE
                   DIVIDE WS-MONTH-COUNT BY 12
                       GIVING WS-CUT-YEAR REMAINDER WS-CUT-MONTH
                   COMPUTE WS-CUTOFF-PERIOD = WS-CUT-YEAR * 100
                                            + WS-CUT-MONTH + 1
               END-IF
           ELSE
               COMPUTE WS-CUT-YEAR = WS-REF-YYYY - WS-CUR-KEEP + 1
               IF WS-CUT-YEAR < 1
                   MOVE 0 TO WS-CUTOFF-PERIOD
               ELSE
                   COMPUTE WS-CUTOFF-PERIOD = WS-CUT-YEAR * 100 + 1
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

       3300-RESET-FILE.
           MOVE 0 TO WS-BEFORE-COUNT
           MOVE 0 TO WS-MOVED-COUNT
           MOVE 0 TO WS-AFTER-COUNT
           MOVE 0 TO WS-BEFORE-NET
           MOVE 0 TO WS-MOVED-NET
           MOVE 0 TO WS-AFTER-NET
           MOVE 0 TO WS-PRD-COUNT
           MOVE "N" TO WS-HIST-OPEN-SW
           MOVE "N" TO WS-LIVE-OPEN-SW
           MOVE "N" TO WS-WORK-OPEN-SW
           MOVE "N" TO WS-LIVE-DONE-SW
           MOVE "N" TO WS-CHAIN-MOVED-SW
           MOVE "N" TO WS-REC-CHAINED-SW
           MOVE "N" TO WS-REWRITTEN-SW
           MOVE "N" TO WS-PEND-START-SW
           SET WS-PREFIX-OPEN TO TRUE
           MOVE SPACES TO WS-HIST-NAME
           STRING WS-CUR-FILE-ID DELIMITED BY SPACE
               ".D" DELIMITED BY SIZE
               WS-RUN-DATE-X (3:6) DELIMITED BY SIZE
               INTO WS-HIST-NAME
           END-STRING.
       3300-EXIT.
           EXIT.

       4000-PASS-AUDIT.
      *> One pass over the trail: the leading run of eligible
      *> lines to history, everything from the first line that
      *> is not to the work file. A live trail already cut once
      *> starts after the BASE line, and each chained line moved
      *> must follow the one before it -- a trail out of step
      *> here is the verifier's to report, not this program's to
      *> cut through.
           IF WS-BASE-FOUND
               MOVE WS-BASE-SEQ TO WS-LAST-MOVED-SEQ
               MOVE WS-BASE-CHECK TO WS-LAST-MOVED-CHECK
           ELSE
               MOVE 0 TO WS-LAST-MOVED-SEQ
               MOVE 0 TO WS-LAST-MOVED-CHECK
           END-IF
           OPEN INPUT AUDIT-FILE
           EVALUATE TRUE
               WHEN WS-AUDIT-OK
                   SET WS-LIVE-OPEN TO TRUE
               WHEN WS-AUDIT-NOT-FOUND
                   SET WS-LIVE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN AUDIT, STATUS = "
                       WS-AUDIT-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF WS-LIVE-OPEN
               PERFORM 4900-OPEN-WORK-LINE THRU 4900-EXIT
               PERFORM 4010-READ-ONE-AUDIT THRU 4010-EXIT
                   UNTIL WS-LIVE-DONE
               CLOSE AUDIT-FILE
           END-IF
           PERFORM 4980-CLOSE-PASS THRU 4980-EXIT.
       4000-EXIT.
           EXIT.

       4010-READ-ONE-AUDIT.
      *> The record area is cleared first so a line from before
      *> the chain reads with a spaces trailer (AUDIT-CHAIN-
      *> VERIFY's rule). Net totals are the calculation lines',
      *> told from maintenance lines the way the reconciliation
      *> tells them.
           MOVE SPACES TO AUD-CHAIN-RECORD
           READ AUDIT-FILE
               AT END
                   SET WS-LIVE-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-AUDIT-AT-END
                   CONTINUE
               WHEN NOT WS-AUDIT-OK
                   DISPLAY "ERROR: AUDIT READ FAILED, STATUS = "
                       WS-AUDIT-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-LIVE-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-BEFORE-COUNT
                   MOVE 0 TO WS-REC-NET
                   IF AUD-CALC-DATE NUMERIC
                       AND AUD-CALC-TIME NUMERIC
                       AND AUD-REVENUE NUMERIC
                       AND AUD-EXPENSES NUMERIC
                       AND AUD-NET-VALUE NUMERIC
                       MOVE AUD-NET-VALUE TO WS-REC-NET
                       ADD WS-REC-NET TO WS-BEFORE-NET
                   END-IF
                   MOVE "N" TO WS-MOVE-THIS-SW
                   MOVE "N" TO WS-REC-CHAINED-SW
                   IF WS-PREFIX-OPEN
                       PERFORM 4020-DECIDE-AUDIT-LINE THRU 4020-EXIT
                   END-IF
                   IF WS-MOVE-THIS
                       MOVE AUD-CHAIN-RECORD TO HSL-LINE
                       PERFORM 4910-WRITE-HIST-LINE THRU 4910-EXIT
                       IF RETURN-CODE < 8
                           MOVE WS-REC-PERIOD TO WS-TLY-PERIOD
                           PERFORM 4800-TALLY-MOVED THRU 4800-EXIT
                       END-IF
                   ELSE
                       MOVE "N" TO WS-PREFIX-SW
                       MOVE AUD-CHAIN-RECORD TO RWK-LINE
                       PERFORM 4920-WRITE-WORK-LINE THRU 4920-EXIT
                   END-IF
           END-EVALUATE.
       4010-EXIT.
           EXIT.

       4020-DECIDE-AUDIT-LINE.
      *> A line before the chain moves only ahead of every
      *> chained line; a chained line only at or before the
      *> VERIFIED point and next in sequence. A line written
      *> unchained or with a damaged trailer never moves.
           IF AUD-CALC-DATE NUMERIC
               MOVE AUD-CALC-DATE TO WS-REC-DATE
               PERFORM 4700-CHECK-PERIOD THRU 4700-EXIT
               IF WS-PERIOD-ELIGIBLE
                   ADD 1 WS-LAST-MOVED-SEQ GIVING WS-NEXT-SEQ
                   EVALUATE TRUE
                       WHEN AUD-CHAIN-TRAILER = SPACES
                           IF NOT WS-CHAIN-MOVED
                               AND NOT WS-BASE-FOUND
                               SET WS-MOVE-THIS TO TRUE
                           END-IF
                       WHEN AUD-SEQ-NO NOT NUMERIC
                         OR AUD-CHECK-VALUE NOT NUMERIC
                         OR AUD-SEQ-NO = 0
                           CONTINUE
                       WHEN AUD-SEQ-NO > WS-VFY-SEQ
                           CONTINUE
                       WHEN (WS-CHAIN-MOVED OR WS-BASE-FOUND)
                         AND AUD-SEQ-NO NOT = WS-NEXT-SEQ
                           CONTINUE
                       WHEN OTHER
                           SET WS-MOVE-THIS TO TRUE
                           SET WS-REC-CHAINED TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.
       4020-EXIT.
           EXIT.

       4200-PASS-ARCHIVE.
      *> One pass over the archive: every entry of an eligible
      *> period to history, the rest to the work file in the
      *> order they stand.
           OPEN INPUT ARCHIVE-FILE
           EVALUATE TRUE
               WHEN WS-ARCHIVE-OK
                   SET WS-LIVE-OPEN TO TRUE
               WHEN WS-ARCHIVE-NOT-FOUND
                   SET WS-LIVE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN LEDGARCH, STATUS = "
                       WS-ARCHIVE-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF WS-LIVE-OPEN
               OPEN OUTPUT RETAIN-WORK-ARCH-FILE
               IF NOT WS-RETWORKL-OK
                   DISPLAY "ERROR: UNABLE TO OPEN RETWORKL, STATUS = "
                       WS-RETWORKL-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-LIVE-DONE TO TRUE
               ELSE
                   SET WS-WORK-OPEN TO TRUE
               END-IF
               PERFORM 4210-READ-ONE-ARCHIVE THRU 4210-EXIT
                   UNTIL WS-LIVE-DONE
               CLOSE ARCHIVE-FILE
           END-IF
           IF WS-WORK-OPEN
               CLOSE RETAIN-WORK-ARCH-FILE
               MOVE "N" TO WS-WORK-OPEN-SW
           END-IF
           IF WS-HIST-OPEN
               CLOSE HIST-ARCH-FILE
               IF NOT WS-HIST-OK
                   DISPLAY "ERROR: " WS-HIST-NAME " CLOSE FAILED, "
                       "STATUS = " WS-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "N" TO WS-HIST-OPEN-SW
           END-IF.
       4200-EXIT.
           EXIT.

       4210-READ-ONE-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-LIVE-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-ARCHIVE-AT-END
                   CONTINUE
               WHEN NOT WS-ARCHIVE-OK
                   DISPLAY "ERROR: LEDGARCH READ FAILED, STATUS = "
                       WS-ARCHIVE-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-LIVE-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-BEFORE-COUNT
                   MOVE 0 TO WS-REC-NET
                   IF ARC-NET-VALUE NUMERIC
                       MOVE ARC-NET-VALUE TO WS-REC-NET
                       ADD WS-REC-NET TO WS-BEFORE-NET
                   END-IF
                   MOVE "N" TO WS-ELIGIBLE-SW
                   IF ARC-CALC-DATE NUMERIC
                       MOVE ARC-CALC-DATE TO WS-REC-DATE
                       PERFORM 4700-CHECK-PERIOD THRU 4700-EXIT
                   END-IF
                   IF WS-PERIOD-ELIGIBLE
                       PERFORM 4220-WRITE-HIST-ARCH THRU 4220-EXIT
                   ELSE
                       WRITE RWL-RECORD FROM ARC-RECORD
                       IF NOT WS-RETWORKL-OK
                           DISPLAY "ERROR: RETWORKL WRITE FAILED, "
                               "STATUS = " WS-RETWORKL-STATUS
                           MOVE 8 TO RETURN-CODE
                           SET WS-LIVE-DONE TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.
       4210-EXIT.
           EXIT.

       4220-WRITE-HIST-ARCH.
      *> The history dataset is opened on the first entry moved,
      *> so a file with nothing to move leaves none behind.
           IF NOT WS-HIST-OPEN
               OPEN EXTEND HIST-ARCH-FILE
               IF WS-HIST-NOT-FOUND
                   OPEN OUTPUT HIST-ARCH-FILE
                   CLOSE HIST-ARCH-FILE
                   OPEN EXTEND HIST-ARCH-FILE
               END-IF
               IF WS-HIST-OK
                   SET WS-HIST-OPEN TO TRUE
               ELSE
                   DISPLAY "ERROR: UNABLE TO OPEN " WS-HIST-NAME
                       " STATUS = " WS-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-LIVE-DONE TO TRUE
               END-IF
           END-IF
           IF WS-HIST-OPEN
               WRITE HSA-RECORD FROM ARC-RECORD
               IF WS-HIST-OK
                   MOVE WS-REC-PERIOD TO WS-TLY-PERIOD
                   PERFORM 4800-TALLY-MOVED THRU 4800-EXIT
               ELSE
                   DISPLAY "ERROR: " WS-HIST-NAME " WRITE FAILED, "
                       "STATUS = " WS-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-LIVE-DONE TO TRUE
               END-IF
           END-IF.
       4220-EXIT.
           EXIT.

       4400-PASS-RUNLOG.
      *> One pass over the log: the leading run of eligible
      *> records to history, as for the trail, keeping each run's
      *> START with its END (see WS-PEND-START-SW). A START
      *> still waiting at the end of the file is a run not yet
      *> finished, and stays.
           OPEN INPUT RUN-LOG-FILE
           EVALUATE TRUE
               WHEN WS-RUNLOG-OK
                   SET WS-LIVE-OPEN TO TRUE
               WHEN WS-RUNLOG-NOT-FOUND
                   SET WS-LIVE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN RUNLOG, STATUS = "
                       WS-RUNLOG-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF WS-LIVE-OPEN
               PERFORM 4900-OPEN-WORK-LINE THRU 4900-EXIT
               PERFORM 4410-READ-ONE-LOG THRU 4410-EXIT
                   UNTIL WS-LIVE-DONE
               IF WS-PEND-START AND RETURN-CODE < 8
                   MOVE WS-PEND-LINE TO RWK-LINE
                   PERFORM 4920-WRITE-WORK-LINE THRU 4920-EXIT
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF
           PERFORM 4980-CLOSE-PASS THRU 4980-EXIT.
       4400-EXIT.
           EXIT.

       4410-READ-ONE-LOG.
           READ RUN-LOG-FILE
               AT END
                   SET WS-LIVE-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-RUNLOG-AT-END
                   CONTINUE
               WHEN NOT WS-RUNLOG-OK
                   DISPLAY "ERROR: RUNLOG READ FAILED, STATUS = "
                       WS-RUNLOG-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-LIVE-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-BEFORE-COUNT
                   MOVE 0 TO WS-REC-NET
                   MOVE "N" TO WS-ELIGIBLE-SW
                   IF WS-PREFIX-OPEN AND RNL-DATE NUMERIC
                       MOVE RNL-DATE TO WS-REC-DATE
                       PERFORM 4700-CHECK-PERIOD THRU 4700-EXIT
                   END-IF
                   IF WS-PERIOD-ELIGIBLE
                       PERFORM 4420-MOVE-LOG-RECORD THRU 4420-EXIT
                   ELSE
                       PERFORM 4430-KEEP-LOG-RECORD THRU 4430-EXIT
                   END-IF
           END-EVALUATE.
       4410-EXIT.
           EXIT.

       4420-MOVE-LOG-RECORD.
      *> A START waiting from the record before is either this
      *> record's run (an END) or a run that died (anything
      *> else); both ways it moves now, ahead of this record. A
      *> START of its own waits in turn.
           IF WS-PEND-START
               PERFORM 4440-MOVE-PENDING-START THRU 4440-EXIT
           END-IF
           IF RETURN-CODE < 8
               IF RNL-START
                   SET WS-PEND-START TO TRUE
                   MOVE RNL-RECORD TO WS-PEND-LINE
                   MOVE WS-REC-PERIOD TO WS-PEND-PERIOD
               ELSE
                   MOVE RNL-RECORD TO HSL-LINE
                   PERFORM 4910-WRITE-HIST-LINE THRU 4910-EXIT
                   IF RETURN-CODE < 8
                       MOVE WS-REC-PERIOD TO WS-TLY-PERIOD
                       PERFORM 4800-TALLY-MOVED THRU 4800-EXIT
                   END-IF
               END-IF
           END-IF.
       4420-EXIT.
           EXIT.

       4430-KEEP-LOG-RECORD.
      *> The first record kept ends the run moved. A START
      *> waiting on it stays too when this is its END, and goes
      *> alone when this is anything else.
           MOVE "N" TO WS-PREFIX-SW
           IF WS-PEND-START
               IF RNL-END
                   MOVE WS-PEND-LINE TO RWK-LINE
                   PERFORM 4920-WRITE-WORK-LINE THRU 4920-EXIT
                   MOVE "N" TO WS-PEND-START-SW
               ELSE
                   PERFORM 4440-MOVE-PENDING-START THRU 4440-EXIT
               END-IF
           END-IF
           IF RETURN-CODE < 8
               MOVE RNL-RECORD TO RWK-LINE
               PERFORM 4920-WRITE-WORK-LINE THRU 4920-EXIT
           END-IF.
       4430-EXIT.
           EXIT.

       4440-MOVE-PENDING-START.
           MOVE "N" TO WS-PEND-START-SW
           MOVE WS-PEND-LINE TO HSL-LINE
           PERFORM 4910-WRITE-HIST-LINE THRU 4910-EXIT
           IF RETURN-CODE < 8
               MOVE 0 TO WS-REC-NET
               MOVE WS-PEND-PERIOD TO WS-TLY-PERIOD
               PERFORM 4800-TALLY-MOVED THRU 4800-EXIT
           END-IF.
       4440-EXIT.
           EXIT.

       4600-PASS-REJECTS.
      *> The whole file moves or none of it, by the period of the
      *> last START or END of a run that wrote it. A file no
      *> logged run ever wrote is left alone.
           IF WS-CUR-FILE-ID = "BATCHREJ"
               MOVE WS-BREJ-RUN-DATE TO WS-REC-DATE
           ELSE
               MOVE WS-AREJ-RUN-DATE TO WS-REC-DATE
           END-IF
           MOVE WS-CUR-FILE-ID TO WS-REJECT-NAME
           MOVE "N" TO WS-ELIGIBLE-SW
           IF WS-REC-DATE NOT = 0
               PERFORM 4700-CHECK-PERIOD THRU 4700-EXIT
           END-IF
           OPEN INPUT REJECT-FILE
           EVALUATE TRUE
               WHEN WS-REJECT-OK
                   SET WS-LIVE-OPEN TO TRUE
               WHEN WS-REJECT-NOT-FOUND
                   SET WS-LIVE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN " WS-CUR-FILE-ID
                       " STATUS = " WS-REJECT-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF WS-LIVE-OPEN
               PERFORM 4900-OPEN-WORK-LINE THRU 4900-EXIT
               PERFORM 4610-READ-ONE-REJECT THRU 4610-EXIT
                   UNTIL WS-LIVE-DONE
               CLOSE REJECT-FILE
           END-IF
           PERFORM 4980-CLOSE-PASS THRU 4980-EXIT.
       4600-EXIT.
           EXIT.

       4610-READ-ONE-REJECT.
           READ REJECT-FILE
               AT END
                   SET WS-LIVE-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-REJECT-AT-END
                   CONTINUE
               WHEN NOT WS-REJECT-OK
                   DISPLAY "ERROR: " WS-CUR-FILE-ID " READ FAILED, "
                       "STATUS = " WS-REJECT-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-LIVE-DONE TO TRUE
               WHEN WS-PERIOD-ELIGIBLE
                   ADD 1 TO WS-BEFORE-COUNT
                   MOVE 0 TO WS-REC-NET
                   MOVE REJ-RECORD TO HSL-LINE
                   PERFORM 4910-WRITE-HIST-LINE THRU 4910-EXIT
                   IF RETURN-CODE < 8
                       MOVE WS-REC-PERIOD TO WS-TLY-PERIOD
                       PERFORM 4800-TALLY-MOVED THRU 4800-EXIT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BEFORE-COUNT
                   MOVE REJ-RECORD TO RWK-LINE
                   PERFORM 4920-WRITE-WORK-LINE THRU 4920-EXIT
           END-EVALUATE.
       4610-EXIT.
           EXIT.

       4700-CHECK-PERIOD.
      *> WS-REC-PERIOD may move when it is past the file's
      *> retention, proved by a verification run after it ended,
      *> and hard-closed. PERIODS is asked only when the period
      *> changes. A period with no PERIODS record is open.
           MOVE "N" TO WS-ELIGIBLE-SW
           IF WS-REC-PERIOD < WS-CUTOFF-PERIOD
               AND WS-REC-PERIOD < WS-VFY-PERIOD
               IF WS-REC-PERIOD NOT = WS-ELG-PERIOD
                   MOVE WS-REC-PERIOD TO WS-ELG-PERIOD
                   MOVE "N" TO WS-ELG-HARD-SW
                   MOVE WS-REC-PERIOD TO PCT-PERIOD
                   READ PERIOD-CONTROL-FILE
                   EVALUATE TRUE
                       WHEN WS-PERIODS-OK
                           IF PCT-HARD-CLOSED
                               SET WS-ELG-HARD-CLOSED TO TRUE
                           END-IF
                       WHEN WS-PERIODS-NO-RECORD
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "ERROR: PERIODS READ FAILED, "
                               "STATUS = " WS-PERIODS-STATUS
                           MOVE 8 TO RETURN-CODE
                           MOVE 0 TO WS-ELG-PERIOD
                           SET WS-LIVE-DONE TO TRUE
                   END-EVALUATE
               END-IF
               IF WS-ELG-HARD-CLOSED
                   SET WS-PERIOD-ELIGIBLE TO TRUE
               END-IF
           END-IF.
       4700-EXIT.
           EXIT.

       4800-TALLY-MOVED.
      *> One record moved: into the file's totals and its
      *> period's row (WS-TLY-PERIOD), with the chain sequence
      *> and check value when it is a chained audit line.
           ADD 1 TO WS-MOVED-COUNT
           ADD WS-REC-NET TO WS-MOVED-NET
           MOVE "N" TO WS-PRD-FOUND-SW
           IF WS-PRD-COUNT NOT = 0
               SET PRD-IDX TO 1
               SEARCH WS-PRD-ENTRY
                   AT END
                       CONTINUE
                   WHEN PRD-IDX > WS-PRD-COUNT
                       CONTINUE
                   WHEN TBL-PRD-PERIOD (PRD-IDX) = WS-TLY-PERIOD
                       SET WS-PRD-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-PRD-FOUND
               IF WS-PRD-COUNT < 240
                   ADD 1 TO WS-PRD-COUNT
                   SET PRD-IDX TO WS-PRD-COUNT
                   SET WS-PRD-FOUND TO TRUE
                   MOVE WS-TLY-PERIOD TO TBL-PRD-PERIOD (PRD-IDX)
                   MOVE 0 TO TBL-PRD-COUNT (PRD-IDX)
                   MOVE 0 TO TBL-PRD-NET (PRD-IDX)
                   MOVE 0 TO TBL-PRD-FIRST-SEQ (PRD-IDX)
                   MOVE 0 TO TBL-PRD-LAST-SEQ (PRD-IDX)
                   MOVE 0 TO TBL-PRD-LAST-CHECK (PRD-IDX)
               ELSE
                   DISPLAY "WARNING: MORE THAN 240 PERIODS MOVED FROM "
                       WS-CUR-FILE-ID ", PERIOD " WS-TLY-PERIOD
                       " NOT INDEXED"
               END-IF
           END-IF
           IF WS-PRD-FOUND
               ADD 1 TO TBL-PRD-COUNT (PRD-IDX)
               ADD WS-REC-NET TO TBL-PRD-NET (PRD-IDX)
           END-IF
           IF WS-REC-CHAINED
               SET WS-CHAIN-MOVED TO TRUE
               MOVE AUD-SEQ-NO TO WS-LAST-MOVED-SEQ
               MOVE AUD-CHECK-VALUE TO WS-LAST-MOVED-CHECK
               IF WS-PRD-FOUND
                   IF TBL-PRD-FIRST-SEQ (PRD-IDX) = 0
                       MOVE AUD-SEQ-NO TO TBL-PRD-FIRST-SEQ (PRD-IDX)
                   END-IF
                   MOVE AUD-SEQ-NO TO TBL-PRD-LAST-SEQ (PRD-IDX)
                   MOVE AUD-CHECK-VALUE
                       TO TBL-PRD-LAST-CHECK (PRD-IDX)
               END-IF
           END-IF.
       4800-EXIT.
           EXIT.

       4900-OPEN-WORK-LINE.
           OPEN OUTPUT RETAIN-WORK-FILE
           IF NOT WS-RETWORK-OK
               DISPLAY "ERROR: UNABLE TO OPEN RETWORK, STATUS = "
                   WS-RETWORK-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-LIVE-DONE TO TRUE
           ELSE
               SET WS-WORK-OPEN TO TRUE
           END-IF.
       4900-EXIT.
           EXIT.

       4910-WRITE-HIST-LINE.
      *> The history dataset is opened on the first record
      *> moved, so a file with nothing to move leaves none
      *> behind.
           IF NOT WS-HIST-OPEN
               OPEN EXTEND HIST-LINE-FILE
               IF WS-HIST-NOT-FOUND
                   OPEN OUTPUT HIST-LINE-FILE
                   CLOSE HIST-LINE-FILE
                   OPEN EXTEND HIST-LINE-FILE
               END-IF
               IF WS-HIST-OK
                   SET WS-HIST-OPEN TO TRUE
               ELSE
                   DISPLAY "ERROR: UNABLE TO OPEN " WS-HIST-NAME
                       " STATUS = " WS-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-LIVE-DONE TO TRUE
               END-IF
           END-IF
           IF WS-HIST-OPEN
               WRITE HSL-LINE
               IF NOT WS-HIST-OK
                   DISPLAY "ERROR: " WS-HIST-NAME " WRITE FAILED, "
                       "STATUS = " WS-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-LIVE-DONE TO TRUE
               END-IF
           END-IF.
       4910-EXIT.
           EXIT.

       4920-WRITE-WORK-LINE.
           IF WS-WORK-OPEN
               WRITE RWK-LINE
               IF NOT WS-RETWORK-OK
                   DISPLAY "ERROR: RETWORK WRITE FAILED, STATUS = "
                       WS-RETWORK-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-LIVE-DONE TO TRUE
               END-IF
           END-IF.
       4920-EXIT.
           EXIT.

       4980-CLOSE-PASS.
      *> The history dataset must close cleanly before the live
      *> file is rewritten from the work file.
           IF WS-WORK-OPEN
               CLOSE RETAIN-WORK-FILE
               MOVE "N" TO WS-WORK-OPEN-SW
           END-IF
           IF WS-HIST-OPEN
               CLOSE HIST-LINE-FILE
               IF NOT WS-HIST-OK
                   DISPLAY "ERROR: " WS-HIST-NAME " CLOSE FAILED, "
                       "STATUS = " WS-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "N" TO WS-HIST-OPEN-SW
           END-IF.
       4980-EXIT.
           EXIT.

       5000-REWRITE-LIVE.
      *> The live file is rewritten from the work file and the
      *> count proved against the pass's. From the OPEN OUTPUT on,
      *> a failure leaves the live file short: RC 12, and the
      *> work file is the copy to restore it from.
           MOVE 0 TO WS-COPIED-COUNT
           MOVE "N" TO WS-WORK-DONE-SW
           EVALUATE WS-CUR-FILE-ID
               WHEN "AUDIT"
                   OPEN OUTPUT AUDIT-FILE
                   MOVE WS-AUDIT-STATUS TO WS-HIST-STATUS
               WHEN "LEDGARCH"
                   OPEN OUTPUT ARCHIVE-FILE
                   MOVE WS-ARCHIVE-STATUS TO WS-HIST-STATUS
               WHEN "RUNLOG"
                   OPEN OUTPUT RUN-LOG-FILE
                   MOVE WS-RUNLOG-STATUS TO WS-HIST-STATUS
               WHEN OTHER
                   OPEN OUTPUT REJECT-FILE
                   MOVE WS-REJECT-STATUS TO WS-HIST-STATUS
           END-EVALUATE
           IF NOT WS-HIST-OK
               DISPLAY "ERROR: UNABLE TO REWRITE " WS-CUR-FILE-ID
                   ", STATUS = " WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-CUR-FILE-ID = "LEDGARCH"
                   OPEN INPUT RETAIN-WORK-ARCH-FILE
                   MOVE WS-RETWORKL-STATUS TO WS-RETWORK-STATUS
               ELSE
                   OPEN INPUT RETAIN-WORK-FILE
               END-IF
               IF NOT WS-RETWORK-OK
                   DISPLAY "ERROR: UNABLE TO REOPEN THE WORK FILE, "
                       "STATUS = " WS-RETWORK-STATUS
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 5100-COPY-ONE-BACK THRU 5100-EXIT
                       UNTIL WS-WORK-DONE
                   IF WS-CUR-FILE-ID = "LEDGARCH"
                       CLOSE RETAIN-WORK-ARCH-FILE
                   ELSE
                       CLOSE RETAIN-WORK-FILE
                   END-IF
               END-IF
               PERFORM 5200-CLOSE-LIVE THRU 5200-EXIT
           END-IF
           IF RETURN-CODE < 8
               AND WS-COPIED-COUNT NOT = WS-AFTER-COUNT
               DISPLAY "ERROR: " WS-CUR-FILE-ID " REWRITTEN WITH "
                   WS-COPIED-COUNT " RECORDS, " WS-AFTER-COUNT
                   " EXPECTED"
               MOVE 12 TO RETURN-CODE
           END-IF
           IF RETURN-CODE NOT < 12
               MOVE SPACES TO RPT-LINE
               STRING WS-CUR-FILE-ID DELIMITED BY SPACE
                   " NOT REWRITTEN CLEANLY -- RESTORE IT FROM THE "
                   DELIMITED BY SIZE
                   "WORK FILE" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-RECORD
               DISPLAY RPT-LINE (1:70)
           END-IF.
       5000-EXIT.
           EXIT.

       5100-COPY-ONE-BACK.
           IF WS-CUR-FILE-ID = "LEDGARCH"
               READ RETAIN-WORK-ARCH-FILE
                   AT END
                       SET WS-WORK-DONE TO TRUE
               END-READ
               MOVE WS-RETWORKL-STATUS TO WS-RETWORK-STATUS
           ELSE
               MOVE SPACES TO RWK-LINE
               READ RETAIN-WORK-FILE
                   AT END
                       SET WS-WORK-DONE TO TRUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WS-RETWORK-AT-END
                   CONTINUE
               WHEN NOT WS-RETWORK-OK
                   DISPLAY "ERROR: WORK FILE READ FAILED, STATUS = "
                       WS-RETWORK-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET WS-WORK-DONE TO TRUE
               WHEN OTHER
                   PERFORM 5110-WRITE-ONE-LIVE THRU 5110-EXIT
           END-EVALUATE.
       5100-EXIT.
           EXIT.

       5110-WRITE-ONE-LIVE.
           EVALUATE WS-CUR-FILE-ID
               WHEN "AUDIT"
                   MOVE RWK-LINE TO AUD-CHAIN-RECORD
                   WRITE AUD-CHAIN-RECORD
                   MOVE WS-AUDIT-STATUS TO WS-HIST-STATUS
               WHEN "LEDGARCH"
                   WRITE ARC-RECORD FROM RWL-RECORD
                   MOVE WS-ARCHIVE-STATUS TO WS-HIST-STATUS
               WHEN "RUNLOG"
                   MOVE RWK-LINE TO RNL-RECORD
                   WRITE RNL-RECORD
                   MOVE WS-RUNLOG-STATUS TO WS-HIST-STATUS
               WHEN OTHER
                   MOVE RWK-LINE TO REJ-RECORD
                   WRITE REJ-RECORD
                   MOVE WS-REJECT-STATUS TO WS-HIST-STATUS
           END-EVALUATE
           IF WS-HIST-OK
               ADD 1 TO WS-COPIED-COUNT
           ELSE
               DISPLAY "ERROR: " WS-CUR-FILE-ID " WRITE FAILED, "
                   "STATUS = " WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               SET WS-WORK-DONE TO TRUE
           END-IF.
       5110-EXIT.
           EXIT.

       5200-CLOSE-LIVE.
           EVALUATE WS-CUR-FILE-ID
               WHEN "AUDIT"
                   CLOSE AUDIT-FILE
               WHEN "LEDGARCH"
                   CLOSE ARCHIVE-FILE
               WHEN "RUNLOG"
                   CLOSE RUN-LOG-FILE
               WHEN OTHER
                   CLOSE REJECT-FILE
           END-EVALUATE.
       5200-EXIT.
           EXIT.

       5800-WRITE-INDEX.
      *> One RETINDEX record per period moved. The purge has
      *> already happened by now, so an index that will not write
      *> is RC 8 with the figures on the report to key it from.
           OPEN EXTEND RETENTION-INDEX-FILE
           IF WS-RETINDEX-NOT-FOUND
               OPEN OUTPUT RETENTION-INDEX-FILE
               CLOSE RETENTION-INDEX-FILE
               OPEN EXTEND RETENTION-INDEX-FILE
           END-IF
           IF NOT WS-RETINDEX-OK
               DISPLAY "ERROR: UNABLE TO OPEN RETINDEX, STATUS = "
                   WS-RETINDEX-STATUS ", " WS-CUR-FILE-ID
                   " NOT INDEXED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 5810-WRITE-ONE-INDEX THRU 5810-EXIT
                   VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-COUNT
               CLOSE RETENTION-INDEX-FILE
           END-IF.
       5800-EXIT.
           EXIT.

       5810-WRITE-ONE-INDEX.
           MOVE SPACES TO RTX-RECORD
           MOVE WS-RUN-DATE    TO RTX-RUN-DATE
           MOVE WS-CUR-FILE-ID TO RTX-FILE-ID
           MOVE TBL-PRD-PERIOD (WS-PRD-IDX)     TO RTX-PERIOD
           MOVE WS-HIST-NAME   TO RTX-HIST-NAME
           MOVE TBL-PRD-COUNT (WS-PRD-IDX)      TO RTX-RECORD-COUNT
           MOVE TBL-PRD-NET (WS-PRD-IDX)        TO RTX-NET-TOTAL
           MOVE TBL-PRD-FIRST-SEQ (WS-PRD-IDX)  TO RTX-FIRST-SEQ
           MOVE TBL-PRD-LAST-SEQ (WS-PRD-IDX)   TO RTX-LAST-SEQ
           MOVE TBL-PRD-LAST-CHECK (WS-PRD-IDX) TO RTX-LAST-CHECK
           WRITE RTX-RECORD
           IF NOT WS-RETINDEX-OK
               DISPLAY "ERROR: RETINDEX WRITE FAILED, STATUS = "
                   WS-RETINDEX-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
       5810-EXIT.
           EXIT.

       5900-RECORD-BASE.
      *> The last chained line moved becomes the BASE on
      *> AUDCHAIN: the live trail now starts one past it, and
      *> AUDIT-CHAIN-VERIFY folds the first live line's check
      *> value from it. Without it the verifier reports the
      *> trail's first line, so a failure here is RC 8.
           IF WS-CHAIN-MOVED
               MOVE "BASE" TO AUC-KEY
               READ AUDIT-CHAIN-FILE
               MOVE "BASE" TO AUC-KEY
               MOVE WS-LAST-MOVED-SEQ TO AUC-SEQ-NO
               MOVE WS-LAST-MOVED-CHECK TO AUC-CHECK-VALUE
               ACCEPT AUC-DATE FROM DATE YYYYMMDD
               ACCEPT AUC-TIME FROM TIME
               IF WS-AUDCHN-NO-RECORD
                   WRITE AUC-RECORD
               ELSE
                   REWRITE AUC-RECORD
               END-IF
               IF WS-AUDCHN-OK
                   MOVE SPACES TO RPT-LINE
                   STRING "  LIVE TRAIL NOW STARTS AFTER SEQUENCE "
                       DELIMITED BY SIZE
                       WS-LAST-MOVED-SEQ DELIMITED BY SIZE
                       " (AUDCHAIN BASE)" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               ELSE
                   DISPLAY "ERROR: AUDCHAIN BASE NOT RECORDED, "
                       "STATUS = " WS-AUDCHN-STATUS
                   MOVE 8 TO RETURN-CODE
                   MOVE SPACES TO RPT-LINE
                   STRING "  AUDCHAIN BASE NOT RECORDED -- SET IT TO "
                       DELIMITED BY SIZE
                       WS-LAST-MOVED-SEQ DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       WS-LAST-MOVED-CHECK DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               END-IF
               UNLOCK AUDIT-CHAIN-FILE
               WRITE RPT-RECORD
               DISPLAY RPT-LINE (1:66)
           END-IF.
       5900-EXIT.
           EXIT.

       6000-PRINT-FILE.
      *> The file's block on the purge report: its rule and
      *> cutoff, record counts (and net totals for the files that
      *> carry amounts) before, moved and after, then a line per
      *> period moved and where it went.
           MOVE SPACES TO RPT-LINE
           MOVE WS-CUR-KEEP TO WS-KEEP-EDIT
           STRING WS-CUR-FILE-ID DELIMITED BY SIZE
               "  KEEP " DELIMITED BY SIZE
               WS-KEEP-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           IF WS-CUR-PERIODS
               MOVE " PERIODS" TO RPT-LINE (19:8)
           ELSE
               MOVE " YEARS" TO RPT-LINE (19:6)
           END-IF
           STRING "  MOVES PERIODS BEFORE " DELIMITED BY SIZE
               WS-CUTOFF-PERIOD DELIMITED BY SIZE
               INTO RPT-LINE (29:29)
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:57)
           MOVE SPACES TO RPT-LINE
           MOVE "  RECORDS  BEFORE " TO RPT-LINE (1:18)
           MOVE WS-BEFORE-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO RPT-LINE (19:7)
           MOVE "  MOVED " TO RPT-LINE (26:8)
           MOVE WS-MOVED-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO RPT-LINE (34:7)
           MOVE "  AFTER " TO RPT-LINE (41:8)
           MOVE WS-AFTER-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO RPT-LINE (49:7)
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:55)
           IF WS-CUR-FILE-ID = "AUDIT" OR WS-CUR-FILE-ID = "LEDGARCH"
               MOVE SPACES TO RPT-LINE
               MOVE "  NET      BEFORE " TO RPT-LINE (1:18)
               MOVE WS-BEFORE-NET TO WS-NET-EDIT
               MOVE WS-NET-EDIT TO RPT-LINE (19:15)
               MOVE "  MOVED " TO RPT-LINE (34:8)
               MOVE WS-MOVED-NET TO WS-NET-EDIT
               MOVE WS-NET-EDIT TO RPT-LINE (42:15)
               MOVE "  AFTER " TO RPT-LINE (57:8)
               MOVE WS-AFTER-NET TO WS-NET-EDIT
               MOVE WS-NET-EDIT TO RPT-LINE (65:15)
               WRITE RPT-RECORD
               DISPLAY RPT-LINE (1:79)
           END-IF
           EVALUATE TRUE
               WHEN WS-MOVED-COUNT = 0 AND RETURN-CODE < 8
                   MOVE "  NOTHING ELIGIBLE -- LIVE FILE UNCHANGED"
                       TO RPT-LINE
                   WRITE RPT-RECORD
                   DISPLAY RPT-LINE (1:41)
               WHEN RETURN-CODE NOT < 12
                   CONTINUE
               WHEN NOT WS-REWRITTEN
                   MOVE "  NOT PURGED -- LIVE FILE UNCHANGED"
                       TO RPT-LINE
                   WRITE RPT-RECORD
                   DISPLAY RPT-LINE (1:35)
               WHEN OTHER
                   PERFORM 6100-PRINT-ONE-PERIOD THRU 6100-EXIT
                       VARYING WS-PRD-IDX FROM 1 BY 1
                       UNTIL WS-PRD-IDX > WS-PRD-COUNT
           END-EVALUATE.
       6000-EXIT.
           EXIT.

       6100-PRINT-ONE-PERIOD.
           MOVE SPACES TO RPT-LINE
           MOVE "  PERIOD " TO RPT-LINE (1:9)
           MOVE TBL-PRD-PERIOD (WS-PRD-IDX) TO RPT-LINE (10:6)
           MOVE TBL-PRD-COUNT (WS-PRD-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO RPT-LINE (17:7)
           MOVE " RECORDS TO " TO RPT-LINE (24:12)
           MOVE WS-HIST-NAME TO RPT-LINE (36:40)
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:60).
       6100-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
      *> Nothing moved anywhere is a warning, so a scheduler sees
      *> a purge that is doing nothing month after month.
           IF RETURN-CODE = 0 AND WS-TOTAL-MOVED = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-RECORD
           MOVE WS-FILES-PURGED TO WS-TOT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "FILES PURGED    : " DELIMITED BY SIZE
               WS-TOT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:27)
           MOVE WS-TOTAL-READ TO WS-TOT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "RECORDS READ    : " DELIMITED BY SIZE
               WS-TOT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:27)
           MOVE WS-TOTAL-MOVED TO WS-TOT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "RECORDS MOVED   : " DELIMITED BY SIZE
               WS-TOT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:27)
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN RETURN-CODE NOT < 12
                   STRING "RETENTION STOPPED -- A LIVE FILE NEEDS "
                       DELIMITED BY SIZE
                       "RESTORING FROM THE WORK FILE" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN RETURN-CODE = 8
                   STRING "RETENTION STOPPED -- FILES NOT REACHED "
                       DELIMITED BY SIZE
                       "ARE UNCHANGED" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "RETENTION COMPLETE" TO RPT-LINE
           END-EVALUATE
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:67).
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-PERIODS-OPEN
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           IF WS-AUDCHN-OPEN
               CLOSE AUDIT-CHAIN-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE RETAIN-REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM RETENTION-PURGE.
