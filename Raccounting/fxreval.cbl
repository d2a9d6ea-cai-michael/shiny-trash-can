      *> ===========================================================
      *> PROGRAM-ID : FX-REVALUATION
      *> AUTHOR     : D. OKAFOR
      *> INSTALLATION : ACC232 DEPARTMENTAL ACCOUNTING
      *> DATE-WRITTEN : 2026-10-15
      *>
      *> Period-end foreign currency revaluation. A non-base
      *> department's postings are converted at the CURRATES rate
      *> for their period and the source figure kept beside the
      *> base one (LDG-SOURCE-CURRENCY / LDG-SOURCE-NET); nothing
      *> looked at the rate again, so finance worked the FX
      *> difference out by hand when the currency moved before
      *> period end. Run at period end BEFORE the close, this
      *> program, for every DEPTS department whose currency is
      *> not base:
      *>   - sums the period's ledger entries booked in that
      *>     currency, source net and base net alike;
      *>   - revalues the source total at the period's closing
      *>     rate from CLOSRATE (the CURRREC layout, see there)
      *>     and takes the difference from what was booked;
      *>   - posts the unrealized gain or loss as one ledger
      *>     entry of type "X" per department, dated to the
      *>     period's last day so the close sweeps it with the
      *>     month, with its audit line, and books the same
      *>     amount to the designated FX account on ACTSUB,
      *>     DACTSUB and LDGDTL like any account-level posting;
      *>   - prints the revaluation report (FXREVRPT) by
      *>     department and currency.
      *> A rerun for the same period REPLACES the earlier
      *> revaluation: each earlier type "X" entry of the period
      *> still standing is reversed first -- a linked type "R"
      *> entry, its account amounts backed out, the original
      *> marked reversed, exactly as a supervisor's reverse/void
      *> pairs them -- and the fresh figures post after. Entries
      *> booked in a currency other than the department's
      *> current one are left alone.
      *>
      *> Run it on period-end night, before next-month keying
      *> starts, for the same audit-trail ordering reason as
      *> PERIOD-ALLOCATION: the entries are backdated into the
      *> period, and the nightly reconciliation assumes the
      *> trail's append order matches stamp order.
      *>
      *> PARM: yyyymm,aaaaaa -- the period to revalue and the FX
      *> gain/loss account. The account must be on the chart,
      *> active, and a revenue or expense account: a gain books
      *> as revenue on an R account and as a credit (negative
      *> expense) on an E account, a loss the other way round.
      *>
      *> The period must be open on the PERIODS calendar, and
      *> every non-base department with activity in the period
      *> needs a closing rate; either failing refuses the run
      *> before anything posts.
      *>
      *> RC 4 = nothing to revalue. RC 8 = period not open, bad
      *> FX account, a closing rate missing, an amount overflow,
      *> or an I/O failure. RC 12 = report would not open. RC 16
      *> = bad PARM.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  DO    Original FX revaluation program.
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-REVALUATION.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ACC232 DEPARTMENTAL ACCOUNTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCT-PERIOD
               FILE STATUS IS WS-PERIODS-STATUS.

           SELECT CHACCT-FILE ASSIGN TO "CHACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-CHACCT-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

      *> The period-end closing rates, one per currency per
      *> period, in the CURRATES layout (see CURRREC).
           SELECT CLOSING-RATE-FILE ASSIGN TO "CLOSRATE"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLOSRATE-STATUS.

      *> The account subledgers and the ledger account detail,
      *> shared and locked the way FINANCIAL-ACCOUNTING-I holds
      *> them, so the FX account's amounts land beside whatever
      *> a clerk session is posting at the same time.
           SELECT ACTIVITY-FILE ASSIGN TO "ACTSUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACV-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ACTSUB-STATUS.

           SELECT DEPT-ACTIVITY-FILE ASSIGN TO "DACTSUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAC-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-DACTSUB-STATUS.

           SELECT LEDGER-DETAIL-FILE ASSIGN TO "LDGDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-LDGDTL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
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

           SELECT FXREV-REPORT-FILE ASSIGN TO "FXREVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FXREVRPT-STATUS.

      *> The run-control log (see RUNLOGRC); this run leaves its
      *> own START and END there so CLOSE-READINESS-CHECK and the
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

       FD  CHACCT-FILE.
           COPY CHACCT.

       FD  DEPT-FILE.
           COPY DEPTREC.

       FD  CLOSING-RATE-FILE.
           COPY CURRREC.

       FD  ACTIVITY-FILE.
           COPY ACTREC.

       FD  DEPT-ACTIVITY-FILE.
           COPY DACTREC.

       FD  LEDGER-DETAIL-FILE.
           COPY LDTLREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  AUDIT-CHAIN-FILE.
           COPY AUDCREC.

       FD  FXREV-REPORT-FILE.
           COPY REPORTREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS               PIC X(02).
           88  WS-LEDGER-OK                VALUE "00".
           88  WS-LEDGER-AT-END            VALUE "10".
           88  WS-LEDGER-DUP-KEY           VALUE "22".
           88  WS-LEDGER-NO-RECORD         VALUE "23".

       01  WS-PERIODS-STATUS              PIC X(02).
           88  WS-PERIODS-OK               VALUE "00".
           88  WS-PERIODS-NOT-FOUND        VALUE "35".
           88  WS-PERIODS-NO-RECORD        VALUE "23".

       01  WS-CHACCT-STATUS               PIC X(02).
           88  WS-CHACCT-OK                VALUE "00".

       01  WS-DEPT-STATUS                 PIC X(02).
           88  WS-DEPT-OK                  VALUE "00".
           88  WS-DEPT-AT-END              VALUE "10".

       01  WS-CLOSRATE-STATUS             PIC X(02).
           88  WS-CLOSRATE-OK              VALUE "00".
           88  WS-CLOSRATE-AT-END          VALUE "10".

       01  WS-ACTSUB-STATUS               PIC X(02).
           88  WS-ACTSUB-OK                VALUE "00".
           88  WS-ACTSUB-NOT-FOUND         VALUE "35".
           88  WS-ACTSUB-NO-RECORD         VALUE "23".
           88  WS-ACTSUB-LOCKED            VALUE "51".

       01  WS-DACTSUB-STATUS              PIC X(02).
           88  WS-DACTSUB-OK               VALUE "00".
           88  WS-DACTSUB-NOT-FOUND        VALUE "35".
           88  WS-DACTSUB-NO-RECORD        VALUE "23".
           88  WS-DACTSUB-LOCKED           VALUE "51".

       01  WS-LDGDTL-STATUS               PIC X(02).
           88  WS-LDGDTL-OK                VALUE "00".
           88  WS-LDGDTL-AT-END            VALUE "10".
           88  WS-LDGDTL-NOT-FOUND         VALUE "35".

       01  WS-AUDIT-STATUS                PIC X(02).
           88  WS-AUDIT-OK                  VALUE "00".
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

       01  WS-FXREVRPT-STATUS             PIC X(02).
           88  WS-FXREVRPT-OK              VALUE "00".

       01  WS-SWEEP-DONE-SW               PIC X(01).
           88  WS-SWEEP-DONE                VALUE "Y".
       01  WS-DEPT-LOAD-DONE-SW           PIC X(01).
           88  WS-DEPT-LOAD-DONE            VALUE "Y".
       01  WS-RATE-LOAD-DONE-SW           PIC X(01).
           88  WS-RATE-LOAD-DONE            VALUE "Y".
       01  WS-DTL-DONE-SW                 PIC X(01).
           88  WS-DTL-DONE                  VALUE "Y".

      *> The PARM, split the way YEAR-END-CLOSE splits its own:
      *> the trailing comma keeps the last token intact through
      *> the UNSTRING.
       01  WS-PARM-ENTRY                  PIC X(80).
       01  WS-PARM-WORK                   PIC X(82).
       01  WS-PERIOD-ENTRY                PIC X(06).
       01  WS-PERIOD REDEFINES WS-PERIOD-ENTRY
                                          PIC 9(06).
       01  WS-PARM-FX-ACCT                PIC X(06).
       01  WS-PARM-EXTRA                  PIC X(10).
       01  WS-FX-CATEGORY                 PIC X(01).
           88  WS-FX-REVENUE-ACCT           VALUE "R".
           88  WS-FX-EXPENSE-ACCT           VALUE "E".

      *> One row per non-base department: its currency, the
      *> period's closing rate for it (when CLOSRATE has one),
      *> and the period's ledger entries in that currency summed
      *> in source and in base as booked.
       01  WS-FXD-COUNT                   PIC 9(03) COMP.
       01  WS-FXD-TABLE.
           05  WS-FXD-ENTRY OCCURS 100 TIMES.
               10  TBL-FXD-DEPT           PIC X(04).
               10  TBL-FXD-CURRENCY       PIC X(03).
               10  TBL-FXD-RATE           PIC 9(03)V9(06).
               10  TBL-FXD-RATE-SW        PIC X(01).
                   88  TBL-FXD-HAS-RATE     VALUE "Y".
               10  TBL-FXD-ENTRIES        PIC 9(05) COMP.
               10  TBL-FXD-SOURCE         PIC S9(9)V99.
               10  TBL-FXD-BOOKED         PIC S9(9)V99.
       01  WS-FXD-IDX                     PIC 9(03) COMP.
       01  WS-FXD-FOUND-SW                PIC X(01).
           88  WS-FXD-FOUND                 VALUE "Y".

      *> The period's earlier revaluation entries still standing,
      *> each to be reversed before the fresh figures post.
       01  WS-PRIOR-COUNT                 PIC 9(03) COMP.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 100 TIMES.
               10  TBL-PRIOR-KEY          PIC X(20).
       01  WS-PRIOR-IDX                   PIC 9(03) COMP.
       01  WS-PRIOR-DONE-COUNT            PIC 9(05) COMP.

      *> The earlier entry being reversed, and the account
      *> amounts behind it read back from LDGDTL.
           COPY LEDGREC REPLACING LEADING ==LDG== BY ==PRV==.
       01  WS-DTL-COUNT                   PIC 9(03) COMP.
       01  WS-DTL-TABLE.
           05  WS-DTL-ENTRY OCCURS 20 TIMES.
               10  TBL-DTL-ACCT-CODE      PIC X(06).
               10  TBL-DTL-PERIOD         PIC 9(06).
               10  TBL-DTL-AMOUNT         PIC S9(9)V99.
       01  WS-DTL-IDX                     PIC 9(03) COMP.

      *> The period's last calendar day, which every entry this
      *> run posts is dated to (so the close sweeps it with the
      *> month), and the period split for the sweep cutoff.
       01  WS-LDG-DATE-X.
           05  WS-LDG-DATE                PIC 9(8).
       01  WS-LDG-DATE-SPLIT REDEFINES WS-LDG-DATE-X.
           05  WS-LDG-PERIOD              PIC 9(6).
           05  WS-LDG-DD                  PIC 9(2).
       01  WS-PER-SPLIT-X                 PIC 9(06).
       01  WS-PER-SPLIT REDEFINES WS-PER-SPLIT-X.
           05  WS-PER-YYYY                PIC 9(04).
           05  WS-PER-MM                  PIC 9(02).
       01  WS-LAST-DAY                    PIC 9(02).
       01  WS-LEAP-QUOT                   PIC 9(04) COMP.
       01  WS-LEAP-REM                    PIC 9(04) COMP.

      *> One entry being posted -- a revaluation or the reversal
      *> of an earlier one: its net, department, type and link,
      *> the stamp every entry of the run shares (the sequence
      *> separates them), and the key it landed under.
       01  WS-ENTRY-NET                   PIC S9(7)V99.
       01  WS-ENTRY-DEPT                  PIC X(04).
       01  WS-ENTRY-TYPE                  PIC X(01).
       01  WS-ENTRY-LINK-KEY              PIC X(20).
       01  WS-NEW-KEY.
           05  WS-NEW-DATE                PIC 9(08).
           05  WS-NEW-TIME                PIC 9(08).
           05  WS-NEW-SEQ                 PIC 9(04).
       01  WS-FX-SEQ                      PIC 9(04) COMP.
       01  WS-FX-TIME                     PIC 9(08).
       01  WS-FX-DATE                     PIC 9(08).
       01  WS-WRITE-DONE-SW               PIC X(01).
           88  WS-WRITE-DONE                VALUE "Y".
       01  WS-WRITE-TRIES                 PIC 9(03) COMP.

      *> One account amount being booked to ACTSUB, DACTSUB and
      *> LDGDTL, with the read-add-rewrite retry FINANCIAL-
      *> ACCOUNTING-I uses while another session holds a record.
       01  WS-POST-ACCT-CODE              PIC X(06).
       01  WS-POST-PERIOD                 PIC 9(06).
       01  WS-POST-DEPT                   PIC X(04).
       01  WS-ACV-AMOUNT                  PIC S9(9)V99.
       01  WS-ACV-DONE-SW                 PIC X(01).
           88  WS-ACV-DONE                  VALUE "Y".
       01  WS-ACV-RETRY-COUNT             PIC 9(03) COMP.
       01  WS-DAC-DONE-SW                 PIC X(01).
           88  WS-DAC-DONE                  VALUE "Y".
       01  WS-DAC-RETRY-COUNT             PIC 9(03) COMP.
       01  WS-UPD-RETRY-LIMIT             PIC 9(03) VALUE 25.

      *> The revaluation arithmetic for one department and the
      *> run totals.
       01  WS-REVALUED                    PIC S9(9)V99.
       01  WS-DIFFERENCE                  PIC S9(9)V99.
       01  WS-AMOUNT-ERROR-SW             PIC X(01).
           88  WS-AMOUNT-ERROR              VALUE "Y".
       01  WS-SCOPE-COUNT                 PIC 9(05) COMP.
       01  WS-REVALUED-COUNT              PIC 9(05) COMP.
       01  WS-ENTRY-COUNT                 PIC 9(05) COMP.
       01  WS-TOTAL-BOOKED                PIC S9(11)V99.
       01  WS-TOTAL-REVALUED              PIC S9(11)V99.
       01  WS-TOTAL-DIFFERENCE            PIC S9(11)V99.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE            PIC 9(8).
           05  WS-CURRENT-TIME            PIC 9(8).

       01  WS-AMOUNT-EDIT                 PIC -9(9).99.
       01  WS-GRAND-EDIT                  PIC -9(11).99.
       01  WS-RATE-EDIT                   PIC ZZ9.999999.
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
                   PERFORM 3000-SWEEP-LEDGER THRU 3000-EXIT
               END-IF
               IF RETURN-CODE = 0
                   PERFORM 3500-CHECK-RATES THRU 3500-EXIT
               END-IF
               IF RETURN-CODE = 0
                   PERFORM 4000-REPLACE-PRIOR THRU 4000-EXIT
                   IF RETURN-CODE = 0
                       PERFORM 5000-REVALUE-ALL THRU 5000-EXIT
                   END-IF
                   PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF
           PERFORM 0750-LOG-RUN-END THRU 0750-EXIT
           STOP RUN.

       0500-PARSE-PARM.
      *> Splits and edits the PARM. No terminal in the period-end
      *> window, so a bad PARM fails the step cleanly.
           ACCEPT WS-PARM-ENTRY FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-WORK
           MOVE SPACES TO WS-PERIOD-ENTRY
           MOVE SPACES TO WS-PARM-FX-ACCT
           MOVE SPACES TO WS-PARM-EXTRA
           STRING WS-PARM-ENTRY DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               INTO WS-PARM-WORK
           UNSTRING WS-PARM-WORK DELIMITED BY ","
               INTO WS-PERIOD-ENTRY WS-PARM-FX-ACCT WS-PARM-EXTRA
           EVALUATE TRUE
               WHEN WS-PERIOD-ENTRY NOT NUMERIC
                   OR WS-PARM-EXTRA NOT = SPACES
                   DISPLAY "ERROR: FX REVALUATION PARM MUST BE "
                       "yyyymm,aaaaaa -- ABORTING RUN -- "
                       WS-PARM-ENTRY (1:20)
                   MOVE 16 TO RETURN-CODE
               WHEN WS-PERIOD-ENTRY (5:2) < "01"
                   OR WS-PERIOD-ENTRY (5:2) > "12"
                   DISPLAY "ERROR: FX REVALUATION PARM MONTH NOT "
                       "01-12, ABORTING RUN -- " WS-PERIOD-ENTRY
                   MOVE 16 TO RETURN-CODE
               WHEN WS-PARM-FX-ACCT = SPACES
                   DISPLAY "ERROR: FX REVALUATION ACCOUNT MISSING, "
                       "ABORTING RUN"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0600-SET-PERIOD-END THRU 0600-EXIT
           END-EVALUATE.
       0500-EXIT.
           EXIT.

       0600-SET-PERIOD-END.
      *> The period's last calendar day, which the entries are
      *> dated to: 30 or 31 by month, 28 or 29 for February by
      *> the full leap rule (divisible by 4, except centuries
      *> not divisible by 400) -- PERIOD-ALLOCATION's rule.
           MOVE WS-PERIOD TO WS-PER-SPLIT-X
           EVALUATE WS-PER-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-LAST-DAY
               WHEN 02
                   MOVE 28 TO WS-LAST-DAY
                   DIVIDE WS-PER-YYYY BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       DIVIDE WS-PER-YYYY BY 100
                           GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = 0
                           MOVE 29 TO WS-LAST-DAY
                       ELSE
                           DIVIDE WS-PER-YYYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = 0
                               MOVE 29 TO WS-LAST-DAY
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-LAST-DAY
           END-EVALUATE
           MOVE WS-PERIOD   TO WS-LDG-PERIOD
           MOVE WS-LAST-DAY TO WS-LDG-DD
           MOVE WS-LDG-DATE TO WS-FX-DATE.
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
      *> Read is the period's ledger entries in scope, post the
      *> entries written (reversals of an earlier run included).
      *> The period is the PARM, kept on the record so the close
      *> readiness check can find this period's run.
           MOVE WS-SCOPE-COUNT TO WS-RNL-READ
           MOVE WS-ENTRY-COUNT TO WS-RNL-POST
           MOVE 0              TO WS-RNL-REJ
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
               MOVE "FXREVAL"         TO RNL-MODE
               MOVE "CLOSRATE"        TO RNL-FILE-NAME
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
      *> Opens the report, proves the period may be posted to and
      *> the FX account may take the amounts, loads the non-base
      *> departments and their closing rates, then opens every
      *> file the postings touch. Nothing posts until all of it
      *> has opened.
           MOVE 0 TO WS-SCOPE-COUNT
           MOVE 0 TO WS-REVALUED-COUNT
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-PRIOR-DONE-COUNT
           MOVE 0 TO WS-TOTAL-BOOKED
           MOVE 0 TO WS-TOTAL-REVALUED
           MOVE 0 TO WS-TOTAL-DIFFERENCE
           MOVE 0 TO WS-FX-SEQ
           OPEN OUTPUT FXREV-REPORT-FILE
           IF NOT WS-FXREVRPT-OK
               DISPLAY "ERROR: UNABLE TO OPEN FXREVRPT, STATUS = "
                   WS-FXREVRPT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING "FX REVALUATION  PERIOD " DELIMITED BY SIZE
                   WS-PERIOD-ENTRY DELIMITED BY SIZE
                   "  FX ACCOUNT " DELIMITED BY SIZE
                   WS-PARM-FX-ACCT DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               DISPLAY RPT-LINE (1:48)
               WRITE RPT-RECORD
               PERFORM 1050-CHECK-PERIOD THRU 1050-EXIT
               IF RETURN-CODE = 0
                   PERFORM 1100-CHECK-FX-ACCOUNT THRU 1100-EXIT
               END-IF
               IF RETURN-CODE = 0
                   PERFORM 1200-LOAD-DEPARTMENTS THRU 1200-EXIT
               END-IF
               IF RETURN-CODE = 0
                   PERFORM 1300-LOAD-CLOSING-RATES THRU 1300-EXIT
               END-IF
           END-IF
           IF RETURN-CODE = 0
               OPEN I-O LEDGER-FILE
               IF NOT WS-LEDGER-OK
                   DISPLAY "ERROR: UNABLE TO OPEN LEDGER, STATUS = "
                       WS-LEDGER-STATUS ", NOTHING TO REVALUE"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1500-OPEN-SUBLEDGERS THRU 1500-EXIT
           END-IF
           IF RETURN-CODE = 0
               ACCEPT WS-AUDIT-USER-ID FROM ENVIRONMENT "USER"
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-NOT-FOUND
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   OPEN EXTEND AUDIT-FILE
               END-IF
               IF NOT WS-AUDIT-OK
                   DISPLAY "ERROR: UNABLE TO OPEN AUDIT, STATUS = "
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
      *> The revaluation posts like any other entry, so it takes
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
                               ", NOTHING REVALUED"
                           MOVE 8 TO RETURN-CODE
                       WHEN PCT-SOFT-CLOSED
                           DISPLAY "ERROR: PERIOD " WS-PERIOD-ENTRY
                               " IS SOFT-CLOSED, NOTHING REVALUED"
                           MOVE 8 TO RETURN-CODE
                       WHEN PCT-HARD-CLOSED
                           DISPLAY "ERROR: PERIOD " WS-PERIOD-ENTRY
                               " IS HARD-CLOSED, NOTHING REVALUED"
                           MOVE 8 TO RETURN-CODE
                   END-EVALUATE
                   CLOSE PERIOD-CONTROL-FILE
           END-EVALUATE.
       1050-EXIT.
           EXIT.

       1100-CHECK-FX-ACCOUNT.
      *> The FX account must be on the chart, active, and a
      *> revenue or expense account: the gain or loss is period
      *> activity, and retained earnings (Q) only takes the
      *> year-end close. Its category decides which way round
      *> the amount books.
           OPEN INPUT CHACCT-FILE
           IF NOT WS-CHACCT-OK
               DISPLAY "ERROR: UNABLE TO OPEN CHACCT, STATUS = "
                   WS-CHACCT-STATUS ", FX ACCOUNT CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-PARM-FX-ACCT TO ACCT-CODE
               READ CHACCT-FILE
               EVALUATE TRUE
                   WHEN NOT WS-CHACCT-OK
                       DISPLAY "ERROR: FX ACCOUNT " WS-PARM-FX-ACCT
                           " NOT ON CHART"
                       MOVE 8 TO RETURN-CODE
                   WHEN NOT ACCT-REVENUE-CATEGORY
                       AND NOT ACCT-EXPENSE-CATEGORY
                       DISPLAY "ERROR: FX ACCOUNT " WS-PARM-FX-ACCT
                           " IS NOT A REVENUE (R) OR EXPENSE (E) "
                           "ACCOUNT"
                       MOVE 8 TO RETURN-CODE
                   WHEN ACCT-INACTIVE
                       DISPLAY "ERROR: FX ACCOUNT " WS-PARM-FX-ACCT
                           " IS DEACTIVATED"
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       MOVE ACCT-CATEGORY TO WS-FX-CATEGORY
               END-EVALUATE
               CLOSE CHACCT-FILE
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-DEPARTMENTS.
      *> Only departments with a currency are kept: a base
      *> department's entries were never converted, so there is
      *> nothing to revalue. Without DEPTS no department is known
      *> to be non-base and the run finds nothing to do.
           MOVE 0 TO WS-FXD-COUNT
           MOVE "N" TO WS-DEPT-LOAD-DONE-SW
           OPEN INPUT DEPT-FILE
           IF NOT WS-DEPT-OK
               DISPLAY "WARNING: DEPTS NOT FOUND, NO NON-BASE "
                   "DEPARTMENTS TO REVALUE"
           ELSE
               PERFORM 1210-READ-DEPT THRU 1210-EXIT
                   UNTIL WS-DEPT-LOAD-DONE
               CLOSE DEPT-FILE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-DEPT.
           READ DEPT-FILE
               AT END
                   SET WS-DEPT-LOAD-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-DEPT-AT-END
                   CONTINUE
               WHEN NOT WS-DEPT-OK
                   DISPLAY "ERROR: DEPTS READ FAILED, STATUS = "
                       WS-DEPT-STATUS ", NOTHING REVALUED"
                   MOVE 8 TO RETURN-CODE
                   SET WS-DEPT-LOAD-DONE TO TRUE
               WHEN DEPT-CURRENCY = SPACES
                   CONTINUE
               WHEN WS-FXD-COUNT NOT < 100
                   DISPLAY "ERROR: MORE THAN 100 NON-BASE "
                       "DEPARTMENTS, RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   SET WS-DEPT-LOAD-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-FXD-COUNT
                   MOVE DEPT-CODE     TO TBL-FXD-DEPT (WS-FXD-COUNT)
                   MOVE DEPT-CURRENCY
                       TO TBL-FXD-CURRENCY (WS-FXD-COUNT)
                   MOVE 0   TO TBL-FXD-RATE (WS-FXD-COUNT)
                   MOVE "N" TO TBL-FXD-RATE-SW (WS-FXD-COUNT)
                   MOVE 0   TO TBL-FXD-ENTRIES (WS-FXD-COUNT)
                   MOVE 0   TO TBL-FXD-SOURCE (WS-FXD-COUNT)
                   MOVE 0   TO TBL-FXD-BOOKED (WS-FXD-COUNT)
           END-EVALUATE.
       1210-EXIT.
           EXIT.

       1300-LOAD-CLOSING-RATES.
      *> Reads CLOSRATE and hands the period's closing rate to
      *> every department in that currency. Other periods' rows
      *> are skipped. A missing file only matters if a non-base
      *> department has activity, which 3500 then refuses.
           MOVE "N" TO WS-RATE-LOAD-DONE-SW
           OPEN INPUT CLOSING-RATE-FILE
           IF NOT WS-CLOSRATE-OK
               DISPLAY "WARNING: CLOSRATE NOT FOUND, STATUS = "
                   WS-CLOSRATE-STATUS ", NO CLOSING RATES"
           ELSE
               PERFORM 1310-READ-RATE THRU 1310-EXIT
                   UNTIL WS-RATE-LOAD-DONE
               CLOSE CLOSING-RATE-FILE
           END-IF.
       1300-EXIT.
           EXIT.

       1310-READ-RATE.
           READ CLOSING-RATE-FILE
               AT END
                   SET WS-RATE-LOAD-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-CLOSRATE-AT-END
                   CONTINUE
               WHEN NOT WS-CLOSRATE-OK
                   DISPLAY "ERROR: CLOSRATE READ FAILED, STATUS = "
                       WS-CLOSRATE-STATUS ", NOTHING REVALUED"
                   MOVE 8 TO RETURN-CODE
                   SET WS-RATE-LOAD-DONE TO TRUE
               WHEN CUR-PERIOD NOT = WS-PERIOD
                   CONTINUE
               WHEN OTHER
                   PERFORM 1320-APPLY-RATE THRU 1320-EXIT
                       VARYING WS-FXD-IDX FROM 1 BY 1
                       UNTIL WS-FXD-IDX > WS-FXD-COUNT
           END-EVALUATE.
       1310-EXIT.
           EXIT.

       1320-APPLY-RATE.
      *> A zero rate is a keying error, not a rate; the
      *> department is left without one and 3500 reports it.
           IF TBL-FXD-CURRENCY (WS-FXD-IDX) = CUR-CODE
               AND CUR-RATE NUMERIC
               AND CUR-RATE > 0
               MOVE CUR-RATE TO TBL-FXD-RATE (WS-FXD-IDX)
               SET TBL-FXD-HAS-RATE (WS-FXD-IDX) TO TRUE
           END-IF.
       1320-EXIT.
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

       1500-OPEN-SUBLEDGERS.
      *> ACTSUB, DACTSUB and LDGDTL, each created on its first-
      *> ever use the way FINANCIAL-ACCOUNTING-I creates them.
      *> Unlike a clerk session, which posts on without them,
      *> this run refuses: booking the FX account is the point of
      *> it, and a rerun reverses through LDGDTL.
           OPEN I-O ACTIVITY-FILE
           IF WS-ACTSUB-NOT-FOUND
               OPEN OUTPUT ACTIVITY-FILE
               CLOSE ACTIVITY-FILE
               OPEN I-O ACTIVITY-FILE
           END-IF
           IF NOT WS-ACTSUB-OK
               DISPLAY "ERROR: UNABLE TO OPEN ACTSUB, STATUS = "
                   WS-ACTSUB-STATUS ", NOTHING REVALUED"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
               OPEN I-O DEPT-ACTIVITY-FILE
               IF WS-DACTSUB-NOT-FOUND
                   OPEN OUTPUT DEPT-ACTIVITY-FILE
                   CLOSE DEPT-ACTIVITY-FILE
                   OPEN I-O DEPT-ACTIVITY-FILE
               END-IF
               IF NOT WS-DACTSUB-OK
                   DISPLAY "ERROR: UNABLE TO OPEN DACTSUB, STATUS = "
                       WS-DACTSUB-STATUS ", NOTHING REVALUED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0
               OPEN I-O LEDGER-DETAIL-FILE
               IF WS-LDGDTL-NOT-FOUND
                   OPEN OUTPUT LEDGER-DETAIL-FILE
                   CLOSE LEDGER-DETAIL-FILE
                   OPEN I-O LEDGER-DETAIL-FILE
               END-IF
               IF NOT WS-LDGDTL-OK
                   DISPLAY "ERROR: UNABLE TO OPEN LDGDTL, STATUS = "
                       WS-LDGDTL-STATUS ", NOTHING REVALUED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       1500-EXIT.
           EXIT.

       3000-SWEEP-LEDGER.
      *> Reads the period's live ledger entries, positioned the
      *> same way the close positions: each entry in a non-base
      *> department's currency adds to that department's totals,
      *> and each earlier revaluation still standing is noted
      *> for reversal. Revaluation entries and their reversals
      *> carry no source currency, so they never count as
      *> booked amounts themselves.
           MOVE 0 TO WS-PRIOR-COUNT
           MOVE "N" TO WS-SWEEP-DONE-SW
           MOVE WS-PERIOD TO WS-LDG-PERIOD
           MOVE 1 TO WS-LDG-DD
           MOVE WS-LDG-DATE TO LDG-CALC-DATE
           MOVE 0 TO LDG-CALC-TIME
           MOVE 0 TO LDG-CALC-SEQ
           START LEDGER-FILE KEY NOT < LDG-KEY
               INVALID KEY
                   SET WS-SWEEP-DONE TO TRUE
           END-START
           IF NOT WS-LEDGER-OK
               SET WS-SWEEP-DONE TO TRUE
           END-IF
           PERFORM 3100-READ-ONE-LEDGER THRU 3100-EXIT
               UNTIL WS-SWEEP-DONE.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-LEDGER.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   SET WS-SWEEP-DONE TO TRUE
           END-READ
           IF NOT WS-LEDGER-OK
               SET WS-SWEEP-DONE TO TRUE
               IF NOT WS-LEDGER-AT-END
                   DISPLAY "ERROR: LEDGER READ FAILED, STATUS = "
                       WS-LEDGER-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-SWEEP-DONE
               MOVE LDG-CALC-DATE TO WS-LDG-DATE
               IF WS-LDG-PERIOD > WS-PERIOD
                   SET WS-SWEEP-DONE TO TRUE
               ELSE
                   PERFORM 3200-ROLL-ONE-ENTRY THRU 3200-EXIT
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3200-ROLL-ONE-ENTRY.
           EVALUATE TRUE
               WHEN LDG-REVALUATION
                   IF NOT LDG-REVERSED
                       PERFORM 3300-NOTE-PRIOR THRU 3300-EXIT
                   END-IF
               WHEN LDG-SOURCE-CURRENCY = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-FXD-FOUND-SW
                   MOVE 0 TO WS-FXD-IDX
                   PERFORM 3210-MATCH-ENTRY-DEPT THRU 3210-EXIT
                       UNTIL WS-FXD-FOUND
                          OR WS-FXD-IDX NOT < WS-FXD-COUNT
                   IF WS-FXD-FOUND
                       ADD 1 TO WS-SCOPE-COUNT
                       ADD 1 TO TBL-FXD-ENTRIES (WS-FXD-IDX)
                       ADD LDG-SOURCE-NET
                           TO TBL-FXD-SOURCE (WS-FXD-IDX)
                       ADD LDG-NET-VALUE
                           TO TBL-FXD-BOOKED (WS-FXD-IDX)
                   END-IF
           END-EVALUATE.
       3200-EXIT.
           EXIT.

       3210-MATCH-ENTRY-DEPT.
           ADD 1 TO WS-FXD-IDX
           IF TBL-FXD-DEPT (WS-FXD-IDX) = LDG-DEPT-CODE
               AND TBL-FXD-CURRENCY (WS-FXD-IDX)
                   = LDG-SOURCE-CURRENCY
               SET WS-FXD-FOUND TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.

       3300-NOTE-PRIOR.
      *> More earlier revaluations than the table holds means
      *> something has gone badly wrong with earlier runs; the
      *> run refuses rather than replace only some of them.
           IF WS-PRIOR-COUNT NOT < 100
               DISPLAY "ERROR: MORE THAN 100 EARLIER REVALUATION "
                   "ENTRIES IN THE PERIOD, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               SET WS-SWEEP-DONE TO TRUE
           ELSE
               ADD 1 TO WS-PRIOR-COUNT
               MOVE LDG-KEY TO TBL-PRIOR-KEY (WS-PRIOR-COUNT)
           END-IF.
       3300-EXIT.
           EXIT.

       3500-CHECK-RATES.
      *> Every non-base department with activity needs the
      *> period's closing rate before anything posts --
      *> revaluing at a stale or guessed rate is the hand
      *> calculation this program replaces, and a rerun would
      *> otherwise reverse the earlier revaluation with nothing
      *> to put in its place.
           PERFORM 3510-CHECK-ONE-RATE THRU 3510-EXIT
               VARYING WS-FXD-IDX FROM 1 BY 1
               UNTIL WS-FXD-IDX > WS-FXD-COUNT.
       3500-EXIT.
           EXIT.

       3510-CHECK-ONE-RATE.
           IF TBL-FXD-ENTRIES (WS-FXD-IDX) > 0
               AND NOT TBL-FXD-HAS-RATE (WS-FXD-IDX)
               MOVE SPACES TO RPT-LINE
               STRING TBL-FXD-DEPT (WS-FXD-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TBL-FXD-CURRENCY (WS-FXD-IDX) DELIMITED BY SIZE
                   "  NO CLOSING RATE FOR " DELIMITED BY SIZE
                   WS-PERIOD-ENTRY DELIMITED BY SIZE
                   " ON CLOSRATE, RUN REFUSED" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               DISPLAY "ERROR: " RPT-LINE (1:61)
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
       3510-EXIT.
           EXIT.

       4000-REPLACE-PRIOR.
      *> Reverses each earlier revaluation of the period, so the
      *> fresh figures replace it instead of adding to it. All
      *> the entries of one run -- reversals and revaluations --
      *> share one date/time stamp; the sequence separates them.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME TO WS-FX-TIME
           PERFORM 4100-REVERSE-ONE-PRIOR THRU 4100-EXIT
               VARYING WS-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
                  OR RETURN-CODE NOT = 0.
       4000-EXIT.
           EXIT.

       4100-REVERSE-ONE-PRIOR.
      *> The opposite of the earlier entry, typed "R" and linked
      *> to it, as a supervisor's reverse/void posts it: its
      *> account amounts come back out of ACTSUB and DACTSUB
      *> with negated detail under the reversal's key, and the
      *> original is marked reversed pointing at the reversal,
      *> so the nightly reconciliation proves the pair.
           MOVE TBL-PRIOR-KEY (WS-PRIOR-IDX) TO LDG-KEY
           READ LEDGER-FILE
           EVALUATE TRUE
               WHEN NOT WS-LEDGER-OK
                   DISPLAY "ERROR: EARLIER REVALUATION "
                       TBL-PRIOR-KEY (WS-PRIOR-IDX)
                       " NOT READ, STATUS = " WS-LEDGER-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN LDG-REVERSED
                   CONTINUE
               WHEN OTHER
                   MOVE LDG-RECORD TO PRV-RECORD
                   PERFORM 4110-LOAD-PRIOR-DETAIL THRU 4110-EXIT
                   SUBTRACT PRV-NET-VALUE FROM 0 GIVING WS-ENTRY-NET
                   MOVE PRV-DEPT-CODE TO WS-ENTRY-DEPT
                   MOVE "R"           TO WS-ENTRY-TYPE
                   MOVE PRV-KEY       TO WS-ENTRY-LINK-KEY
                   PERFORM 6000-POST-ENTRY THRU 6000-EXIT
                   IF WS-WRITE-DONE
                       ADD 1 TO WS-PRIOR-DONE-COUNT
                       PERFORM 4130-BACK-OUT-ONE-DETAIL THRU 4130-EXIT
                           VARYING WS-DTL-IDX FROM 1 BY 1
                           UNTIL WS-DTL-IDX > WS-DTL-COUNT
                       PERFORM 4140-MARK-PRIOR THRU 4140-EXIT
                       MOVE WS-ENTRY-NET TO WS-AMOUNT-EDIT
                       MOVE SPACES TO RPT-LINE
                       STRING PRV-DEPT-CODE DELIMITED BY SIZE
                           "  REVERSED EARLIER REVALUATION "
                           DELIMITED BY SIZE
                           PRV-KEY DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-AMOUNT-EDIT DELIMITED BY SIZE
                           INTO RPT-LINE
                       END-STRING
                       DISPLAY RPT-LINE (1:70)
                       WRITE RPT-RECORD
                   END-IF
           END-EVALUATE.
       4100-EXIT.
           EXIT.

       4110-LOAD-PRIOR-DETAIL.
      *> Reads the earlier entry's account amounts back from
      *> LDGDTL into the table the back-out works from, before
      *> anything is written there under the reversal's key.
           MOVE 0 TO WS-DTL-COUNT
           MOVE "N" TO WS-DTL-DONE-SW
           MOVE PRV-KEY TO LDT-LDG-KEY
           MOVE LOW-VALUES TO LDT-ACCT-CODE
           START LEDGER-DETAIL-FILE KEY NOT < LDT-KEY
               INVALID KEY
                   SET WS-DTL-DONE TO TRUE
           END-START
           IF NOT WS-LDGDTL-OK
               SET WS-DTL-DONE TO TRUE
           END-IF
           PERFORM 4120-READ-PRIOR-DETAIL THRU 4120-EXIT
               UNTIL WS-DTL-DONE
           IF WS-DTL-COUNT = 0
               DISPLAY "WARNING: NO ACCOUNT DETAIL FOR EARLIER "
                   "REVALUATION " PRV-KEY ", NOTHING BACKED OUT"
           END-IF.
       4110-EXIT.
           EXIT.

       4120-READ-PRIOR-DETAIL.
           READ LEDGER-DETAIL-FILE NEXT RECORD
               AT END
                   SET WS-DTL-DONE TO TRUE
           END-READ
           IF NOT WS-LDGDTL-OK AND NOT WS-LDGDTL-AT-END
               DISPLAY "WARNING: LDGDTL READ FAILED, STATUS = "
                   WS-LDGDTL-STATUS
               SET WS-DTL-DONE TO TRUE
           END-IF
           IF NOT WS-DTL-DONE
               IF LDT-LDG-KEY NOT = PRV-KEY
                   SET WS-DTL-DONE TO TRUE
               ELSE
                   IF WS-DTL-COUNT < 20
                       ADD 1 TO WS-DTL-COUNT
                       MOVE LDT-ACCT-CODE
                           TO TBL-DTL-ACCT-CODE (WS-DTL-COUNT)
                       MOVE LDT-PERIOD
                           TO TBL-DTL-PERIOD (WS-DTL-COUNT)
                       MOVE LDT-AMOUNT
                           TO TBL-DTL-AMOUNT (WS-DTL-COUNT)
                   ELSE
                       DISPLAY "WARNING: MORE THAN 20 ACCOUNT "
                           "LINES, " LDT-ACCT-CODE " NOT BACKED OUT"
                   END-IF
               END-IF
           END-IF.
       4120-EXIT.
           EXIT.

       4130-BACK-OUT-ONE-DETAIL.
           MOVE TBL-DTL-ACCT-CODE (WS-DTL-IDX) TO WS-POST-ACCT-CODE
           MOVE TBL-DTL-PERIOD (WS-DTL-IDX)    TO WS-POST-PERIOD
           MOVE PRV-DEPT-CODE                  TO WS-POST-DEPT
           SUBTRACT TBL-DTL-AMOUNT (WS-DTL-IDX) FROM 0
               GIVING WS-ACV-AMOUNT
           PERFORM 7000-POST-ACCOUNT THRU 7000-EXIT.
       4130-EXIT.
           EXIT.

       4140-MARK-PRIOR.
      *> Marks the earlier entry reversed, pointing at its
      *> reversal. A rewrite that fails leaves the reversal
      *> unpaired, which the nightly reconciliation reports.
           MOVE PRV-KEY TO LDG-KEY
           READ LEDGER-FILE
           IF NOT WS-LEDGER-OK
               DISPLAY "WARNING: EARLIER REVALUATION NOT MARKED "
                   "REVERSED, STATUS = " WS-LEDGER-STATUS
                   " -- RECONCILIATION WILL REPORT THE PAIR"
           ELSE
               SET LDG-REVERSED TO TRUE
               MOVE WS-NEW-KEY TO LDG-LINK-KEY
               REWRITE LDG-RECORD
               IF NOT WS-LEDGER-OK
                   DISPLAY "WARNING: EARLIER REVALUATION NOT MARKED "
                       "REVERSED, STATUS = " WS-LEDGER-STATUS
                       " -- RECONCILIATION WILL REPORT THE PAIR"
               END-IF
           END-IF.
       4140-EXIT.
           EXIT.

       5000-REVALUE-ALL.
      *> One report line per non-base department, and one
      *> revaluation entry for each whose difference is not
      *> zero.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-LINE
           MOVE "DEPT"          TO RPT-LINE (1:4)
           MOVE "CUR"           TO RPT-LINE (6:3)
           MOVE "SOURCE AMOUNT" TO RPT-LINE (10:13)
           MOVE "CLOSE RATE"    TO RPT-LINE (24:10)
           MOVE "BOOKED BASE"   TO RPT-LINE (37:11)
           MOVE "REVALUED BASE" TO RPT-LINE (49:13)
           MOVE "DIFFERENCE"    TO RPT-LINE (66:10)
           DISPLAY RPT-LINE (1:75)
           WRITE RPT-RECORD
           PERFORM 5100-REVALUE-ONE-DEPT THRU 5100-EXIT
               VARYING WS-FXD-IDX FROM 1 BY 1
               UNTIL WS-FXD-IDX > WS-FXD-COUNT
                  OR RETURN-CODE NOT = 0.
       5000-EXIT.
           EXIT.

       5100-REVALUE-ONE-DEPT.
           MOVE SPACES TO RPT-LINE
           MOVE TBL-FXD-DEPT (WS-FXD-IDX)     TO RPT-LINE (1:4)
           MOVE TBL-FXD-CURRENCY (WS-FXD-IDX) TO RPT-LINE (6:3)
           IF TBL-FXD-ENTRIES (WS-FXD-IDX) = 0
               MOVE "NO ACTIVITY IN THE PERIOD" TO RPT-LINE (10:25)
               DISPLAY RPT-LINE (1:34)
               WRITE RPT-RECORD
           ELSE
               MOVE "N" TO WS-AMOUNT-ERROR-SW
               COMPUTE WS-REVALUED ROUNDED =
                   TBL-FXD-SOURCE (WS-FXD-IDX)
                   * TBL-FXD-RATE (WS-FXD-IDX)
                   ON SIZE ERROR
                       SET WS-AMOUNT-ERROR TO TRUE
               END-COMPUTE
               IF NOT WS-AMOUNT-ERROR
                   SUBTRACT TBL-FXD-BOOKED (WS-FXD-IDX)
                       FROM WS-REVALUED GIVING WS-DIFFERENCE
                       ON SIZE ERROR
                           SET WS-AMOUNT-ERROR TO TRUE
                   END-SUBTRACT
               END-IF
               IF NOT WS-AMOUNT-ERROR
                   COMPUTE WS-ENTRY-NET = WS-DIFFERENCE
                       ON SIZE ERROR
                           SET WS-AMOUNT-ERROR TO TRUE
                   END-COMPUTE
               END-IF
               IF WS-AMOUNT-ERROR
                   DISPLAY "ERROR: REVALUATION OF "
                       TBL-FXD-DEPT (WS-FXD-IDX)
                       " OVERFLOWS THE LEDGER AMOUNT, RUN FAILS"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-REVALUED-COUNT
                   ADD TBL-FXD-BOOKED (WS-FXD-IDX) TO WS-TOTAL-BOOKED
                   ADD WS-REVALUED   TO WS-TOTAL-REVALUED
                   ADD WS-DIFFERENCE TO WS-TOTAL-DIFFERENCE
                   MOVE TBL-FXD-SOURCE (WS-FXD-IDX) TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO RPT-LINE (10:13)
                   MOVE TBL-FXD-RATE (WS-FXD-IDX) TO WS-RATE-EDIT
                   MOVE WS-RATE-EDIT TO RPT-LINE (24:10)
                   MOVE TBL-FXD-BOOKED (WS-FXD-IDX) TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO RPT-LINE (35:13)
                   MOVE WS-REVALUED TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO RPT-LINE (49:13)
                   MOVE WS-DIFFERENCE TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO RPT-LINE (63:13)
                   DISPLAY RPT-LINE (1:75)
                   WRITE RPT-RECORD
                   IF WS-DIFFERENCE NOT = 0
                       PERFORM 5200-POST-REVALUATION THRU 5200-EXIT
                   END-IF
               END-IF
           END-IF.
       5100-EXIT.
           EXIT.

       5200-POST-REVALUATION.
      *> The gain or loss as a type "X" entry to the department,
      *> and the same amount to the FX account: a gain is more
      *> revenue on an R account or less expense on an E account,
      *> so the account amount takes the difference's sign or
      *> the opposite, and the entry's net still equals what the
      *> account adds to the period's result.
           MOVE TBL-FXD-DEPT (WS-FXD-IDX) TO WS-ENTRY-DEPT
           MOVE "X"                       TO WS-ENTRY-TYPE
           MOVE ZEROS                     TO WS-ENTRY-LINK-KEY
           PERFORM 6000-POST-ENTRY THRU 6000-EXIT
           IF WS-WRITE-DONE
               MOVE WS-PARM-FX-ACCT           TO WS-POST-ACCT-CODE
               MOVE WS-PERIOD                 TO WS-POST-PERIOD
               MOVE TBL-FXD-DEPT (WS-FXD-IDX) TO WS-POST-DEPT
               IF WS-FX-REVENUE-ACCT
                   MOVE WS-DIFFERENCE TO WS-ACV-AMOUNT
               ELSE
                   SUBTRACT WS-DIFFERENCE FROM 0 GIVING WS-ACV-AMOUNT
               END-IF
               PERFORM 7000-POST-ACCOUNT THRU 7000-EXIT
           END-IF.
       5200-EXIT.
           EXIT.

       6000-POST-ENTRY.
      *> One ledger entry plus its matching audit line, dated to
      *> the period's last day so the close sweeps it. Net moved
      *> as revenue when positive, expenses when negative. The
      *> write retries through a duplicate key by taking the next
      *> sequence, the same way PERIOD-ALLOCATION's write does.
           MOVE 0 TO WS-WRITE-TRIES
           MOVE "N" TO WS-WRITE-DONE-SW
           PERFORM 6100-WRITE-ONE-LEDGER THRU 6100-EXIT
               UNTIL WS-WRITE-DONE OR WS-WRITE-TRIES > 100
                  OR RETURN-CODE NOT = 0
           IF WS-WRITE-DONE
               ADD 1 TO WS-ENTRY-COUNT
               MOVE LDG-KEY TO WS-NEW-KEY
               PERFORM 6200-WRITE-ONE-AUDIT THRU 6200-EXIT
           ELSE
               IF RETURN-CODE = 0
                   DISPLAY "ERROR: NO FREE LEDGER SEQUENCE FOR "
                       WS-ENTRY-DEPT ", RUN FAILS"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       6000-EXIT.
           EXIT.

       6100-WRITE-ONE-LEDGER.
           ADD 1 TO WS-FX-SEQ
           MOVE WS-FX-DATE TO LDG-CALC-DATE
           MOVE WS-FX-TIME TO LDG-CALC-TIME
           MOVE WS-FX-SEQ  TO LDG-CALC-SEQ
           IF WS-ENTRY-NET < 0
               MOVE 0 TO LDG-REVENUE
               SUBTRACT WS-ENTRY-NET FROM 0 GIVING LDG-EXPENSES
               SET LDG-LOSS TO TRUE
           ELSE
               MOVE WS-ENTRY-NET TO LDG-REVENUE
               MOVE 0 TO LDG-EXPENSES
               SET LDG-INCOME TO TRUE
           END-IF
           MOVE WS-ENTRY-NET      TO LDG-NET-VALUE
           MOVE WS-ENTRY-DEPT     TO LDG-DEPT-CODE
           MOVE WS-ENTRY-TYPE     TO LDG-ENTRY-TYPE
           MOVE SPACES            TO LDG-SOURCE-CURRENCY
           MOVE WS-ENTRY-NET      TO LDG-SOURCE-NET
           MOVE WS-ENTRY-LINK-KEY TO LDG-LINK-KEY
           MOVE "N"               TO LDG-REVERSED-SW
           WRITE LDG-RECORD
           EVALUATE TRUE
               WHEN WS-LEDGER-OK
                   SET WS-WRITE-DONE TO TRUE
               WHEN WS-LEDGER-DUP-KEY
                   ADD 1 TO WS-WRITE-TRIES
               WHEN OTHER
                   DISPLAY "ERROR: LEDGER WRITE FAILED, STATUS = "
                       WS-LEDGER-STATUS ", RUN FAILS"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       6100-EXIT.
           EXIT.

       6200-WRITE-ONE-AUDIT.
      *> The audit line mirrors the ledger entry, same stamp and
      *> amounts, so the nightly reconciliation pairs the two
      *> sides instead of flagging the entry as unmatched.
           MOVE SPACES TO AUD-RECORD
           MOVE WS-AUDIT-USER-ID TO AUD-USER-ID
           MOVE WS-FX-DATE       TO AUD-CALC-DATE
           MOVE WS-FX-TIME       TO AUD-CALC-TIME
           MOVE LDG-REVENUE      TO AUD-REVENUE
           MOVE LDG-EXPENSES     TO AUD-EXPENSES
           MOVE LDG-NET-VALUE    TO AUD-NET-VALUE
           MOVE LDG-DEPT-CODE    TO AUD-DEPT-CODE
           MOVE SPACES           TO AUD-SOURCE-CURRENCY
           MOVE LDG-NET-VALUE    TO AUD-SOURCE-NET
           PERFORM 6300-WRITE-CHAINED-AUDIT THRU 6300-EXIT.
       6200-EXIT.
           EXIT.

       6300-WRITE-CHAINED-AUDIT.
      *> Chains and writes the line built in AUD-RECORD (see
      *> AUDITREC): locks the AUDCHAIN HEAD, numbers the line one
      *> past it, folds the check value from the HEAD's, writes
      *> the line and moves the HEAD on to it. Without the HEAD
      *> the line goes out unchained (zeros in the trailer)
      *> rather than not at all.
           MOVE SPACES TO AUD-CHAIN-TRAILER
           MOVE 0 TO AUD-SEQ-NO
           MOVE 0 TO AUD-CHECK-VALUE
           MOVE "N" TO WS-CHN-HEAD-SW
           IF WS-AUDCHN-OPEN
               MOVE 0 TO WS-CHN-RETRY-COUNT
               PERFORM 6310-LOCK-CHAIN-HEAD THRU 6310-EXIT
                   UNTIL WS-CHN-HEAD-HELD
                      OR WS-CHN-RETRY-COUNT > WS-CHN-RETRY-LIMIT
           END-IF
           IF WS-CHN-HEAD-HELD
               ADD 1 AUC-SEQ-NO GIVING AUD-SEQ-NO
               MOVE AUC-CHECK-VALUE TO WS-CHN-HASH
               PERFORM 6320-FOLD-CHECK-BYTE THRU 6320-EXIT
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
       6300-EXIT.
           EXIT.

       6310-LOCK-CHAIN-HEAD.
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
       6310-EXIT.
           EXIT.

       6320-FOLD-CHECK-BYTE.
           MOVE AUD-CHAIN-RECORD (WS-CHN-POS:1) TO WS-CHN-BYTE
           COMPUTE WS-CHN-ACCUM = WS-CHN-HASH * 31
                                + WS-CHN-ORD + WS-CHN-POS
           DIVIDE WS-CHN-ACCUM BY WS-CHN-MODULUS
               GIVING WS-CHN-QUOTIENT REMAINDER WS-CHN-HASH.
       6320-EXIT.
           EXIT.

       7000-POST-ACCOUNT.
      *> Books one account amount for the entry just written:
      *> into the account's ACTSUB and DACTSUB records for the
      *> amount's period, and onto LDGDTL under the entry's key,
      *> exactly as FINANCIAL-ACCOUNTING-I rolls a breakdown
      *> line -- so a later rerun, or the trial balance, finds
      *> it the same way.
           MOVE 0 TO WS-ACV-RETRY-COUNT
           MOVE "N" TO WS-ACV-DONE-SW
           PERFORM 7100-UPDATE-ACTIVITY THRU 7100-EXIT
               UNTIL WS-ACV-DONE
                  OR WS-ACV-RETRY-COUNT > WS-UPD-RETRY-LIMIT
           IF NOT WS-ACV-DONE
               DISPLAY "WARNING: ACTSUB UPDATE FOR "
                   WS-POST-ACCT-CODE " DID NOT CLEAR, "
                   "ACTIVITY NOT RECORDED"
           END-IF
           MOVE 0 TO WS-DAC-RETRY-COUNT
           MOVE "N" TO WS-DAC-DONE-SW
           PERFORM 7200-UPDATE-DEPT-ACTIVITY THRU 7200-EXIT
               UNTIL WS-DAC-DONE
                  OR WS-DAC-RETRY-COUNT > WS-UPD-RETRY-LIMIT
           IF NOT WS-DAC-DONE
               DISPLAY "WARNING: DACTSUB UPDATE FOR "
                   WS-POST-DEPT "/" WS-POST-ACCT-CODE
                   " DID NOT CLEAR, ACTIVITY NOT RECORDED"
           END-IF
           MOVE WS-NEW-KEY        TO LDT-LDG-KEY
           MOVE WS-POST-ACCT-CODE TO LDT-ACCT-CODE
           MOVE WS-POST-PERIOD    TO LDT-PERIOD
           MOVE WS-ACV-AMOUNT     TO LDT-AMOUNT
           WRITE LDT-RECORD
           IF NOT WS-LDGDTL-OK
               DISPLAY "WARNING: LDGDTL WRITE FOR "
                   LDT-ACCT-CODE " FAILED, STATUS = "
                   WS-LDGDTL-STATUS
           END-IF.
       7000-EXIT.
           EXIT.

       7100-UPDATE-ACTIVITY.
           MOVE WS-POST-ACCT-CODE TO ACV-ACCT-CODE
           MOVE WS-POST-PERIOD    TO ACV-PERIOD
           READ ACTIVITY-FILE
           EVALUATE TRUE
               WHEN WS-ACTSUB-OK
                   ADD WS-ACV-AMOUNT TO ACV-AMOUNT
                   ADD 1 TO ACV-POST-COUNT
                   REWRITE ACV-RECORD
                   IF WS-ACTSUB-OK
                       SET WS-ACV-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-ACV-RETRY-COUNT
                   END-IF
               WHEN WS-ACTSUB-NO-RECORD
                   MOVE WS-POST-ACCT-CODE TO ACV-ACCT-CODE
                   MOVE WS-POST-PERIOD    TO ACV-PERIOD
                   MOVE WS-ACV-AMOUNT     TO ACV-AMOUNT
                   MOVE 1                 TO ACV-POST-COUNT
                   WRITE ACV-RECORD
      *> A duplicate key here means another session created the
      *> record between the read and the write; going around
      *> again lands on the read-add-rewrite path.
                   IF WS-ACTSUB-OK
                       SET WS-ACV-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-ACV-RETRY-COUNT
                   END-IF
               WHEN WS-ACTSUB-LOCKED
                   ADD 1 TO WS-ACV-RETRY-COUNT
               WHEN OTHER
                   DISPLAY "WARNING: ACTSUB READ FAILED, STATUS = "
                       WS-ACTSUB-STATUS
                   MOVE WS-UPD-RETRY-LIMIT TO WS-ACV-RETRY-COUNT
                   ADD 1 TO WS-ACV-RETRY-COUNT
           END-EVALUATE.
       7100-EXIT.
           EXIT.

       7200-UPDATE-DEPT-ACTIVITY.
           MOVE WS-POST-DEPT      TO DAC-DEPT-CODE
           MOVE WS-POST-ACCT-CODE TO DAC-ACCT-CODE
           MOVE WS-POST-PERIOD    TO DAC-PERIOD
           READ DEPT-ACTIVITY-FILE
           EVALUATE TRUE
               WHEN WS-DACTSUB-OK
                   ADD WS-ACV-AMOUNT TO DAC-AMOUNT
                   ADD 1 TO DAC-POST-COUNT
                   REWRITE DAC-RECORD
                   IF WS-DACTSUB-OK
                       SET WS-DAC-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-DAC-RETRY-COUNT
                   END-IF
               WHEN WS-DACTSUB-NO-RECORD
                   MOVE WS-POST-DEPT      TO DAC-DEPT-CODE
                   MOVE WS-POST-ACCT-CODE TO DAC-ACCT-CODE
                   MOVE WS-POST-PERIOD    TO DAC-PERIOD
                   MOVE WS-ACV-AMOUNT     TO DAC-AMOUNT
                   MOVE 1                 TO DAC-POST-COUNT
                   WRITE DAC-RECORD
                   IF WS-DACTSUB-OK
                       SET WS-DAC-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-DAC-RETRY-COUNT
                   END-IF
               WHEN WS-DACTSUB-LOCKED
                   ADD 1 TO WS-DAC-RETRY-COUNT
               WHEN OTHER
                   DISPLAY "WARNING: DACTSUB READ FAILED, STATUS = "
                       WS-DACTSUB-STATUS
                   MOVE WS-UPD-RETRY-LIMIT TO WS-DAC-RETRY-COUNT
                   ADD 1 TO WS-DAC-RETRY-COUNT
           END-EVALUATE.
       7200-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
      *> The run totals. A run that found nothing to revalue
      *> ends RC 4, the allocation's convention, so the close
      *> readiness check still passes it.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-RECORD
           MOVE WS-REVALUED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "DEPARTMENTS REVALUED : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           DISPLAY RPT-LINE (1:28)
           WRITE RPT-RECORD
           MOVE WS-PRIOR-DONE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "EARLIER REVERSED     : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           DISPLAY RPT-LINE (1:28)
           WRITE RPT-RECORD
           MOVE WS-ENTRY-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ENTRIES POSTED       : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           DISPLAY RPT-LINE (1:28)
           WRITE RPT-RECORD
           MOVE WS-TOTAL-BOOKED TO WS-GRAND-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL BOOKED BASE    : " DELIMITED BY SIZE
               WS-GRAND-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           DISPLAY RPT-LINE (1:38)
           WRITE RPT-RECORD
           MOVE WS-TOTAL-REVALUED TO WS-GRAND-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL REVALUED BASE  : " DELIMITED BY SIZE
               WS-GRAND-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           DISPLAY RPT-LINE (1:38)
           WRITE RPT-RECORD
           MOVE WS-TOTAL-DIFFERENCE TO WS-GRAND-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "NET FX GAIN (LOSS)   : " DELIMITED BY SIZE
               WS-GRAND-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           DISPLAY RPT-LINE (1:38)
           WRITE RPT-RECORD
           EVALUATE TRUE
               WHEN RETURN-CODE NOT = 0
                   DISPLAY "FX REVALUATION DID NOT FINISH CLEAN, "
                       "REVIEW BEFORE CLOSING " WS-PERIOD-ENTRY
               WHEN WS-REVALUED-COUNT = 0
                   DISPLAY "NOTHING TO REVALUE FOR "
                       WS-PERIOD-ENTRY
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "FX REVALUATION COMPLETE"
           END-EVALUATE.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE LEDGER-FILE
           CLOSE ACTIVITY-FILE
           CLOSE DEPT-ACTIVITY-FILE
           CLOSE LEDGER-DETAIL-FILE
           CLOSE AUDIT-FILE
           IF WS-AUDCHN-OPEN
               CLOSE AUDIT-CHAIN-FILE
           END-IF
           CLOSE FXREV-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM FX-REVALUATION.
