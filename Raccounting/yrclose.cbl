      *> ===========================================================
      *> PROGRAM-ID : YEAR-END-CLOSE
      *> AUTHOR     : D. OKAFOR
      *> INSTALLATION : ACC232 DEPARTMENTAL ACCOUNTING
      *> DATE-WRITTEN : 2026-10-15
      *>
      *> Fiscal year-end close. PERSUM holds one summary per month
      *> and ACTSUB one total per account per period, but nothing
      *> here knew what a year was: the twelve PERSUM lines were
      *> added up by hand and the revenue and expense accounts
      *> closed off in a spreadsheet. For the fiscal year on the
      *> PARM (January through December) this program:
      *>   - refuses unless all twelve periods are soft- or hard-
      *>     closed on the PERIODS calendar, the year has no
      *>     annual summary yet, and no closing entries are on the
      *>     subledger -- so it can never close a year twice;
      *>   - posts one closing entry per revenue and expense
      *>     account with activity in the year, equal and opposite
      *>     to the year's total, and the net of them all into the
      *>     retained-earnings account (chart category Q). Closing
      *>     entries go to ACTSUB under the year's closing period,
      *>     YYYY13, so each month's trial balance still reads as
      *>     it did and the year's accounts sum to zero through
      *>     period 13; each entry also goes on the AUDIT trail;
      *>   - writes the year's ANNSUM record from the twelve
      *>     PERSUM summaries;
      *>   - hard-closes the year's soft-closed periods (audited):
      *>     once the year is proven, an adjustment restating one
      *>     of its months would break the tie below;
      *>   - prints the close report (YECLRPT): every period with
      *>     its calendar status and PERSUM figures, every closing
      *>     entry, and the tie-out of the annual net to the sum
      *>     of the PERSUM periods and to what was closed into
      *>     retained earnings.
      *> The new year needs nothing opened: a period with no
      *> PERIODS record is open.
      *>
      *> The subledger only holds account-coded postings: pairs-
      *> mode calculations and closed-period adjustments carry no
      *> account, so what closes into retained earnings can differ
      *> from the PERSUM net. The difference is printed and
      *> labeled, and the step ends RC 4 -- the trial balance
      *> takes the same stance.
      *>
      *> PARM: yyyy,aaaaaa -- the fiscal year and the retained-
      *>   earnings account (on the chart, active, category Q).
      *>
      *> RC 4 = closed, but the net closed from account detail
      *> differs from the PERSUM net, or an account with activity
      *> could not be categorized. RC 8 = not closed: a period
      *> still open, the year already closed, a bad retained-
      *> earnings account, or an I/O failure. RC 12 = report will
      *> not open. RC 16 = bad PARM.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  DO    Original year-end close program.
      *>   2026-10-15  DO    Audit lines are chained (sequence and
      *>                     check value under the AUDCHAIN head
      *>                     lock, see AUDITREC).
      *>   2026-10-15  DO    Closing entries net as the trial
      *>                     balance does (expense lines negated)
      *>                     so the tie line reads zero.
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-CLOSE.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ACC232 DEPARTMENTAL ACCOUNTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCT-PERIOD
               FILE STATUS IS WS-PERIODS-STATUS.

           SELECT PERSUM-FILE ASSIGN TO "PERSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PERSUM-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "ACTSUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACV-KEY
               FILE STATUS IS WS-ACTSUB-STATUS.

           SELECT CHACCT-FILE ASSIGN TO "CHACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-CHACCT-STATUS.

      *> LINE SEQUENTIAL for the same reason PERSUM is: an auditor
      *> reads the close history directly.
           SELECT ANNSUM-FILE ASSIGN TO "ANNSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANNSUM-STATUS.

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

           SELECT YECL-REPORT-FILE ASSIGN TO "YECLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-YECLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE.
           COPY PERCTL.

       FD  PERSUM-FILE.
           COPY PERSUM.

       FD  ACTIVITY-FILE.
           COPY ACTREC.

       FD  CHACCT-FILE.
           COPY CHACCT.

       FD  ANNSUM-FILE.
           COPY ANNSUM.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  AUDIT-CHAIN-FILE.
           COPY AUDCREC.

       FD  YECL-REPORT-FILE.
           COPY REPORTREC.

       WORKING-STORAGE SECTION.
       01  WS-PERIODS-STATUS              PIC X(02).
           88  WS-PERIODS-OK               VALUE "00".
           88  WS-PERIODS-NOT-FOUND        VALUE "35".
           88  WS-PERIODS-NO-RECORD        VALUE "23".
       01  WS-PERIODS-OPEN-SW             PIC X(01).
           88  WS-PERIODS-OPEN              VALUE "Y".

       01  WS-PERSUM-STATUS               PIC X(02).
           88  WS-PERSUM-OK                 VALUE "00".
           88  WS-PERSUM-AT-END             VALUE "10".
           88  WS-PERSUM-NOT-FOUND          VALUE "35".

       01  WS-ACTSUB-STATUS               PIC X(02).
           88  WS-ACTSUB-OK                VALUE "00".
           88  WS-ACTSUB-AT-END            VALUE "10".
           88  WS-ACTSUB-NOT-FOUND         VALUE "35".
           88  WS-ACTSUB-DUP-KEY           VALUE "22".
       01  WS-ACTSUB-OPEN-SW              PIC X(01).
           88  WS-ACTSUB-OPEN               VALUE "Y".

       01  WS-CHACCT-STATUS               PIC X(02).
           88  WS-CHACCT-OK                VALUE "00".
           88  WS-CHACCT-NO-RECORD         VALUE "23".
       01  WS-CHACCT-OPEN-SW              PIC X(01).
           88  WS-CHACCT-OPEN               VALUE "Y".

       01  WS-ANNSUM-STATUS               PIC X(02).
           88  WS-ANNSUM-OK                 VALUE "00".
           88  WS-ANNSUM-AT-END             VALUE "10".
           88  WS-ANNSUM-NOT-FOUND          VALUE "35".

       01  WS-AUDIT-STATUS                PIC X(02).
           88  WS-AUDIT-OK                  VALUE "00".
           88  WS-AUDIT-NOT-FOUND           VALUE "35".
       01  WS-AUDIT-OPEN-SW               PIC X(01).
           88  WS-AUDIT-OPEN                VALUE "Y".
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

       01  WS-YECLRPT-STATUS              PIC X(02).
           88  WS-YECLRPT-OK               VALUE "00".
       01  WS-REPORT-OPEN-SW              PIC X(01).
           88  WS-REPORT-OPEN               VALUE "Y".

       01  WS-PSM-DONE-SW                 PIC X(01).
           88  WS-PSM-DONE                  VALUE "Y".
       01  WS-ANS-DONE-SW                 PIC X(01).
           88  WS-ANS-DONE                  VALUE "Y".
       01  WS-ACV-DONE-SW                 PIC X(01).
           88  WS-ACV-DONE                  VALUE "Y".
       01  WS-WARN-SW                     PIC X(01).
           88  WS-WARNED                    VALUE "Y".
       01  WS-POSTED-SW                   PIC X(01).
           88  WS-POSTED                    VALUE "Y".

      *> The PARM split into its two tokens, and the year's first,
      *> last and closing periods built from the year.
       01  WS-PARM-ENTRY                  PIC X(80).
       01  WS-PARM-WORK                   PIC X(82).
       01  WS-PARM-YEAR                   PIC X(04).
       01  WS-YEAR REDEFINES WS-PARM-YEAR
                                          PIC 9(04).
       01  WS-PARM-RE-ACCT                PIC X(06).
       01  WS-PARM-EXTRA                  PIC X(10).
       01  WS-PERIOD-X.
           05  WS-PERIOD                  PIC 9(06).
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD-X.
           05  WS-PER-YYYY                PIC 9(04).
           05  WS-PER-MM                  PIC 9(02).
       01  WS-FIRST-PERIOD                PIC 9(06).
       01  WS-LAST-PERIOD                 PIC 9(06).
       01  WS-CLOSING-PERIOD              PIC 9(06).

      *> One row per month of the year: its calendar status and
      *> its PERSUM figures, printed as the period section and
      *> summed for the annual record.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 12 TIMES.
               10  TBL-MON-STATUS         PIC X(01).
               10  TBL-MON-PSM-COUNT      PIC 9(02) COMP.
               10  TBL-MON-REVENUE        PIC S9(9)V99.
               10  TBL-MON-EXPENSES       PIC S9(9)V99.
               10  TBL-MON-NET            PIC S9(9)V99.
               10  TBL-MON-CALCS          PIC 9(05).
       01  WS-MON-IDX                     PIC 9(02) COMP.
       01  WS-NOT-CLOSED-COUNT            PIC 9(02) COMP.
       01  WS-PCT-STATUS-NAME             PIC X(10).

      *> The year's activity per account, accumulated from the
      *> twelve periods' subledger records. The chart table in
      *> FINANCIAL-ACCOUNTING-I holds 500 accounts; so does this.
       01  WS-YAC-COUNT                   PIC 9(03) COMP.
       01  WS-YAC-TABLE.
           05  WS-YAC-ENTRY OCCURS 500 TIMES INDEXED BY YAC-IDX.
               10  TBL-YAC-ACCT-CODE      PIC X(06).
               10  TBL-YAC-TOTAL          PIC S9(11)V99.
       01  WS-YAC-FOUND-SW                PIC X(01).
           88  WS-YAC-FOUND                 VALUE "Y".
       01  WS-ACCT-CATEGORY               PIC X(01).
       01  WS-ACCT-NAME-PRT               PIC X(25).

      *> Year totals: from PERSUM for the annual record, from the
      *> subledger for the closing entries.
       01  WS-YR-REVENUE                  PIC S9(11)V99.
       01  WS-YR-EXPENSES                 PIC S9(11)V99.
       01  WS-YR-NET                      PIC S9(11)V99.
       01  WS-YR-CALCS                    PIC 9(07).
       01  WS-YR-PERIODS                  PIC 9(02).
       01  WS-SUB-REVENUE                 PIC S9(11)V99.
       01  WS-SUB-EXPENSES                PIC S9(11)V99.
       01  WS-SUB-NET                     PIC S9(11)V99.
       01  WS-CLOSING-TOTAL               PIC S9(11)V99.
       01  WS-TIE-SUM                     PIC S9(11)V99.
       01  WS-TIE-DIFF                    PIC S9(11)V99.
       01  WS-ACCTS-CLOSED                PIC 9(05) COMP.
       01  WS-HARD-CLOSED-COUNT           PIC 9(02) COMP.

      *> One closing entry being posted.
       01  WS-POST-ACCT-CODE              PIC X(06).
       01  WS-POST-AMOUNT                 PIC S9(11)V99.
       01  WS-MAINT-ACTION                PIC X(10).
       01  WS-MAINT-CODE                  PIC X(06).
       01  WS-MAINT-DETAIL                PIC X(25).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE            PIC 9(8).
           05  WS-CURRENT-TIME            PIC 9(8).

       01  WS-AMOUNT-EDIT                 PIC -9(9).99.
       01  WS-TOTAL-EDIT                  PIC -9(11).99.
       01  WS-COUNT-EDIT                  PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-PARSE-PARM THRU 0500-EXIT
           IF RETURN-CODE = 0
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               IF RETURN-CODE = 0
                   PERFORM 3000-GATHER-ACTIVITY THRU 3000-EXIT
               END-IF
               IF RETURN-CODE = 0
                   PERFORM 4000-POST-CLOSING THRU 4000-EXIT
               END-IF
               IF RETURN-CODE = 0
                   PERFORM 5000-WRITE-ANNUAL-SUMMARY THRU 5000-EXIT
               END-IF
               IF RETURN-CODE = 0
                   PERFORM 6000-HARD-CLOSE-YEAR THRU 6000-EXIT
               END-IF
               PERFORM 7000-PRINT-TIE-OUT THRU 7000-EXIT
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF
           STOP RUN.

       0500-PARSE-PARM.
      *> Splits and edits the PARM. No terminal in the close
      *> window, so a bad PARM fails the step cleanly -- the
      *> month-end close's reasoning. The trailing comma before
      *> the UNSTRING keeps the last token intact, the same
      *> workaround the CALC PARM in FINANCIAL-ACCOUNTING-I needs.
           ACCEPT WS-PARM-ENTRY FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-WORK
           MOVE SPACES TO WS-PARM-YEAR
           MOVE SPACES TO WS-PARM-RE-ACCT
           MOVE SPACES TO WS-PARM-EXTRA
           STRING WS-PARM-ENTRY DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               INTO WS-PARM-WORK
           UNSTRING WS-PARM-WORK DELIMITED BY ","
               INTO WS-PARM-YEAR WS-PARM-RE-ACCT WS-PARM-EXTRA
           EVALUATE TRUE
               WHEN WS-PARM-YEAR NOT NUMERIC
                   OR WS-PARM-EXTRA NOT = SPACES
                   DISPLAY "ERROR: YEAR-END PARM MUST BE "
                       "yyyy,aaaaaa -- ABORTING RUN -- "
                       WS-PARM-ENTRY (1:20)
                   MOVE 16 TO RETURN-CODE
               WHEN WS-PARM-RE-ACCT = SPACES
                   DISPLAY "ERROR: YEAR-END RETAINED EARNINGS "
                       "ACCOUNT MISSING, ABORTING RUN"
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-YEAR TO WS-PER-YYYY
                   MOVE 01 TO WS-PER-MM
                   MOVE WS-PERIOD TO WS-FIRST-PERIOD
                   MOVE 12 TO WS-PER-MM
                   MOVE WS-PERIOD TO WS-LAST-PERIOD
                   MOVE 13 TO WS-PER-MM
                   MOVE WS-PERIOD TO WS-CLOSING-PERIOD
           END-EVALUATE.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
      *> Opens the report, then proves the year may be closed
      *> before anything is touched: no annual summary yet, all
      *> twelve periods closed on the calendar, a usable retained
      *> earnings account. The PERSUM figures load and print
      *> whatever the outcome, so a refused run still shows the
      *> operator which month is holding it up.
           MOVE "N" TO WS-REPORT-OPEN-SW
           MOVE "N" TO WS-PERIODS-OPEN-SW
           MOVE "N" TO WS-ACTSUB-OPEN-SW
           MOVE "N" TO WS-CHACCT-OPEN-SW
           MOVE "N" TO WS-AUDIT-OPEN-SW
           MOVE "N" TO WS-WARN-SW
           MOVE "N" TO WS-POSTED-SW
           MOVE 0 TO WS-ACCTS-CLOSED
           MOVE 0 TO WS-HARD-CLOSED-COUNT
           MOVE 0 TO WS-CLOSING-TOTAL
           ACCEPT WS-AUDIT-USER-ID FROM ENVIRONMENT "USER"
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN OUTPUT YECL-REPORT-FILE
           IF NOT WS-YECLRPT-OK
               DISPLAY "ERROR: UNABLE TO OPEN YECLRPT, STATUS = "
                   WS-YECLRPT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               SET WS-REPORT-OPEN TO TRUE
               MOVE SPACES TO RPT-LINE
               STRING "YEAR-END CLOSE  FISCAL YEAR " DELIMITED BY SIZE
                   WS-PARM-YEAR DELIMITED BY SIZE
                   "  RETAINED EARNINGS " DELIMITED BY SIZE
                   WS-PARM-RE-ACCT DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               DISPLAY RPT-LINE (1:58)
               WRITE RPT-RECORD
               PERFORM 1100-CHECK-ANNSUM THRU 1100-EXIT
               PERFORM 1200-CHECK-PERIODS THRU 1200-EXIT
               PERFORM 1300-CHECK-RE-ACCOUNT THRU 1300-EXIT
               PERFORM 1400-LOAD-PERSUM THRU 1400-EXIT
               PERFORM 1500-PRINT-PERIODS THRU 1500-EXIT
           END-IF
           IF RETURN-CODE = 0
               OPEN I-O ACTIVITY-FILE
               IF NOT WS-ACTSUB-OK
                   DISPLAY "ERROR: UNABLE TO OPEN ACTSUB, STATUS = "
                       WS-ACTSUB-STATUS ", NO ACCOUNTS TO CLOSE"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET WS-ACTSUB-OPEN TO TRUE
               END-IF
           END-IF
           IF RETURN-CODE = 0
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
               ELSE
                   SET WS-AUDIT-OPEN TO TRUE
               END-IF
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1600-OPEN-AUDIT-CHAIN THRU 1600-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CHECK-ANNSUM.
      *> A year already on ANNSUM has been closed: its closing
      *> entries are on the subledger and a second run would
      *> post them again. No ANNSUM at all means no year has
      *> ever closed.
           MOVE "N" TO WS-ANS-DONE-SW
           OPEN INPUT ANNSUM-FILE
           EVALUATE TRUE
               WHEN WS-ANNSUM-NOT-FOUND
                   CONTINUE
               WHEN NOT WS-ANNSUM-OK
                   DISPLAY "ERROR: ANNSUM NOT READABLE, STATUS = "
                       WS-ANNSUM-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 1110-READ-ONE-ANNSUM THRU 1110-EXIT
                       UNTIL WS-ANS-DONE
                   CLOSE ANNSUM-FILE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-ANNSUM.
           READ ANNSUM-FILE
               AT END
                   SET WS-ANS-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-ANNSUM-AT-END
                   CONTINUE
               WHEN NOT WS-ANNSUM-OK
                   DISPLAY "ERROR: ANNSUM READ FAILED, STATUS = "
                       WS-ANNSUM-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-ANS-DONE TO TRUE
               WHEN ANS-FISCAL-YEAR NUMERIC
                   AND ANS-FISCAL-YEAR = WS-YEAR
                   DISPLAY "ERROR: FISCAL YEAR " WS-PARM-YEAR
                       " ALREADY CLOSED ON " ANS-CLOSED-DATE
                       ", NOTHING POSTED"
                   MOVE "FISCAL YEAR ALREADY CLOSED -- SEE ANNSUM"
                       TO RPT-LINE
                   WRITE RPT-RECORD
                   MOVE 8 TO RETURN-CODE
                   SET WS-ANS-DONE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1110-EXIT.
           EXIT.

       1200-CHECK-PERIODS.
      *> Every month of the year must be soft- or hard-closed.
      *> Unlike the posting programs, a missing calendar is not
      *> "everything open, carry on" here: the year-end close
      *> needs positive proof that each month is finished.
           MOVE 0 TO WS-NOT-CLOSED-COUNT
           OPEN I-O PERIOD-CONTROL-FILE
           IF NOT WS-PERIODS-OK
               DISPLAY "ERROR: PERIODS NOT AVAILABLE, STATUS = "
                   WS-PERIODS-STATUS ", YEAR CANNOT BE PROVEN "
                   "CLOSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 1205-MARK-UNKNOWN THRU 1205-EXIT
                   VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 12
           ELSE
               SET WS-PERIODS-OPEN TO TRUE
               PERFORM 1210-CHECK-ONE-PERIOD THRU 1210-EXIT
                   VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 12
               IF WS-NOT-CLOSED-COUNT NOT = 0
                   MOVE WS-NOT-CLOSED-COUNT TO WS-COUNT-EDIT
                   DISPLAY "ERROR: " WS-COUNT-EDIT " PERIOD(S) OF "
                       WS-PARM-YEAR " NOT CLOSED, NOTHING POSTED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

       1205-MARK-UNKNOWN.
           MOVE "?" TO TBL-MON-STATUS (WS-MON-IDX).
       1205-EXIT.
           EXIT.

       1210-CHECK-ONE-PERIOD.
           MOVE WS-YEAR TO WS-PER-YYYY
           MOVE WS-MON-IDX TO WS-PER-MM
           MOVE WS-PERIOD TO PCT-PERIOD
           READ PERIOD-CONTROL-FILE
           EVALUATE TRUE
               WHEN WS-PERIODS-NO-RECORD
                   MOVE "O" TO TBL-MON-STATUS (WS-MON-IDX)
               WHEN NOT WS-PERIODS-OK
                   DISPLAY "ERROR: PERIODS READ FAILED, STATUS = "
                       WS-PERIODS-STATUS
                   MOVE "?" TO TBL-MON-STATUS (WS-MON-IDX)
               WHEN OTHER
                   MOVE PCT-STATUS TO TBL-MON-STATUS (WS-MON-IDX)
           END-EVALUATE
           IF TBL-MON-STATUS (WS-MON-IDX) NOT = "S"
               AND TBL-MON-STATUS (WS-MON-IDX) NOT = "H"
               ADD 1 TO WS-NOT-CLOSED-COUNT
           END-IF.
       1210-EXIT.
           EXIT.

       1300-CHECK-RE-ACCOUNT.
      *> The retained-earnings account must be on the chart,
      *> active, and an equity (Q) account -- closing the year
      *> into a revenue or expense account would only move the
      *> balance, not close it. The chart stays open for the
      *> category lookups the closing entries need.
           OPEN INPUT CHACCT-FILE
           IF NOT WS-CHACCT-OK
               DISPLAY "ERROR: UNABLE TO OPEN CHACCT, STATUS = "
                   WS-CHACCT-STATUS ", ACCOUNTS CANNOT BE CLOSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-CHACCT-OPEN TO TRUE
               MOVE WS-PARM-RE-ACCT TO ACCT-CODE
               READ CHACCT-FILE
               EVALUATE TRUE
                   WHEN NOT WS-CHACCT-OK
                       DISPLAY "ERROR: RETAINED EARNINGS ACCOUNT "
                           WS-PARM-RE-ACCT " NOT ON CHART"
                       MOVE 8 TO RETURN-CODE
                   WHEN NOT ACCT-EQUITY-CATEGORY
                       DISPLAY "ERROR: ACCOUNT " WS-PARM-RE-ACCT
                           " IS NOT AN EQUITY (Q) ACCOUNT"
                       MOVE 8 TO RETURN-CODE
                   WHEN ACCT-INACTIVE
                       DISPLAY "ERROR: RETAINED EARNINGS ACCOUNT "
                           WS-PARM-RE-ACCT " IS DEACTIVATED"
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       1300-EXIT.
           EXIT.

       1400-LOAD-PERSUM.
      *> The year's twelve period summaries, one row per month.
      *> A closed month with no summary had nothing to sweep and
      *> contributes zero; a month with two summaries breaks the
      *> one-summary-per-period rule the close keeps, and is
      *> flagged rather than silently summed.
           MOVE 0 TO WS-YR-REVENUE
           MOVE 0 TO WS-YR-EXPENSES
           MOVE 0 TO WS-YR-NET
           MOVE 0 TO WS-YR-CALCS
           MOVE 0 TO WS-YR-PERIODS
           PERFORM 1405-ZERO-MONTH THRU 1405-EXIT
               VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > 12
           MOVE "N" TO WS-PSM-DONE-SW
           OPEN INPUT PERSUM-FILE
           EVALUATE TRUE
               WHEN WS-PERSUM-OK
                   PERFORM 1410-READ-ONE-PERSUM THRU 1410-EXIT
                       UNTIL WS-PSM-DONE
                   CLOSE PERSUM-FILE
               WHEN WS-PERSUM-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: PERSUM NOT READABLE, STATUS = "
                       WS-PERSUM-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       1400-EXIT.
           EXIT.

       1405-ZERO-MONTH.
           MOVE 0 TO TBL-MON-PSM-COUNT (WS-MON-IDX)
           MOVE 0 TO TBL-MON-REVENUE (WS-MON-IDX)
           MOVE 0 TO TBL-MON-EXPENSES (WS-MON-IDX)
           MOVE 0 TO TBL-MON-NET (WS-MON-IDX)
           MOVE 0 TO TBL-MON-CALCS (WS-MON-IDX).
       1405-EXIT.
           EXIT.

       1410-READ-ONE-PERSUM.
           READ PERSUM-FILE
               AT END
                   SET WS-PSM-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-PERSUM-AT-END
                   CONTINUE
               WHEN NOT WS-PERSUM-OK
                   DISPLAY "ERROR: PERSUM READ FAILED, STATUS = "
                       WS-PERSUM-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-PSM-DONE TO TRUE
               WHEN PSM-PERIOD NOT NUMERIC
                   CONTINUE
               WHEN PSM-PERIOD < WS-FIRST-PERIOD
                   OR PSM-PERIOD > WS-LAST-PERIOD
                   CONTINUE
               WHEN OTHER
                   MOVE PSM-PERIOD TO WS-PERIOD
                   MOVE WS-PER-MM TO WS-MON-IDX
                   ADD 1 TO TBL-MON-PSM-COUNT (WS-MON-IDX)
                   ADD PSM-TOTAL-REVENUE
                       TO TBL-MON-REVENUE (WS-MON-IDX)
                   ADD PSM-TOTAL-EXPENSES
                       TO TBL-MON-EXPENSES (WS-MON-IDX)
                   ADD PSM-NET-VALUE TO TBL-MON-NET (WS-MON-IDX)
                   ADD PSM-CALC-COUNT TO TBL-MON-CALCS (WS-MON-IDX)
                   ADD PSM-TOTAL-REVENUE  TO WS-YR-REVENUE
                   ADD PSM-TOTAL-EXPENSES TO WS-YR-EXPENSES
                   ADD PSM-NET-VALUE      TO WS-YR-NET
                   ADD PSM-CALC-COUNT     TO WS-YR-CALCS
                   IF TBL-MON-PSM-COUNT (WS-MON-IDX) = 1
                       ADD 1 TO WS-YR-PERIODS
                   END-IF
           END-EVALUATE.
       1410-EXIT.
           EXIT.

       1500-PRINT-PERIODS.
      *> The period section: each month's calendar status and its
      *> PERSUM figures. A month that is not closed, or that has
      *> more than one summary, is flagged at the end of its line.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-LINE
           MOVE "PERIOD"   TO RPT-LINE (1:6)
           MOVE "STATUS"   TO RPT-LINE (9:6)
           MOVE "REVENUE"  TO RPT-LINE (26:7)
           MOVE "EXPENSES" TO RPT-LINE (40:8)
           MOVE "NET"      TO RPT-LINE (60:3)
           MOVE "CALCS"    TO RPT-LINE (65:5)
           DISPLAY RPT-LINE (1:69)
           WRITE RPT-RECORD
           PERFORM 1510-PRINT-ONE-PERIOD THRU 1510-EXIT
               VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > 12.
       1500-EXIT.
           EXIT.

       1510-PRINT-ONE-PERIOD.
           MOVE WS-YEAR TO WS-PER-YYYY
           MOVE WS-MON-IDX TO WS-PER-MM
           EVALUATE TBL-MON-STATUS (WS-MON-IDX)
               WHEN "O"
                   MOVE "OPEN"       TO WS-PCT-STATUS-NAME
               WHEN "S"
                   MOVE "SOFT-CLOSE" TO WS-PCT-STATUS-NAME
               WHEN "H"
                   MOVE "HARD-CLOSE" TO WS-PCT-STATUS-NAME
               WHEN OTHER
                   MOVE "UNKNOWN"    TO WS-PCT-STATUS-NAME
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           MOVE WS-PERIOD-X TO RPT-LINE (1:6)
           MOVE WS-PCT-STATUS-NAME TO RPT-LINE (9:10)
           MOVE TBL-MON-REVENUE (WS-MON-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO RPT-LINE (20:13)
           MOVE TBL-MON-EXPENSES (WS-MON-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO RPT-LINE (35:13)
           MOVE TBL-MON-NET (WS-MON-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO RPT-LINE (50:13)
           MOVE TBL-MON-CALCS (WS-MON-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO RPT-LINE (65:5)
           EVALUATE TRUE
               WHEN TBL-MON-STATUS (WS-MON-IDX) NOT = "S"
                   AND TBL-MON-STATUS (WS-MON-IDX) NOT = "H"
                   MOVE "NOT CLOSED" TO RPT-LINE (71:10)
               WHEN TBL-MON-PSM-COUNT (WS-MON-IDX) > 1
                   MOVE "DUP PERSUM" TO RPT-LINE (71:10)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY RPT-LINE
           WRITE RPT-RECORD.
       1510-EXIT.
           EXIT.

       1600-OPEN-AUDIT-CHAIN.
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
       1600-EXIT.
           EXIT.

       3000-GATHER-ACTIVITY.
      *> One pass over the subledger, totalling each account's
      *> activity across the year's twelve periods. A record
      *> already under the closing period means closing entries
      *> were posted by an earlier run that never reached its
      *> ANNSUM write; the run refuses rather than post them a
      *> second time, and the operator backs them out first.
           MOVE 0 TO WS-YAC-COUNT
           MOVE "N" TO WS-ACV-DONE-SW
           MOVE LOW-VALUES TO ACV-KEY
           START ACTIVITY-FILE KEY NOT < ACV-KEY
               INVALID KEY
                   SET WS-ACV-DONE TO TRUE
           END-START
           IF NOT WS-ACTSUB-OK
               SET WS-ACV-DONE TO TRUE
           END-IF
           PERFORM 3100-READ-ONE-ACTIVITY THRU 3100-EXIT
               UNTIL WS-ACV-DONE.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-ACTIVITY.
           READ ACTIVITY-FILE NEXT RECORD
               AT END
                   SET WS-ACV-DONE TO TRUE
           END-READ
           IF NOT WS-ACTSUB-OK AND NOT WS-ACTSUB-AT-END
               DISPLAY "ERROR: ACTSUB READ FAILED, STATUS = "
                   WS-ACTSUB-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-ACV-DONE TO TRUE
           END-IF
           IF NOT WS-ACV-DONE
               EVALUATE TRUE
                   WHEN ACV-PERIOD = WS-CLOSING-PERIOD
                       DISPLAY "ERROR: CLOSING ENTRIES FOR "
                           WS-PARM-YEAR " ALREADY ON ACTSUB ("
                           ACV-ACCT-CODE "), NOTHING POSTED"
                       MOVE 8 TO RETURN-CODE
                       SET WS-ACV-DONE TO TRUE
                   WHEN ACV-PERIOD < WS-FIRST-PERIOD
                       OR ACV-PERIOD > WS-LAST-PERIOD
                       CONTINUE
                   WHEN OTHER
                       PERFORM 3150-ADD-TO-YEAR THRU 3150-EXIT
               END-EVALUATE
           END-IF.
       3100-EXIT.
           EXIT.

       3150-ADD-TO-YEAR.
      *> The key is account-major, so an account's periods arrive
      *> together; the search still covers the whole table so
      *> nothing depends on that order.
           MOVE "N" TO WS-YAC-FOUND-SW
           IF WS-YAC-COUNT > 0
               SET YAC-IDX TO 1
               SEARCH WS-YAC-ENTRY
                   AT END
                       CONTINUE
                   WHEN YAC-IDX > WS-YAC-COUNT
                       CONTINUE
                   WHEN TBL-YAC-ACCT-CODE (YAC-IDX) = ACV-ACCT-CODE
                       SET WS-YAC-FOUND TO TRUE
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN WS-YAC-FOUND
                   ADD ACV-AMOUNT TO TBL-YAC-TOTAL (YAC-IDX)
               WHEN WS-YAC-COUNT NOT < 500
                   DISPLAY "ERROR: MORE THAN 500 ACCOUNTS WITH "
                       "ACTIVITY, YEAR NOT CLOSED"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ACV-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-YAC-COUNT
                   MOVE ACV-ACCT-CODE
                       TO TBL-YAC-ACCT-CODE (WS-YAC-COUNT)
                   MOVE ACV-AMOUNT TO TBL-YAC-TOTAL (WS-YAC-COUNT)
           END-EVALUATE.
       3150-EXIT.
           EXIT.

       4000-POST-CLOSING.
      *> One closing entry per revenue and expense account with a
      *> balance for the year, then the net of them all into
      *> retained earnings. An account the chart cannot place in
      *> either category is not closed: it is listed, and the run
      *> ends RC 4 so finance decides where it belongs.
           MOVE 0 TO WS-SUB-REVENUE
           MOVE 0 TO WS-SUB-EXPENSES
           MOVE SPACES TO RPT-LINE
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-LINE
           MOVE "ACCT"          TO RPT-LINE (1:4)
           MOVE "NAME"          TO RPT-LINE (8:4)
           MOVE "C"             TO RPT-LINE (34:1)
           MOVE "YEAR ACTIVITY" TO RPT-LINE (39:13)
           MOVE "CLOSING ENTRY" TO RPT-LINE (56:13)
           DISPLAY RPT-LINE (1:68)
           WRITE RPT-RECORD
           PERFORM 4100-CLOSE-ONE-ACCOUNT THRU 4100-EXIT
               VARYING YAC-IDX FROM 1 BY 1
               UNTIL YAC-IDX > WS-YAC-COUNT
                  OR RETURN-CODE NOT = 0
           IF RETURN-CODE = 0
               SUBTRACT WS-SUB-EXPENSES FROM WS-SUB-REVENUE
                   GIVING WS-SUB-NET
               PERFORM 4200-CLOSE-TO-RETAINED THRU 4200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CLOSE-ONE-ACCOUNT.
           PERFORM 4150-LOOKUP-CATEGORY THRU 4150-EXIT
           MOVE SPACES TO RPT-LINE
           MOVE TBL-YAC-ACCT-CODE (YAC-IDX) TO RPT-LINE (1:6)
           MOVE WS-ACCT-NAME-PRT TO RPT-LINE (8:25)
           MOVE WS-ACCT-CATEGORY TO RPT-LINE (34:1)
           MOVE TBL-YAC-TOTAL (YAC-IDX) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO RPT-LINE (37:15)
           EVALUATE TRUE
               WHEN TBL-YAC-TOTAL (YAC-IDX) = 0
                   MOVE "ALREADY ZERO" TO RPT-LINE (57:12)
               WHEN WS-ACCT-CATEGORY = "R"
                   OR WS-ACCT-CATEGORY = "E"
                   IF WS-ACCT-CATEGORY = "R"
                       ADD TBL-YAC-TOTAL (YAC-IDX) TO WS-SUB-REVENUE
                   ELSE
                       ADD TBL-YAC-TOTAL (YAC-IDX) TO WS-SUB-EXPENSES
                   END-IF
                   MOVE TBL-YAC-ACCT-CODE (YAC-IDX)
                       TO WS-POST-ACCT-CODE
                   SUBTRACT TBL-YAC-TOTAL (YAC-IDX) FROM 0
                       GIVING WS-POST-AMOUNT
                   PERFORM 4300-WRITE-CLOSING-ENTRY THRU 4300-EXIT
                   IF RETURN-CODE = 0
                       ADD 1 TO WS-ACCTS-CLOSED
      *> Net the entries the way the trial balance does, revenue
      *> less expenses plus equity, or the tie could never read
      *> zero.
                       IF WS-ACCT-CATEGORY = "E"
                           SUBTRACT WS-POST-AMOUNT
                               FROM WS-CLOSING-TOTAL
                       ELSE
                           ADD WS-POST-AMOUNT TO WS-CLOSING-TOTAL
                       END-IF
                       MOVE WS-POST-AMOUNT TO WS-TOTAL-EDIT
                       MOVE WS-TOTAL-EDIT TO RPT-LINE (54:15)
                   END-IF
               WHEN OTHER
                   MOVE "NOT CLOSED" TO RPT-LINE (59:10)
                   SET WS-WARNED TO TRUE
           END-EVALUATE
           DISPLAY RPT-LINE (1:68)
           WRITE RPT-RECORD.
       4100-EXIT.
           EXIT.

       4150-LOOKUP-CATEGORY.
           MOVE SPACE TO WS-ACCT-CATEGORY
           MOVE "(NOT ON CHART)" TO WS-ACCT-NAME-PRT
           MOVE TBL-YAC-ACCT-CODE (YAC-IDX) TO ACCT-CODE
           READ CHACCT-FILE
           IF WS-CHACCT-OK
               MOVE ACCT-CATEGORY TO WS-ACCT-CATEGORY
               MOVE ACCT-NAME     TO WS-ACCT-NAME-PRT
           END-IF.
       4150-EXIT.
           EXIT.

       4200-CLOSE-TO-RETAINED.
      *> The year's net from account detail -- revenue less
      *> expenses -- lands in retained earnings, so the closing
      *> entries, netted as revenue less expenses plus equity,
      *> sum to zero.
           MOVE WS-PARM-RE-ACCT TO WS-POST-ACCT-CODE
           MOVE WS-SUB-NET      TO WS-POST-AMOUNT
           IF WS-SUB-NET NOT = 0
               PERFORM 4300-WRITE-CLOSING-ENTRY THRU 4300-EXIT
           END-IF
           IF RETURN-CODE = 0
               ADD WS-POST-AMOUNT TO WS-CLOSING-TOTAL
               MOVE WS-PARM-RE-ACCT TO ACCT-CODE
               READ CHACCT-FILE
               MOVE SPACES TO RPT-LINE
               MOVE WS-PARM-RE-ACCT TO RPT-LINE (1:6)
               IF WS-CHACCT-OK
                   MOVE ACCT-NAME TO RPT-LINE (8:25)
               END-IF
               MOVE "Q" TO RPT-LINE (34:1)
               MOVE WS-POST-AMOUNT TO WS-TOTAL-EDIT
               MOVE WS-TOTAL-EDIT TO RPT-LINE (54:15)
               DISPLAY RPT-LINE (1:68)
               WRITE RPT-RECORD
               SET WS-POSTED TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.

       4300-WRITE-CLOSING-ENTRY.
      *> One subledger record under the closing period, and its
      *> audit line. The amount must fit the subledger's amount
      *> field; a year that does not is refused, not truncated.
           MOVE WS-POST-ACCT-CODE TO ACV-ACCT-CODE
           MOVE WS-CLOSING-PERIOD TO ACV-PERIOD
           MOVE 1 TO ACV-POST-COUNT
           COMPUTE ACV-AMOUNT = WS-POST-AMOUNT
               ON SIZE ERROR
                   DISPLAY "ERROR: CLOSING AMOUNT FOR "
                       WS-POST-ACCT-CODE " TOO LARGE FOR ACTSUB"
                   MOVE 8 TO RETURN-CODE
           END-COMPUTE
           IF RETURN-CODE = 0
               WRITE ACV-RECORD
               IF NOT WS-ACTSUB-OK
                   DISPLAY "ERROR: ACTSUB WRITE FAILED FOR "
                       WS-POST-ACCT-CODE ", STATUS = "
                       WS-ACTSUB-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET WS-POSTED TO TRUE
                   MOVE WS-POST-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE "YEAREND"          TO WS-MAINT-ACTION
                   MOVE WS-POST-ACCT-CODE  TO WS-MAINT-CODE
                   MOVE SPACES TO WS-MAINT-DETAIL
                   STRING WS-CLOSING-PERIOD DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       INTO WS-MAINT-DETAIL
                   END-STRING
                   PERFORM 8000-WRITE-MAINT-AUDIT THRU 8000-EXIT
               END-IF
           END-IF.
       4300-EXIT.
           EXIT.

       5000-WRITE-ANNUAL-SUMMARY.
      *> The year's annual summary, appended once the closing
      *> entries are all on the subledger -- its presence is what
      *> marks the year closed.
           MOVE SPACES TO ANS-RECORD
           MOVE WS-YEAR           TO ANS-FISCAL-YEAR
           MOVE WS-YR-REVENUE     TO ANS-TOTAL-REVENUE
           MOVE WS-YR-EXPENSES    TO ANS-TOTAL-EXPENSES
           MOVE WS-YR-NET         TO ANS-NET-VALUE
           MOVE WS-YR-PERIODS     TO ANS-PERIOD-COUNT
           MOVE WS-YR-CALCS       TO ANS-CALC-COUNT
           MOVE WS-PARM-RE-ACCT   TO ANS-RE-ACCT-CODE
           MOVE WS-SUB-NET        TO ANS-RE-AMOUNT
           MOVE WS-ACCTS-CLOSED   TO ANS-ACCTS-CLOSED
           MOVE WS-AUDIT-USER-ID  TO ANS-CLOSED-BY
           MOVE WS-CURRENT-DATE   TO ANS-CLOSED-DATE
           OPEN EXTEND ANNSUM-FILE
           IF WS-ANNSUM-NOT-FOUND
               OPEN OUTPUT ANNSUM-FILE
               CLOSE ANNSUM-FILE
               OPEN EXTEND ANNSUM-FILE
           END-IF
           IF NOT WS-ANNSUM-OK
               DISPLAY "ERROR: UNABLE TO OPEN ANNSUM, STATUS = "
                   WS-ANNSUM-STATUS ", CLOSING ENTRIES POSTED BUT "
                   "YEAR NOT MARKED CLOSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE ANS-RECORD
               IF NOT WS-ANNSUM-OK
                   DISPLAY "ERROR: ANNSUM WRITE FAILED, STATUS = "
                       WS-ANNSUM-STATUS ", CLOSING ENTRIES POSTED "
                       "BUT YEAR NOT MARKED CLOSED"
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE ANNSUM-FILE
           END-IF.
       5000-EXIT.
           EXIT.

       6000-HARD-CLOSE-YEAR.
      *> Freezes the proven year: every soft-closed month goes to
      *> hard-closed, audited the way the period status menu
      *> audits it. A month that will not rewrite is a warning --
      *> the year is closed either way, but a supervisor should
      *> hard-close it by hand.
           PERFORM 6100-HARD-CLOSE-ONE THRU 6100-EXIT
               VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > 12.
       6000-EXIT.
           EXIT.

       6100-HARD-CLOSE-ONE.
           IF TBL-MON-STATUS (WS-MON-IDX) = "S"
               MOVE WS-YEAR TO WS-PER-YYYY
               MOVE WS-MON-IDX TO WS-PER-MM
               MOVE WS-PERIOD TO PCT-PERIOD
               READ PERIOD-CONTROL-FILE
               IF WS-PERIODS-OK AND PCT-SOFT-CLOSED
                   SET PCT-HARD-CLOSED TO TRUE
                   MOVE WS-AUDIT-USER-ID TO PCT-CHANGED-BY
                   MOVE WS-CURRENT-DATE  TO PCT-CHANGED-DATE
                   MOVE WS-CURRENT-TIME  TO PCT-CHANGED-TIME
                   REWRITE PCT-RECORD
               END-IF
               IF WS-PERIODS-OK
                   MOVE "H" TO TBL-MON-STATUS (WS-MON-IDX)
                   ADD 1 TO WS-HARD-CLOSED-COUNT
                   MOVE "PERIOD"      TO WS-MAINT-ACTION
                   MOVE WS-PERIOD-X   TO WS-MAINT-CODE
                   MOVE "SOFT-CLOSE TO HARD-CLOSE" TO WS-MAINT-DETAIL
                   PERFORM 8000-WRITE-MAINT-AUDIT THRU 8000-EXIT
               ELSE
                   DISPLAY "WARNING: PERIOD " WS-PERIOD-X
                       " NOT HARD-CLOSED, STATUS = "
                       WS-PERIODS-STATUS
                   SET WS-WARNED TO TRUE
               END-IF
           END-IF.
       6100-EXIT.
           EXIT.

       7000-PRINT-TIE-OUT.
      *> The proof. The sum of the twelve printed period nets
      *> must equal the annual record's net (they are the same
      *> PERSUM rows, summed two ways -- a mismatch means PERSUM
      *> changed under the run). Then what was closed into
      *> retained earnings from account detail against that net:
      *> the difference is the postings that carry no account.
           IF WS-REPORT-OPEN
               MOVE 0 TO WS-TIE-SUM
               PERFORM 7010-SUM-ONE-MONTH THRU 7010-EXIT
                   VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 12
               MOVE SPACES TO RPT-LINE
               WRITE RPT-RECORD
               MOVE WS-TIE-SUM TO WS-TOTAL-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "SUM OF PERSUM PERIOD NETS : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               DISPLAY RPT-LINE (1:43)
               WRITE RPT-RECORD
               MOVE WS-YR-NET TO WS-TOTAL-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "ANNUAL NET (ANNSUM)       : " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               DISPLAY RPT-LINE (1:43)
               WRITE RPT-RECORD
               IF WS-TIE-SUM = WS-YR-NET
                   MOVE "ANNUAL NET TIES TO THE PERSUM PERIODS"
                       TO RPT-LINE
               ELSE
                   MOVE "ANNUAL NET DOES NOT TIE TO PERSUM"
                       TO RPT-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF
               DISPLAY RPT-LINE (1:40)
               WRITE RPT-RECORD
               IF WS-POSTED
                   PERFORM 7100-PRINT-RETAINED-TIE THRU 7100-EXIT
               ELSE
                   MOVE "YEAR NOT CLOSED -- NO CLOSING ENTRIES POSTED"
                       TO RPT-LINE
                   DISPLAY RPT-LINE (1:44)
                   WRITE RPT-RECORD
               END-IF
           END-IF
           IF RETURN-CODE = 0 AND WS-WARNED
               MOVE 4 TO RETURN-CODE
           END-IF.
       7000-EXIT.
           EXIT.

       7010-SUM-ONE-MONTH.
           ADD TBL-MON-NET (WS-MON-IDX) TO WS-TIE-SUM.
       7010-EXIT.
           EXIT.

       7100-PRINT-RETAINED-TIE.
           MOVE WS-SUB-NET TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CLOSED TO RETAINED EARNINGS: " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           DISPLAY RPT-LINE (1:44)
           WRITE RPT-RECORD
           MOVE WS-CLOSING-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CLOSING ENTRIES NET       : " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           DISPLAY RPT-LINE (1:43)
           WRITE RPT-RECORD
           SUBTRACT WS-SUB-NET FROM WS-YR-NET GIVING WS-TIE-DIFF
           MOVE WS-TIE-DIFF TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "DIFFERENCE                : " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           DISPLAY RPT-LINE (1:43)
           WRITE RPT-RECORD
           IF WS-TIE-DIFF NOT = 0
               MOVE SPACES TO RPT-LINE
               STRING "DIFFERENCE = POSTINGS WITHOUT ACCOUNT "
                   DELIMITED BY SIZE
                   "DETAIL (PAIRS MODES, ADJUSTMENTS)"
                   DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               DISPLAY RPT-LINE (1:71)
               WRITE RPT-RECORD
               SET WS-WARNED TO TRUE
           END-IF
           MOVE WS-ACCTS-CLOSED TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS CLOSED           : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           DISPLAY RPT-LINE (1:33)
           WRITE RPT-RECORD
           MOVE WS-HARD-CLOSED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "PERIODS HARD-CLOSED       : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           DISPLAY RPT-LINE (1:33)
           WRITE RPT-RECORD
           IF RETURN-CODE = 0
               MOVE SPACES TO RPT-LINE
               STRING "FISCAL YEAR " DELIMITED BY SIZE
                   WS-PARM-YEAR DELIMITED BY SIZE
                   " CLOSED" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               DISPLAY RPT-LINE (1:23)
               WRITE RPT-RECORD
           END-IF.
       7100-EXIT.
           EXIT.

       8000-WRITE-MAINT-AUDIT.
      *> The maintenance layout, the same one PERIOD-ADJUST uses
      *> and for the same reason: an amounts-layout line would
      *> surface in LEDGER-AUDIT-RECON as an audit line with no
      *> live-ledger entry. An audit failure only warns.
           IF WS-AUDIT-OPEN
               MOVE SPACES TO AUD-RECORD
               MOVE WS-AUDIT-USER-ID TO AUD-M-USER-ID
               MOVE WS-CURRENT-DATE  TO AUD-M-DATE
               MOVE WS-CURRENT-TIME  TO AUD-M-TIME
               MOVE WS-MAINT-ACTION  TO AUD-M-ACTION
               MOVE WS-MAINT-CODE    TO AUD-M-ACCT-CODE
               MOVE WS-MAINT-DETAIL  TO AUD-M-DETAIL
               PERFORM 8010-WRITE-CHAINED-AUDIT THRU 8010-EXIT
           END-IF.
       8000-EXIT.
           EXIT.

       8010-WRITE-CHAINED-AUDIT.
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
               PERFORM 8020-LOCK-CHAIN-HEAD THRU 8020-EXIT
                   UNTIL WS-CHN-HEAD-HELD
                      OR WS-CHN-RETRY-COUNT > WS-CHN-RETRY-LIMIT
           END-IF
           IF WS-CHN-HEAD-HELD
               ADD 1 AUC-SEQ-NO GIVING AUD-SEQ-NO
               MOVE AUC-CHECK-VALUE TO WS-CHN-HASH
               PERFORM 8030-FOLD-CHECK-BYTE THRU 8030-EXIT
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
       8010-EXIT.
           EXIT.

       8020-LOCK-CHAIN-HEAD.
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
       8020-EXIT.
           EXIT.

       8030-FOLD-CHECK-BYTE.
           MOVE AUD-CHAIN-RECORD (WS-CHN-POS:1) TO WS-CHN-BYTE
           COMPUTE WS-CHN-ACCUM = WS-CHN-HASH * 31
                                + WS-CHN-ORD + WS-CHN-POS
           DIVIDE WS-CHN-ACCUM BY WS-CHN-MODULUS
               GIVING WS-CHN-QUOTIENT REMAINDER WS-CHN-HASH.
       8030-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-PERIODS-OPEN
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           IF WS-ACTSUB-OPEN
               CLOSE ACTIVITY-FILE
           END-IF
           IF WS-CHACCT-OPEN
               CLOSE CHACCT-FILE
           END-IF
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-FILE
           END-IF
           IF WS-AUDCHN-OPEN
               CLOSE AUDIT-CHAIN-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE YECL-REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM YEAR-END-CLOSE.
