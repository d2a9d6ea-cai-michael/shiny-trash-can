      *> ===========================================================
      *> PROGRAM-ID : DEPT-INCOME-STATEMENT
      *> AUTHOR     : D. OKAFOR
      *> INSTALLATION : ACC232 DEPARTMENTAL ACCOUNTING
      *> DATE-WRITTEN : 2026-10-15
      *>
      *> Departmental income statements for the PARM period
      *> (YYYYMM): one statement per department on DEPTS, each
      *> starting its own page, then a consolidated statement
      *> across every department. Each statement lists the
      *> revenue accounts and then the expense accounts on the
      *> chart, with the month's activity, the year to date
      *> (calendar year, the YEAR-END-CLOSE fiscal year), the
      *> year-to-date budget from BUDGET and the variance
      *> (positive = favourable: revenue over plan, expense
      *> under it). The department's share of PERIOD-ALLOCATION
      *> overhead prints on its own line below the expenses --
      *> the allocation posts departmental nets with no account,
      *> so it comes from the type "L" entries on the live
      *> LEDGER and the LEDGARCH archive, not from an account.
      *>
      *> Account activity comes from DACTSUB, the subledger
      *> kept by department beside ACTSUB. The consolidated
      *> statement is every DACTSUB record summed, whatever the
      *> department, and is footed against ACTSUB -- the trial
      *> balance's own source -- account by account for the
      *> month. Activity posted before DACTSUB was kept has no
      *> department and shows as the footing difference (RC 4);
      *> the allocation line nets to zero across departments and
      *> plays no part in the footing.
      *>
      *> PARM: yyyymm -- the period to report, months 01-12 (the
      *>   closing period 13 has no departmental activity).
      *>   ,HIST=dataset after it adds an offline history dataset
      *>   RETENTION-PURGE moved old archive entries to (RETINDEX
      *>   names it), so an old year's allocation lines are found
      *>   once its LEDGARCH entries have gone.
      *>
      *> RC 4 = consolidated statement does not foot to the trial
      *> balance. RC 8 = DACTSUB not available, HIST= dataset not
      *> found, or an I/O failure.
      *> RC 12 = report will not open. RC 16 = bad PARM.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  DO    Original departmental income
      *>                     statement program.
      *>   2026-10-15  DO    HIST= PARM adds an offline history
      *>                     dataset to the allocation entries.
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-INCOME-STATEMENT.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ACC232 DEPARTMENTAL ACCOUNTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Shared opens throughout, so the statements can run any
      *> day beside live clerk sessions, as the trial balance can.
           SELECT DEPT-ACTIVITY-FILE ASSIGN TO "DACTSUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAC-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-DACTSUB-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "ACTSUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACV-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-ACTSUB-STATUS.

           SELECT CHACCT-FILE ASSIGN TO "CHACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-CODE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CHACCT-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-LEDGER-STATUS.

      *> LEDGARCH, and the HIST= history dataset after it.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTS"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT BUDGET-FILE ASSIGN TO "BUDGET"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT STMT-REPORT-FILE ASSIGN TO "DSTMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DSTMTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-ACTIVITY-FILE.
           COPY DACTREC.

       FD  ACTIVITY-FILE.
           COPY ACTREC.

       FD  CHACCT-FILE.
           COPY CHACCT.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  ARCHIVE-FILE.
           COPY LEDGREC REPLACING LEADING ==LDG== BY ==ARC==.

       FD  DEPT-FILE.
           COPY DEPTREC.

       FD  BUDGET-FILE.
           COPY BUDGREC.

       FD  STMT-REPORT-FILE.
           COPY REPORTREC.

       WORKING-STORAGE SECTION.
       01  WS-DACTSUB-STATUS              PIC X(02).
           88  WS-DACTSUB-OK               VALUE "00".
           88  WS-DACTSUB-AT-END           VALUE "10".
           88  WS-DACTSUB-NOT-FOUND        VALUE "35".

       01  WS-ACTSUB-STATUS               PIC X(02).
           88  WS-ACTSUB-OK                VALUE "00".
           88  WS-ACTSUB-AT-END            VALUE "10".
           88  WS-ACTSUB-NOT-FOUND         VALUE "35".

       01  WS-CHACCT-STATUS               PIC X(02).
           88  WS-CHACCT-OK                VALUE "00".
           88  WS-CHACCT-AT-END            VALUE "10".

       01  WS-LEDGER-STATUS               PIC X(02).
           88  WS-LEDGER-OK                VALUE "00".
           88  WS-LEDGER-AT-END            VALUE "10".
           88  WS-LEDGER-NOT-FOUND         VALUE "35".

       01  WS-ARCHIVE-STATUS              PIC X(02).
           88  WS-ARCHIVE-OK               VALUE "00".
           88  WS-ARCHIVE-AT-END           VALUE "10".
           88  WS-ARCHIVE-NOT-FOUND        VALUE "35".

       01  WS-DEPT-STATUS                 PIC X(02).
           88  WS-DEPT-OK                  VALUE "00".
           88  WS-DEPT-AT-END              VALUE "10".

       01  WS-BUDGET-STATUS               PIC X(02).
           88  WS-BUDGET-OK                VALUE "00".
           88  WS-BUDGET-AT-END            VALUE "10".

       01  WS-DSTMTRPT-STATUS             PIC X(02).
           88  WS-DSTMTRPT-OK              VALUE "00".

       01  WS-DAC-DONE-SW                 PIC X(01).
           88  WS-DAC-DONE                  VALUE "Y".
       01  WS-ACV-DONE-SW                 PIC X(01).
           88  WS-ACV-DONE                  VALUE "Y".
       01  WS-CHA-DONE-SW                 PIC X(01).
           88  WS-CHA-DONE                  VALUE "Y".
       01  WS-LDG-DONE-SW                 PIC X(01).
           88  WS-LDG-DONE                  VALUE "Y".
       01  WS-ARC-DONE-SW                 PIC X(01).
           88  WS-ARC-DONE                  VALUE "Y".
       01  WS-DPT-DONE-SW                 PIC X(01).
           88  WS-DPT-DONE                  VALUE "Y".
       01  WS-BUD-DONE-SW                 PIC X(01).
           88  WS-BUD-DONE                  VALUE "Y".

       01  WS-PARM-ENTRY                  PIC X(80).
       01  WS-PARM-BASE                   PIC X(80).
       01  WS-HIST-ENTRY                  PIC X(40).
       01  WS-ARCHIVE-NAME                PIC X(40) VALUE "LEDGARCH".
       01  WS-PERIOD-ENTRY                PIC X(06).
       01  WS-PERIOD REDEFINES WS-PERIOD-ENTRY
                                          PIC 9(06).
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD-ENTRY.
           05  WS-PERIOD-YYYY             PIC 9(04).
           05  WS-PERIOD-MM               PIC 9(02).

      *> The year-to-date window: the first period of the PARM
      *> period's calendar year through the PARM period itself.
       01  WS-YEAR-START-X.
           05  WS-YEAR-START-YYYY         PIC 9(04).
           05  WS-YEAR-START-MM           PIC 9(02).
       01  WS-YEAR-START REDEFINES WS-YEAR-START-X
                                          PIC 9(06).

      *> The period split out of a ledger entry's date.
       01  WS-LDG-DATE-X.
           05  WS-LDG-DATE                PIC 9(8).
       01  WS-LDG-DATE-SPLIT REDEFINES WS-LDG-DATE-X.
           05  WS-LDG-PERIOD              PIC 9(6).
           05  WS-LDG-DD                  PIC 9(2).

      *> The chart, in account order, with the columns of the
      *> statement being built: the month, the year to date and
      *> the year-to-date budget, plus the ACTSUB month the
      *> consolidated statement foots against. An account on
      *> DACTSUB or ACTSUB that the chart does not know is added
      *> on the end uncategorized, so its amount still prints.
       01  WS-ACCT-COUNT                  PIC 9(03) COMP.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES INDEXED BY ACCT-IDX.
               10  TBL-ACCT-CODE          PIC X(06).
               10  TBL-ACCT-NAME          PIC X(25).
               10  TBL-ACCT-CATEGORY      PIC X(01).
               10  TBL-STM-MONTH          PIC S9(11)V99.
               10  TBL-STM-YTD            PIC S9(11)V99.
               10  TBL-STM-BUDGET         PIC S9(11)V99.
               10  TBL-TB-MONTH           PIC S9(11)V99.
       01  WS-ACCT-LOOKUP                 PIC X(06).
       01  WS-ACCT-FOUND-SW               PIC X(01).
           88  WS-ACCT-FOUND                VALUE "Y".

      *> DEPTS, with each department's allocated overhead net
      *> for the month and the year to date.
       01  WS-DEPT-COUNT                  PIC 9(03) COMP.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DEPT-IDX.
               10  TBL-DEPT-CODE          PIC X(04).
               10  TBL-DEPT-NAME          PIC X(25).
               10  TBL-ALLOC-MONTH        PIC S9(11)V99.
               10  TBL-ALLOC-YTD          PIC S9(11)V99.

      *> BUDGET rows inside the year-to-date window only.
       01  WS-BUD-COUNT                   PIC 9(03) COMP.
       01  WS-BUD-TABLE.
           05  WS-BUD-ENTRY OCCURS 500 TIMES INDEXED BY BUD-IDX.
               10  TBL-BUD-ACCT           PIC X(06).
               10  TBL-BUD-DEPT           PIC X(04).
               10  TBL-BUD-AMOUNT         PIC S9(7)V99.

      *> Allocation nets across every department, the
      *> consolidated statement's overhead line.
       01  WS-CONS-ALLOC-MONTH            PIC S9(11)V99.
       01  WS-CONS-ALLOC-YTD              PIC S9(11)V99.
       01  WS-ALLOC-PERIOD                PIC 9(06).
       01  WS-ALLOC-DEPT                  PIC X(04).
       01  WS-ALLOC-NET                   PIC S9(9)V99.

      *> The statement being printed: its department, its
      *> overhead, and the section and statement totals.
       01  WS-STM-DEPT-CODE               PIC X(04).
       01  WS-STM-DEPT-NAME               PIC X(25).
       01  WS-STM-ALLOC-MONTH             PIC S9(11)V99.
       01  WS-STM-ALLOC-YTD               PIC S9(11)V99.
       01  WS-SECTION-CATEGORY            PIC X(01).
           88  WS-SECTION-REVENUE           VALUE "R".
           88  WS-SECTION-EXPENSE           VALUE "E".
           88  WS-SECTION-OTHER             VALUE "O".
       01  WS-SECTION-COUNT               PIC 9(05) COMP.
       01  WS-SEC-MONTH                   PIC S9(11)V99.
       01  WS-SEC-YTD                     PIC S9(11)V99.
       01  WS-SEC-BUDGET                  PIC S9(11)V99.
       01  WS-NET-MONTH                   PIC S9(11)V99.
       01  WS-NET-YTD                     PIC S9(11)V99.
       01  WS-NET-BUDGET                  PIC S9(11)V99.
       01  WS-IN-SECTION-SW               PIC X(01).
           88  WS-IN-SECTION                VALUE "Y".
       01  WS-STM-SAVE-LINE               PIC X(80).

      *> One printed amount line: label, the four columns, and
      *> whether the budget columns apply to it.
       01  WS-LINE-LABEL                  PIC X(26).
       01  WS-LINE-MONTH                  PIC S9(11)V99.
       01  WS-LINE-YTD                    PIC S9(11)V99.
       01  WS-LINE-BUDGET                 PIC S9(11)V99.
       01  WS-LINE-VARIANCE               PIC S9(11)V99.
       01  WS-LINE-BUDGET-SW              PIC X(01).
           88  WS-LINE-HAS-BUDGET           VALUE "Y".

      *> The footing against the trial balance.
       01  WS-TB-NET                      PIC S9(11)V99.
       01  WS-CONS-NET                    PIC S9(11)V99.
       01  WS-FOOT-DIFF                   PIC S9(11)V99.
       01  WS-ACCT-DIFF                   PIC S9(11)V99.
       01  WS-FOOT-EXCEPTIONS             PIC 9(05) COMP.

       01  WS-STATEMENT-COUNT             PIC 9(05) COMP.
       01  WS-PAGE-NO                     PIC 9(04) COMP.
       01  WS-LINE-COUNT                  PIC 9(03) COMP.
       01  WS-MAX-LINES-PER-PAGE          PIC 9(03) VALUE 55.

       01  WS-AMOUNT-EDIT                 PIC -ZZZZZZZZ9.99.
       01  WS-TOTAL-EDIT                  PIC -9(11).99.
       01  WS-COUNT-EDIT                  PIC ZZZZ9.
       01  WS-PAGE-NO-EDIT                PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-PARSE-PARM THRU 0500-EXIT
           IF RETURN-CODE = 0
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               IF RETURN-CODE = 0
                   PERFORM 3000-DEPT-STATEMENTS THRU 3000-EXIT
                   PERFORM 5000-CONSOLIDATED THRU 5000-EXIT
                   PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF
           STOP RUN.

       0500-PARSE-PARM.
      *> The period arrives as the job's PARM, six digits YYYYMM.
      *> There is no terminal in the reporting window, so a bad
      *> PARM fails the step cleanly instead of prompting.
      *> HIST= is split off first.
           ACCEPT WS-PARM-ENTRY FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-BASE
           MOVE SPACES TO WS-HIST-ENTRY
           UNSTRING WS-PARM-ENTRY DELIMITED BY ",HIST=" OR "HIST="
               INTO WS-PARM-BASE WS-HIST-ENTRY
           MOVE WS-PARM-BASE (1:6) TO WS-PERIOD-ENTRY
           EVALUATE TRUE
               WHEN WS-PERIOD-ENTRY NOT NUMERIC
                   OR WS-PARM-BASE (7:74) NOT = SPACES
                   DISPLAY "ERROR: INCOME STATEMENT PARM MUST BE "
                       "YYYYMM, ABORTING RUN -- "
                       WS-PARM-ENTRY (1:20)
                   MOVE 16 TO RETURN-CODE
               WHEN WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                   DISPLAY "ERROR: INCOME STATEMENT PARM MONTH NOT "
                       "01-12, ABORTING RUN -- " WS-PERIOD-ENTRY
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-PERIOD-YYYY TO WS-YEAR-START-YYYY
                   MOVE 1 TO WS-YEAR-START-MM
           END-EVALUATE.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
      *> Opens the report and the department subledger, then
      *> loads the reference data every statement shares: the
      *> chart, the departments, the budget window and the
      *> allocation nets. A subledger that will not open leaves
      *> nothing to state and fails the step; the reference
      *> files each only warn, as the trial balance's chart does.
           MOVE 0 TO WS-STATEMENT-COUNT
           MOVE 0 TO WS-PAGE-NO
           MOVE 0 TO WS-LINE-COUNT
           OPEN OUTPUT STMT-REPORT-FILE
           IF NOT WS-DSTMTRPT-OK
               DISPLAY "ERROR: UNABLE TO OPEN DSTMTRPT, STATUS = "
                   WS-DSTMTRPT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT DEPT-ACTIVITY-FILE
               IF NOT WS-DACTSUB-OK
                   DISPLAY "ERROR: UNABLE TO OPEN DACTSUB, STATUS = "
                       WS-DACTSUB-STATUS
                       ", NO DEPARTMENT ACTIVITY TO REPORT"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1100-LOAD-CHART THRU 1100-EXIT
                   PERFORM 1200-LOAD-DEPARTMENTS THRU 1200-EXIT
                   PERFORM 1300-LOAD-BUDGET THRU 1300-EXIT
                   PERFORM 1400-LOAD-ALLOCATIONS THRU 1400-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-CHART.
           MOVE 0 TO WS-ACCT-COUNT
           MOVE "N" TO WS-CHA-DONE-SW
           OPEN INPUT CHACCT-FILE
           IF NOT WS-CHACCT-OK
               DISPLAY "WARNING: CHACCT NOT AVAILABLE, STATUS = "
                   WS-CHACCT-STATUS ", ACCOUNTS UNCATEGORIZED"
           ELSE
               MOVE LOW-VALUES TO ACCT-CODE
               START CHACCT-FILE KEY NOT < ACCT-CODE
                   INVALID KEY
                       SET WS-CHA-DONE TO TRUE
               END-START
               IF NOT WS-CHACCT-OK
                   SET WS-CHA-DONE TO TRUE
               END-IF
               PERFORM 1110-READ-ONE-CHACCT THRU 1110-EXIT
                   UNTIL WS-CHA-DONE
               CLOSE CHACCT-FILE
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-CHACCT.
           READ CHACCT-FILE NEXT RECORD
               AT END
                   SET WS-CHA-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-CHACCT-AT-END
                   CONTINUE
               WHEN NOT WS-CHACCT-OK
                   DISPLAY "WARNING: CHACCT READ FAILED, STATUS = "
                       WS-CHACCT-STATUS
                   SET WS-CHA-DONE TO TRUE
               WHEN WS-ACCT-COUNT NOT < 500
                   DISPLAY "WARNING: MORE THAN 500 ACCOUNTS, "
                       "REMAINING ACCOUNTS NOT LOADED"
                   SET WS-CHA-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-ACCT-COUNT
                   SET ACCT-IDX TO WS-ACCT-COUNT
                   MOVE ACCT-CODE     TO TBL-ACCT-CODE (ACCT-IDX)
                   MOVE ACCT-NAME     TO TBL-ACCT-NAME (ACCT-IDX)
                   MOVE ACCT-CATEGORY TO TBL-ACCT-CATEGORY (ACCT-IDX)
                   MOVE 0 TO TBL-TB-MONTH (ACCT-IDX)
           END-EVALUATE.
       1110-EXIT.
           EXIT.

       1200-LOAD-DEPARTMENTS.
      *> No DEPTS at all means no departmental statements; the
      *> consolidated statement still prints.
           MOVE 0 TO WS-DEPT-COUNT
           MOVE "N" TO WS-DPT-DONE-SW
           OPEN INPUT DEPT-FILE
           IF NOT WS-DEPT-OK
               DISPLAY "WARNING: DEPTS NOT AVAILABLE, STATUS = "
                   WS-DEPT-STATUS ", CONSOLIDATED STATEMENT ONLY"
           ELSE
               PERFORM 1210-READ-ONE-DEPT THRU 1210-EXIT
                   UNTIL WS-DPT-DONE
               CLOSE DEPT-FILE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-ONE-DEPT.
           READ DEPT-FILE
               AT END
                   SET WS-DPT-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-DEPT-AT-END
                   CONTINUE
               WHEN NOT WS-DEPT-OK
                   DISPLAY "WARNING: DEPTS READ FAILED, STATUS = "
                       WS-DEPT-STATUS
                   SET WS-DPT-DONE TO TRUE
               WHEN WS-DEPT-COUNT NOT < 100
                   DISPLAY "WARNING: MORE THAN 100 DEPARTMENTS, "
                       "REMAINING DEPARTMENTS NOT STATED"
                   SET WS-DPT-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-DEPT-COUNT
                   SET DEPT-IDX TO WS-DEPT-COUNT
                   MOVE DEPT-CODE TO TBL-DEPT-CODE (DEPT-IDX)
                   MOVE DEPT-NAME TO TBL-DEPT-NAME (DEPT-IDX)
                   MOVE 0 TO TBL-ALLOC-MONTH (DEPT-IDX)
                   MOVE 0 TO TBL-ALLOC-YTD (DEPT-IDX)
           END-EVALUATE.
       1210-EXIT.
           EXIT.

       1300-LOAD-BUDGET.
      *> Keeps the BUDGET rows inside the year-to-date window,
      *> with their department. No BUDGET just leaves the budget
      *> columns zero -- the variance is then the whole actual.
           MOVE 0 TO WS-BUD-COUNT
           MOVE "N" TO WS-BUD-DONE-SW
           OPEN INPUT BUDGET-FILE
           IF NOT WS-BUDGET-OK
               DISPLAY "WARNING: BUDGET NOT AVAILABLE, STATUS = "
                   WS-BUDGET-STATUS ", BUDGET COLUMNS ZERO"
           ELSE
               PERFORM 1310-READ-ONE-BUDGET THRU 1310-EXIT
                   UNTIL WS-BUD-DONE
               CLOSE BUDGET-FILE
           END-IF.
       1300-EXIT.
           EXIT.

       1310-READ-ONE-BUDGET.
           READ BUDGET-FILE
               AT END
                   SET WS-BUD-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-BUDGET-AT-END
                   CONTINUE
               WHEN NOT WS-BUDGET-OK
                   DISPLAY "WARNING: BUDGET READ FAILED, STATUS = "
                       WS-BUDGET-STATUS
                   SET WS-BUD-DONE TO TRUE
               WHEN BUD-PERIOD NOT NUMERIC
                   OR BUD-AMOUNT NOT NUMERIC
                   CONTINUE
               WHEN BUD-PERIOD < WS-YEAR-START
                   OR BUD-PERIOD > WS-PERIOD
                   CONTINUE
               WHEN WS-BUD-COUNT NOT < 500
                   DISPLAY "WARNING: MORE THAN 500 BUDGET ROWS IN "
                       "THE YEAR, REMAINING ROWS IGNORED"
                   SET WS-BUD-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-BUD-COUNT
                   SET BUD-IDX TO WS-BUD-COUNT
                   MOVE BUD-ACCT-CODE TO TBL-BUD-ACCT (BUD-IDX)
                   MOVE BUD-DEPT-CODE TO TBL-BUD-DEPT (BUD-IDX)
                   MOVE BUD-AMOUNT    TO TBL-BUD-AMOUNT (BUD-IDX)
           END-EVALUATE.
       1310-EXIT.
           EXIT.

       1400-LOAD-ALLOCATIONS.
      *> Sums the year's PERIOD-ALLOCATION entries (type "L") by
      *> department: the open periods' on the live ledger, the
      *> closed periods' on the archive the close moved them to.
      *> Either file missing just contributes nothing.
           MOVE 0 TO WS-CONS-ALLOC-MONTH
           MOVE 0 TO WS-CONS-ALLOC-YTD
           MOVE "N" TO WS-LDG-DONE-SW
           OPEN INPUT LEDGER-FILE
           IF NOT WS-LEDGER-OK
               IF NOT WS-LEDGER-NOT-FOUND
                   DISPLAY "WARNING: LEDGER NOT AVAILABLE, STATUS = "
                       WS-LEDGER-STATUS ", OPEN-PERIOD ALLOCATIONS "
                       "NOT SHOWN"
               END-IF
           ELSE
               MOVE WS-YEAR-START TO WS-LDG-PERIOD
               MOVE 1 TO WS-LDG-DD
               MOVE WS-LDG-DATE TO LDG-CALC-DATE
               MOVE 0 TO LDG-CALC-TIME
               MOVE 0 TO LDG-CALC-SEQ
               START LEDGER-FILE KEY NOT < LDG-KEY
                   INVALID KEY
                       SET WS-LDG-DONE TO TRUE
               END-START
               IF NOT WS-LEDGER-OK
                   SET WS-LDG-DONE TO TRUE
               END-IF
               PERFORM 1410-READ-ONE-LEDGER THRU 1410-EXIT
                   UNTIL WS-LDG-DONE
               CLOSE LEDGER-FILE
           END-IF
           PERFORM 1430-READ-ARCHIVE-FILE THRU 1430-EXIT
           IF WS-HIST-ENTRY NOT = SPACES
               MOVE WS-HIST-ENTRY TO WS-ARCHIVE-NAME
               PERFORM 1430-READ-ARCHIVE-FILE THRU 1430-EXIT
           END-IF.
       1400-EXIT.
           EXIT.

       1410-READ-ONE-LEDGER.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   SET WS-LDG-DONE TO TRUE
           END-READ
           IF NOT WS-LEDGER-OK
               SET WS-LDG-DONE TO TRUE
               IF NOT WS-LEDGER-AT-END
                   DISPLAY "WARNING: LEDGER READ FAILED, STATUS = "
                       WS-LEDGER-STATUS
               END-IF
           END-IF
           IF NOT WS-LDG-DONE
               MOVE LDG-CALC-DATE TO WS-LDG-DATE
               IF WS-LDG-PERIOD > WS-PERIOD
                   SET WS-LDG-DONE TO TRUE
               ELSE
                   IF LDG-ALLOCATION
                       MOVE WS-LDG-PERIOD TO WS-ALLOC-PERIOD
                       MOVE LDG-DEPT-CODE TO WS-ALLOC-DEPT
                       MOVE LDG-NET-VALUE TO WS-ALLOC-NET
                       PERFORM 1450-ADD-ALLOCATION THRU 1450-EXIT
                   END-IF
               END-IF
           END-IF.
       1410-EXIT.
           EXIT.

       1420-READ-ONE-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-ARC-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-ARCHIVE-AT-END
                   CONTINUE
               WHEN NOT WS-ARCHIVE-OK
                   DISPLAY "WARNING: " WS-ARCHIVE-NAME " READ FAILED, "
                       "STATUS = " WS-ARCHIVE-STATUS
                   SET WS-ARC-DONE TO TRUE
               WHEN ARC-ALLOCATION
                   MOVE ARC-CALC-DATE TO WS-LDG-DATE
                   MOVE WS-LDG-PERIOD TO WS-ALLOC-PERIOD
                   MOVE ARC-DEPT-CODE TO WS-ALLOC-DEPT
                   MOVE ARC-NET-VALUE TO WS-ALLOC-NET
                   PERFORM 1450-ADD-ALLOCATION THRU 1450-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1420-EXIT.
           EXIT.

       1430-READ-ARCHIVE-FILE.
      *> One pass over WS-ARCHIVE-NAME. LEDGARCH is best effort,
      *> as ever; a history dataset asked for by name must be
      *> there, or the statement would quietly leave out the
      *> allocations it was run to show.
           MOVE "N" TO WS-ARC-DONE-SW
           OPEN INPUT ARCHIVE-FILE
           EVALUATE TRUE
               WHEN WS-ARCHIVE-OK
                   PERFORM 1420-READ-ONE-ARCHIVE THRU 1420-EXIT
                       UNTIL WS-ARC-DONE
                   CLOSE ARCHIVE-FILE
               WHEN WS-ARCHIVE-NAME NOT = "LEDGARCH"
                   DISPLAY "ERROR: HISTORY DATASET " WS-ARCHIVE-NAME
                       " NOT READABLE, STATUS = " WS-ARCHIVE-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ARCHIVE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: LEDGARCH NOT READABLE, STATUS = "
                       WS-ARCHIVE-STATUS ", CLOSED-PERIOD "
                       "ALLOCATIONS NOT SHOWN"
           END-EVALUATE.
       1430-EXIT.
           EXIT.

       1450-ADD-ALLOCATION.
      *> One allocation entry into the consolidated nets and its
      *> department's, when it falls in the year-to-date window.
      *> A department since dropped from DEPTS still counts in
      *> the consolidated line, which is what keeps it at zero.
           IF WS-ALLOC-PERIOD NOT < WS-YEAR-START
               AND WS-ALLOC-PERIOD NOT > WS-PERIOD
               ADD WS-ALLOC-NET TO WS-CONS-ALLOC-YTD
               IF WS-ALLOC-PERIOD = WS-PERIOD
                   ADD WS-ALLOC-NET TO WS-CONS-ALLOC-MONTH
               END-IF
               IF WS-DEPT-COUNT NOT = 0
                   SET DEPT-IDX TO 1
                   SEARCH WS-DEPT-ENTRY
                       AT END
                           CONTINUE
                       WHEN TBL-DEPT-CODE (DEPT-IDX) = WS-ALLOC-DEPT
                           ADD WS-ALLOC-NET
                               TO TBL-ALLOC-YTD (DEPT-IDX)
                           IF WS-ALLOC-PERIOD = WS-PERIOD
                               ADD WS-ALLOC-NET
                                   TO TBL-ALLOC-MONTH (DEPT-IDX)
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.
       1450-EXIT.
           EXIT.

       2900-FIND-ACCOUNT.
      *> Finds WS-ACCT-LOOKUP in the account table, adding it on
      *> the end uncategorized when the chart does not have it.
      *> Leaves ACCT-IDX on the entry; a full table leaves the
      *> found switch off and the amount out of the statement.
           MOVE "N" TO WS-ACCT-FOUND-SW
           IF WS-ACCT-COUNT NOT = 0
               SET ACCT-IDX TO 1
               SEARCH WS-ACCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN TBL-ACCT-CODE (ACCT-IDX) = WS-ACCT-LOOKUP
                       SET WS-ACCT-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-ACCT-FOUND
               IF WS-ACCT-COUNT NOT < 500
                   DISPLAY "ERROR: ACCOUNT TABLE FULL, " WS-ACCT-LOOKUP
                       " LEFT OFF THE STATEMENT"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-ACCT-COUNT
                   SET ACCT-IDX TO WS-ACCT-COUNT
                   MOVE WS-ACCT-LOOKUP TO TBL-ACCT-CODE (ACCT-IDX)
                   MOVE "(NOT ON CHART)" TO TBL-ACCT-NAME (ACCT-IDX)
                   MOVE SPACE TO TBL-ACCT-CATEGORY (ACCT-IDX)
                   MOVE 0 TO TBL-STM-MONTH (ACCT-IDX)
                   MOVE 0 TO TBL-STM-YTD (ACCT-IDX)
                   MOVE 0 TO TBL-STM-BUDGET (ACCT-IDX)
                   MOVE 0 TO TBL-TB-MONTH (ACCT-IDX)
                   SET WS-ACCT-FOUND TO TRUE
               END-IF
           END-IF.
       2900-EXIT.
           EXIT.

       3000-DEPT-STATEMENTS.
           PERFORM 3100-ONE-DEPARTMENT THRU 3100-EXIT
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > WS-DEPT-COUNT.
       3000-EXIT.
           EXIT.

       3100-ONE-DEPARTMENT.
      *> One department's statement: its DACTSUB records (the
      *> key is department-major, so they read together from a
      *> START), its own budget rows and its allocation nets.
           PERFORM 3110-CLEAR-COLUMNS THRU 3110-EXIT
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > WS-ACCT-COUNT
           MOVE TBL-DEPT-CODE (DEPT-IDX) TO WS-STM-DEPT-CODE
           MOVE TBL-DEPT-NAME (DEPT-IDX) TO WS-STM-DEPT-NAME
           MOVE TBL-ALLOC-MONTH (DEPT-IDX) TO WS-STM-ALLOC-MONTH
           MOVE TBL-ALLOC-YTD (DEPT-IDX) TO WS-STM-ALLOC-YTD
           MOVE "N" TO WS-DAC-DONE-SW
           MOVE WS-STM-DEPT-CODE TO DAC-DEPT-CODE
           MOVE LOW-VALUES TO DAC-ACCT-CODE
           MOVE 0 TO DAC-PERIOD
           START DEPT-ACTIVITY-FILE KEY NOT < DAC-KEY
               INVALID KEY
                   SET WS-DAC-DONE TO TRUE
           END-START
           IF NOT WS-DACTSUB-OK
               SET WS-DAC-DONE TO TRUE
           END-IF
           PERFORM 3120-READ-DEPT-ACTIVITY THRU 3120-EXIT
               UNTIL WS-DAC-DONE
           PERFORM 3140-ADD-DEPT-BUDGET THRU 3140-EXIT
               VARYING BUD-IDX FROM 1 BY 1
               UNTIL BUD-IDX > WS-BUD-COUNT
           PERFORM 6000-PRINT-STATEMENT THRU 6000-EXIT.
       3100-EXIT.
           EXIT.

       3110-CLEAR-COLUMNS.
           MOVE 0 TO TBL-STM-MONTH (ACCT-IDX)
           MOVE 0 TO TBL-STM-YTD (ACCT-IDX)
           MOVE 0 TO TBL-STM-BUDGET (ACCT-IDX).
       3110-EXIT.
           EXIT.

       3120-READ-DEPT-ACTIVITY.
           READ DEPT-ACTIVITY-FILE NEXT RECORD
               AT END
                   SET WS-DAC-DONE TO TRUE
           END-READ
           IF NOT WS-DACTSUB-OK AND NOT WS-DACTSUB-AT-END
               DISPLAY "ERROR: DACTSUB READ FAILED, STATUS = "
                   WS-DACTSUB-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-DAC-DONE TO TRUE
           END-IF
           IF NOT WS-DAC-DONE
               IF DAC-DEPT-CODE NOT = WS-STM-DEPT-CODE
                   SET WS-DAC-DONE TO TRUE
               ELSE
                   PERFORM 3130-ADD-ACTIVITY THRU 3130-EXIT
               END-IF
           END-IF.
       3120-EXIT.
           EXIT.

       3130-ADD-ACTIVITY.
      *> One DACTSUB record into the statement columns when it
      *> falls in the year-to-date window. Shared by the
      *> department and consolidated passes.
           IF DAC-PERIOD NOT < WS-YEAR-START
               AND DAC-PERIOD NOT > WS-PERIOD
               MOVE DAC-ACCT-CODE TO WS-ACCT-LOOKUP
               PERFORM 2900-FIND-ACCOUNT THRU 2900-EXIT
               IF WS-ACCT-FOUND
                   ADD DAC-AMOUNT TO TBL-STM-YTD (ACCT-IDX)
                   IF DAC-PERIOD = WS-PERIOD
                       ADD DAC-AMOUNT TO TBL-STM-MONTH (ACCT-IDX)
                   END-IF
               END-IF
           END-IF.
       3130-EXIT.
           EXIT.

       3140-ADD-DEPT-BUDGET.
           IF TBL-BUD-DEPT (BUD-IDX) = WS-STM-DEPT-CODE
               PERFORM 3150-ADD-BUDGET-ROW THRU 3150-EXIT
           END-IF.
       3140-EXIT.
           EXIT.

       3150-ADD-BUDGET-ROW.
           MOVE TBL-BUD-ACCT (BUD-IDX) TO WS-ACCT-LOOKUP
           PERFORM 2900-FIND-ACCOUNT THRU 2900-EXIT
           IF WS-ACCT-FOUND
               ADD TBL-BUD-AMOUNT (BUD-IDX)
                   TO TBL-STM-BUDGET (ACCT-IDX)
           END-IF.
       3150-EXIT.
           EXIT.

       5000-CONSOLIDATED.
      *> Every department together: all of DACTSUB, every budget
      *> row (departmental or not), and the allocation nets
      *> across all departments. Then the footing against the
      *> trial balance's ACTSUB for the month.
           PERFORM 3110-CLEAR-COLUMNS THRU 3110-EXIT
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > WS-ACCT-COUNT
           MOVE "ALL " TO WS-STM-DEPT-CODE
           MOVE "CONSOLIDATED" TO WS-STM-DEPT-NAME
           MOVE WS-CONS-ALLOC-MONTH TO WS-STM-ALLOC-MONTH
           MOVE WS-CONS-ALLOC-YTD TO WS-STM-ALLOC-YTD
           MOVE "N" TO WS-DAC-DONE-SW
           MOVE LOW-VALUES TO DAC-KEY
           START DEPT-ACTIVITY-FILE KEY NOT < DAC-KEY
               INVALID KEY
                   SET WS-DAC-DONE TO TRUE
           END-START
           IF NOT WS-DACTSUB-OK
               SET WS-DAC-DONE TO TRUE
           END-IF
           PERFORM 5100-READ-ALL-ACTIVITY THRU 5100-EXIT
               UNTIL WS-DAC-DONE
           PERFORM 3150-ADD-BUDGET-ROW THRU 3150-EXIT
               VARYING BUD-IDX FROM 1 BY 1
               UNTIL BUD-IDX > WS-BUD-COUNT
           PERFORM 6000-PRINT-STATEMENT THRU 6000-EXIT
           PERFORM 5200-LOAD-TRIAL-BALANCE THRU 5200-EXIT
           PERFORM 5300-PROVE-FOOTING THRU 5300-EXIT.
       5000-EXIT.
           EXIT.

       5100-READ-ALL-ACTIVITY.
           READ DEPT-ACTIVITY-FILE NEXT RECORD
               AT END
                   SET WS-DAC-DONE TO TRUE
           END-READ
           IF NOT WS-DACTSUB-OK AND NOT WS-DACTSUB-AT-END
               DISPLAY "ERROR: DACTSUB READ FAILED, STATUS = "
                   WS-DACTSUB-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-DAC-DONE TO TRUE
           END-IF
           IF NOT WS-DAC-DONE
               PERFORM 3130-ADD-ACTIVITY THRU 3130-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

       5200-LOAD-TRIAL-BALANCE.
      *> The month's ACTSUB records -- exactly what TRIAL-BALANCE
      *> reports for the period -- beside the consolidated month.
      *> No ACTSUB means nothing has posted through accounts, and
      *> the footing is then against zero.
           MOVE "N" TO WS-ACV-DONE-SW
           OPEN INPUT ACTIVITY-FILE
           IF NOT WS-ACTSUB-OK
               IF NOT WS-ACTSUB-NOT-FOUND
                   DISPLAY "ERROR: UNABLE TO OPEN ACTSUB, STATUS = "
                       WS-ACTSUB-STATUS ", FOOTING NOT PROVEN"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE LOW-VALUES TO ACV-KEY
               START ACTIVITY-FILE KEY NOT < ACV-KEY
                   INVALID KEY
                       SET WS-ACV-DONE TO TRUE
               END-START
               IF NOT WS-ACTSUB-OK
                   SET WS-ACV-DONE TO TRUE
               END-IF
               PERFORM 5210-READ-ONE-ACTSUB THRU 5210-EXIT
                   UNTIL WS-ACV-DONE
               CLOSE ACTIVITY-FILE
           END-IF.
       5200-EXIT.
           EXIT.

       5210-READ-ONE-ACTSUB.
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
               IF ACV-PERIOD = WS-PERIOD
                   MOVE ACV-ACCT-CODE TO WS-ACCT-LOOKUP
                   PERFORM 2900-FIND-ACCOUNT THRU 2900-EXIT
                   IF WS-ACCT-FOUND
                       ADD ACV-AMOUNT TO TBL-TB-MONTH (ACCT-IDX)
                   END-IF
               END-IF
           END-IF.
       5210-EXIT.
           EXIT.

       5300-PROVE-FOOTING.
      *> Account by account, the consolidated month against the
      *> trial balance; every account that differs is listed,
      *> then the two nets (revenue less expense, anything
      *> uncategorized added as the trial balance adds it).
           MOVE 0 TO WS-TB-NET
           MOVE 0 TO WS-CONS-NET
           MOVE 0 TO WS-FOOT-EXCEPTIONS
           MOVE SPACES TO RPT-LINE
           PERFORM 6200-WRITE-LINE THRU 6200-EXIT
           MOVE SPACES TO RPT-LINE
           STRING "FOOTING TO THE TRIAL BALANCE  PERIOD "
               DELIMITED BY SIZE
               WS-PERIOD-ENTRY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6200-WRITE-LINE THRU 6200-EXIT
           PERFORM 5310-FOOT-ONE-ACCOUNT THRU 5310-EXIT
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > WS-ACCT-COUNT
           SUBTRACT WS-CONS-NET FROM WS-TB-NET GIVING WS-FOOT-DIFF
           MOVE WS-TB-NET TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "TRIAL BALANCE NET     : " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6200-WRITE-LINE THRU 6200-EXIT
           MOVE WS-CONS-NET TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CONSOLIDATED NET      : " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6200-WRITE-LINE THRU 6200-EXIT
           MOVE WS-FOOT-DIFF TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "DIFFERENCE            : " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6200-WRITE-LINE THRU 6200-EXIT
           IF WS-FOOT-DIFF = 0 AND WS-FOOT-EXCEPTIONS = 0
               MOVE "CONSOLIDATED STATEMENT FOOTS TO THE TRIAL BALANCE"
                   TO RPT-LINE
               PERFORM 6200-WRITE-LINE THRU 6200-EXIT
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING "DIFFERENCE = ACCOUNT ACTIVITY WITH NO "
                   DELIMITED BY SIZE
                   "DEPARTMENT ON DACTSUB" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6200-WRITE-LINE THRU 6200-EXIT
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       5300-EXIT.
           EXIT.

       5310-FOOT-ONE-ACCOUNT.
           IF TBL-ACCT-CATEGORY (ACCT-IDX) = "E"
               SUBTRACT TBL-TB-MONTH (ACCT-IDX) FROM WS-TB-NET
               SUBTRACT TBL-STM-MONTH (ACCT-IDX) FROM WS-CONS-NET
           ELSE
               ADD TBL-TB-MONTH (ACCT-IDX) TO WS-TB-NET
               ADD TBL-STM-MONTH (ACCT-IDX) TO WS-CONS-NET
           END-IF
           IF TBL-TB-MONTH (ACCT-IDX) NOT = TBL-STM-MONTH (ACCT-IDX)
               ADD 1 TO WS-FOOT-EXCEPTIONS
               SUBTRACT TBL-STM-MONTH (ACCT-IDX)
                   FROM TBL-TB-MONTH (ACCT-IDX) GIVING WS-ACCT-DIFF
               MOVE SPACES TO RPT-LINE
               MOVE TBL-ACCT-CODE (ACCT-IDX) TO RPT-LINE (1:6)
               MOVE TBL-ACCT-NAME (ACCT-IDX) TO RPT-LINE (8:20)
               MOVE TBL-TB-MONTH (ACCT-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO RPT-LINE (28:13)
               MOVE TBL-STM-MONTH (ACCT-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO RPT-LINE (41:13)
               MOVE WS-ACCT-DIFF TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO RPT-LINE (54:13)
               MOVE "TB/STMT/DIFF" TO RPT-LINE (68:12)
               PERFORM 6200-WRITE-LINE THRU 6200-EXIT
           END-IF.
       5310-EXIT.
           EXIT.

       6000-PRINT-STATEMENT.
      *> Prints the statement built in the table's statement
      *> columns: revenue accounts, expense accounts, anything
      *> the chart does not categorize, the allocated overhead,
      *> and the net. Always starts a new page.
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE 0 TO WS-NET-MONTH
           MOVE 0 TO WS-NET-YTD
           MOVE 0 TO WS-NET-BUDGET
           PERFORM 6100-PRINT-HEADING THRU 6100-EXIT
           SET WS-SECTION-REVENUE TO TRUE
           PERFORM 6300-PRINT-SECTION THRU 6300-EXIT
           SET WS-SECTION-EXPENSE TO TRUE
           PERFORM 6300-PRINT-SECTION THRU 6300-EXIT
           SET WS-SECTION-OTHER TO TRUE
           PERFORM 6300-PRINT-SECTION THRU 6300-EXIT
      *> An allocation entry's net is the department's side of
      *> the spread: negative where overhead was charged in,
      *> positive where the source's costs were moved out. The
      *> line prints it as a cost (charged in = positive) and
      *> the net income takes it as the net it is.
           MOVE SPACES TO RPT-LINE
           PERFORM 6200-WRITE-LINE THRU 6200-EXIT
           MOVE "ALLOCATED OVERHEAD" TO WS-LINE-LABEL
           COMPUTE WS-LINE-MONTH = 0 - WS-STM-ALLOC-MONTH
           COMPUTE WS-LINE-YTD = 0 - WS-STM-ALLOC-YTD
           MOVE "N" TO WS-LINE-BUDGET-SW
           PERFORM 6400-PRINT-AMOUNT-LINE THRU 6400-EXIT
           ADD WS-STM-ALLOC-MONTH TO WS-NET-MONTH
           ADD WS-STM-ALLOC-YTD TO WS-NET-YTD
           MOVE SPACES TO RPT-LINE
           PERFORM 6200-WRITE-LINE THRU 6200-EXIT
           MOVE "NET INCOME" TO WS-LINE-LABEL
           MOVE WS-NET-MONTH TO WS-LINE-MONTH
           MOVE WS-NET-YTD TO WS-LINE-YTD
           MOVE WS-NET-BUDGET TO WS-LINE-BUDGET
           SUBTRACT WS-NET-BUDGET FROM WS-NET-YTD
               GIVING WS-LINE-VARIANCE
           SET WS-LINE-HAS-BUDGET TO TRUE
           PERFORM 6400-PRINT-AMOUNT-LINE THRU 6400-EXIT.
       6000-EXIT.
           EXIT.

       6100-PRINT-HEADING.
      *> New page: title, the department and period, and the
      *> column headings. A statement that runs past a page
      *> repeats the heading marked continued.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PAGE-NO-EDIT
           MOVE 0 TO WS-LINE-COUNT
           MOVE SPACES TO RPT-LINE
           IF WS-PAGE-NO > 1
               WRITE RPT-RECORD
           END-IF
           MOVE "ACC232 DEPARTMENTAL ACCOUNTING" TO RPT-LINE
           MOVE "PAGE" TO RPT-LINE (72:4)
           MOVE WS-PAGE-NO-EDIT TO RPT-LINE (76:4)
           DISPLAY RPT-LINE (1:79)
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-LINE
           STRING "INCOME STATEMENT  " DELIMITED BY SIZE
               WS-STM-DEPT-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STM-DEPT-NAME DELIMITED BY SIZE
               "  PERIOD " DELIMITED BY SIZE
               WS-PERIOD-ENTRY DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           DISPLAY RPT-LINE (1:79)
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-LINE
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-LINE
           MOVE "ACCT" TO RPT-LINE (1:4)
           MOVE "ACCOUNT" TO RPT-LINE (8:7)
           MOVE "MONTH" TO RPT-LINE (36:5)
           MOVE "YEAR TO DATE" TO RPT-LINE (42:12)
           MOVE "BUDGET YTD" TO RPT-LINE (57:10)
           MOVE "VARIANCE" TO RPT-LINE (72:8)
           DISPLAY RPT-LINE (1:79)
           WRITE RPT-RECORD
           MOVE 4 TO WS-LINE-COUNT.
       6100-EXIT.
           EXIT.

       6200-WRITE-LINE.
      *> Every statement line goes through here for the page
      *> overflow; the line is saved across a heading.
           IF WS-LINE-COUNT NOT < WS-MAX-LINES-PER-PAGE
               MOVE RPT-LINE TO WS-STM-SAVE-LINE
               PERFORM 6100-PRINT-HEADING THRU 6100-EXIT
               MOVE WS-STM-SAVE-LINE TO RPT-LINE
           END-IF
           DISPLAY RPT-LINE (1:79)
           WRITE RPT-RECORD
           ADD 1 TO WS-LINE-COUNT.
       6200-EXIT.
           EXIT.

       6300-PRINT-SECTION.
      *> One category's accounts and their total. The
      *> uncategorized section only prints when something is in
      *> it; revenue and expense always print, even empty.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 0 TO WS-SEC-MONTH
           MOVE 0 TO WS-SEC-YTD
           MOVE 0 TO WS-SEC-BUDGET
           MOVE "N" TO WS-IN-SECTION-SW
           IF NOT WS-SECTION-OTHER
               PERFORM 6320-SECTION-TITLE THRU 6320-EXIT
           END-IF
           PERFORM 6310-PRINT-ONE-ACCOUNT THRU 6310-EXIT
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > WS-ACCT-COUNT
           IF WS-IN-SECTION
               EVALUATE TRUE
                   WHEN WS-SECTION-REVENUE
                       MOVE "  TOTAL REVENUE" TO WS-LINE-LABEL
                       SUBTRACT WS-SEC-BUDGET FROM WS-SEC-YTD
                           GIVING WS-LINE-VARIANCE
                       ADD WS-SEC-MONTH TO WS-NET-MONTH
                       ADD WS-SEC-YTD TO WS-NET-YTD
                       ADD WS-SEC-BUDGET TO WS-NET-BUDGET
                   WHEN WS-SECTION-EXPENSE
                       MOVE "  TOTAL EXPENSES" TO WS-LINE-LABEL
                       SUBTRACT WS-SEC-YTD FROM WS-SEC-BUDGET
                           GIVING WS-LINE-VARIANCE
                       SUBTRACT WS-SEC-MONTH FROM WS-NET-MONTH
                       SUBTRACT WS-SEC-YTD FROM WS-NET-YTD
                       SUBTRACT WS-SEC-BUDGET FROM WS-NET-BUDGET
                   WHEN OTHER
                       MOVE "  TOTAL UNCATEGORIZED" TO WS-LINE-LABEL
                       SUBTRACT WS-SEC-BUDGET FROM WS-SEC-YTD
                           GIVING WS-LINE-VARIANCE
                       ADD WS-SEC-MONTH TO WS-NET-MONTH
                       ADD WS-SEC-YTD TO WS-NET-YTD
                       ADD WS-SEC-BUDGET TO WS-NET-BUDGET
               END-EVALUATE
               MOVE WS-SEC-MONTH TO WS-LINE-MONTH
               MOVE WS-SEC-YTD TO WS-LINE-YTD
               MOVE WS-SEC-BUDGET TO WS-LINE-BUDGET
               SET WS-LINE-HAS-BUDGET TO TRUE
               PERFORM 6400-PRINT-AMOUNT-LINE THRU 6400-EXIT
           END-IF.
       6300-EXIT.
           EXIT.

       6310-PRINT-ONE-ACCOUNT.
      *> An account prints in its category's section when it has
      *> anything in any column for this statement.
           IF TBL-STM-MONTH (ACCT-IDX) NOT = 0
               OR TBL-STM-YTD (ACCT-IDX) NOT = 0
               OR TBL-STM-BUDGET (ACCT-IDX) NOT = 0
               EVALUATE TRUE
                   WHEN WS-SECTION-REVENUE
                       AND TBL-ACCT-CATEGORY (ACCT-IDX) = "R"
                       PERFORM 6330-PRINT-ACCOUNT-LINE THRU 6330-EXIT
                   WHEN WS-SECTION-EXPENSE
                       AND TBL-ACCT-CATEGORY (ACCT-IDX) = "E"
                       PERFORM 6330-PRINT-ACCOUNT-LINE THRU 6330-EXIT
                   WHEN WS-SECTION-OTHER
                       AND TBL-ACCT-CATEGORY (ACCT-IDX) NOT = "R"
                       AND TBL-ACCT-CATEGORY (ACCT-IDX) NOT = "E"
                       IF NOT WS-IN-SECTION
                           PERFORM 6320-SECTION-TITLE THRU 6320-EXIT
                       END-IF
                       PERFORM 6330-PRINT-ACCOUNT-LINE THRU 6330-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       6310-EXIT.
           EXIT.

       6320-SECTION-TITLE.
           SET WS-IN-SECTION TO TRUE
           MOVE SPACES TO RPT-LINE
           PERFORM 6200-WRITE-LINE THRU 6200-EXIT
           EVALUATE TRUE
               WHEN WS-SECTION-REVENUE
                   MOVE "REVENUE" TO RPT-LINE
               WHEN WS-SECTION-EXPENSE
                   MOVE "EXPENSES" TO RPT-LINE
               WHEN OTHER
                   MOVE "UNCATEGORIZED (NOT ON CHART)" TO RPT-LINE
           END-EVALUATE
           PERFORM 6200-WRITE-LINE THRU 6200-EXIT.
       6320-EXIT.
           EXIT.

       6330-PRINT-ACCOUNT-LINE.
           ADD 1 TO WS-SECTION-COUNT
           ADD TBL-STM-MONTH (ACCT-IDX) TO WS-SEC-MONTH
           ADD TBL-STM-YTD (ACCT-IDX) TO WS-SEC-YTD
           ADD TBL-STM-BUDGET (ACCT-IDX) TO WS-SEC-BUDGET
           MOVE SPACES TO WS-LINE-LABEL
           MOVE TBL-ACCT-CODE (ACCT-IDX) TO WS-LINE-LABEL (1:6)
           MOVE TBL-ACCT-NAME (ACCT-IDX) TO WS-LINE-LABEL (8:19)
           MOVE TBL-STM-MONTH (ACCT-IDX) TO WS-LINE-MONTH
           MOVE TBL-STM-YTD (ACCT-IDX) TO WS-LINE-YTD
           MOVE TBL-STM-BUDGET (ACCT-IDX) TO WS-LINE-BUDGET
           IF WS-SECTION-EXPENSE
               SUBTRACT WS-LINE-YTD FROM WS-LINE-BUDGET
                   GIVING WS-LINE-VARIANCE
           ELSE
               SUBTRACT WS-LINE-BUDGET FROM WS-LINE-YTD
                   GIVING WS-LINE-VARIANCE
           END-IF
           SET WS-LINE-HAS-BUDGET TO TRUE
           PERFORM 6400-PRINT-AMOUNT-LINE THRU 6400-EXIT.
       6330-EXIT.
           EXIT.

       6400-PRINT-AMOUNT-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WS-LINE-LABEL TO RPT-LINE (1:26)
           MOVE WS-LINE-MONTH TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO RPT-LINE (28:13)
           MOVE WS-LINE-YTD TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO RPT-LINE (41:13)
           IF WS-LINE-HAS-BUDGET
               MOVE WS-LINE-BUDGET TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO RPT-LINE (54:13)
               MOVE WS-LINE-VARIANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO RPT-LINE (67:13)
           END-IF
           PERFORM 6200-WRITE-LINE THRU 6200-EXIT.
       6400-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM 6200-WRITE-LINE THRU 6200-EXIT
           MOVE WS-STATEMENT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "STATEMENTS PRINTED    : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  (INCLUDING CONSOLIDATED)" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           PERFORM 6200-WRITE-LINE THRU 6200-EXIT
           IF WS-HIST-ENTRY NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "ALLOCATIONS INCLUDE HISTORY DATASET "
                   DELIMITED BY SIZE
                   WS-HIST-ENTRY DELIMITED BY SPACE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6200-WRITE-LINE THRU 6200-EXIT
           END-IF.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE DEPT-ACTIVITY-FILE
           CLOSE STMT-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM DEPT-INCOME-STATEMENT.
