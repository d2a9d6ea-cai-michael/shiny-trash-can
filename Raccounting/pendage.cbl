      *> ===========================================================
      *> PROGRAM-ID : PENDING-AGING-REPORT
      *> AUTHOR     : D. OKAFOR
      *> INSTALLATION : ACC232 DEPARTMENTAL ACCOUNTING
      *> DATE-WRITTEN : 2026-10-15
      *>
      *> Overnight aging report over PENDENT, the maker-checker
      *> queue FINANCIAL-ACCOUNTING-I holds over-limit postings
      *> on. Lists every entry still waiting for a supervisor
      *> longer than the PARM number of days -- who keyed it,
      *> which department and period, the base amount and how
      *> long it has waited -- so a held entry cannot sit
      *> unnoticed until the month closes around it. Decided
      *> entries (approved or rejected) are not listed.
      *>
      *> PARM: optional ddd -- the number of whole days an entry
      *> may wait before it is listed (1 to 3 digits); blank
      *> means 3.
      *>
      *> RC 4 = entries listed (waiting past the limit).
      *> RC 8 = PENDENT read failure. RC 12 = report will not
      *> open. RC 16 = bad PARM.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  DO    Original pending-entry aging report.
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDING-AGING-REPORT.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ACC232 DEPARTMENTAL ACCOUNTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Read straight through in key (submission) order, so the
      *> oldest entries list first. Shared, since clerk sessions
      *> may be holding and supervisors deciding while it runs.
           SELECT PENDING-FILE ASSIGN TO "PENDENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PENDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
           COPY PNDREC.

       FD  AGING-REPORT-FILE.
           COPY REPORTREC.

       WORKING-STORAGE SECTION.
       01  WS-PENDING-STATUS              PIC X(02).
           88  WS-PENDING-OK               VALUE "00".
           88  WS-PENDING-AT-END           VALUE "10".
           88  WS-PENDING-NOT-FOUND        VALUE "35".

       01  WS-PENDRPT-STATUS              PIC X(02).
           88  WS-PENDRPT-OK               VALUE "00".

       01  WS-PENDING-OPEN-SW             PIC X(01).
           88  WS-PENDING-OPEN              VALUE "Y".
       01  WS-PND-DONE-SW                 PIC X(01).
           88  WS-PND-DONE                  VALUE "Y".

       01  WS-PARM-ENTRY                  PIC X(80).
       01  WS-DAYS-ENTRY                  PIC X(03) JUSTIFIED RIGHT.
       01  WS-DAYS-LIMIT REDEFINES WS-DAYS-ENTRY
                                          PIC 9(03).

      *> Day numbers: a date's count of days from a fixed point,
      *> so two dates subtract to the days between them across
      *> month and year ends. March-based year (January and
      *> February count as months 13 and 14 of the year before)
      *> so the leap day falls at the end of the year; every
      *> division is a DIVIDE into a whole-number field, because
      *> a COMPUTE would carry the fractions through.
       01  WS-DN-DATE-X.
           05  WS-DN-DATE                 PIC 9(08).
       01  WS-DN-DATE-SPLIT REDEFINES WS-DN-DATE-X.
           05  WS-DN-YYYY                 PIC 9(04).
           05  WS-DN-MM                   PIC 9(02).
           05  WS-DN-DD                   PIC 9(02).
       01  WS-DN-YEAR                     PIC 9(05) COMP.
       01  WS-DN-MONTH                    PIC 9(03) COMP.
       01  WS-DN-Q4                       PIC 9(05) COMP.
       01  WS-DN-Q100                     PIC 9(05) COMP.
       01  WS-DN-Q400                     PIC 9(05) COMP.
       01  WS-DN-MTERM                    PIC 9(05) COMP.
       01  WS-DN-MDAYS                    PIC 9(05) COMP.
       01  WS-DN-DAYS                     PIC 9(09) COMP.

       01  WS-RUN-DATE                    PIC 9(08).
       01  WS-RUN-DAYS                    PIC 9(09) COMP.
       01  WS-AGE-DAYS                    PIC S9(09) COMP.

       01  WS-READ-COUNT                  PIC 9(05) COMP.
       01  WS-PENDING-COUNT               PIC 9(05) COMP.
       01  WS-AGED-COUNT                  PIC 9(05) COMP.
       01  WS-AGED-TOTAL                  PIC S9(11)V99.
       01  WS-COUNT-EDIT                  PIC ZZZZ9.
       01  WS-AGE-EDIT                    PIC ZZZZ9.
       01  WS-DAYS-EDIT                   PIC ZZ9.
       01  WS-AMOUNT-EDIT                 PIC -9(9).99.
       01  WS-TOTAL-EDIT                  PIC -9(11).99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-PARSE-PARM THRU 0500-EXIT
           IF RETURN-CODE = 0
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               IF RETURN-CODE = 0
                   PERFORM 3000-LIST-AGED THRU 3000-EXIT
                   PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF
           STOP RUN.

       0500-PARSE-PARM.
      *> An empty PARM takes the three-day default; otherwise the
      *> first token is the day limit. There is no terminal in
      *> the reporting window, so a bad PARM fails the step
      *> cleanly.
           ACCEPT WS-PARM-ENTRY FROM COMMAND-LINE
           MOVE "003" TO WS-DAYS-ENTRY
           IF WS-PARM-ENTRY NOT = SPACES
               UNSTRING WS-PARM-ENTRY DELIMITED BY SPACE OR ","
                   INTO WS-DAYS-ENTRY
               END-UNSTRING
               INSPECT WS-DAYS-ENTRY REPLACING LEADING SPACE BY ZERO
               IF WS-DAYS-ENTRY NOT NUMERIC
                   DISPLAY "ERROR: AGING REPORT PARM MUST BE A DAY "
                       "COUNT (1-3 DIGITS) OR OMITTED, ABORTING RUN"
                       " -- " WS-PARM-ENTRY (1:20)
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-AGED-COUNT
           MOVE 0 TO WS-AGED-TOTAL
           MOVE "N" TO WS-PENDING-OPEN-SW
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-DN-DATE
           PERFORM 3300-DAY-NUMBER THRU 3300-EXIT
           MOVE WS-DN-DAYS TO WS-RUN-DAYS
           OPEN OUTPUT AGING-REPORT-FILE
           IF NOT WS-PENDRPT-OK
               DISPLAY "ERROR: UNABLE TO OPEN PENDRPT, STATUS = "
                   WS-PENDRPT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-DAYS-LIMIT TO WS-DAYS-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "ENTRIES PENDING APPROVAL OVER " DELIMITED BY
                   SIZE
                   WS-DAYS-EDIT DELIMITED BY SIZE
                   " DAYS, AS OF " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-RECORD
               DISPLAY RPT-LINE (1:55)
               MOVE SPACES TO RPT-LINE
               STRING "HELD     TIME     SEQ  PREPARER             "
                   DELIMITED BY SIZE
                   "DEPT PERIOD  BASE AMOUNT   DAYS"
                   DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-RECORD
               DISPLAY RPT-LINE (1:75)
               OPEN INPUT PENDING-FILE
               EVALUATE TRUE
                   WHEN WS-PENDING-OK
                       SET WS-PENDING-OPEN TO TRUE
                   WHEN WS-PENDING-NOT-FOUND
                       DISPLAY "WARNING: NO PENDENT FILE, NOTHING "
                           "HAS EVER BEEN HELD"
                   WHEN OTHER
                       DISPLAY "ERROR: UNABLE TO OPEN PENDENT, "
                           "STATUS = " WS-PENDING-STATUS
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.
       1000-EXIT.
           EXIT.

       3000-LIST-AGED.
           IF WS-PENDING-OPEN
               MOVE "N" TO WS-PND-DONE-SW
               PERFORM 3100-READ-ONE-PENDING THRU 3100-EXIT
                   UNTIL WS-PND-DONE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-PND-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-PENDING-AT-END
                   CONTINUE
               WHEN NOT WS-PENDING-OK
                   DISPLAY "ERROR: PENDENT READ FAILED, STATUS = "
                       WS-PENDING-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-PND-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-READ-COUNT
                   IF PND-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       PERFORM 3200-AGE-ONE-ENTRY THRU 3200-EXIT
                   END-IF
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3200-AGE-ONE-ENTRY.
      *> Whole days since the entry was held. A submit date that
      *> is not a date at all is listed with its age as zero
      *> rather than skipped -- a damaged record on the queue is
      *> something to look at too.
           MOVE 0 TO WS-AGE-DAYS
           IF PND-SUBMIT-DATE NUMERIC AND PND-SUBMIT-DATE > 0
               MOVE PND-SUBMIT-DATE TO WS-DN-DATE
               PERFORM 3300-DAY-NUMBER THRU 3300-EXIT
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-DN-DAYS
           END-IF
           IF WS-AGE-DAYS > WS-DAYS-LIMIT
               OR PND-SUBMIT-DATE NOT NUMERIC
               PERFORM 3400-REPORT-AGED THRU 3400-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3300-DAY-NUMBER.
      *> WS-DN-DATE (YYYYMMDD) to its day number in WS-DN-DAYS.
           MOVE WS-DN-YYYY TO WS-DN-YEAR
           MOVE WS-DN-MM TO WS-DN-MONTH
           IF WS-DN-MONTH < 3
               SUBTRACT 1 FROM WS-DN-YEAR
               ADD 12 TO WS-DN-MONTH
           END-IF
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
           COMPUTE WS-DN-MTERM = 153 * (WS-DN-MONTH - 3) + 2
           DIVIDE WS-DN-MTERM BY 5 GIVING WS-DN-MDAYS
           COMPUTE WS-DN-DAYS = 365 * WS-DN-YEAR + WS-DN-Q4
               - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MDAYS + WS-DN-DD.
       3300-EXIT.
           EXIT.

       3400-REPORT-AGED.
           ADD 1 TO WS-AGED-COUNT
           ADD PND-BASE-AMOUNT TO WS-AGED-TOTAL
           MOVE PND-BASE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT
           MOVE SPACES TO RPT-LINE
           MOVE PND-SUBMIT-DATE TO RPT-LINE (1:8)
           MOVE PND-SUBMIT-TIME TO RPT-LINE (10:8)
           MOVE PND-SUBMIT-SEQ TO RPT-LINE (19:4)
           MOVE PND-PREPARER TO RPT-LINE (24:20)
           MOVE PND-DEPT-CODE TO RPT-LINE (45:4)
           MOVE PND-PERIOD TO RPT-LINE (50:6)
           MOVE WS-AMOUNT-EDIT TO RPT-LINE (57:13)
           MOVE WS-AGE-EDIT TO RPT-LINE (71:5)
           DISPLAY RPT-LINE (1:75)
           WRITE RPT-RECORD.
       3400-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-RECORD
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "ENTRIES PENDING      : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:28)
           MOVE WS-AGED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "PAST THE DAY LIMIT   : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:28)
           MOVE WS-AGED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "BASE AMOUNT WAITING  : " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:38)
           IF WS-AGED-COUNT NOT = 0
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-PENDING-OPEN
               CLOSE PENDING-FILE
           END-IF
           CLOSE AGING-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM PENDING-AGING-REPORT.
