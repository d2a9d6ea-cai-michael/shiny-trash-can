      *> ===========================================================
      *> PROGRAM-ID : PROCESSED-FILE-REPORT
      *> AUTHOR     : D. OKAFOR
      *> INSTALLATION : ACC232 DEPARTMENTAL ACCOUNTING
      *> DATE-WRITTEN : 2026-10-15
      *>
      *> Operations report over PROCREG, the processed-file
      *> register the unattended BATCH, ACCTS and EXTRACT modes
      *> append a fingerprint to for every submission they post
      *> from. Answers "has this file been posted before, and
      *> when?" when the upstream feed is suspected of a resend:
      *> one entry per registered file -- run date and time,
      *> mode, dataset name, record count, posted count and return
      *> code, then the hash totals and the first and last record
      *> images the duplicate check compares -- with a loud line
      *> under any file a supervisor released past a match.
      *>
      *> PARM: optional yyyymmdd -- report files registered on or
      *> after that date; blank reports the whole register.
      *>
      *> RC 4 = a released duplicate in the reported range.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  DO    Original processed-file register
      *>                     report.
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESSED-FILE-REPORT.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ACC232 DEPARTMENTAL ACCOUNTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROC-REGISTER-FILE ASSIGN TO "PROCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROCREG-STATUS.

           SELECT PROC-REPORT-FILE ASSIGN TO "PROCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROC-REGISTER-FILE.
           COPY PREGREC.

       FD  PROC-REPORT-FILE.
           COPY REPORTREC.

       WORKING-STORAGE SECTION.
       01  WS-PROCREG-STATUS              PIC X(02).
           88  WS-PROCREG-OK                VALUE "00".
           88  WS-PROCREG-AT-END            VALUE "10".
           88  WS-PROCREG-NOT-FOUND         VALUE "35".

       01  WS-PROCRPT-STATUS              PIC X(02).
           88  WS-PROCRPT-OK               VALUE "00".

       01  WS-REG-DONE-SW                 PIC X(01).
           88  WS-REG-DONE                  VALUE "Y".

       01  WS-PARM-ENTRY                  PIC X(80).
       01  WS-FROM-ENTRY                  PIC X(08).
       01  WS-FROM-DATE REDEFINES WS-FROM-ENTRY
                                          PIC 9(08).
       01  WS-FILTER-SW                   PIC X(01).
           88  WS-FILTER-ON                 VALUE "Y".

       01  WS-FILE-COUNT                  PIC 9(05) COMP.
       01  WS-PAIRS-COUNT                 PIC 9(05) COMP.
       01  WS-ACCTS-COUNT                 PIC 9(05) COMP.
       01  WS-RELEASED-COUNT              PIC 9(05) COMP.
       01  WS-COUNT-EDIT                  PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-PARSE-PARM THRU 0500-EXIT
           IF RETURN-CODE = 0
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               IF RETURN-CODE = 0
                   PERFORM 3000-LIST-FILES THRU 3000-EXIT
                   PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               END-IF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF
           STOP RUN.

       0500-PARSE-PARM.
      *> An empty PARM reports the whole register; otherwise the
      *> first token is the from date. There is no terminal in
      *> the reporting window, so a bad PARM fails the step
      *> cleanly.
           ACCEPT WS-PARM-ENTRY FROM COMMAND-LINE
           MOVE "N" TO WS-FILTER-SW
           IF WS-PARM-ENTRY NOT = SPACES
               MOVE WS-PARM-ENTRY (1:8) TO WS-FROM-ENTRY
               IF WS-FROM-ENTRY NOT NUMERIC
                   DISPLAY "ERROR: REGISTER REPORT PARM MUST BE "
                       "YYYYMMDD OR OMITTED, ABORTING RUN -- "
                       WS-PARM-ENTRY (1:20)
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET WS-FILTER-ON TO TRUE
               END-IF
           END-IF.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE 0 TO WS-FILE-COUNT
           MOVE 0 TO WS-PAIRS-COUNT
           MOVE 0 TO WS-ACCTS-COUNT
           MOVE 0 TO WS-RELEASED-COUNT
           OPEN OUTPUT PROC-REPORT-FILE
           IF NOT WS-PROCRPT-OK
               DISPLAY "ERROR: UNABLE TO OPEN PROCRPT, STATUS = "
                   WS-PROCRPT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "PROCESSED-FILE REGISTER" TO RPT-LINE
               WRITE RPT-RECORD
               DISPLAY RPT-LINE (1:23)
               MOVE SPACES TO RPT-LINE
               STRING "DATE     TIME     MODE     "
                   DELIMITED BY SIZE
                   " RECS  POST RC  DATASET"
                   DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-RECORD
               DISPLAY RPT-LINE (1:60)
               MOVE SPACES TO RPT-LINE
               STRING "         HASH 1    HASH 2    "
                   DELIMITED BY SIZE
                   "FIRST RECORD             LAST RECORD"
                   DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-RECORD
               DISPLAY RPT-LINE (1:66)
               OPEN INPUT PROC-REGISTER-FILE
               IF WS-PROCREG-NOT-FOUND
                   DISPLAY "WARNING: NO PROCREG FILE, NO FILES EVER "
                       "REGISTERED"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   IF NOT WS-PROCREG-OK
                       DISPLAY "ERROR: UNABLE TO OPEN PROCREG, "
                           "STATUS = " WS-PROCREG-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       3000-LIST-FILES.
           IF RETURN-CODE = 0
               MOVE "N" TO WS-REG-DONE-SW
               PERFORM 3100-READ-ONE-ENTRY THRU 3100-EXIT
                   UNTIL WS-REG-DONE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-ENTRY.
           READ PROC-REGISTER-FILE
               AT END
                   SET WS-REG-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-PROCREG-AT-END
                   CONTINUE
               WHEN NOT WS-PROCREG-OK
                   DISPLAY "ERROR: PROCREG READ FAILED, STATUS = "
                       WS-PROCREG-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-REG-DONE TO TRUE
               WHEN WS-FILTER-ON AND PRG-RUN-DATE NUMERIC
                   AND PRG-RUN-DATE < WS-FROM-DATE
                   CONTINUE
               WHEN OTHER
                   PERFORM 3200-REPORT-ONE-ENTRY THRU 3200-EXIT
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3200-REPORT-ONE-ENTRY.
      *> One registered file over two lines: what ran and what it
      *> posted, then the fingerprint itself, so a suspected
      *> resend can be laid beside its original by eye.
           ADD 1 TO WS-FILE-COUNT
           IF PRG-PAIRS-FILE
               ADD 1 TO WS-PAIRS-COUNT
           ELSE
               ADD 1 TO WS-ACCTS-COUNT
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE PRG-RUN-DATE TO RPT-LINE (1:8)
           MOVE PRG-RUN-TIME TO RPT-LINE (10:8)
           MOVE PRG-MODE TO RPT-LINE (19:8)
           MOVE PRG-RECORD-COUNT TO RPT-LINE (28:5)
           MOVE PRG-POST-COUNT TO RPT-LINE (34:5)
           MOVE PRG-RETURN-CODE TO RPT-LINE (40:2)
           MOVE PRG-FILE-NAME (1:37) TO RPT-LINE (44:37)
           DISPLAY RPT-LINE (1:80)
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-LINE
           MOVE PRG-HASH-1 TO RPT-LINE (10:9)
           MOVE PRG-HASH-2 TO RPT-LINE (20:9)
           MOVE PRG-FIRST-RECORD TO RPT-LINE (30:24)
           MOVE PRG-LAST-RECORD TO RPT-LINE (55:24)
           DISPLAY RPT-LINE (1:78)
           WRITE RPT-RECORD
           IF PRG-RELEASED-BY NOT = SPACES
               ADD 1 TO WS-RELEASED-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "         *** DUPLICATE OF AN EARLIER FILE, "
                   DELIMITED BY SIZE
                   "RELEASED BY " DELIMITED BY SIZE
                   PRG-RELEASED-BY DELIMITED BY SPACE
                   INTO RPT-LINE
               END-STRING
               DISPLAY RPT-LINE (1:80)
               WRITE RPT-RECORD
           END-IF.
       3200-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-RECORD
           MOVE WS-FILE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "FILES REGISTERED     : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:28)
           MOVE WS-PAIRS-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  PAIRS (BATCHIN)    : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:28)
           MOVE WS-ACCTS-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  ACCOUNT-CODED      : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:28)
           MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "RELEASED DUPLICATES  : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:28)
           IF WS-RELEASED-COUNT NOT = 0
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PROC-REGISTER-FILE
           CLOSE PROC-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM PROCESSED-FILE-REPORT.
