      *> ===========================================================
      *> PROGRAM-ID : AUDIT-CHAIN-VERIFY
      *> AUTHOR     : D. OKAFOR
      *> INSTALLATION : ACC232 DEPARTMENTAL ACCOUNTING
      *> DATE-WRITTEN : 2026-10-15
      *>
      *> Nightly proof that AUDIT-FILE is the trail its writers
      *> left. Every line written since the chain began carries a
      *> sequence number and a check value folded from the line
      *> before it (see AUDITREC); this program walks the whole
      *> trail in file order, recomputes every check value and
      *> prints an exception for each line that is out of
      *> step:
      *>   - a gap in the sequence (lines removed),
      *>   - a sequence at or behind one already seen (lines
      *>     reordered, duplicated or inserted),
      *>   - a check value that does not recompute (line altered),
      *>   - a line with no sequence after the chain began, or one
      *>     its writer had to leave unchained,
      *>   - the line at the last verified point no longer
      *>     carrying the check value it was verified with,
      *>   - a trail that ends short of, or runs past, the AUDCHAIN
      *>     head (lines removed from, or added to, the end).
      *> After each exception the walk picks the chain up again
      *> from the line in hand, so one altered line is one
      *> exception and not every line after it.
      *> Lines from before the chain existed (no trailer) are
      *> accepted ahead of the first chained line and counted.
      *>
      *> Once RETENTION-PURGE has moved the head of the trail to
      *> offline history, the live trail starts one past the BASE
      *> record on AUDCHAIN, and the walk folds its first line
      *> from the BASE line's check value as if that line were
      *> still in front of it.
      *>
      *> PARM: none for the live trail, or HIST=dataset to walk an
      *> offline history dataset instead, when an auditor asks for
      *> an old month (RETINDEX names the dataset). A history
      *> dataset is proved on its own: its first chained line is
      *> taken as the start, AUDCHAIN is neither read nor moved,
      *> and the dataset's first and last sequences are printed
      *> to set against RETINDEX and the dataset on either side.
      *>
      *> A clean walk moves the VERIFIED point on AUDCHAIN (see
      *> AUDCREC) to the last line proved; any exception leaves it
      *> where it was, so the next night proves the same stretch
      *> again until the trail is put right.
      *>
      *> RC 8 = any exception, or an I/O failure. RC 12 = report
      *> will not open. RC 16 = bad PARM.
      *>
      *> MODIFICATION HISTORY
      *>   2026-10-15  DO    Original audit chain verification.
      *>   2026-10-15  DO    Live trail picked up from the AUDCHAIN
      *>                     BASE after retention; HIST= PARM walks
      *>                     an offline history dataset.
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN-VERIFY.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ACC232 DEPARTMENTAL ACCOUNTING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The live trail unless HIST= names a history dataset.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *> Shared and locked like every writer's, since a clerk
      *> session may be appending while this runs; the HEAD is
      *> read and released at once so no writer waits on it.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUC-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-AUDCHN-STATUS.

           SELECT VERIFY-REPORT-FILE ASSIGN TO "AUDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  AUDIT-CHAIN-FILE.
           COPY AUDCREC.

       FD  VERIFY-REPORT-FILE.
           COPY REPORTREC.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS                PIC X(02).
           88  WS-AUDIT-OK                  VALUE "00".
           88  WS-AUDIT-AT-END              VALUE "10".
           88  WS-AUDIT-NOT-FOUND           VALUE "35".

       01  WS-AUDCHN-STATUS               PIC X(02).
           88  WS-AUDCHN-OK                 VALUE "00".
           88  WS-AUDCHN-NO-RECORD          VALUE "23".
           88  WS-AUDCHN-NOT-FOUND          VALUE "35".

       01  WS-AUDVRPT-STATUS              PIC X(02).
           88  WS-AUDVRPT-OK                VALUE "00".

       01  WS-AUDIT-OPEN-SW               PIC X(01) VALUE "N".
           88  WS-AUDIT-OPEN                VALUE "Y".
       01  WS-AUDCHN-OPEN-SW              PIC X(01) VALUE "N".
           88  WS-AUDCHN-OPEN               VALUE "Y".
       01  WS-REPORT-OPEN-SW              PIC X(01) VALUE "N".
           88  WS-REPORT-OPEN               VALUE "Y".
       01  WS-AUD-DONE-SW                 PIC X(01).
           88  WS-AUD-DONE                  VALUE "Y".
       01  WS-CHAIN-STARTED-SW            PIC X(01).
           88  WS-CHAIN-STARTED             VALUE "Y".
       01  WS-VFY-FOUND-SW                PIC X(01).
           88  WS-VFY-FOUND                 VALUE "Y".
       01  WS-ANCHOR-SEEN-SW              PIC X(01).
           88  WS-ANCHOR-SEEN               VALUE "Y".
       01  WS-BASE-FOUND-SW               PIC X(01).
           88  WS-BASE-FOUND                VALUE "Y".
       01  WS-HIST-MODE-SW                PIC X(01) VALUE "N".
           88  WS-HIST-MODE                 VALUE "Y".

       01  WS-PARM-ENTRY                  PIC X(80).
       01  WS-AUDIT-NAME                  PIC X(40) VALUE "AUDIT".
       01  WS-RUN-DATE                    PIC 9(08).

      *> The HEAD as it stood when the walk began, and the last
      *> verified point the walk must find unchanged.
       01  WS-HEAD-SEQ                    PIC 9(09).
       01  WS-HEAD-CHECK                  PIC 9(09).
       01  WS-VFY-SEQ                     PIC 9(09).
       01  WS-VFY-CHECK                   PIC 9(09).
       01  WS-VFY-DATE                    PIC 9(08).

      *> The last line retention moved off the live trail, which
      *> the first live line folds from.
       01  WS-BASE-SEQ                    PIC 9(09).
       01  WS-BASE-CHECK                  PIC 9(09).

      *> The highest-numbered line the walk has passed: what the
      *> next line must follow and fold its check value from.
       01  WS-PREV-SEQ                    PIC 9(09).
       01  WS-PREV-CHECK                  PIC 9(09).
       01  WS-EXPECT-SEQ                  PIC 9(09).
       01  WS-FIRST-SEQ                   PIC 9(09).

      *> The same fold the writers use (FINANCIAL-ACCOUNTING-I
      *> 2650): change it here and every chained line fails.
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

       01  WS-LINE-NO                     PIC 9(09) COMP.
       01  WS-PRECHAIN-COUNT              PIC 9(09) COMP.
       01  WS-CHAINED-COUNT               PIC 9(09) COMP.
       01  WS-EXCEPT-COUNT                PIC 9(09) COMP.

      *> One exception line: the trail line number and sequence
      *> (either blank where it does not apply) and the finding.
       01  WS-EXC-LINE                    PIC 9(09).
       01  WS-EXC-SEQ                     PIC 9(09).
       01  WS-EXC-TEXT                    PIC X(58).
       01  WS-NUM-EDIT                    PIC ZZZZZZZZ9 BLANK WHEN ZERO.
       01  WS-TOT-LABEL                   PIC X(26).
       01  WS-TOT-VALUE                   PIC 9(09).
       01  WS-TOT-EDIT                    PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-PARSE-PARM THRU 0500-EXIT
           IF RETURN-CODE = 0
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3000-WALK-TRAIL THRU 3000-EXIT
               IF RETURN-CODE = 0
                   IF NOT WS-HIST-MODE
                       PERFORM 7000-CHECK-ENDS THRU 7000-EXIT
                   END-IF
                   PERFORM 7500-ADVANCE-VERIFIED THRU 7500-EXIT
               END-IF
               PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       0500-PARSE-PARM.
      *> No PARM walks the live trail. HIST=dataset walks that
      *> history dataset; there is no terminal in the window, so
      *> anything else fails the step cleanly.
           ACCEPT WS-PARM-ENTRY FROM COMMAND-LINE
           EVALUATE TRUE
               WHEN WS-PARM-ENTRY = SPACES
                   CONTINUE
               WHEN WS-PARM-ENTRY (1:5) = "HIST="
                AND WS-PARM-ENTRY (6:40) NOT = SPACES
                AND WS-PARM-ENTRY (46:35) = SPACES
                   SET WS-HIST-MODE TO TRUE
                   MOVE WS-PARM-ENTRY (6:40) TO WS-AUDIT-NAME
               WHEN OTHER
                   DISPLAY "ERROR: AUDIT VERIFY PARM MUST BE "
                       "HIST=DATASET OR OMITTED, ABORTING RUN -- "
                       WS-PARM-ENTRY (1:20)
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
      *> Opens the report, takes the HEAD and the last verified
      *> point from AUDCHAIN, and opens the trail. No AUDCHAIN
      *> means no line was ever chained (HEAD at zero); no AUDIT
      *> means an empty trail -- either way a chained line or a
      *> HEAD past zero on the other side is then an exception.
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-PRECHAIN-COUNT
           MOVE 0 TO WS-CHAINED-COUNT
           MOVE 0 TO WS-EXCEPT-COUNT
           MOVE 0 TO WS-HEAD-SEQ
           MOVE 0 TO WS-HEAD-CHECK
           MOVE 0 TO WS-VFY-SEQ
           MOVE 0 TO WS-VFY-CHECK
           MOVE 0 TO WS-VFY-DATE
           MOVE 0 TO WS-PREV-SEQ
           MOVE 0 TO WS-PREV-CHECK
           MOVE 0 TO WS-FIRST-SEQ
           MOVE 0 TO WS-BASE-SEQ
           MOVE 0 TO WS-BASE-CHECK
           MOVE "N" TO WS-BASE-FOUND-SW
           MOVE "N" TO WS-VFY-FOUND-SW
           MOVE "N" TO WS-ANCHOR-SEEN-SW
           MOVE "N" TO WS-CHAIN-STARTED-SW
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT VERIFY-REPORT-FILE
           IF NOT WS-AUDVRPT-OK
               DISPLAY "ERROR: UNABLE TO OPEN AUDVRPT, STATUS = "
                   WS-AUDVRPT-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               SET WS-REPORT-OPEN TO TRUE
               IF NOT WS-HIST-MODE
                   PERFORM 1100-OPEN-CHAIN-CONTROL THRU 1100-EXIT
               END-IF
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1200-PRINT-HEADING THRU 1200-EXIT
               OPEN INPUT AUDIT-FILE
               EVALUATE TRUE
                   WHEN WS-AUDIT-OK
                       SET WS-AUDIT-OPEN TO TRUE
                   WHEN WS-AUDIT-NOT-FOUND AND WS-HIST-MODE
                       DISPLAY "ERROR: NO HISTORY DATASET "
                           WS-AUDIT-NAME
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-AUDIT-NOT-FOUND
                       DISPLAY "WARNING: NO AUDIT FILE, TRAIL IS "
                           "EMPTY"
                   WHEN OTHER
                       DISPLAY "ERROR: UNABLE TO OPEN "
                           WS-AUDIT-NAME " STATUS = "
                           WS-AUDIT-STATUS
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-OPEN-CHAIN-CONTROL.
           OPEN I-O AUDIT-CHAIN-FILE
           EVALUATE TRUE
               WHEN WS-AUDCHN-OK
                   SET WS-AUDCHN-OPEN TO TRUE
               WHEN WS-AUDCHN-NOT-FOUND
                   DISPLAY "WARNING: NO AUDCHAIN FILE, NO LINE HAS "
                       "BEEN CHAINED"
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN AUDCHAIN, "
                       "STATUS = " WS-AUDCHN-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF WS-AUDCHN-OPEN
               MOVE "HEAD" TO AUC-KEY
               READ AUDIT-CHAIN-FILE
               IF WS-AUDCHN-OK
                   MOVE AUC-SEQ-NO TO WS-HEAD-SEQ
                   MOVE AUC-CHECK-VALUE TO WS-HEAD-CHECK
               END-IF
               UNLOCK AUDIT-CHAIN-FILE
               MOVE "VERIFIED" TO AUC-KEY
               READ AUDIT-CHAIN-FILE
               IF WS-AUDCHN-OK
                   SET WS-VFY-FOUND TO TRUE
                   MOVE AUC-SEQ-NO TO WS-VFY-SEQ
                   MOVE AUC-CHECK-VALUE TO WS-VFY-CHECK
                   MOVE AUC-DATE TO WS-VFY-DATE
               END-IF
               UNLOCK AUDIT-CHAIN-FILE
               PERFORM 1150-READ-BASE THRU 1150-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1150-READ-BASE.
      *> A BASE means the lines up to it are in offline history:
      *> the walk starts as though it had just passed that line.
           MOVE "BASE" TO AUC-KEY
           READ AUDIT-CHAIN-FILE
           IF WS-AUDCHN-OK
               SET WS-BASE-FOUND TO TRUE
               MOVE AUC-SEQ-NO TO WS-BASE-SEQ
               MOVE AUC-CHECK-VALUE TO WS-BASE-CHECK
               MOVE AUC-SEQ-NO TO WS-PREV-SEQ
               MOVE AUC-CHECK-VALUE TO WS-PREV-CHECK
               SET WS-CHAIN-STARTED TO TRUE
           END-IF
           UNLOCK AUDIT-CHAIN-FILE.
       1150-EXIT.
           EXIT.

       1200-PRINT-HEADING.
           MOVE SPACES TO RPT-LINE
           STRING "AUDIT TRAIL CHAIN VERIFICATION AS OF "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:45)
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN WS-HIST-MODE
                   STRING "HISTORY DATASET " DELIMITED BY SIZE
                       WS-AUDIT-NAME DELIMITED BY SPACE
                       " -- NOT THE LIVE TRAIL" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN WS-VFY-FOUND
                   STRING "LAST VERIFIED THROUGH SEQUENCE "
                       DELIMITED BY SIZE
                       WS-VFY-SEQ DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       WS-VFY-DATE DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "NOT PREVIOUSLY VERIFIED" TO RPT-LINE
           END-EVALUATE
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:78)
           IF WS-BASE-FOUND
               MOVE SPACES TO RPT-LINE
               STRING "LIVE TRAIL STARTS AFTER SEQUENCE "
                   DELIMITED BY SIZE
                   WS-BASE-SEQ DELIMITED BY SIZE
                   " -- EARLIER LINES RETAINED" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               WRITE RPT-RECORD
               DISPLAY RPT-LINE (1:68)
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-RECORD
           MOVE "     LINE  SEQUENCE  EXCEPTION" TO RPT-LINE
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:30).
       1200-EXIT.
           EXIT.

       3000-WALK-TRAIL.
           IF WS-BASE-FOUND
               PERFORM 3050-CHECK-BASE THRU 3050-EXIT
           END-IF
           IF WS-AUDIT-OPEN
               MOVE "N" TO WS-AUD-DONE-SW
               PERFORM 3100-READ-ONE-LINE THRU 3100-EXIT
                   UNTIL WS-AUD-DONE
           END-IF.
       3000-EXIT.
           EXIT.

       3050-CHECK-BASE.
      *> Retention moves only lines already verified, so the BASE
      *> is at or behind the verified point. When it is the
      *> verified line itself, that line is now off the trail and
      *> the BASE must still carry the check value it was
      *> verified with.
           MOVE 0 TO WS-EXC-LINE
           MOVE WS-BASE-SEQ TO WS-EXC-SEQ
           EVALUATE TRUE
               WHEN NOT WS-VFY-FOUND
                 OR WS-VFY-SEQ < WS-BASE-SEQ
                   SET WS-ANCHOR-SEEN TO TRUE
                   MOVE "BASE IS PAST THE LAST VERIFIED LINE"
                       TO WS-EXC-TEXT
                   PERFORM 4000-REPORT-EXCEPTION THRU 4000-EXIT
               WHEN WS-VFY-SEQ = WS-BASE-SEQ
                   SET WS-ANCHOR-SEEN TO TRUE
                   IF WS-BASE-CHECK NOT = WS-VFY-CHECK
                       MOVE SPACES TO WS-EXC-TEXT
                       STRING "BASE CHANGED SINCE VERIFIED ON "
                           DELIMITED BY SIZE
                           WS-VFY-DATE DELIMITED BY SIZE
                           INTO WS-EXC-TEXT
                       END-STRING
                       PERFORM 4000-REPORT-EXCEPTION THRU 4000-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3050-EXIT.
           EXIT.

       3100-READ-ONE-LINE.
      *> The record area is cleared first: a short line from
      *> before the chain reads in without touching the trailer
      *> bytes, and they must read as spaces, not as whatever the
      *> line before left there.
           MOVE SPACES TO AUD-CHAIN-RECORD
           READ AUDIT-FILE
               AT END
                   SET WS-AUD-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-AUDIT-AT-END
                   CONTINUE
               WHEN NOT WS-AUDIT-OK
                   DISPLAY "ERROR: AUDIT READ FAILED, STATUS = "
                       WS-AUDIT-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET WS-AUD-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-LINE-NO
                   PERFORM 3200-CHECK-ONE-LINE THRU 3200-EXIT
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3200-CHECK-ONE-LINE.
           MOVE WS-LINE-NO TO WS-EXC-LINE
           MOVE 0 TO WS-EXC-SEQ
           EVALUATE TRUE
               WHEN AUD-CHAIN-TRAILER = SPACES
                   IF WS-CHAIN-STARTED
                       MOVE "NO SEQUENCE -- ADDED AFTER CHAIN BEGAN"
                           TO WS-EXC-TEXT
                       PERFORM 4000-REPORT-EXCEPTION THRU 4000-EXIT
                   ELSE
                       ADD 1 TO WS-PRECHAIN-COUNT
                   END-IF
               WHEN AUD-SEQ-NO NOT NUMERIC
                 OR AUD-CHECK-VALUE NOT NUMERIC
                   MOVE "CHAIN TRAILER DAMAGED" TO WS-EXC-TEXT
                   PERFORM 4000-REPORT-EXCEPTION THRU 4000-EXIT
               WHEN AUD-SEQ-NO = 0
                   MOVE "WRITTEN UNCHAINED -- NO AUDCHAIN HEAD"
                       TO WS-EXC-TEXT
                   PERFORM 4000-REPORT-EXCEPTION THRU 4000-EXIT
               WHEN OTHER
                   PERFORM 3300-CHECK-CHAINED-LINE THRU 3300-EXIT
           END-EVALUATE.
       3200-EXIT.
           EXIT.

       3300-CHECK-CHAINED-LINE.
      *> Only a line that follows its predecessor directly can
      *> have its check value recomputed; a gap or a backward
      *> step is reported as such. The walk then carries on from
      *> this line when it is the furthest yet, so the line after
      *> a removed or altered one still proves clean. A history
      *> dataset after the first starts part way along the
      *> chain, and its first line is taken as given.
           ADD 1 TO WS-CHAINED-COUNT
           MOVE AUD-SEQ-NO TO WS-EXC-SEQ
           SET WS-CHAIN-STARTED TO TRUE
           IF WS-FIRST-SEQ = 0
               MOVE AUD-SEQ-NO TO WS-FIRST-SEQ
           END-IF
           ADD 1 WS-PREV-SEQ GIVING WS-EXPECT-SEQ
           EVALUATE TRUE
               WHEN WS-HIST-MODE AND WS-PREV-SEQ = 0
                AND AUD-SEQ-NO > 1
                   CONTINUE
               WHEN AUD-SEQ-NO = WS-EXPECT-SEQ
                   MOVE WS-PREV-CHECK TO WS-CHN-HASH
                   PERFORM 3400-FOLD-CHECK-BYTE THRU 3400-EXIT
                       VARYING WS-CHN-POS FROM 1 BY 1
                       UNTIL WS-CHN-POS > 110
                   IF WS-CHN-HASH NOT = AUD-CHECK-VALUE
                       MOVE "CHECK VALUE DOES NOT RECOMPUTE -- ALTERED"
                           TO WS-EXC-TEXT
                       PERFORM 4000-REPORT-EXCEPTION THRU 4000-EXIT
                   END-IF
               WHEN AUD-SEQ-NO > WS-EXPECT-SEQ
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "GAP -- SEQUENCE " DELIMITED BY SIZE
                       WS-EXPECT-SEQ DELIMITED BY SIZE
                       " ONWARD MISSING BEFORE THIS LINE"
                       DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 4000-REPORT-EXCEPTION THRU 4000-EXIT
               WHEN OTHER
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "OUT OF ORDER -- AT OR BEHIND SEQUENCE "
                       DELIMITED BY SIZE
                       WS-PREV-SEQ DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 4000-REPORT-EXCEPTION THRU 4000-EXIT
           END-EVALUATE
           IF WS-VFY-FOUND
               AND NOT WS-ANCHOR-SEEN
               AND AUD-SEQ-NO = WS-VFY-SEQ
               SET WS-ANCHOR-SEEN TO TRUE
               IF AUD-CHECK-VALUE NOT = WS-VFY-CHECK
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "CHANGED SINCE VERIFIED ON "
                       DELIMITED BY SIZE
                       WS-VFY-DATE DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM 4000-REPORT-EXCEPTION THRU 4000-EXIT
               END-IF
           END-IF
           IF AUD-SEQ-NO > WS-PREV-SEQ
               MOVE AUD-SEQ-NO TO WS-PREV-SEQ
               MOVE AUD-CHECK-VALUE TO WS-PREV-CHECK
           END-IF.
       3300-EXIT.
           EXIT.

       3400-FOLD-CHECK-BYTE.
           MOVE AUD-CHAIN-RECORD (WS-CHN-POS:1) TO WS-CHN-BYTE
           COMPUTE WS-CHN-ACCUM = WS-CHN-HASH * 31
                                + WS-CHN-ORD + WS-CHN-POS
           DIVIDE WS-CHN-ACCUM BY WS-CHN-MODULUS
               GIVING WS-CHN-QUOTIENT REMAINDER WS-CHN-HASH.
       3400-EXIT.
           EXIT.

       4000-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE SPACES TO RPT-LINE
           MOVE WS-EXC-LINE TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO RPT-LINE (1:9)
           MOVE WS-EXC-SEQ TO WS-NUM-EDIT
           MOVE WS-NUM-EDIT TO RPT-LINE (11:9)
           MOVE WS-EXC-TEXT TO RPT-LINE (21:58)
           DISPLAY RPT-LINE (1:78)
           WRITE RPT-RECORD.
       4000-EXIT.
           EXIT.

       7000-CHECK-ENDS.
      *> The walk proves the lines it saw; these prove nothing is
      *> missing around them. The last verified line must have
      *> been seen, and the trail must end exactly at the HEAD.
      *> A trail past the HEAD taken at the start may only be a
      *> session appending during the walk, so the HEAD is read
      *> again before that is called an exception.
           MOVE 0 TO WS-EXC-LINE
           IF WS-VFY-FOUND AND NOT WS-ANCHOR-SEEN
               MOVE WS-VFY-SEQ TO WS-EXC-SEQ
               MOVE "LAST VERIFIED LINE IS NO LONGER ON THE TRAIL"
                   TO WS-EXC-TEXT
               PERFORM 4000-REPORT-EXCEPTION THRU 4000-EXIT
           END-IF
           IF WS-PREV-SEQ > WS-HEAD-SEQ
               PERFORM 7100-REREAD-HEAD THRU 7100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-PREV-SEQ < WS-HEAD-SEQ
                   MOVE WS-HEAD-SEQ TO WS-EXC-SEQ
                   MOVE "TRAIL ENDS SHORT OF AUDCHAIN HEAD -- REMOVED"
                       TO WS-EXC-TEXT
                   PERFORM 4000-REPORT-EXCEPTION THRU 4000-EXIT
               WHEN WS-PREV-SEQ > WS-HEAD-SEQ
                   MOVE WS-PREV-SEQ TO WS-EXC-SEQ
                   MOVE "TRAIL RUNS PAST THE AUDCHAIN HEAD"
                       TO WS-EXC-TEXT
                   PERFORM 4000-REPORT-EXCEPTION THRU 4000-EXIT
               WHEN WS-PREV-SEQ = WS-HEAD-SEQ
                AND WS-PREV-CHECK NOT = WS-HEAD-CHECK
                   MOVE WS-HEAD-SEQ TO WS-EXC-SEQ
                   MOVE "LAST LINE DOES NOT MATCH THE AUDCHAIN HEAD"
                       TO WS-EXC-TEXT
                   PERFORM 4000-REPORT-EXCEPTION THRU 4000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       7000-EXIT.
           EXIT.

       7100-REREAD-HEAD.
      *> A HEAD that has moved on past the walk's last line means
      *> that line was written during the walk: hold the walk's
      *> own last line up as the end to compare.
           IF WS-AUDCHN-OPEN
               MOVE "HEAD" TO AUC-KEY
               READ AUDIT-CHAIN-FILE
               IF WS-AUDCHN-OK
                   IF AUC-SEQ-NO NOT < WS-PREV-SEQ
                       MOVE WS-PREV-SEQ TO WS-HEAD-SEQ
                       MOVE WS-PREV-CHECK TO WS-HEAD-CHECK
                   END-IF
               END-IF
               UNLOCK AUDIT-CHAIN-FILE
           END-IF.
       7100-EXIT.
           EXIT.

       7500-ADVANCE-VERIFIED.
      *> Only a walk with no exception moves the verified point,
      *> and only forward onto a chained line.
           EVALUATE TRUE
               WHEN WS-EXCEPT-COUNT NOT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-AUDCHN-OPEN
                   CONTINUE
               WHEN WS-PREV-SEQ = 0
                   CONTINUE
               WHEN WS-VFY-FOUND AND WS-PREV-SEQ = WS-VFY-SEQ
                   CONTINUE
               WHEN OTHER
                   MOVE "VERIFIED" TO AUC-KEY
                   READ AUDIT-CHAIN-FILE
                   MOVE "VERIFIED" TO AUC-KEY
                   MOVE WS-PREV-SEQ TO AUC-SEQ-NO
                   MOVE WS-PREV-CHECK TO AUC-CHECK-VALUE
                   ACCEPT AUC-DATE FROM DATE YYYYMMDD
                   ACCEPT AUC-TIME FROM TIME
                   IF WS-AUDCHN-NO-RECORD
                       WRITE AUC-RECORD
                   ELSE
                       REWRITE AUC-RECORD
                   END-IF
                   IF WS-AUDCHN-OK
                       MOVE WS-PREV-SEQ TO WS-VFY-SEQ
                       MOVE WS-RUN-DATE TO WS-VFY-DATE
                   ELSE
                       DISPLAY "ERROR: AUDCHAIN VERIFIED POINT NOT "
                           "RECORDED, STATUS = " WS-AUDCHN-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
       7500-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-RECORD
           MOVE "LINES READ" TO WS-TOT-LABEL
           MOVE WS-LINE-NO TO WS-TOT-VALUE
           PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT
           MOVE "LINES BEFORE THE CHAIN" TO WS-TOT-LABEL
           MOVE WS-PRECHAIN-COUNT TO WS-TOT-VALUE
           PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT
           MOVE "CHAINED LINES" TO WS-TOT-LABEL
           MOVE WS-CHAINED-COUNT TO WS-TOT-VALUE
           PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT
           MOVE "FIRST SEQUENCE ON TRAIL" TO WS-TOT-LABEL
           MOVE WS-FIRST-SEQ TO WS-TOT-VALUE
           PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT
           MOVE "LAST SEQUENCE ON TRAIL" TO WS-TOT-LABEL
           MOVE WS-PREV-SEQ TO WS-TOT-VALUE
           PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT
           IF NOT WS-HIST-MODE
               IF WS-BASE-FOUND
                   MOVE "AUDCHAIN BASE SEQUENCE" TO WS-TOT-LABEL
                   MOVE WS-BASE-SEQ TO WS-TOT-VALUE
                   PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT
               END-IF
               MOVE "AUDCHAIN HEAD SEQUENCE" TO WS-TOT-LABEL
               MOVE WS-HEAD-SEQ TO WS-TOT-VALUE
               PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT
               MOVE "VERIFIED THROUGH" TO WS-TOT-LABEL
               MOVE WS-VFY-SEQ TO WS-TOT-VALUE
               PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT
           END-IF
           MOVE "EXCEPTIONS" TO WS-TOT-LABEL
           MOVE WS-EXCEPT-COUNT TO WS-TOT-VALUE
           PERFORM 8100-PRINT-ONE-TOTAL THRU 8100-EXIT
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN WS-EXCEPT-COUNT = 0 AND RETURN-CODE = 0
                   MOVE "AUDIT TRAIL CHAIN INTACT" TO RPT-LINE
               WHEN WS-HIST-MODE
                   MOVE "HISTORY DATASET CHAIN BROKEN" TO RPT-LINE
               WHEN OTHER
                   STRING "AUDIT TRAIL CHAIN BROKEN -- "
                       DELIMITED BY SIZE
                       "VERIFIED POINT KEPT" DELIMITED BY SIZE
                       INTO RPT-LINE
                   END-STRING
           END-EVALUATE
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:55).
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-TOTAL.
           MOVE WS-TOT-VALUE TO WS-TOT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING WS-TOT-LABEL DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-TOT-EDIT DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           DISPLAY RPT-LINE (1:37).
       8100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-FILE
           END-IF
           IF WS-AUDCHN-OPEN
               CLOSE AUDIT-CHAIN-FILE
           END-IF
           IF WS-REPORT-OPEN
               CLOSE VERIFY-REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM AUDIT-CHAIN-VERIFY.
