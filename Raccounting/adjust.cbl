      *>
      *> A period with no PSM-RECORD is refused -- an open period
      *> corrects through a normal posting, not through here.
      *> The PERIODS calendar has the last word: a hard-closed
      *> period takes no adjustment at all, and a soft-closed one
      *> only from a user USERPROF lists as a supervisor (no
      *> USERPROF file disables that check, the stance FINANCIAL-
      *> ACCOUNTING-I takes).
      *>
      *> MODIFICATION HISTORY
      *>   2026-09-01  DO    Original period-adjustment program.
      *>   2026-10-15  DO    Checks the PERIODS calendar: hard-
      *>                     closed refused, soft-closed only for
      *>                     a USERPROF supervisor.
      *>   2026-10-15  DO    Adjustments write a zero reversal
      *>                     link and not-reversed flag (the
      *>                     archived LDG-RECORD grew both).
      *>   2026-10-15  DO    Audit lines are chained (sequence and
      *>                     check value under the AUDCHAIN head
      *>                     lock, see AUDITREC).
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-ADJUST.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCT-PERIOD
               FILE STATUS IS WS-PERIODS-STATUS.

           SELECT USER-FILE ASSIGN TO "USERPROF"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTS"
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

       DATA DIVISION.
       FILE SECTION.
       FD  PERSUM-FILE.
       FD  ARCHIVE-FILE.
           COPY LEDGREC REPLACING LEADING ==LDG== BY ==ARC==.

       FD  PERIOD-CONTROL-FILE.
           COPY PERCTL.

       FD  USER-FILE.
           COPY USERREC.

       FD  DEPT-FILE.
           COPY DEPTREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  AUDIT-CHAIN-FILE.
           COPY AUDCREC.

       WORKING-STORAGE SECTION.
       01  WS-PERSUM-STATUS               PIC X(02).
           88  WS-PERSUM-OK                 VALUE "00".
           88  WS-ARCHIVE-OK                VALUE "00".
           88  WS-ARCHIVE-NOT-FOUND         VALUE "35".

       01  WS-PERIODS-STATUS              PIC X(02).
           88  WS-PERIODS-OK               VALUE "00".
           88  WS-PERIODS-NOT-FOUND        VALUE "35".
           88  WS-PERIODS-NO-RECORD        VALUE "23".

       01  WS-USER-STATUS                 PIC X(02).
           88  WS-USER-OK                  VALUE "00".
           88  WS-USER-AT-END              VALUE "10".
       01  WS-USER-DONE-SW                PIC X(01).
           88  WS-USER-DONE                 VALUE "Y".
       01  WS-USER-SUPER-SW               PIC X(01).
           88  WS-USER-SUPER                VALUE "Y".

       01  WS-DEPT-STATUS                 PIC X(02).
           88  WS-DEPT-OK                  VALUE "00".
           88  WS-DEPT-AT-END              VALUE "10".
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

      *> The whole period summary file held in memory while the
      *> adjusted period's row is restated, then written back.
      *> 120 closed periods is ten years of history.
      *> be on it -- an open period corrects through a normal
      *> posting), validates the department, and opens the
      *> archive and audit trail for append.
           ACCEPT WS-AUDIT-USER-ID FROM ENVIRONMENT "USER"
           PERFORM 1100-LOAD-PERSUM THRU 1100-EXIT
           IF RETURN-CODE = 0
               PERFORM 1200-CHECK-PERIOD THRU 1200-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1400-LOAD-DEPARTMENTS THRU 1400-EXIT
           END-IF
               END-IF
           END-IF
           IF RETURN-CODE = 0
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-NOT-FOUND
                   OPEN OUTPUT AUDIT-FILE
                       WS-AUDIT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1500-OPEN-AUDIT-CHAIN THRU 1500-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
       1110-EXIT.
           EXIT.

       1200-CHECK-PERIOD.
      *> The period's status on the PERIODS calendar. No calendar,
      *> or no record for the period, leaves the PERSUM check
      *> above as the only gate, as before the calendar existed.
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
                               ", ADJUSTMENT REFUSED"
                           MOVE 8 TO RETURN-CODE
                       WHEN PCT-HARD-CLOSED
                           DISPLAY "ERROR: PERIOD " WS-PARM-PERIOD
                               " IS HARD-CLOSED, ADJUSTMENT REFUSED"
                           MOVE 8 TO RETURN-CODE
                       WHEN PCT-SOFT-CLOSED
                           PERFORM 1250-CHECK-SUPERVISOR
                               THRU 1250-EXIT
                   END-EVALUATE
                   CLOSE PERIOD-CONTROL-FILE
           END-EVALUATE.
       1200-EXIT.
           EXIT.

       1250-CHECK-SUPERVISOR.
      *> A soft-closed period takes adjustments from supervisors
      *> only. The user is looked up on USERPROF the way the
      *> sign-on check does it; no file at all disables the check.
           MOVE "N" TO WS-USER-DONE-SW
           MOVE "N" TO WS-USER-SUPER-SW
           OPEN INPUT USER-FILE
           IF NOT WS-USER-OK
               DISPLAY "WARNING: USERPROF NOT FOUND, USER "
                   "AUTHORIZATION DISABLED"
           ELSE
               PERFORM 1260-READ-USER THRU 1260-EXIT
                   UNTIL WS-USER-DONE
               CLOSE USER-FILE
               IF NOT WS-USER-SUPER
                   DISPLAY "ERROR: PERIOD " WS-PARM-PERIOD
                       " IS SOFT-CLOSED, ADJUSTMENT NEEDS A "
                       "SUPERVISOR -- " WS-AUDIT-USER-ID
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       1250-EXIT.
           EXIT.

       1260-READ-USER.
           READ USER-FILE
               AT END
                   SET WS-USER-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-USER-AT-END
                   CONTINUE
               WHEN NOT WS-USER-OK
                   DISPLAY "WARNING: USERPROF READ FAILED, "
                       "STATUS = " WS-USER-STATUS
                   SET WS-USER-DONE TO TRUE
               WHEN UPR-USER-ID = WS-AUDIT-USER-ID
                   IF UPR-SUPERVISOR
                       SET WS-USER-SUPER TO TRUE
                   END-IF
                   SET WS-USER-DONE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1260-EXIT.
           EXIT.

       1400-LOAD-DEPARTMENTS.
      *> Reads DEPT-FILE into the validation table. A missing
      *> file disables department validation (any code passes)
       1430-EXIT.
           EXIT.

       1500-OPEN-AUDIT-CHAIN.
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
       1500-EXIT.
           EXIT.

       3000-BOOK-ADJUSTMENT.
      *> Books the adjustment: archive entry first, PERSUM
      *> restatement second, audit line last -- so the detail can
      *> fields echo that, the same way a base calculation's do.
           MOVE SPACES       TO ARC-SOURCE-CURRENCY
           MOVE WS-ADJ-NET   TO ARC-SOURCE-NET
           MOVE ZEROS        TO ARC-LINK-KEY
           MOVE "N"          TO ARC-REVERSED-SW
           WRITE ARC-RECORD
           IF NOT WS-ARCHIVE-OK
               DISPLAY "ERROR: ARCHIVE WRITE FAILED, STATUS = "
           MOVE "ADJUST"         TO AUD-M-ACTION
           MOVE WS-PARM-DEPT     TO AUD-M-ACCT-CODE
           MOVE WS-MAINT-DETAIL  TO AUD-M-DETAIL
           PERFORM 3310-WRITE-CHAINED-AUDIT THRU 3310-EXIT.
       3300-EXIT.
           EXIT.

       3310-WRITE-CHAINED-AUDIT.
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
               PERFORM 3320-LOCK-CHAIN-HEAD THRU 3320-EXIT
                   UNTIL WS-CHN-HEAD-HELD
                      OR WS-CHN-RETRY-COUNT > WS-CHN-RETRY-LIMIT
           END-IF
           IF WS-CHN-HEAD-HELD
               ADD 1 AUC-SEQ-NO GIVING AUD-SEQ-NO
               MOVE AUC-CHECK-VALUE TO WS-CHN-HASH
               PERFORM 3330-FOLD-CHECK-BYTE THRU 3330-EXIT
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
       3310-EXIT.
           EXIT.

       3320-LOCK-CHAIN-HEAD.
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
       3320-EXIT.
           EXIT.

       3330-FOLD-CHECK-BYTE.
           MOVE AUD-CHAIN-RECORD (WS-CHN-POS:1) TO WS-CHN-BYTE
           COMPUTE WS-CHN-ACCUM = WS-CHN-HASH * 31
                                + WS-CHN-ORD + WS-CHN-POS
           DIVIDE WS-CHN-ACCUM BY WS-CHN-MODULUS
               GIVING WS-CHN-QUOTIENT REMAINDER WS-CHN-HASH.
       3330-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ARCHIVE-FILE
           CLOSE AUDIT-FILE
           IF WS-AUDCHN-OPEN
               CLOSE AUDIT-CHAIN-FILE
           END-IF.
       9000-EXIT.
           EXIT.

