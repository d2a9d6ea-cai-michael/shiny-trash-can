      *> live ledger -- so a closed month has a hard cutoff and the
      *> live ledger stops growing without bound.
      *>
      *> A clean close also soft-closes the period on the PERIODS
      *> calendar, with an audit line saying so: once its detail
      *> is swept, a normal posting dated into the month would
      *> sit on the live ledger behind a summary that no longer
      *> includes it. Late corrections go through PERIOD-ADJUST.
      *> A calendar that cannot be updated is a warning (RC 4),
      *> not a failed close -- the sweep itself is complete.
      *>
      *> MODIFICATION HISTORY
      *>   2026-08-22  DO    Original month-end close program.
      *>   2026-10-15  DO    Soft-closes the period on PERIODS
      *>                     after a clean close, audited.
      *>   2026-10-15  DO    Audit lines are chained (sequence and
      *>                     check value under the AUDCHAIN head
      *>                     lock, see AUDITREC).
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-PERIOD-CLOSE.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCT-PERIOD
               FILE STATUS IS WS-PERIODS-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       FD  ARCHIVE-FILE.
           COPY LEDGREC REPLACING LEADING ==LDG== BY ==ARC==.

       FD  PERIOD-CONTROL-FILE.
           COPY PERCTL.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  AUDIT-CHAIN-FILE.
           COPY AUDCREC.

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS               PIC X(02).
           88  WS-LEDGER-OK                VALUE "00".
           88  WS-ARCHIVE-OK                VALUE "00".
           88  WS-ARCHIVE-NOT-FOUND         VALUE "35".

       01  WS-PERIODS-STATUS              PIC X(02).
           88  WS-PERIODS-OK                VALUE "00".
           88  WS-PERIODS-NOT-FOUND         VALUE "35".
           88  WS-PERIODS-NO-RECORD         VALUE "23".

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

       01  WS-PCT-CHANGED-SW              PIC X(01).
           88  WS-PCT-CHANGED               VALUE "Y".

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE            PIC 9(8).
           05  WS-CURRENT-TIME            PIC 9(8).

       01  WS-CLOSE-DONE-SW               PIC X(01).
           88  WS-CLOSE-DONE                VALUE "Y".

                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 4000-WRITE-PERIOD-SUMMARY THRU 4000-EXIT
                   IF RETURN-CODE = 0
                       PERFORM 4100-SOFT-CLOSE-PERIOD THRU 4100-EXIT
                   END-IF
           END-EVALUATE.
       3000-EXIT.
           EXIT.
       4000-EXIT.
           EXIT.

       4100-SOFT-CLOSE-PERIOD.
      *> Marks the period soft-closed on the calendar, creating
      *> the calendar on the first-ever close. A period already
      *> soft- or hard-closed is left as it is -- a supervisor may
      *> have hard-closed it, and the close must never reopen it.
           MOVE "N" TO WS-PCT-CHANGED-SW
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           ACCEPT WS-AUDIT-USER-ID FROM ENVIRONMENT "USER"
           OPEN I-O PERIOD-CONTROL-FILE
           IF WS-PERIODS-NOT-FOUND
               OPEN OUTPUT PERIOD-CONTROL-FILE
               CLOSE PERIOD-CONTROL-FILE
               OPEN I-O PERIOD-CONTROL-FILE
           END-IF
           IF NOT WS-PERIODS-OK
               DISPLAY "WARNING: UNABLE TO OPEN PERIODS, STATUS = "
                   WS-PERIODS-STATUS ", PERIOD NOT SOFT-CLOSED"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-PERIOD TO PCT-PERIOD
               READ PERIOD-CONTROL-FILE
               EVALUATE TRUE
                   WHEN WS-PERIODS-NO-RECORD
                       PERFORM 4110-STAMP-SOFT-CLOSE THRU 4110-EXIT
                       WRITE PCT-RECORD
                       IF WS-PERIODS-OK
                           SET WS-PCT-CHANGED TO TRUE
                       END-IF
                   WHEN NOT WS-PERIODS-OK
                       CONTINUE
                   WHEN PCT-OPEN
                       PERFORM 4110-STAMP-SOFT-CLOSE THRU 4110-EXIT
                       REWRITE PCT-RECORD
                       IF WS-PERIODS-OK
                           SET WS-PCT-CHANGED TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY "PERIOD " WS-PERIOD-ENTRY
                           " ALREADY CLOSED ON PERIODS, LEFT AS IS"
               END-EVALUATE
               IF NOT WS-PERIODS-OK
                   DISPLAY "WARNING: PERIODS UPDATE FAILED, STATUS = "
                       WS-PERIODS-STATUS ", PERIOD NOT SOFT-CLOSED"
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           IF WS-PCT-CHANGED
               DISPLAY "PERIOD " WS-PERIOD-ENTRY " SOFT-CLOSED"
               PERFORM 4120-WRITE-PERIOD-AUDIT THRU 4120-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       4110-STAMP-SOFT-CLOSE.
           MOVE WS-PERIOD        TO PCT-PERIOD
           SET PCT-SOFT-CLOSED   TO TRUE
           MOVE WS-AUDIT-USER-ID TO PCT-CHANGED-BY
           MOVE WS-CURRENT-DATE  TO PCT-CHANGED-DATE
           MOVE WS-CURRENT-TIME  TO PCT-CHANGED-TIME.
       4110-EXIT.
           EXIT.

       4120-WRITE-PERIOD-AUDIT.
      *> The same maintenance-layout line the period status menu
      *> writes, so every status change reads alike on the
      *> trail. An audit failure only warns: the close is done.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               DISPLAY "WARNING: UNABLE TO OPEN AUDIT, STATUS = "
                   WS-AUDIT-STATUS ", SOFT-CLOSE NOT AUDITED"
           ELSE
               MOVE SPACES TO AUD-RECORD
               MOVE WS-AUDIT-USER-ID   TO AUD-M-USER-ID
               MOVE WS-CURRENT-DATE    TO AUD-M-DATE
               MOVE WS-CURRENT-TIME    TO AUD-M-TIME
               MOVE "PERIOD"           TO AUD-M-ACTION
               MOVE WS-PERIOD-ENTRY    TO AUD-M-ACCT-CODE
               MOVE "OPEN TO SOFT-CLOSE" TO AUD-M-DETAIL
               PERFORM 4130-OPEN-AUDIT-CHAIN THRU 4130-EXIT
               PERFORM 4140-WRITE-CHAINED-AUDIT THRU 4140-EXIT
               CLOSE AUDIT-FILE
               IF WS-AUDCHN-OPEN
                   CLOSE AUDIT-CHAIN-FILE
               END-IF
           END-IF.
       4120-EXIT.
           EXIT.

       4130-OPEN-AUDIT-CHAIN.
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
       4130-EXIT.
           EXIT.

       4140-WRITE-CHAINED-AUDIT.
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
               PERFORM 4150-LOCK-CHAIN-HEAD THRU 4150-EXIT
                   UNTIL WS-CHN-HEAD-HELD
                      OR WS-CHN-RETRY-COUNT > WS-CHN-RETRY-LIMIT
           END-IF
           IF WS-CHN-HEAD-HELD
               ADD 1 AUC-SEQ-NO GIVING AUD-SEQ-NO
               MOVE AUC-CHECK-VALUE TO WS-CHN-HASH
               PERFORM 4160-FOLD-CHECK-BYTE THRU 4160-EXIT
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
       4140-EXIT.
           EXIT.

       4150-LOCK-CHAIN-HEAD.
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
       4150-EXIT.
           EXIT.

       4160-FOLD-CHECK-BYTE.
           MOVE AUD-CHAIN-RECORD (WS-CHN-POS:1) TO WS-CHN-BYTE
           COMPUTE WS-CHN-ACCUM = WS-CHN-HASH * 31
                                + WS-CHN-ORD + WS-CHN-POS
           DIVIDE WS-CHN-ACCUM BY WS-CHN-MODULUS
               GIVING WS-CHN-QUOTIENT REMAINDER WS-CHN-HASH.
       4160-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE LEDGER-FILE
           CLOSE PERSUM-FILE
