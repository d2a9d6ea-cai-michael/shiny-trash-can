      *>
      *> MODIFICATION HISTORY
      *>   2026-09-01  DO    Original acknowledgment processor.
      *>   2026-10-15  DO    Writes START and END records to
      *>                     RUNLOG (mode GLACK) so the close
      *>                     readiness check can see the run.
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-ACK-PROCESS.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACKRPT-STATUS.

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
       FD  GL-EXTRACT-FILE.
       FD  ACK-REPORT-FILE.
           COPY REPORTREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
       01  WS-GLEXT-STATUS                PIC X(02).
           88  WS-GLEXT-OK                 VALUE "00".
           88  WS-GLEXT-AT-END             VALUE "10".
           88  WS-GLEXT-NOT-FOUND          VALUE "35".

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

       01  WS-ACK-STATUS                  PIC X(02).
           88  WS-ACK-OK                   VALUE "00".
           88  WS-ACK-AT-END               VALUE "10".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0600-LOG-RUN-START THRU 0600-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RETURN-CODE = 0
               PERFORM 3000-MATCH-ACKS THRU 3000-EXIT
               PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF
           PERFORM 0700-LOG-RUN-END THRU 0700-EXIT
           STOP RUN.

       0600-LOG-RUN-START.
      *> The START record goes down before anything else, so a
      *> run that dies still shows it began.
           MOVE 0 TO WS-RNL-READ
           MOVE 0 TO WS-RNL-POST
           MOVE 0 TO WS-RNL-REJ
           MOVE "START" TO WS-RNL-EVENT
           PERFORM 0800-WRITE-RUN-RECORD THRU 0800-EXIT.
       0600-EXIT.
           EXIT.

       0700-LOG-RUN-END.
      *> Read is the extract details loaded, post the ones the
      *> GL accepted, reject the ones it bounced. RC 0 is a fully
      *> acknowledged extract, RC 4 rejects waiting on GLRESUB.
           MOVE WS-EXT-COUNT    TO WS-RNL-READ
           MOVE WS-ACCEPT-COUNT TO WS-RNL-POST
           MOVE WS-REJECT-COUNT TO WS-RNL-REJ
           MOVE "END" TO WS-RNL-EVENT
           PERFORM 0800-WRITE-RUN-RECORD THRU 0800-EXIT.
       0700-EXIT.
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
               MOVE "GLACK"           TO RNL-MODE
               MOVE "GLACK"           TO RNL-FILE-NAME
               MOVE WS-RNL-READ       TO RNL-READ-COUNT
               MOVE WS-RNL-POST       TO RNL-POST-COUNT
               MOVE WS-RNL-REJ        TO RNL-REJ-COUNT
               MOVE RETURN-CODE       TO RNL-RETURN-CODE
               MOVE SPACES            TO RNL-PARM
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
      *> Opens the report and loads the extract's detail records.
      *> No extract file, or one with no details, means there is
