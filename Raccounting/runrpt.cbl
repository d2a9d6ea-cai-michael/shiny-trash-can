      *> that never got its END -- a run that died mid-flight.
      *>
      *> PARM: optional yyyymmdd -- report runs on or after that
      *> date; blank reports the whole log. ,HIST=dataset after
      *> it (or HIST=dataset alone) reports an offline history
      *> dataset RETENTION-PURGE moved old runs to, in place of
      *> the live log; RETINDEX names the dataset for a period.
      *>
      *> RC 4 = runs with non-zero return codes or no END record
      *> in the reported range. RC 8 = HIST= dataset not found.
      *>
      *> MODIFICATION HISTORY
      *>   2026-09-01  DO    Original run-history report.
      *>   2026-10-15  DO    HIST= PARM reports an offline history
      *>                     dataset in place of RUNLOG.
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-HISTORY-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> RUNLOG unless HIST= names a history dataset.
           SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC WS-RUNLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       01  WS-PEND-PARM                   PIC X(40).

       01  WS-PARM-ENTRY                  PIC X(80).
       01  WS-PARM-BASE                   PIC X(80).
       01  WS-HIST-ENTRY                  PIC X(40).
       01  WS-RUNLOG-NAME                 PIC X(40) VALUE "RUNLOG".
       01  WS-HIST-SW                     PIC X(01) VALUE "N".
           88  WS-HIST-ON                   VALUE "Y".
       01  WS-FROM-ENTRY                  PIC X(08).
       01  WS-FROM-DATE REDEFINES WS-FROM-ENTRY
                                          PIC 9(08).
      *> An empty PARM reports the whole log; otherwise the first
      *> token is the from date. There is no terminal in the
      *> reporting window, so a bad PARM fails the step cleanly.
      *> HIST= is split off first, so the from date reads the
      *> same with or without it.
           ACCEPT WS-PARM-ENTRY FROM COMMAND-LINE
           MOVE "N" TO WS-FILTER-SW
           MOVE SPACES TO WS-PARM-BASE
           MOVE SPACES TO WS-HIST-ENTRY
           UNSTRING WS-PARM-ENTRY DELIMITED BY ",HIST=" OR "HIST="
               INTO WS-PARM-BASE WS-HIST-ENTRY
           IF WS-HIST-ENTRY NOT = SPACES
               SET WS-HIST-ON TO TRUE
               MOVE WS-HIST-ENTRY TO WS-RUNLOG-NAME
           END-IF
           IF WS-PARM-BASE NOT = SPACES
               MOVE WS-PARM-BASE (1:8) TO WS-FROM-ENTRY
               IF WS-FROM-ENTRY NOT NUMERIC
                   DISPLAY "ERROR: RUN REPORT PARM MUST BE "
                       "YYYYMMDD OR OMITTED, ABORTING RUN -- "
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "UNATTENDED RUN HISTORY" TO RPT-LINE
               IF WS-HIST-ON
                   STRING "UNATTENDED RUN HISTORY FROM HISTORY "
                       DELIMITED BY SIZE
                       "DATASET " DELIMITED BY SIZE
                       WS-RUNLOG-NAME DELIMITED BY SPACE
                       INTO RPT-LINE
                   END-STRING
                   DISPLAY RPT-LINE (1:64)
               END-IF
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-LINE
               STRING "DATE     TIME     MODE     "
               WRITE RPT-RECORD
               DISPLAY RPT-LINE (1:60)
               OPEN INPUT RUN-LOG-FILE
               EVALUATE TRUE
                   WHEN WS-RUNLOG-NOT-FOUND AND WS-HIST-ON
                       DISPLAY "ERROR: NO HISTORY DATASET "
                           WS-RUNLOG-NAME
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-RUNLOG-NOT-FOUND
                       DISPLAY "WARNING: NO RUNLOG FILE, NO RUNS EVER "
                           "LOGGED"
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       IF NOT WS-RUNLOG-OK
                           DISPLAY "ERROR: UNABLE TO OPEN "
                               WS-RUNLOG-NAME " STATUS = "
                               WS-RUNLOG-STATUS
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-EVALUATE
           END-IF.
       1000-EXIT.
           EXIT.
