      *>   asks for the drill-down; dddd narrows it to one
      *>   department (omitted = all); the two dates narrow it
      *>   inside the span (omitted = the whole span).
      *>   ,HIST=dataset at the end adds an offline history
      *>   dataset RETENTION-PURGE moved old archive entries to
      *>   (RETINDEX names it) to the drill-down, read ahead of
      *>   LEDGARCH; the trend section needs no history, PERSUM
      *>   is never purged.
      *>
      *> Output goes to TRENDRPT and, like every report here, is
      *> echoed on the job log.
      *>
      *> MODIFICATION HISTORY
      *>   2026-09-01  DO    Original archive trend report.
      *>   2026-10-15  DO    HIST= PARM adds an offline history
      *>                     dataset to the drill-down.
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-TREND-REPORT.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PERSUM-STATUS.

      *> LEDGARCH, or the HIST= history dataset ahead of it.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *> The PARM split into its tokens and their edited forms.
       01  WS-PARM-ENTRY                  PIC X(80).
       01  WS-PARM-BASE                   PIC X(80).
       01  WS-PARM-WORK                   PIC X(82).
       01  WS-PARM-FROM                   PIC X(06).
       01  WS-FROM-PERIOD REDEFINES WS-PARM-FROM
                                          PIC 9(08).
       01  WS-DETAIL-SW                   PIC X(01).
           88  WS-DETAIL-WANTED             VALUE "Y".
       01  WS-HIST-ENTRY                  PIC X(40).
       01  WS-ARCHIVE-NAME                PIC X(40) VALUE "LEDGARCH".

      *> The period split out of an archived entry's date for the
      *> span filter.
           MOVE SPACES TO WS-PARM-DEPT
           MOVE SPACES TO WS-PARM-FROM-DATE
           MOVE SPACES TO WS-PARM-TO-DATE
           MOVE SPACES TO WS-PARM-BASE
           MOVE SPACES TO WS-HIST-ENTRY
           MOVE "N" TO WS-DETAIL-SW
           UNSTRING WS-PARM-ENTRY DELIMITED BY ",HIST=" OR "HIST="
               INTO WS-PARM-BASE WS-HIST-ENTRY
           STRING WS-PARM-BASE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               INTO WS-PARM-WORK
           UNSTRING WS-PARM-WORK DELIMITED BY ","
                   DISPLAY "ERROR: TREND FROM PERIOD AFTER TO "
                       "PERIOD, ABORTING RUN"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-PARM-DETAIL = SPACES
                AND WS-HIST-ENTRY NOT = SPACES
                   DISPLAY "ERROR: HIST= IS FOR THE DETAIL "
                       "DRILL-DOWN ONLY, ABORTING RUN"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-PARM-DETAIL = SPACES
                   CONTINUE
               WHEN WS-PARM-DETAIL NOT = "DETAIL"
           END-IF
           DISPLAY RPT-LINE (1:49)
           WRITE RPT-RECORD
           IF WS-HIST-ENTRY NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "INCLUDES HISTORY DATASET " DELIMITED BY SIZE
                   WS-HIST-ENTRY DELIMITED BY SPACE
                   INTO RPT-LINE
               END-STRING
               DISPLAY RPT-LINE (1:65)
               WRITE RPT-RECORD
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "DATE          DEPT       REVENUE "
               DELIMITED BY SIZE
           END-STRING
           DISPLAY RPT-LINE (1:65)
           WRITE RPT-RECORD
           IF WS-HIST-ENTRY NOT = SPACES
               MOVE WS-HIST-ENTRY TO WS-ARCHIVE-NAME
               PERFORM 5050-READ-ARCHIVE-FILE THRU 5050-EXIT
               MOVE "LEDGARCH" TO WS-ARCHIVE-NAME
               MOVE "N" TO WS-ARCH-DONE-SW
           END-IF
           IF RETURN-CODE < 8
               PERFORM 5050-READ-ARCHIVE-FILE THRU 5050-EXIT
           END-IF
           PERFORM 5300-DETAIL-TOTALS THRU 5300-EXIT.
       5000-EXIT.
           EXIT.

       5050-READ-ARCHIVE-FILE.
      *> One pass over WS-ARCHIVE-NAME. No LEDGARCH is an empty
      *> archive; a history dataset asked for by name must be
      *> there.
           OPEN INPUT ARCHIVE-FILE
           EVALUATE TRUE
               WHEN WS-ARCHIVE-OK
                   PERFORM 5100-READ-ONE-ARCHIVE THRU 5100-EXIT
                       UNTIL WS-ARCH-DONE
                   CLOSE ARCHIVE-FILE
               WHEN WS-ARCHIVE-NOT-FOUND
                AND WS-ARCHIVE-NAME NOT = "LEDGARCH"
                   DISPLAY "ERROR: NO HISTORY DATASET "
                       WS-ARCHIVE-NAME
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ARCHIVE-NOT-FOUND
                   DISPLAY "WARNING: NO LEDGARCH FILE, DETAIL "
                       "SECTION EMPTY"
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN " WS-ARCHIVE-NAME
                       " STATUS = " WS-ARCHIVE-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       5050-EXIT.
           EXIT.

       5100-READ-ONE-ARCHIVE.
                   SET WS-ARCH-DONE TO TRUE
           END-READ
           IF NOT WS-ARCHIVE-OK AND NOT WS-ARCH-DONE
               DISPLAY "ERROR: " WS-ARCHIVE-NAME " READ FAILED, "
                   "STATUS = " WS-ARCHIVE-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-ARCH-DONE TO TRUE
           END-IF
