      *> ---------------------------------------------------------
      *> RETXREC.CPY
      *> Record layout for RETENTION-INDEX-FILE (RETINDEX), the
      *> retention index: one record for every period of every
      *> file RETENTION-PURGE has moved to offline history, so an
      *> auditor asking for an old month is told which dataset to
      *> point the report at (HIST= on its PARM).
      *>   RTX-HIST-NAME     the history dataset the period went
      *>                     to: file id, ".D" and the run date
      *>                     (YYMMDD), e.g. AUDIT.D261015
      *>   RTX-RECORD-COUNT  records of the period moved
      *>   RTX-NET-TOTAL     their net value (LEDGARCH entries,
      *>                     AUDIT calculation lines; zero for the
      *>                     files with no amounts)
      *>   RTX-FIRST-SEQ /   AUDIT only: the chain sequence of the
      *>   RTX-LAST-SEQ /    period's first and last chained lines
      *>   RTX-LAST-CHECK    moved, and the last one's check value,
      *>                     so a history dataset can be proved to
      *>                     join the one before it and the live
      *>                     trail after it (zero elsewhere)
      *> A reject file is moved whole and dated by the last run
      *> that wrote it; its period is that run's.
      *> Appended to (never rewritten) and LINE SEQUENTIAL so
      *> operations can read it directly, the RUNLOG reasoning.
      *> ---------------------------------------------------------
       01  RTX-RECORD.
           05  RTX-RUN-DATE               PIC 9(08).
           05  FILLER                     PIC X(02).
           05  RTX-FILE-ID                PIC X(08).
           05  FILLER                     PIC X(02).
           05  RTX-PERIOD                 PIC 9(06).
           05  FILLER                     PIC X(02).
           05  RTX-HIST-NAME              PIC X(20).
           05  FILLER                     PIC X(02).
           05  RTX-RECORD-COUNT           PIC 9(07).
           05  FILLER                     PIC X(02).
           05  RTX-NET-TOTAL              PIC S9(11)V99
                                           SIGN IS TRAILING SEPARATE.
           05  FILLER                     PIC X(02).
           05  RTX-FIRST-SEQ              PIC 9(09).
           05  FILLER                     PIC X(02).
           05  RTX-LAST-SEQ               PIC 9(09).
           05  FILLER                     PIC X(02).
           05  RTX-LAST-CHECK             PIC 9(09).
