      *> ---------------------------------------------------------
      *> RETNREC.CPY
      *> Record layout for RETENTION-RULE-FILE (RETRULES), the
      *> retention rules RETENTION-PURGE works from: one record
      *> per file that is to be kept short, saying how much of it
      *> stays on the live file. Everything older goes to an
      *> offline history dataset.
      *>   RTR-FILE-ID   the live file: AUDIT, LEDGARCH, RUNLOG,
      *>                 BATCHREJ or ACCTREJ
      *>   RTR-KEEP      how many to keep, counting the reference
      *>                 period (or its year) as the first
      *>   RTR-UNIT      P = periods, Y = calendar years (the
      *>                 YEAR-END-CLOSE fiscal year)
      *> A file with no rule is never purged; a rule that does
      *> not edit, or a second rule for the same file, stops the
      *> whole run before anything moves.
      *> ---------------------------------------------------------
       01  RTR-RECORD.
           05  RTR-FILE-ID                PIC X(08).
               88  RTR-FILE-ID-VALID      VALUES "AUDIT" "LEDGARCH"
                                           "RUNLOG" "BATCHREJ"
                                           "ACCTREJ".
           05  RTR-KEEP                   PIC 9(03).
           05  RTR-UNIT                   PIC X(01).
               88  RTR-PERIODS            VALUE "P".
               88  RTR-YEARS              VALUE "Y".
               88  RTR-UNIT-VALID         VALUES "P" "Y".
