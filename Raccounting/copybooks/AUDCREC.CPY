      *> ---------------------------------------------------------
      *> AUDCREC.CPY
      *> Record layout for AUDIT-CHAIN-FILE (AUDCHAIN), the control
      *> file behind the audit trail's sequence and check-value
      *> chain (see AUDITREC). Up to three records, by key:
      *>   HEAD      the last line written to AUDIT: its sequence
      *>             and check value. Every writer reads it with a
      *>             lock, chains its line from it, writes the line
      *>             and rewrites it, so sessions appending at the
      *>             same time take consecutive numbers.
      *>   VERIFIED  the last line AUDIT-CHAIN-VERIFY proved: the
      *>             sequence and check value the next verification
      *>             must find unchanged, and when it was proved.
      *>   BASE      the last line RETENTION-PURGE moved off the
      *>             live trail to offline history: the live
      *>             trail starts at the line after it, and its
      *>             check value is what that line folds from.
      *>             Absent until the first purge.
      *> ---------------------------------------------------------
       01  AUC-RECORD.
           05  AUC-KEY                    PIC X(08).
               88  AUC-CHAIN-HEAD         VALUE "HEAD".
               88  AUC-VERIFIED-POINT     VALUE "VERIFIED".
               88  AUC-RETAINED-BASE      VALUE "BASE".
           05  AUC-SEQ-NO                 PIC 9(09).
           05  AUC-CHECK-VALUE            PIC 9(09).
           05  AUC-DATE                   PIC 9(08).
           05  AUC-TIME                   PIC 9(08).
