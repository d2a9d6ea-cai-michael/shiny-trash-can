      *> the longest layout (AUD-RECORD, since the source-currency
      *> fields were added) before populating the named fields
      *> below, so every FILLER byte and the unused tail of the
      *> shorter layout come out as spaces on disk; the chain
      *> trailer past it is cleared by the chaining write itself.
      *> Both layouts share the USER/DATE/TIME prefix; a reader
      *> tells them apart by what follows -- amounts with trailing
      *> separate signs on a calculation line, an action word on a
      *> maintenance line.
      *> AUD-CHAIN-RECORD overlays either layout with the chain
      *> trailer that makes the trail tamper-evident: a sequence
      *> number one past the line before it, and a check value
      *> folded from the previous line's check value, the first
      *> 110 bytes of this line (data plus sequence) and each
      *> byte's position. Change, drop, insert or reorder a line
      *> and the chain no longer recomputes; AUDIT-CHAIN-VERIFY
      *> walks it nightly. Writers fill one of the layouts above,
      *> then take the next sequence under the AUDCHAIN head lock
      *> (see AUDCREC) and WRITE this record, never the shorter
      *> ones, so the trailer reaches disk. Lines written before
      *> the chain existed carry no trailer (spaces in AUD-SEQ-NO)
      *> and are accepted only ahead of the first chained line.
      *> ---------------------------------------------------------
       01  AUD-RECORD.
           05  AUD-USER-ID                PIC X(20).
           05  AUD-M-ACCT-CODE            PIC X(06).
           05  FILLER                     PIC X(02).
           05  AUD-M-DETAIL               PIC X(25).

       01  AUD-CHAIN-RECORD.
           05  AUD-CHAIN-DATA             PIC X(99).
           05  AUD-CHAIN-TRAILER.
               10  FILLER                 PIC X(02).
               10  AUD-SEQ-NO             PIC 9(09).
               10  FILLER                 PIC X(02).
               10  AUD-CHECK-VALUE        PIC 9(09).
