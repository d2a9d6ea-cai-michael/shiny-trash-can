      *> ---------------------------------------------------------
      *> PREGREC.CPY
      *> Record layout for PROC-REGISTER-FILE (PROCREG), the
      *> processed-file register: one record for every batch
      *> submission an unattended BATCH, ACCTS or EXTRACT run
      *> posted from, carrying a fingerprint of the file's
      *> content. BATCHCKP only protects the restart of one
      *> failed run; a resend of last night's BATCHIN or ACCTIN
      *> balances to its own trailer and would post a second
      *> time, so every fresh run looks its submission up here
      *> first and a match is refused (RETURN-CODE 20) unless a
      *> supervisor releases it on the PARM.
      *>
      *> PRG-FINGERPRINT is what a match compares: the kind of
      *> file ("B" pairs, "A" account-coded -- ACCTS and EXTRACT
      *> read the same submission), the physical record count
      *> (trailers included), two hash totals and the first and
      *> last record images. The dataset name is NOT part of it:
      *> a resend usually arrives under the same name as every
      *> other night, and an operator resubmitting yesterday's
      *> dataset arrives under a different one.
      *>   pairs file          hash 1 = revenue digits, hash 2 =
      *>                       expenses digits, over the details
      *>   account-coded file  hash 1 = amount digits, hash 2 =
      *>                       account codes, over the details
      *> each the low-order nine digits, the BATCHREC trailer
      *> convention. The record images are held 24 bytes wide
      *> (a pairs record; an account-coded record is 17 bytes,
      *> space-filled).
      *> PRG-RELEASED-BY is spaces for an ordinary run and the
      *> supervisor's user ID when a matching file was released.
      *> Appended to (never rewritten) and LINE SEQUENTIAL so
      *> operations can read it directly, the RUNLOG reasoning.
      *> ---------------------------------------------------------
       01  PRG-RECORD.
           05  PRG-FINGERPRINT.
               10  PRG-FILE-TYPE          PIC X(01).
                   88  PRG-PAIRS-FILE     VALUE "B".
                   88  PRG-ACCT-FILE      VALUE "A".
               10  FILLER                 PIC X(02).
               10  PRG-RECORD-COUNT       PIC 9(05).
               10  FILLER                 PIC X(02).
               10  PRG-HASH-1             PIC 9(09).
               10  FILLER                 PIC X(02).
               10  PRG-HASH-2             PIC 9(09).
               10  FILLER                 PIC X(02).
               10  PRG-FIRST-RECORD       PIC X(24).
               10  FILLER                 PIC X(02).
               10  PRG-LAST-RECORD        PIC X(24).
           05  FILLER                     PIC X(02).
           05  PRG-RUN-DATE               PIC 9(08).
           05  FILLER                     PIC X(02).
           05  PRG-RUN-TIME               PIC 9(08).
           05  FILLER                     PIC X(02).
           05  PRG-MODE                   PIC X(08).
           05  FILLER                     PIC X(02).
           05  PRG-POST-COUNT             PIC 9(05).
           05  FILLER                     PIC X(02).
           05  PRG-RETURN-CODE            PIC 9(02).
           05  FILLER                     PIC X(02).
           05  PRG-FILE-NAME              PIC X(40).
           05  FILLER                     PIC X(02).
           05  PRG-RELEASED-BY            PIC X(20).
