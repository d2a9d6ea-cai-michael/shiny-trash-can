      *> a closed period) writes "A", and a period-end overhead
      *> allocation entry (PERIOD-ALLOCATION, which spreads a
      *> shared-cost department's net across the consuming
      *> departments and offsets the source) writes "L", and a
      *> period-end FX revaluation entry (FX-REVALUATION, the
      *> unrealized gain or loss on a non-base department's
      *> period amounts at the closing rate) writes "X".
      *> LDG-SOURCE-CURRENCY / LDG-SOURCE-NET carry what was
      *> actually submitted when the department keys a non-base
      *> currency: the currency code and the net in it, beside
      *> uses, so an entry traces back to the source figure.
      *> Spaces currency means the entry was keyed in base and
      *> the source net simply echoes the net.
      *> A supervisor's reverse/void (menu option 12) posts an
      *> exact opposite entry of type "R" whose LDG-LINK-KEY is
      *> the original's key, and marks the original reversed
      *> with LDG-LINK-KEY pointing back at the reversal -- so
      *> each half of a pair finds the other, and an entry can
      *> only ever be reversed once. Zero link key and "N" on
      *> every entry outside a pair.
      *> Prior-layout ledgers reload through LEDGER-CONVERT.
      *> ---------------------------------------------------------
       01  LDG-RECORD.
           05  LDG-ENTRY-TYPE             PIC X(01).
               88  LDG-ADJUSTMENT         VALUE "A".
               88  LDG-ALLOCATION         VALUE "L".
               88  LDG-REVERSAL           VALUE "R".
               88  LDG-REVALUATION        VALUE "X".
           05  LDG-SOURCE-CURRENCY        PIC X(03).
           05  LDG-SOURCE-NET             PIC S9(7)V99
                                           SIGN IS TRAILING SEPARATE.
           05  LDG-LINK-KEY.
               10  LDG-LINK-DATE          PIC 9(8).
               10  LDG-LINK-TIME          PIC 9(8).
               10  LDG-LINK-SEQ           PIC 9(4).
           05  LDG-REVERSED-SW            PIC X(01).
               88  LDG-REVERSED           VALUE "Y".
