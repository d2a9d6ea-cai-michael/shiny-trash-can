      *> ---------------------------------------------------------
      *> LDTLREC.CPY
      *> Record layout for LEDGER-DETAIL-FILE (LDGDTL), the
      *> account detail behind each account-level ledger entry.
      *> The ledger holds one net per department per posting and
      *> ACTSUB one total per account per period, so nothing tied
      *> a ledger entry back to the account amounts it rolled up
      *> from -- which a reverse/void needs in order to back
      *> exactly those amounts out of ACTSUB again. Every path
      *> that rolls accounts into ACTSUB (terminal breakdown,
      *> account-coded batch, standing entries) writes one record
      *> per account per ledger entry here, keyed on the ledger
      *> key plus the account, with the period and the base-
      *> currency amount exactly as ACTSUB received it. A
      *> reversal writes its own detail with the amounts negated.
      *> Pairs-mode postings (options 1/2, BATCHIN, CALC PARM)
      *> carry no accounts and write nothing here.
      *> ---------------------------------------------------------
       01  LDT-RECORD.
           05  LDT-KEY.
               10  LDT-LDG-KEY.
                   15  LDT-CALC-DATE      PIC 9(8).
                   15  LDT-CALC-TIME      PIC 9(8).
                   15  LDT-CALC-SEQ       PIC 9(4).
               10  LDT-ACCT-CODE          PIC X(06).
           05  LDT-PERIOD                 PIC 9(06).
           05  LDT-AMOUNT                 PIC S9(9)V99
                                           SIGN IS TRAILING SEPARATE.
