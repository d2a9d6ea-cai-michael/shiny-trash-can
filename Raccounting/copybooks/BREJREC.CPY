      *>   10  AMOUNT SIGN NOT + OR -
      *>   11  RECORD TYPE NOT A OR D
      *>   12  ACCOUNT DEACTIVATED
      *>   16  EQUITY ACCOUNT NOT POSTABLE
      *>
      *> REASON CODES (EITHER BATCH PATH)
      *>   13  UNKNOWN DEPARTMENT CODE
      *>   14  NO RATE FOR DEPT CURRENCY
      *>   15  PERIOD NOT OPEN FOR POSTING
      *> ---------------------------------------------------------
       01  REJ-RECORD.
           05  REJ-RECORD-NO              PIC 9(05).
