      *> this file replaces.
      *> Three integer and six decimal digits cover both a weak
      *> source unit (fractions of a cent) and a strong one.
      *> The period-end closing rates FX-REVALUATION revalues
      *> with are kept in this same layout on their own file,
      *> CLOSRATE -- one record per currency per period, the
      *> rate ruling on the period's last day -- so the rates
      *> postings were converted at are never overwritten.
      *> ---------------------------------------------------------
       01  CUR-RECORD.
           05  CUR-CODE                   PIC X(03).
