      *> calculate, key breakdowns, run batches and inquiries; the
      *> sensitive menu options -- clearing the running total,
      *> account maintenance, the GL extract, standing entry
      *> maintenance, period status maintenance, reverse/void of
      *> a posted entry, approving or rejecting entries held over
      *> an APPRLIM approval limit -- need a supervisor, as does
      *> booking a PERIOD-ADJUST adjustment into a soft-closed
      *> period.
      *> SELECTION refuses what the profile does not grant and
      *> puts the refusal on the audit trail; the segregation-of-
      *> duties gap the auditors flagged at the last review.
      *> With no USERPROF file at all the check is disabled (any
      *> user passes), the same stance DEPT-FILE takes for a site
      *> that has not cut the reference file yet.
