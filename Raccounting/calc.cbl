      *>                     -- a run that dies opening its files
      *>                     no longer vanishes from the
      *>                     run-control log.
      *>   2026-10-15  DO    Fiscal period control: every posting
      *>                     path checks the current period's
      *>                     status on PERIODS (see PERCTL) and
      *>                     refuses a soft- or hard-closed
      *>                     period -- the batch paths reject
      *>                     with reason 15. New supervisor
      *>                     option 11 moves a period between
      *>                     statuses, every change audited.
      *>   2026-10-15  DO    Chart category Q (equity -- retained
      *>                     earnings) accepted by account
      *>                     maintenance but refused by every
      *>                     posting path (ACCTS reason 16); only
      *>                     YEAR-END-CLOSE books to it.
      *>   2026-10-15  DO    Added reverse/void (supervisor option
      *>                     12): finds a current-period ledger
      *>                     entry by its key, posts the exact
      *>                     opposite entry (type "R", linked to
      *>                     the original), backs the original's
      *>                     account amounts out of ACTSUB and
      *>                     marks the original reversed so it
      *>                     can never be reversed twice. Every
      *>                     account-level posting now leaves its
      *>                     account detail on the new LDGDTL
      *>                     file for the back-out to read. The
      *>                     ledger inquiry shows the full key
      *>                     (hundredths and sequence) and marks
      *>                     both halves of a pair.
      *>   2026-10-15  DO    Maker-checker: a net value (option 1)
      *>                     or account breakdown (option 3) over
      *>                     the preparer's APPRLIM limit (user,
      *>                     else department) is held on the new
      *>                     PENDENT queue instead of the ledger.
      *>                     New supervisor option 13 lists the
      *>                     queue and approves (posting through
      *>                     the normal ledger, ACTSUB, audit and
      *>                     report paths) or rejects with a
      *>                     reason; nobody decides an entry they
      *>                     keyed themselves. PENDING-AGING-
      *>                     REPORT lists what is left waiting.
      *>   2026-10-15  DO    Account activity is also kept by
      *>                     department on the new DACTSUB file,
      *>                     beside ACTSUB at every roll and
      *>                     reversal back-out, for DEPT-INCOME-
      *>                     STATEMENT. BUDGET rows now carry a
      *>                     department; rows for the same account
      *>                     and period add into one figure.
      *>   2026-10-15  DO    Every audit line is now chained: a
      *>                     sequence number and a check value
      *>                     folded from the line before it (see
      *>                     AUDITREC), taken under a lock on the
      *>                     new AUDCHAIN head so sessions number
      *>                     consecutively. AUDIT-CHAIN-VERIFY
      *>                     proves the chain nightly.
      *>   2026-10-15  DO    Reverse/void refuses FX revaluation
      *>                     entries (type X) as it does allocation
      *>                     and adjustment entries.
      *>   2026-10-15  DO    Unattended BATCH, ACCTS and EXTRACT
      *>                     runs fingerprint their submission
      *>                     (count, hash totals, first/last
      *>                     record) against the new PROCREG
      *>                     processed-file register and refuse a
      *>                     file already posted on an earlier
      *>                     night (RETURN-CODE 20) unless a
      *>                     supervisor releases it with
      *>                     ,RELEASE=userid on the PARM. Every
      *>                     file posted from is registered.
      *> ===========================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANCIAL-ACCOUNTING-I.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ACTSUB-STATUS.

      *> The same activity kept by department (see DACTREC),
      *> updated beside ACTSUB at every posting so the
      *> departmental income statements have account detail per
      *> cost center. Shared between sessions for the same reason.
           SELECT DEPT-ACTIVITY-FILE ASSIGN TO "DACTSUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAC-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-DACTSUB-STATUS.

      *> The account detail behind each account-level ledger
      *> entry (see LDTLREC), keyed on the ledger key plus the
      *> account: what a reverse/void reads to back exactly the
      *> original's amounts out of ACTSUB. Shared between
      *> sessions for the same reason ACTSUB is.
           SELECT LEDGER-DETAIL-FILE ASSIGN TO "LDGDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDT-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-LDGDTL-STATUS.

      *> The maker-checker queue (see PNDREC): postings over the
      *> preparer's approval limit wait here, keyed on when they
      *> were submitted, until a supervisor decides them. Shared
      *> between sessions so a clerk's held entry is on the
      *> supervisor's list at once.
           SELECT PENDING-FILE ASSIGN TO "PENDENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PENDING-STATUS.

      *> The fiscal period calendar every posting path checks
      *> before it books into the current period. LOCK MODE
      *> MANUAL rather than AUTOMATIC: a clerk session's status
      *> check must never hold the period's record against the
      *> supervisor changing it, so only the maintenance path
      *> reads WITH LOCK, for the instant before its rewrite.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-PERIOD
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-PERIODS-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CURR-STATUS.

           SELECT APPROVAL-LIMIT-FILE ASSIGN TO "APPRLIM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.

           SELECT REPORT-FILE ASSIGN TO "REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      *> The processed-file register the unattended batch modes
      *> check a submission against before posting it and append
      *> to after; see PREGREC. Opened and closed around each use,
      *> the RUNLOG pattern.
           SELECT PROC-REGISTER-FILE ASSIGN TO "PROCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROCREG-STATUS.

      *> LINE SEQUENTIAL, not raw SEQUENTIAL, since an auditor needs
      *> to be able to read this trail directly during a review --
      *> the same reasoning REPORT-FILE uses.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *> The head of the audit chain (see AUDCREC). Shared, and
      *> LOCK MODE AUTOMATIC so the read-write-rewrite around
      *> each audit line holds out every other session until the
      *> line and the new head are both down.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUC-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-AUDCHN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       FD  ACTIVITY-FILE.
           COPY ACTREC.

       FD  DEPT-ACTIVITY-FILE.
           COPY DACTREC.

       FD  LEDGER-DETAIL-FILE.
           COPY LDTLREC.

       FD  PENDING-FILE.
           COPY PNDREC.

       FD  PERIOD-CONTROL-FILE.
           COPY PERCTL.

       FD  GL-EXTRACT-FILE.
           COPY GLEXTREC.

       FD  CURRENCY-RATE-FILE.
           COPY CURRREC.

       FD  APPROVAL-LIMIT-FILE.
           COPY APPRREC.

       FD  REPORT-FILE.
           COPY REPORTREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOGRC.

       FD  PROC-REGISTER-FILE.
           COPY PREGREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  AUDIT-CHAIN-FILE.
           COPY AUDCREC.

       WORKING-STORAGE SECTION.
       01  OPTION                         PIC 9(2).
           88  OPTION-VALID                VALUES 1 2 3 4 5 6 7 8 9
                                                  10 11 12 13 99.
      *> The sensitive options a clerk profile does not grant:
      *> clearing the running total (5), account maintenance (7),
      *> the GL extract (9), standing entry maintenance (10),
      *> period status maintenance (11), reverse/void of a posted
      *> entry (12), approving or rejecting held entries (13).
           88  OPTION-RESTRICTED           VALUES 5 7 9 10 11 12
                                                  13.

       01  REVENUE                        PIC S9(7)V99.
       01  EXPENSES                       PIC S9(7)V99.
           88  WS-LEDGER-NOT-FOUND         VALUE "35".
           88  WS-LEDGER-AT-END            VALUE "10".
           88  WS-LEDGER-DUP-KEY           VALUE "22".
           88  WS-LEDGER-NO-RECORD         VALUE "23".
           88  WS-LEDGER-LOCKED            VALUE "51".

      *> Breaks ties on LDG-KEY when several calculations in the
               10  TBL-ACCT-CATEGORY      PIC X(01).
                   88  TBL-REVENUE-CATEGORY  VALUE "R".
                   88  TBL-EXPENSE-CATEGORY  VALUE "E".
                   88  TBL-EQUITY-CATEGORY   VALUE "Q".
               10  TBL-ACCT-STATUS        PIC X(01).
                   88  TBL-ACCT-ACTIVE       VALUE "A".
                   88  TBL-ACCT-INACTIVE     VALUE "I".
       01  WS-ACV-RETRY-COUNT             PIC 9(03) COMP.
       01  WS-ACV-AMOUNT                  PIC S9(9)V99.

      *> Department activity subledger state, the same shape as
      *> ACTSUB's: it takes the same amount (WS-ACV-AMOUNT) under
      *> the posting's department.
       01  WS-DACTSUB-STATUS              PIC X(02).
           88  WS-DACTSUB-OK               VALUE "00".
           88  WS-DACTSUB-NOT-FOUND        VALUE "35".
           88  WS-DACTSUB-NO-RECORD        VALUE "23".
           88  WS-DACTSUB-LOCKED           VALUE "51".
       01  WS-DACTSUB-OPEN-SW             PIC X(01).
           88  WS-DACTSUB-OPEN              VALUE "Y".
       01  WS-DAC-DONE-SW                 PIC X(01).
           88  WS-DAC-DONE                  VALUE "Y".
       01  WS-DAC-RETRY-COUNT             PIC 9(03) COMP.

      *> Ledger account-detail state: the file status, the open
      *> switch (a file that will not open disables the detail,
      *> and with it a reversal's ACTSUB back-out, with a
      *> warning -- the ACTSUB stance), and the switch the period
      *> roll sets so the ledger write knows the subtotals behind
      *> this entry are account amounts to record.
       01  WS-LDGDTL-STATUS               PIC X(02).
           88  WS-LDGDTL-OK                VALUE "00".
           88  WS-LDGDTL-AT-END            VALUE "10".
           88  WS-LDGDTL-NOT-FOUND         VALUE "35".
       01  WS-LDGDTL-OPEN-SW              PIC X(01).
           88  WS-LDGDTL-OPEN               VALUE "Y".
       01  WS-DTL-PENDING-SW              PIC X(01) VALUE "N".
           88  WS-DTL-PENDING               VALUE "Y".

      *> Reverse/void state: the entry type and link key the next
      *> ledger write carries (space and zeros on every posting
      *> but a reversal), the original's key as keyed at the
      *> terminal, the original itself held while its reversal
      *> posts, the reversal's own key once written, and the
      *> original's account detail read back from LDGDTL.
       01  WS-POST-ENTRY-TYPE             PIC X(01) VALUE SPACE.
       01  WS-POST-LINK-KEY.
           05  WS-POST-LINK-DATE          PIC 9(8) VALUE 0.
           05  WS-POST-LINK-TIME          PIC 9(8) VALUE 0.
           05  WS-POST-LINK-SEQ           PIC 9(4) VALUE 0.

       01  WS-REV-CANCEL-SW               PIC X(01).
           88  WS-REV-CANCEL                VALUE "Y".
       01  WS-REV-ENTRY-OK-SW             PIC X(01).
           88  WS-REV-ENTRY-OK              VALUE "Y".
       01  WS-REV-ELIGIBLE-SW             PIC X(01).
           88  WS-REV-ELIGIBLE              VALUE "Y".
       01  WS-REV-CONFIRM-SW              PIC X(01).
           88  WS-REV-CONFIRMED             VALUE "Y".
       01  WS-REV-DTL-DONE-SW             PIC X(01).
           88  WS-REV-DTL-DONE              VALUE "Y".
       01  WS-REV-ANSWER                  PIC X(01).

       01  WS-REV-DATE-ENTRY              PIC X(08).
       01  WS-REV-DATE REDEFINES WS-REV-DATE-ENTRY
                                          PIC 9(08).
       01  WS-REV-TIME-ENTRY              PIC X(08).
       01  WS-REV-TIME REDEFINES WS-REV-TIME-ENTRY
                                          PIC 9(08).
       01  WS-REV-SEQ-ENTRY               PIC X(04) JUSTIFIED RIGHT.
       01  WS-REV-SEQ REDEFINES WS-REV-SEQ-ENTRY
                                          PIC 9(04).
       01  WS-REV-PERIOD                  PIC 9(06).

           COPY LEDGREC REPLACING LEADING ==LDG== BY ==ORIG==.

       01  WS-REV-NEW-KEY.
           05  WS-REV-NEW-DATE            PIC 9(8).
           05  WS-REV-NEW-TIME            PIC 9(8).
           05  WS-REV-NEW-SEQ             PIC 9(4).

       01  WS-REV-DTL-COUNT               PIC 9(03) COMP.
       01  WS-REV-DTL-IDX                 PIC 9(03) COMP.
       01  WS-REV-DTL-TABLE.
           05  WS-REV-DTL-ENTRY OCCURS 500 TIMES.
               10  TBL-REV-ACCT-CODE      PIC X(06).
               10  TBL-REV-AMOUNT         PIC S9(9)V99.
       01  WS-REV-AMOUNT-EDIT             PIC -9(9).99.

      *> Maker-checker state: the limits table loaded from APPRLIM
      *> at start-up (no file = queue off), the PENDENT file
      *> status and open switch, the write retry state (the
      *> ledger's, for the same two-sessions-one-tick reason),
      *> what the limit check worked out for the posting in hand,
      *> and the supervisor menu's entry fields.
       01  WS-APPR-STATUS                 PIC X(02).
           88  WS-APPR-OK                  VALUE "00".
           88  WS-APPR-AT-END              VALUE "10".
       01  WS-APPR-ACTIVE-SW              PIC X(01).
           88  WS-APPR-ACTIVE               VALUE "Y".
       01  WS-APR-COUNT                   PIC 9(03) COMP.
       01  WS-APR-TABLE.
           05  WS-APR-ENTRY OCCURS 200 TIMES INDEXED BY APR-IDX.
               10  TBL-APR-TYPE           PIC X(01).
                   88  TBL-APR-USER          VALUE "U".
                   88  TBL-APR-DEPT          VALUE "D".
               10  TBL-APR-KEY            PIC X(20).
               10  TBL-APR-LIMIT          PIC 9(07)V99.

       01  WS-PENDING-STATUS              PIC X(02).
           88  WS-PENDING-OK               VALUE "00".
           88  WS-PENDING-AT-END           VALUE "10".
           88  WS-PENDING-NOT-FOUND        VALUE "35".
           88  WS-PENDING-DUP-KEY          VALUE "22".
           88  WS-PENDING-NO-RECORD        VALUE "23".
           88  WS-PENDING-LOCKED           VALUE "51".
       01  WS-PENDING-OPEN-SW             PIC X(01).
           88  WS-PENDING-OPEN              VALUE "Y".
       01  WS-PND-SEQ                     PIC 9(4) COMP VALUE 0.
       01  WS-PND-WRITTEN-SW              PIC X(01).
           88  WS-PND-WRITTEN               VALUE "Y".
       01  WS-PND-RETRY-COUNT             PIC 9(03) COMP.
       01  WS-PND-NEW-KEY.
           05  WS-PND-NEW-DATE            PIC 9(8).
           05  WS-PND-NEW-TIME            PIC 9(8).
           05  WS-PND-NEW-SEQ             PIC 9(4).

       01  WS-APV-HOLD-SW                 PIC X(01).
           88  WS-APV-HOLD                  VALUE "Y".
       01  WS-APV-LIMIT-FOUND-SW          PIC X(01).
           88  WS-APV-LIMIT-FOUND           VALUE "Y".
       01  WS-APV-LIMIT                   PIC 9(07)V99.
       01  WS-APV-BASE-AMOUNT             PIC S9(9)V99.
       01  WS-APV-ENTRY-KIND              PIC X(01).
       01  WS-APV-LINE-IDX                PIC 9(03) COMP.
       01  WS-APV-LINES-OK-SW             PIC X(01).
           88  WS-APV-LINES-OK              VALUE "Y".

       01  WS-APV-DONE-SW                 PIC X(01).
           88  WS-APV-DONE                  VALUE "Y".
       01  WS-APV-CHOICE                  PIC X(01).
       01  WS-APV-ACTION                  PIC X(01).
           88  WS-APV-APPROVING             VALUE "A".
           88  WS-APV-REJECTING             VALUE "R".
       01  WS-APV-CANCEL-SW               PIC X(01).
           88  WS-APV-CANCEL                VALUE "Y".
       01  WS-APV-ENTRY-OK-SW             PIC X(01).
           88  WS-APV-ENTRY-OK              VALUE "Y".
       01  WS-APV-ELIGIBLE-SW             PIC X(01).
           88  WS-APV-ELIGIBLE              VALUE "Y".
       01  WS-APV-CONFIRM-SW              PIC X(01).
           88  WS-APV-CONFIRMED             VALUE "Y".
       01  WS-APV-ANSWER                  PIC X(01).
       01  WS-APV-POSTABLE-SW             PIC X(01).
           88  WS-APV-POSTABLE              VALUE "Y".

       01  WS-APV-DATE-ENTRY              PIC X(08).
       01  WS-APV-DATE REDEFINES WS-APV-DATE-ENTRY
                                          PIC 9(08).
       01  WS-APV-TIME-ENTRY              PIC X(08).
       01  WS-APV-TIME REDEFINES WS-APV-TIME-ENTRY
                                          PIC 9(08).
       01  WS-APV-SEQ-ENTRY               PIC X(04) JUSTIFIED RIGHT.
       01  WS-APV-SEQ REDEFINES WS-APV-SEQ-ENTRY
                                          PIC 9(04).
       01  WS-APV-REASON                  PIC X(30).

       01  WS-APV-LIST-DONE-SW            PIC X(01).
           88  WS-APV-LIST-DONE             VALUE "Y".
       01  WS-APV-LIST-COUNT              PIC 9(05) COMP.
       01  WS-APV-COUNT-EDIT              PIC ZZZZ9.
       01  WS-APV-AMOUNT-EDIT             PIC -9(9).99.
       01  WS-APV-LIMIT-EDIT              PIC Z(6)9.99.

      *> Fiscal period control state: the file status, the open
      *> switch (a calendar that will not open disables the check
      *> with a warning, the ACTSUB stance), the answer the
      *> status check leaves for the posting path that asked,
      *> and the maintenance menu's entry fields. The status
      *> names are what the refusal messages and audit lines
      *> show.
       01  WS-PERIODS-STATUS              PIC X(02).
           88  WS-PERIODS-OK               VALUE "00".
           88  WS-PERIODS-AT-END           VALUE "10".
           88  WS-PERIODS-NOT-FOUND        VALUE "35".
           88  WS-PERIODS-NO-RECORD        VALUE "23".
           88  WS-PERIODS-LOCKED           VALUE "51".
       01  WS-PERIODS-OPEN-SW             PIC X(01).
           88  WS-PERIODS-OPEN              VALUE "Y".
       01  WS-PERIOD-POSTABLE-SW          PIC X(01).
           88  WS-PERIOD-POSTABLE           VALUE "Y".
       01  WS-PCT-STATUS-NAME             PIC X(10).

       01  WS-PCT-DONE-SW                 PIC X(01).
           88  WS-PCT-DONE                  VALUE "Y".
       01  WS-PCT-CHOICE                  PIC X(01).
       01  WS-PCT-PERIOD-OK-SW            PIC X(01).
           88  WS-PCT-PERIOD-OK             VALUE "Y".
       01  WS-PCT-PERIOD-ENTRY            PIC X(06).
       01  WS-PCT-PERIOD REDEFINES WS-PCT-PERIOD-ENTRY
                                          PIC 9(06).
       01  WS-PCT-STATUS-OK-SW            PIC X(01).
           88  WS-PCT-STATUS-OK             VALUE "Y".
       01  WS-PCT-NEW-STATUS              PIC X(01).
           88  WS-PCT-NEW-VALID             VALUES "O" "S" "H".
       01  WS-PCT-OLD-STATUS              PIC X(01).
       01  WS-PCT-NAME-CODE               PIC X(01).
       01  WS-PCT-OLD-NAME                PIC X(10).
       01  WS-PCT-NEW-NAME                PIC X(10).
       01  WS-PCT-LIST-DONE-SW            PIC X(01).
           88  WS-PCT-LIST-DONE             VALUE "Y".
       01  WS-PCT-LIST-COUNT              PIC 9(05) COMP.
       01  WS-PCT-LIST-COUNT-EDIT         PIC ZZZZ9.

      *> GL interface extract work fields: the file status, the
      *> detail count and hash total the trailer carries, and the
      *> unsigned amount staged while the debit/credit indicator
           88  WS-AUDIT-NOT-FOUND           VALUE "35".
       01  WS-AUDIT-USER-ID                PIC X(20).

      *> Audit chain state (see AUDCREC): whether AUDCHAIN opened,
      *> whether the line being written holds the HEAD, and the
      *> check-value arithmetic. WS-CHN-ORD-X puts one byte of the
      *> line in the low half of a halfword so WS-CHN-ORD reads it
      *> as a number. The modulus is the largest nine-digit prime,
      *> so a check value always fits AUD-CHECK-VALUE.
       01  WS-AUDCHN-STATUS               PIC X(02).
           88  WS-AUDCHN-OK                 VALUE "00".
           88  WS-AUDCHN-NO-RECORD          VALUE "23".
           88  WS-AUDCHN-NOT-FOUND          VALUE "35".
           88  WS-AUDCHN-LOCKED             VALUE "51".
       01  WS-AUDCHN-OPEN-SW              PIC X(01).
           88  WS-AUDCHN-OPEN               VALUE "Y".
       01  WS-CHN-HEAD-SW                 PIC X(01).
           88  WS-CHN-HEAD-HELD             VALUE "Y".
       01  WS-CHN-RETRY-COUNT             PIC 9(03) COMP.
       01  WS-CHN-POS                     PIC 9(03) COMP.
       01  WS-CHN-HASH                    PIC 9(09) COMP.
       01  WS-CHN-ACCUM                   PIC 9(12) COMP.
       01  WS-CHN-QUOTIENT                PIC 9(12) COMP.
       01  WS-CHN-MODULUS                 PIC 9(09) VALUE 999999937.
       01  WS-CHN-ORD-X.
           05  FILLER                     PIC X(01) VALUE LOW-VALUE.
           05  WS-CHN-BYTE                PIC X(01).
       01  WS-CHN-ORD REDEFINES WS-CHN-ORD-X
                                          PIC 9(04) COMP.

      *> User authorization state: whether USERPROF loaded at all
      *> (absent = check disabled, the DEPT-FILE stance), whether
      *> the signed-on user is in it, the user's level, and the
       01  WS-RNL-POST                    PIC 9(05).
       01  WS-RNL-REJ                     PIC 9(05).

      *> Processed-file register state: this run's submission
      *> fingerprint (built in the register's own layout so the
      *> match is one group compare and the register write is a
      *> straight WRITE FROM), whether one was taken, whether the
      *> register already holds it, the supervisor a ,RELEASE=
      *> PARM names and whether that release stood up against
      *> USERPROF.
       01  WS-PROCREG-STATUS              PIC X(02).
           88  WS-PROCREG-OK                VALUE "00".
           88  WS-PROCREG-AT-END            VALUE "10".
           88  WS-PROCREG-NOT-FOUND         VALUE "35".
           COPY PREGREC REPLACING LEADING ==PRG== BY ==WS-FPR==.
       01  WS-FPR-TAKEN-SW                PIC X(01).
           88  WS-FPR-TAKEN                 VALUE "Y".
       01  WS-FPR-DONE-SW                 PIC X(01).
           88  WS-FPR-DONE                  VALUE "Y".
       01  WS-FPR-MATCH-SW                PIC X(01).
           88  WS-FPR-MATCHED               VALUE "Y".
       01  WS-DUP-REFUSED-SW              PIC X(01).
           88  WS-DUP-REFUSED               VALUE "Y".
       01  WS-FPR-ACCT-CODE               PIC X(06).
       01  WS-FPR-ACCT-CODE-N REDEFINES WS-FPR-ACCT-CODE
                                          PIC 9(06).
       01  WS-FPR-MATCH-DATE              PIC 9(08).
       01  WS-FPR-MATCH-MODE              PIC X(08).
       01  WS-FPR-MATCH-NAME              PIC X(40).
       01  WS-PARM-BASE                   PIC X(80).
       01  WS-RELEASE-ID                  PIC X(20).
       01  WS-RELEASE-OK-SW               PIC X(01).
           88  WS-RELEASE-OK                VALUE "Y".

      *> Ledger history inquiry: from/to date range keyed at the
      *> terminal (or carried on an INQ PARM), the positioned read
      *> state, and the range totals printed after the last entry.

       01  WS-INQ-COUNT                   PIC 9(05) COMP.
       01  WS-INQ-COUNT-EDIT              PIC ZZZZ9.
       01  WS-INQ-VOID-COUNT              PIC 9(05) COMP.
       01  WS-INQ-REVENUE-TOTAL           PIC S9(9)V99.
       01  WS-INQ-EXPENSES-TOTAL          PIC S9(9)V99.
       01  WS-INQ-NET-TOTAL               PIC S9(9)V99.
           05  WS-INQ-HH                  PIC 9(2).
           05  WS-INQ-MIN                 PIC 9(2).
           05  WS-INQ-SS                  PIC 9(2).
           05  WS-INQ-HS                  PIC 9(2).

      *> Unattended overnight run support: the PARM string a JCL
      *> EXEC statement's PARM= would pass in selects either batch
      *>                        BATCHCKP checkpoint, skipping the
      *>                        records the failed run had posted
      *>   RESTART=pathname     same against that pairs file
      *> BATCH, ACCTS and EXTRACT (with or without a pathname)
      *> may carry ,RELEASE=userid on the end: the supervisor who
      *> releases a submission the processed-file register has
      *> already seen posted (see 3400). The release is split off
      *> into WS-RELEASE-ID before the mode is decided, so a
      *> pathname never carries it into the ASSIGN.
           ACCEPT WS-PARM-ENTRY FROM COMMAND-LINE
           SET WS-FRESH-MODE TO TRUE
           MOVE SPACES TO WS-PARM-BASE
           MOVE SPACES TO WS-RELEASE-ID
           UNSTRING WS-PARM-ENTRY DELIMITED BY ",RELEASE="
               INTO WS-PARM-BASE WS-RELEASE-ID
           EVALUATE TRUE
               WHEN WS-PARM-ENTRY = SPACES
                   SET UNATTENDED-NONE TO TRUE
               WHEN WS-PARM-ENTRY (1:6) = "BATCH="
                   SET UNATTENDED-BATCH TO TRUE
                   MOVE WS-PARM-BASE (7:40) TO WS-BATCH-FILENAME
               WHEN WS-PARM-ENTRY (1:5) = "BATCH"
                   SET UNATTENDED-BATCH TO TRUE
               WHEN WS-PARM-ENTRY (1:8) = "RESTART="
                   SET UNATTENDED-BATCH TO TRUE
                   SET WS-RESTART-MODE TO TRUE
                   MOVE WS-PARM-BASE (9:40) TO WS-BATCH-FILENAME
               WHEN WS-PARM-ENTRY (1:7) = "RESTART"
                   SET UNATTENDED-BATCH TO TRUE
                   SET WS-RESTART-MODE TO TRUE
               WHEN WS-PARM-ENTRY (1:6) = "ACCTS="
                   SET UNATTENDED-ACCTS TO TRUE
                   MOVE WS-PARM-BASE (7:40) TO WS-ACCTIN-NAME
               WHEN WS-PARM-ENTRY (1:5) = "ACCTS"
                   SET UNATTENDED-ACCTS TO TRUE
               WHEN WS-PARM-ENTRY (1:7) = "EXTRACT"
                   DISPLAY "ERROR: UNRECOGNIZED PARM, ABORTING RUN -- "
                       WS-PARM-ENTRY (1:40)
                   SET UNATTENDED-BAD TO TRUE
           END-EVALUATE
           IF WS-RELEASE-ID NOT = SPACES
               AND NOT UNATTENDED-BATCH
               AND NOT UNATTENDED-ACCTS
               AND NOT UNATTENDED-EXTRACT
               AND NOT UNATTENDED-BAD
               DISPLAY "ERROR: RELEASE= ONLY APPLIES TO BATCH, "
                   "ACCTS AND EXTRACT, ABORTING RUN"
               SET UNATTENDED-BAD TO TRUE
           END-IF.
       0500-EXIT.
           EXIT.

               PERFORM 1550-LOAD-RATES THRU 1550-EXIT
               PERFORM 1600-OPEN-STANDING THRU 1600-EXIT
               PERFORM 1700-OPEN-ACTIVITY THRU 1700-EXIT
               PERFORM 1750-OPEN-DEPT-ACTIVITY THRU 1750-EXIT
               PERFORM 1800-OPEN-PERIODS THRU 1800-EXIT
               PERFORM 1900-OPEN-DETAIL THRU 1900-EXIT
               PERFORM 1950-LOAD-APPROVAL-LIMITS THRU 1950-EXIT
               PERFORM 1970-OPEN-PENDING THRU 1970-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
           IF NOT WS-AUDIT-OK
               DISPLAY "WARNING: UNABLE TO OPEN AUDIT, STATUS = "
                   WS-AUDIT-STATUS
           END-IF
           PERFORM 1310-OPEN-AUDIT-CHAIN THRU 1310-EXIT.
       1300-EXIT.
           EXIT.

       1310-OPEN-AUDIT-CHAIN.
      *> Opens AUDCHAIN shared I-O, creating it on the first-ever
      *> run, and seeds the HEAD at sequence zero if no chained
      *> line has been written yet (a duplicate key from another
      *> session seeding at the same moment is harmless). A file
      *> that will not open does not stop the session: its audit
      *> lines go out unchained and the verification reports
      *> them.
           MOVE "N" TO WS-AUDCHN-OPEN-SW
           OPEN I-O AUDIT-CHAIN-FILE
           IF WS-AUDCHN-NOT-FOUND
               OPEN OUTPUT AUDIT-CHAIN-FILE
               CLOSE AUDIT-CHAIN-FILE
               OPEN I-O AUDIT-CHAIN-FILE
           END-IF
           IF WS-AUDCHN-OK
               SET WS-AUDCHN-OPEN TO TRUE
               MOVE "HEAD" TO AUC-KEY
               READ AUDIT-CHAIN-FILE
               IF WS-AUDCHN-NO-RECORD
                   MOVE "HEAD" TO AUC-KEY
                   MOVE 0 TO AUC-SEQ-NO
                   MOVE 0 TO AUC-CHECK-VALUE
                   ACCEPT AUC-DATE FROM DATE YYYYMMDD
                   ACCEPT AUC-TIME FROM TIME
                   WRITE AUC-RECORD
               END-IF
               UNLOCK AUDIT-CHAIN-FILE
           ELSE
               DISPLAY "WARNING: AUDCHAIN NOT AVAILABLE, STATUS = "
                   WS-AUDCHN-STATUS ", AUDIT LINES WRITTEN UNCHAINED"
           END-IF.
       1310-EXIT.
           EXIT.

       1350-LOAD-USER-PROFILE.
      *> Looks the session's user (captured in 1300) up on the
      *> USERPROF reference file. No file at all disables the
       1520-STORE-BUDGET.
      *> WS-BUD-TABLE only OCCURS 500 TIMES; stop loading once
      *> full for the same reason 1120 does.
      *> The table is by account and period only: a second row
      *> for the same account and period is another department's
      *> share of the plan and adds into the account's figure.
           MOVE BUD-ACCT-CODE TO WS-BUD-LOOKUP-CODE
           MOVE BUD-PERIOD    TO WS-BUD-LOOKUP-PERIOD
           PERFORM 7350-FIND-BUDGET THRU 7350-EXIT
           EVALUATE TRUE
               WHEN WS-BUD-FOUND
                   ADD BUD-AMOUNT TO TBL-BUD-AMOUNT (BUD-IDX)
                   PERFORM 1510-READ-BUDGET THRU 1510-EXIT
               WHEN WS-BUD-COUNT NOT < 500
                   DISPLAY "WARNING: MORE THAN 500 BUDGET ROWS, "
                       "REMAINING ROWS IGNORED"
                   SET WS-BUDGET-AT-END TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-BUD-COUNT
                   MOVE BUD-ACCT-CODE TO TBL-BUD-CODE (WS-BUD-COUNT)
                   MOVE BUD-PERIOD
                       TO TBL-BUD-PERIOD (WS-BUD-COUNT)
                   MOVE BUD-AMOUNT
                       TO TBL-BUD-AMOUNT (WS-BUD-COUNT)
                   PERFORM 1510-READ-BUDGET THRU 1510-EXIT
           END-EVALUATE.
       1520-EXIT.
           EXIT.

       1700-EXIT.
           EXIT.

       1750-OPEN-DEPT-ACTIVITY.
      *> Opens the department activity subledger the same way
      *> 1700 opens ACTSUB, with the same stance: a file that
      *> will not open leaves the departmental statements short,
      *> it does not block posting.
           MOVE "N" TO WS-DACTSUB-OPEN-SW
           OPEN I-O DEPT-ACTIVITY-FILE
           IF WS-DACTSUB-NOT-FOUND
               OPEN OUTPUT DEPT-ACTIVITY-FILE
               CLOSE DEPT-ACTIVITY-FILE
               OPEN I-O DEPT-ACTIVITY-FILE
           END-IF
           IF WS-DACTSUB-OK
               SET WS-DACTSUB-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: DACTSUB NOT AVAILABLE, STATUS = "
                   WS-DACTSUB-STATUS ", DEPARTMENT ACTIVITY DISABLED"
           END-IF.
       1750-EXIT.
           EXIT.

       1800-OPEN-PERIODS.
      *> Opens the fiscal period calendar for the session,
      *> creating it on the first-ever run the same way the
      *> chart of accounts is created (an empty calendar leaves
      *> every period open). A file that will not open disables
      *> the period check and the maintenance option, loudly,
      *> rather than blocking every posting.
           MOVE "N" TO WS-PERIODS-OPEN-SW
           OPEN I-O PERIOD-CONTROL-FILE
           IF WS-PERIODS-NOT-FOUND
               OPEN OUTPUT PERIOD-CONTROL-FILE
               CLOSE PERIOD-CONTROL-FILE
               OPEN I-O PERIOD-CONTROL-FILE
           END-IF
           IF WS-PERIODS-OK
               SET WS-PERIODS-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: PERIODS NOT AVAILABLE, STATUS = "
                   WS-PERIODS-STATUS ", PERIOD CONTROL DISABLED"
           END-IF.
       1800-EXIT.
           EXIT.

       1900-OPEN-DETAIL.
      *> Opens the ledger account-detail file for the session,
      *> creating it on the first-ever run the same way the
      *> chart of accounts is created. A file that will not open
      *> disables the detail (postings still reach the ledger and
      *> ACTSUB; a reversal of them just cannot back their
      *> accounts out) rather than blocking posting.
           MOVE "N" TO WS-LDGDTL-OPEN-SW
           OPEN I-O LEDGER-DETAIL-FILE
           IF WS-LDGDTL-NOT-FOUND
               OPEN OUTPUT LEDGER-DETAIL-FILE
               CLOSE LEDGER-DETAIL-FILE
               OPEN I-O LEDGER-DETAIL-FILE
           END-IF
           IF WS-LDGDTL-OK
               SET WS-LDGDTL-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: LDGDTL NOT AVAILABLE, STATUS = "
                   WS-LDGDTL-STATUS ", ACCOUNT DETAIL DISABLED"
           END-IF.
       1900-EXIT.
           EXIT.

       1950-LOAD-APPROVAL-LIMITS.
      *> Reads APPRLIM into the limits table once at start-up. No
      *> file at all turns the maker-checker queue off -- every
      *> posting goes straight to the ledger, as before the queue
      *> existed -- the DEPT-FILE stance for a site that has not
      *> cut the reference file yet.
           MOVE 0 TO WS-APR-COUNT
           MOVE "N" TO WS-APPR-ACTIVE-SW
           OPEN INPUT APPROVAL-LIMIT-FILE
           IF NOT WS-APPR-OK
               DISPLAY "WARNING: APPRLIM NOT FOUND, APPROVAL "
                   "LIMITS DISABLED"
           ELSE
               SET WS-APPR-ACTIVE TO TRUE
               PERFORM 1955-READ-LIMIT THRU 1955-EXIT
               PERFORM 1960-STORE-LIMIT THRU 1960-EXIT
                   UNTIL WS-APPR-AT-END
               CLOSE APPROVAL-LIMIT-FILE
           END-IF.
       1950-EXIT.
           EXIT.

       1955-READ-LIMIT.
           READ APPROVAL-LIMIT-FILE
               AT END
                   SET WS-APPR-AT-END TO TRUE
           END-READ
           IF NOT WS-APPR-OK AND NOT WS-APPR-AT-END
               DISPLAY "WARNING: APPRLIM READ FAILED, STATUS = "
                   WS-APPR-STATUS
               SET WS-APPR-AT-END TO TRUE
           END-IF.
       1955-EXIT.
           EXIT.

       1960-STORE-LIMIT.
      *> WS-APR-TABLE only OCCURS 200 TIMES; stop loading once
      *> full for the same reason 1120 does. A row whose type is
      *> neither U nor D, or whose limit is not numeric, is
      *> skipped loudly rather than guessed at.
           EVALUATE TRUE
               WHEN WS-APR-COUNT NOT < 200
                   DISPLAY "WARNING: MORE THAN 200 APPROVAL LIMITS, "
                       "REMAINING LIMITS IGNORED"
                   SET WS-APPR-AT-END TO TRUE
               WHEN NOT APR-USER-LIMIT AND NOT APR-DEPT-LIMIT
               WHEN APR-LIMIT NOT NUMERIC
                   DISPLAY "WARNING: APPRLIM ROW " APR-TYPE APR-KEY
                       " NOT VALID, IGNORED"
                   PERFORM 1955-READ-LIMIT THRU 1955-EXIT
               WHEN OTHER
                   ADD 1 TO WS-APR-COUNT
                   MOVE APR-TYPE  TO TBL-APR-TYPE (WS-APR-COUNT)
                   MOVE APR-KEY   TO TBL-APR-KEY (WS-APR-COUNT)
                   MOVE APR-LIMIT TO TBL-APR-LIMIT (WS-APR-COUNT)
                   PERFORM 1955-READ-LIMIT THRU 1955-EXIT
           END-EVALUATE.
       1960-EXIT.
           EXIT.

       1970-OPEN-PENDING.
      *> Opens the maker-checker queue for the session, creating
      *> it on the first-ever run the same way the chart of
      *> accounts is created. A queue that will not open cannot
      *> hold anything, so a posting over its limit is then
      *> refused outright (never posted unapproved) and option 13
      *> cannot run.
           MOVE "N" TO WS-PENDING-OPEN-SW
           OPEN I-O PENDING-FILE
           IF WS-PENDING-NOT-FOUND
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PENDING-OK
               SET WS-PENDING-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: PENDENT NOT AVAILABLE, STATUS = "
                   WS-PENDING-STATUS ", ENTRIES OVER THEIR "
                   "APPROVAL LIMIT CANNOT POST"
           END-IF.
       1970-EXIT.
           EXIT.

       DISPLAYMENU.
      *> Shows the currently available options
           DISPLAY "Welcome! Pick an ACC232 option".
           DISPLAY "8. Budget Variance Report".
           DISPLAY "9. GL Interface Extract".
           DISPLAY "10. Standing Entry Maintenance".
           DISPLAY "11. Period Status Maintenance".
           DISPLAY "12. Reverse / Void Ledger Entry".
           DISPLAY "13. Approve / Reject Pending Entries".
           DISPLAY "99. Exit".

       SELECTION.
                   PERFORM 9100-GL-EXTRACT THRU 9100-EXIT
               WHEN 10
                   PERFORM 7400-STANDING-MAINTENANCE THRU 7400-EXIT
               WHEN 11
                   PERFORM 7500-PERIOD-MAINTENANCE THRU 7500-EXIT
               WHEN 12
                   PERFORM 7600-REVERSE-ENTRY THRU 7600-EXIT
               WHEN 13
                   PERFORM 7700-PENDING-ENTRIES THRU 7700-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE "REFUSED"        TO AUD-M-ACTION
           MOVE SPACES           TO AUD-M-ACCT-CODE
           MOVE WS-MAINT-DETAIL  TO AUD-M-DETAIL
           PERFORM 2650-WRITE-CHAINED-AUDIT THRU 2650-EXIT.
       2750-EXIT.
           EXIT.

       FINDNETVALUE.
      *> Calculates Net Value -- refused up front, before anything
      *> is keyed, when the current period is not open. An entry
      *> over the preparer's approval limit is held for a
      *> supervisor instead of posting.
           PERFORM 2560-CHECK-PERIOD-OPEN THRU 2560-EXIT
           IF NOT WS-PERIOD-POSTABLE
               PERFORM 2570-REFUSE-CLOSED-PERIOD THRU 2570-EXIT
           ELSE
               PERFORM 2400-ACCEPT-DEPT THRU 2400-EXIT
               PERFORM 2200-ACCEPT-REVENUE THRU 2200-EXIT
               PERFORM 2300-ACCEPT-EXPENSES THRU 2300-EXIT
               PERFORM 2800-CHECK-APPROVAL-LIMIT THRU 2800-EXIT
               IF WS-APV-HOLD
                   MOVE "N" TO WS-APV-ENTRY-KIND
                   PERFORM 2810-HOLD-ENTRY THRU 2810-EXIT
               ELSE
                   PERFORM 2500-CALCULATE-NET-VALUE THRU 2500-EXIT
               END-IF
           END-IF.

       2200-ACCEPT-REVENUE.
           MOVE "N" TO WS-REVENUE-OK-SW
               ADD 1 TO TBL-DEPT-CALC-COUNT (WS-CURR-DEPT-IDX)
           END-IF
           PERFORM 2000-WRITE-LEDGER THRU 2000-EXIT
           IF WS-DTL-PENDING
               IF WS-LDG-WRITTEN AND WS-LDGDTL-OPEN
                   PERFORM 2020-WRITE-ACCT-DETAIL THRU 2020-EXIT
                       VARYING ACCT-IDX FROM 1 BY 1
                       UNTIL ACCT-IDX > WS-ACCT-COUNT
               END-IF
               MOVE "N" TO WS-DTL-PENDING-SW
           END-IF
           PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT
           PERFORM 6100-PRINT-DETAIL-LINE THRU 6100-EXIT.
       2500-EXIT.
       2540-EXIT.
           EXIT.

       2560-CHECK-PERIOD-OPEN.
      *> Silent period status check shared by every posting path:
      *> leaves the postable switch and the status name for the
      *> refusal message. The calendar is read fresh each time
      *> (never cached at sign-on), so a period a supervisor
      *> closes mid-session stops taking entries at once. No
      *> record for the period means open; a record the
      *> maintenance path holds this instant, or one that will
      *> not read, is treated as not open -- a posting refused
      *> and retried costs less than one booked into a closed
      *> month.
           MOVE "N" TO WS-PERIOD-POSTABLE-SW
           MOVE "OPEN" TO WS-PCT-STATUS-NAME
           IF NOT WS-PERIODS-OPEN
               SET WS-PERIOD-POSTABLE TO TRUE
           ELSE
               MOVE WS-CURRENT-PERIOD TO PCT-PERIOD
               READ PERIOD-CONTROL-FILE
               EVALUATE TRUE
                   WHEN WS-PERIODS-OK
                       MOVE PCT-STATUS TO WS-PCT-NAME-CODE
                       PERFORM 7590-NAME-STATUS THRU 7590-EXIT
                       IF PCT-OPEN
                           SET WS-PERIOD-POSTABLE TO TRUE
                       END-IF
                   WHEN WS-PERIODS-NO-RECORD
                       SET WS-PERIOD-POSTABLE TO TRUE
                   WHEN WS-PERIODS-LOCKED
                       MOVE "IN CHANGE" TO WS-PCT-STATUS-NAME
                   WHEN OTHER
                       DISPLAY "WARNING: PERIODS READ FAILED, "
                           "STATUS = " WS-PERIODS-STATUS
                       MOVE "UNREADABLE" TO WS-PCT-STATUS-NAME
               END-EVALUATE
           END-IF.
       2560-EXIT.
           EXIT.

       2570-REFUSE-CLOSED-PERIOD.
      *> Tells the clerk why nothing will post and puts the
      *> refusal on the audit trail beside the refused options.
           DISPLAY "ERROR: PERIOD " WS-CURRENT-PERIOD " IS "
               WS-PCT-STATUS-NAME ", POSTING REFUSED"
           MOVE SPACES TO WS-MAINT-DETAIL
           STRING "POST TO " DELIMITED BY SIZE
               WS-CURRENT-PERIOD DELIMITED BY SIZE
               " DENIED" DELIMITED BY SIZE
               INTO WS-MAINT-DETAIL
           END-STRING
           PERFORM 2750-WRITE-REFUSAL-AUDIT THRU 2750-EXIT.
       2570-EXIT.
           EXIT.

       3000-BATCH-PROCESS.
      *> Runs the net value calculation across every Revenue/
      *> Expenses pair in BATCH-IN-FILE, one result line per pair,
           MOVE "N" TO WS-TRAILER-SEEN-SW
           MOVE "N" TO WS-RESTART-ABORT-SW
           MOVE "N" TO WS-BATCH-FAIL-SW
           PERFORM 2560-CHECK-PERIOD-OPEN THRU 2560-EXIT
           IF WS-RESTART-MODE
               PERFORM 3260-READ-CHECKPOINT THRU 3260-EXIT
           END-IF
      *> carries.
           SET WS-BATCH-EDIT-OK TO TRUE
           EVALUATE TRUE
      *> A period that is not open rejects every detail: the
      *> submitter gets the file back with reason 15 on each line
      *> rather than a run that posted half a month late.
               WHEN NOT WS-PERIOD-POSTABLE
                   MOVE 15 TO WS-EDIT-REASON-CODE
                   MOVE "PERIOD NOT OPEN FOR POSTING"
                       TO WS-EDIT-REASON-TEXT
                   MOVE "N" TO WS-BATCH-EDIT-OK-SW
               WHEN BDR-REVENUE-DIGITS NOT NUMERIC
                   MOVE 01 TO WS-EDIT-REASON-CODE
                   MOVE "REVENUE NOT NUMERIC"
       3240-EXIT.
           EXIT.

       3400-CHECK-DUPLICATE-FILE.
      *> Fingerprints tonight's submission and looks it up on the
      *> processed-file register before a single record posts.
      *> BATCHCKP only covers the restart of one failed run; a
      *> resend of an earlier night's file balances to its own
      *> trailer and would post all over again. A fresh run whose
      *> file the register already holds is refused with its own
      *> RETURN-CODE 20 (so operations can tell a resend from a
      *> bad file) unless the PARM names a supervisor who
      *> releases it; the refusal and the release both go on the
      *> audit trail. A RESTART resumes a file it has partly
      *> posted itself, so it is never refused -- a match only
      *> tells 3500 the file is registered already. A file that
      *> will not open or holds no records is left to the
      *> posting path, which reports it in its own words; there
      *> is nothing to match.
           MOVE "N" TO WS-FPR-MATCH-SW
           MOVE "N" TO WS-RELEASE-OK-SW
           MOVE SPACES TO WS-FPR-RECORD
           MOVE 0 TO WS-FPR-RECORD-COUNT
           MOVE 0 TO WS-FPR-HASH-1
           MOVE 0 TO WS-FPR-HASH-2
           IF UNATTENDED-BATCH
               PERFORM 3410-FINGERPRINT-PAIRS THRU 3410-EXIT
           ELSE
               PERFORM 3420-FINGERPRINT-ACCTS THRU 3420-EXIT
           END-IF
           IF WS-FPR-RECORD-COUNT > 0
               SET WS-FPR-TAKEN TO TRUE
               PERFORM 3430-SEARCH-REGISTER THRU 3430-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-DUP-REFUSED
                   CONTINUE
               WHEN NOT WS-FPR-MATCHED
                   IF WS-RELEASE-ID NOT = SPACES
                       DISPLAY "WARNING: " WS-FPR-FILE-NAME (1:20)
                           " IS NOT ON PROCREG, RELEASE NOT NEEDED"
                   END-IF
               WHEN WS-RESTART-MODE
                   DISPLAY "RESTART: " WS-FPR-FILE-NAME (1:20)
                       " ALREADY ON PROCREG FROM "
                       WS-FPR-MATCH-DATE
               WHEN WS-RELEASE-ID = SPACES
                   PERFORM 3445-REFUSE-DUPLICATE THRU 3445-EXIT
               WHEN OTHER
                   PERFORM 3440-CHECK-RELEASE THRU 3440-EXIT
                   IF WS-RELEASE-OK
                       DISPLAY "WARNING: " WS-FPR-FILE-NAME (1:20)
                           " MATCHES A FILE POSTED "
                           WS-FPR-MATCH-DATE ", RELEASED BY "
                           WS-RELEASE-ID
                       MOVE "DUP RLSE" TO WS-MAINT-ACTION
                       MOVE SPACES TO WS-MAINT-CODE-ENTRY
                       MOVE WS-RELEASE-ID TO WS-MAINT-DETAIL
                       PERFORM 2700-WRITE-MAINT-AUDIT THRU 2700-EXIT
                   ELSE
                       DISPLAY "ERROR: RELEASE BY " WS-RELEASE-ID
                           " REFUSED, NOT A SUPERVISOR ON USERPROF"
                       PERFORM 3445-REFUSE-DUPLICATE THRU 3445-EXIT
                   END-IF
           END-EVALUATE.
       3400-EXIT.
           EXIT.

       3410-FINGERPRINT-PAIRS.
      *> One pass over the pairs file ahead of the posting pass:
      *> every physical record counts (the trailer included), the
      *> hash totals take the amount digits of every record whose
      *> digits are digits (the trailer's are not), and the first
      *> and last record images are kept.
           OPEN INPUT BATCH-IN-FILE
           IF WS-BATCH-OK
               SET WS-FPR-PAIRS-FILE TO TRUE
               MOVE WS-BATCH-FILENAME TO WS-FPR-FILE-NAME
               MOVE "N" TO WS-FPR-DONE-SW
               PERFORM 3415-FINGERPRINT-PAIR-RECORD THRU 3415-EXIT
                   UNTIL WS-FPR-DONE
               CLOSE BATCH-IN-FILE
           END-IF.
       3410-EXIT.
           EXIT.

       3415-FINGERPRINT-PAIR-RECORD.
      *> A read failure leaves the fingerprint incomplete, so it
      *> is thrown away (count back to zero) rather than matched;
      *> the posting pass meets the same failure and fails the
      *> run.
           READ BATCH-IN-FILE
               AT END
                   SET WS-FPR-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-FPR-DONE
                   CONTINUE
               WHEN NOT WS-BATCH-OK
                   MOVE 0 TO WS-FPR-RECORD-COUNT
                   SET WS-FPR-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-FPR-RECORD-COUNT
                   IF WS-FPR-RECORD-COUNT = 1
                       MOVE BATCH-RECORD TO WS-FPR-FIRST-RECORD
                   END-IF
                   MOVE BATCH-RECORD TO WS-FPR-LAST-RECORD
                   IF BDR-REVENUE-DIGITS NUMERIC
                       ADD BDR-REVENUE-DIGITS-N TO WS-FPR-HASH-1
                   END-IF
                   IF BDR-EXPENSES-DIGITS NUMERIC
                       ADD BDR-EXPENSES-DIGITS-N TO WS-FPR-HASH-2
                   END-IF
           END-EVALUATE.
       3415-EXIT.
           EXIT.

       3420-FINGERPRINT-ACCTS.
      *> The same pass over the account-coded submission, which
      *> has no file trailer of its own: the hash totals take the
      *> amount digits and the account codes of the detail
      *> records.
           OPEN INPUT ACCT-BATCH-FILE
           IF WS-ABATCH-OK
               SET WS-FPR-ACCT-FILE TO TRUE
               MOVE WS-ACCTIN-NAME TO WS-FPR-FILE-NAME
               MOVE "N" TO WS-FPR-DONE-SW
               PERFORM 3425-FINGERPRINT-ACCT-RECORD THRU 3425-EXIT
                   UNTIL WS-FPR-DONE
               CLOSE ACCT-BATCH-FILE
           END-IF.
       3420-EXIT.
           EXIT.

       3425-FINGERPRINT-ACCT-RECORD.
           READ ACCT-BATCH-FILE
               AT END
                   SET WS-FPR-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-FPR-DONE
                   CONTINUE
               WHEN NOT WS-ABATCH-OK
                   MOVE 0 TO WS-FPR-RECORD-COUNT
                   SET WS-FPR-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-FPR-RECORD-COUNT
                   IF WS-FPR-RECORD-COUNT = 1
                       MOVE ABATCH-RECORD TO WS-FPR-FIRST-RECORD
                   END-IF
                   MOVE ABATCH-RECORD TO WS-FPR-LAST-RECORD
                   IF AB-DETAIL
                       IF ABR-AMOUNT-DIGITS NUMERIC
                           ADD ABR-AMOUNT-DIGITS-N TO WS-FPR-HASH-1
                       END-IF
                       MOVE ABR-ACCT-CODE TO WS-FPR-ACCT-CODE
                       IF WS-FPR-ACCT-CODE NUMERIC
                           ADD WS-FPR-ACCT-CODE-N TO WS-FPR-HASH-2
                       END-IF
                   END-IF
           END-EVALUATE.
       3425-EXIT.
           EXIT.

       3430-SEARCH-REGISTER.
      *> Reads the whole register for an earlier file with the
      *> same fingerprint, keeping the latest match for the
      *> messages. No register yet is the first night it runs.
      *> A register that is there but will not open or read
      *> refuses the run (RETURN-CODE 8): posting on without the
      *> check is exactly the double-post it exists to stop.
           OPEN INPUT PROC-REGISTER-FILE
           EVALUATE TRUE
               WHEN WS-PROCREG-NOT-FOUND
                   CONTINUE
               WHEN NOT WS-PROCREG-OK
                   DISPLAY "ERROR: UNABLE TO OPEN PROCREG, STATUS = "
                       WS-PROCREG-STATUS ", RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   SET WS-DUP-REFUSED TO TRUE
               WHEN OTHER
                   MOVE "N" TO WS-FPR-DONE-SW
                   PERFORM 3435-READ-REGISTER THRU 3435-EXIT
                       UNTIL WS-FPR-DONE
                   CLOSE PROC-REGISTER-FILE
           END-EVALUATE.
       3430-EXIT.
           EXIT.

       3435-READ-REGISTER.
           READ PROC-REGISTER-FILE
               AT END
                   SET WS-FPR-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-PROCREG-AT-END
                   CONTINUE
               WHEN NOT WS-PROCREG-OK
                   DISPLAY "ERROR: PROCREG READ FAILED, STATUS = "
                       WS-PROCREG-STATUS ", RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   SET WS-DUP-REFUSED TO TRUE
                   SET WS-FPR-DONE TO TRUE
               WHEN PRG-FINGERPRINT = WS-FPR-FINGERPRINT
                   SET WS-FPR-MATCHED TO TRUE
                   MOVE PRG-RUN-DATE  TO WS-FPR-MATCH-DATE
                   MOVE PRG-MODE      TO WS-FPR-MATCH-MODE
                   MOVE PRG-FILE-NAME TO WS-FPR-MATCH-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3435-EXIT.
           EXIT.

       3440-CHECK-RELEASE.
      *> The user ID a ,RELEASE= PARM names must be a supervisor
      *> on USERPROF -- the same level every other override in
      *> the system needs. With no USERPROF file authorization is
      *> off everywhere (1350), so the named release stands.
           MOVE "N" TO WS-RELEASE-OK-SW
           MOVE "N" TO WS-USER-DONE-SW
           OPEN INPUT USER-FILE
           IF NOT WS-USER-OK
               SET WS-RELEASE-OK TO TRUE
           ELSE
               PERFORM 3442-READ-RELEASE-USER THRU 3442-EXIT
                   UNTIL WS-USER-DONE
               CLOSE USER-FILE
           END-IF.
       3440-EXIT.
           EXIT.

       3442-READ-RELEASE-USER.
           READ USER-FILE
               AT END
                   SET WS-USER-DONE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-USER-AT-END
                   CONTINUE
               WHEN NOT WS-USER-OK
                   DISPLAY "WARNING: USERPROF READ FAILED, "
                       "STATUS = " WS-USER-STATUS
                   SET WS-USER-DONE TO TRUE
               WHEN UPR-USER-ID = WS-RELEASE-ID
                   IF UPR-SUPERVISOR
                       SET WS-RELEASE-OK TO TRUE
                   END-IF
                   SET WS-USER-DONE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3442-EXIT.
           EXIT.

       3445-REFUSE-DUPLICATE.
      *> Refuses the whole submission: nothing posts, the END
      *> record on RUNLOG carries RETURN-CODE 20, and the refusal
      *> goes on the audit trail.
           DISPLAY "ERROR: " WS-FPR-FILE-NAME (1:20)
               " MATCHES A FILE ALREADY POSTED"
           DISPLAY "       ON " WS-FPR-MATCH-DATE " BY "
               WS-FPR-MATCH-MODE " FROM " WS-FPR-MATCH-NAME (1:20)
           DISPLAY "       RUN REFUSED -- A SUPERVISOR MAY RELEASE "
               "IT WITH ,RELEASE=USERID ON THE PARM"
           MOVE 20 TO RETURN-CODE
           SET WS-DUP-REFUSED TO TRUE
           MOVE SPACES TO WS-MAINT-DETAIL
           STRING "DUPLICATE " DELIMITED BY SIZE
               WS-FPR-FILE-NAME DELIMITED BY SPACE
               INTO WS-MAINT-DETAIL
           END-STRING
           PERFORM 2750-WRITE-REFUSAL-AUDIT THRU 2750-EXIT.
       3445-EXIT.
           EXIT.

       3450-REGISTER-FILE.
      *> Registers the submission once it has posted anything at
      *> all, whatever the run's return code: a run that posted
      *> half a file and then failed on rejects has still posted
      *> that half, and a resend of the same file must be caught.
      *> A file that posted nothing is not registered, so the
      *> corrected resubmission of a file refused outright is
      *> never itself refused. Open-append-close, the RUNLOG
      *> pattern; a register that will not write only warns, as
      *> the posting has already happened.
           EVALUATE TRUE
               WHEN UNATTENDED-BATCH
                   MOVE WS-BATCH-POST-COUNT TO WS-FPR-POST-COUNT
               WHEN OTHER
                   MOVE WS-DEPT-POST-COUNT TO WS-FPR-POST-COUNT
           END-EVALUATE
           IF WS-FPR-POST-COUNT > 0
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-DATE TO WS-FPR-RUN-DATE
               MOVE WS-CURRENT-TIME TO WS-FPR-RUN-TIME
               MOVE WS-RNL-MODE     TO WS-FPR-MODE
               MOVE RETURN-CODE     TO WS-FPR-RETURN-CODE
               IF WS-RELEASE-OK
                   MOVE WS-RELEASE-ID TO WS-FPR-RELEASED-BY
               END-IF
               OPEN EXTEND PROC-REGISTER-FILE
               IF WS-PROCREG-NOT-FOUND
                   OPEN OUTPUT PROC-REGISTER-FILE
                   CLOSE PROC-REGISTER-FILE
                   OPEN EXTEND PROC-REGISTER-FILE
               END-IF
               IF NOT WS-PROCREG-OK
                   DISPLAY "WARNING: UNABLE TO OPEN PROCREG, STATUS = "
                       WS-PROCREG-STATUS ", FILE NOT REGISTERED"
               ELSE
                   WRITE PRG-RECORD FROM WS-FPR-RECORD
                   IF NOT WS-PROCREG-OK
                       DISPLAY "WARNING: PROCREG WRITE FAILED, "
                           "STATUS = " WS-PROCREG-STATUS
                   END-IF
                   CLOSE PROC-REGISTER-FILE
               END-IF
           END-IF.
       3450-EXIT.
           EXIT.

       3500-UNATTENDED-RUN.
      *> Dispatches the unattended run 0500-PARSE-PARM decided on,
      *> with no ACCEPT from the terminal anywhere in either path.
      *> The batch-file modes clear their submission with the
      *> processed-file register first; a refused resend posts
      *> nothing at all (the EXTRACT mode cuts no interface file
      *> either), and a file that posted is registered after.
           MOVE "N" TO WS-FPR-TAKEN-SW
           MOVE "N" TO WS-DUP-REFUSED-SW
           IF UNATTENDED-BATCH OR UNATTENDED-ACCTS
               OR UNATTENDED-EXTRACT
               PERFORM 3400-CHECK-DUPLICATE-FILE THRU 3400-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-DUP-REFUSED
                   CONTINUE
               WHEN UNATTENDED-BATCH
                   PERFORM 3000-BATCH-PROCESS THRU 3000-EXIT
               WHEN UNATTENDED-CALC
                   PERFORM 3700-UNATTENDED-INQUIRY THRU 3700-EXIT
               WHEN UNATTENDED-STAND
                   PERFORM 3900-STANDING-POST THRU 3900-EXIT
           END-EVALUATE
           IF WS-FPR-TAKEN AND NOT WS-DUP-REFUSED
               AND (NOT WS-FPR-MATCHED OR WS-RELEASE-OK)
               PERFORM 3450-REGISTER-FILE THRU 3450-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

                   MOVE WS-PARM-DEPT TO WS-DEPT-LOOKUP
                   PERFORM 2520-FIND-DEPT THRU 2520-EXIT
                   PERFORM 2550-SET-DEPT-RATE THRU 2550-EXIT
                   PERFORM 2560-CHECK-PERIOD-OPEN THRU 2560-EXIT
                   EVALUATE TRUE
                       WHEN WS-PARM-REV NOT NUMERIC
                           OR WS-PARM-EXP NOT NUMERIC
                               " RATE FOR " WS-CURRENT-PERIOD
                               ", NO CALCULATION RUN"
                           MOVE 8 TO RETURN-CODE
                       WHEN NOT WS-PERIOD-POSTABLE
                           DISPLAY "ERROR: PERIOD " WS-CURRENT-PERIOD
                               " IS " WS-PCT-STATUS-NAME
                               ", NO CALCULATION RUN"
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           MOVE WS-PARM-REV-CENTS TO REVENUE
                           MOVE WS-PARM-EXP-CENTS TO EXPENSES
               MOVE "N" TO WS-ABATCH-DONE-SW
               MOVE "N" TO WS-DEPT-OPEN-SW
               PERFORM 4050-RESET-SUBTOTALS THRU 4050-EXIT
               PERFORM 2560-CHECK-PERIOD-OPEN THRU 2560-EXIT
               OPEN INPUT ACCT-BATCH-FILE
               IF NOT WS-ABATCH-OK
                   DISPLAY "ERROR: UNABLE TO OPEN ACCTIN, STATUS = "
                           MOVE "ACCOUNT DEACTIVATED"
                               TO WS-EDIT-REASON-TEXT
                           PERFORM 3225-WRITE-ACCT-REJECT THRU 3225-EXIT
                       WHEN TBL-EQUITY-CATEGORY (ACCT-IDX)
                           MOVE 16 TO WS-EDIT-REASON-CODE
                           MOVE "EQUITY ACCOUNT NOT POSTABLE"
                               TO WS-EDIT-REASON-TEXT
                           PERFORM 3225-WRITE-ACCT-REJECT THRU 3225-EXIT
                       WHEN OTHER
                           ADD AB-AMOUNT
                               TO TBL-ACCT-SUBTOTAL (ACCT-IDX)
                   PERFORM 3225-WRITE-ACCT-REJECT THRU 3225-EXIT
                   PERFORM 4050-RESET-SUBTOTALS THRU 4050-EXIT
                   MOVE "N" TO WS-DEPT-OPEN-SW
               WHEN NOT WS-PERIOD-POSTABLE
                   MOVE 15 TO WS-EDIT-REASON-CODE
                   MOVE "PERIOD NOT OPEN FOR POSTING"
                       TO WS-EDIT-REASON-TEXT
                   PERFORM 3225-WRITE-ACCT-REJECT THRU 3225-EXIT
                   PERFORM 4050-RESET-SUBTOTALS THRU 4050-EXIT
                   MOVE "N" TO WS-DEPT-OPEN-SW
               WHEN WS-DEPT-OPEN
                   DISPLAY "DEPARTMENT " ABT-DEPT-CODE ":"
                   PERFORM 4200-SUMMARIZE-CATEGORIES THRU 4200-EXIT
      *> An entry that cannot post (account gone or deactivated,
      *> unknown department) is reported and fails the run; it is
      *> never silently dropped.
           PERFORM 2560-CHECK-PERIOD-OPEN THRU 2560-EXIT
           EVALUATE TRUE
               WHEN NOT WS-STAND-OPEN
                   DISPLAY "ERROR: STANDENT NOT AVAILABLE, STANDING "
                       "POST CANNOT RUN"
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-PERIOD-POSTABLE
                   DISPLAY "ERROR: PERIOD " WS-CURRENT-PERIOD " IS "
                       WS-PCT-STATUS-NAME ", STANDING ENTRIES NOT "
                       "POSTED"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO WS-STAND-READ-COUNT
                   MOVE 0 TO WS-STAND-POST-COUNT
                   MOVE 0 TO WS-STAND-SKIP-COUNT
                   MOVE 0 TO WS-STAND-ERR-COUNT
                   MOVE "N" TO WS-STAND-LIST-DONE-SW
                   MOVE LOW-VALUES TO STA-KEY
                   START STANDING-FILE KEY NOT < STA-KEY
                       INVALID KEY
                           SET WS-STAND-LIST-DONE TO TRUE
                   END-START
                   IF NOT WS-STAND-OK
                       SET WS-STAND-LIST-DONE TO TRUE
                   END-IF
                   PERFORM 3910-READ-NEXT-STANDING THRU 3910-EXIT
                       UNTIL WS-STAND-LIST-DONE
                   MOVE WS-STAND-READ-COUNT TO WS-BATCH-COUNT-EDIT
                   DISPLAY "STANDING ENTRIES READ : "
                       WS-BATCH-COUNT-EDIT
                   MOVE WS-STAND-POST-COUNT TO WS-BATCH-COUNT-EDIT
                   DISPLAY "STANDING POSTED       : "
                       WS-BATCH-COUNT-EDIT
                   MOVE WS-STAND-SKIP-COUNT TO WS-BATCH-COUNT-EDIT
                   DISPLAY "STANDING NOT DUE      : "
                       WS-BATCH-COUNT-EDIT
                   MOVE WS-STAND-ERR-COUNT TO WS-BATCH-COUNT-EDIT
                   DISPLAY "STANDING IN ERROR     : "
                       WS-BATCH-COUNT-EDIT
                   IF WS-STAND-ERR-COUNT NOT = 0
                       DISPLAY "ERROR: STANDING ENTRIES IN ERROR, "
                           "RUN FAILS"
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
       3900-EXIT.
           EXIT.

       3910-READ-NEXT-STANDING.
      *> Any status other than "00" ends the pass -- "10" is the
      *> normal end of file, anything else is an I/O failure that
      *> must not spin the loop on a stale buffer.
                       DISPLAY "ERROR: STANDING ACCOUNT "
                           STA-ACCT-CODE " DEACTIVATED, NOT POSTED"
                       ADD 1 TO WS-STAND-ERR-COUNT
                   WHEN TBL-EQUITY-CATEGORY (ACCT-IDX)
                       DISPLAY "ERROR: STANDING ACCOUNT "
                           STA-ACCT-CODE " IS EQUITY, NOT POSTED"
                       ADD 1 TO WS-STAND-ERR-COUNT
                   WHEN OTHER
                       MOVE STA-DEPT-CODE TO WS-DEPT-LOOKUP
                       PERFORM 2520-FIND-DEPT THRU 2520-EXIT
      *> Builds Revenue/Expenses from a series of per-account
      *> entries against the chart of accounts, showing a category
      *> subtotal breakdown before the final net value calculation.
      *> Refused up front, the way option 1 is, when the current
      *> period is not open. A breakdown over the preparer's
      *> approval limit is held, account lines and all, before
      *> anything rolls into the period totals or ACTSUB.
           PERFORM 2560-CHECK-PERIOD-OPEN THRU 2560-EXIT
           IF NOT WS-PERIOD-POSTABLE
               PERFORM 2570-REFUSE-CLOSED-PERIOD THRU 2570-EXIT
           ELSE
               PERFORM 2400-ACCEPT-DEPT THRU 2400-EXIT
               PERFORM 4050-RESET-SUBTOTALS THRU 4050-EXIT
               MOVE "N" TO WS-ACCT-DONE-SW
               PERFORM 4100-ACCOUNT-ENTRY THRU 4100-EXIT
                   UNTIL WS-ACCT-DONE
               PERFORM 4200-SUMMARIZE-CATEGORIES THRU 4200-EXIT
               PERFORM 2800-CHECK-APPROVAL-LIMIT THRU 2800-EXIT
               IF WS-APV-HOLD
                   MOVE "B" TO WS-APV-ENTRY-KIND
                   PERFORM 2810-HOLD-ENTRY THRU 2810-EXIT
                   PERFORM 4050-RESET-SUBTOTALS THRU 4050-EXIT
               ELSE
                   PERFORM 9050-ROLL-PERIOD-TOTALS THRU 9050-EXIT
                   PERFORM 2500-CALCULATE-NET-VALUE THRU 2500-EXIT
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

               WHEN TBL-ACCT-INACTIVE (ACCT-IDX)
                   DISPLAY "ERROR: ACCOUNT " WS-ACCT-CODE-ENTRY
                       " IS DEACTIVATED"
               WHEN TBL-EQUITY-CATEGORY (ACCT-IDX)
                   DISPLAY "ERROR: ACCOUNT " WS-ACCT-CODE-ENTRY
                       " IS AN EQUITY ACCOUNT, NOT POSTABLE"
               WHEN OTHER
                   PERFORM 4120-ACCEPT-ACCT-AMOUNT THRU 4120-EXIT
                   ADD WS-ACCT-AMOUNT-CENTS
      *> that day is skipped) and lists forward until a key past
      *> the to date or end of file, then prints the range totals.
           MOVE 0 TO WS-INQ-COUNT
           MOVE 0 TO WS-INQ-VOID-COUNT
           MOVE 0 TO WS-INQ-REVENUE-TOTAL
           MOVE 0 TO WS-INQ-EXPENSES-TOTAL
           MOVE 0 TO WS-INQ-NET-TOTAL

       5320-INQUIRY-DETAIL.
      *> Lists one in-range ledger entry on the screen and on the
      *> report, and rolls it into the range totals. The time
      *> shows to the hundredth with the sequence beside it --
      *> the whole key, which is what a supervisor keys to
      *> reverse the entry. Both halves of a reverse/void pair
      *> stay in the totals (they net to zero) and are typed
      *> VOID (the reversal) and VOIDED (the original) instead
      *> of income or loss.
           ADD 1 TO WS-INQ-COUNT
           ADD LDG-REVENUE   TO WS-INQ-REVENUE-TOTAL
           ADD LDG-EXPENSES  TO WS-INQ-EXPENSES-TOTAL
           MOVE LDG-REVENUE   TO WS-REVENUE-EDIT
           MOVE LDG-EXPENSES  TO WS-EXPENSES-EDIT
           MOVE LDG-NET-VALUE TO WS-NETVALUE-EDIT
           EVALUATE TRUE
               WHEN LDG-REVERSAL
                   MOVE "VOID  " TO WS-RPT-TYPE
                   ADD 1 TO WS-INQ-VOID-COUNT
               WHEN LDG-REVERSED
                   MOVE "VOIDED" TO WS-RPT-TYPE
                   ADD 1 TO WS-INQ-VOID-COUNT
               WHEN LDG-LOSS
                   MOVE "LOSS  " TO WS-RPT-TYPE
               WHEN OTHER
                   MOVE "INCOME" TO WS-RPT-TYPE
           END-EVALUATE
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 6000-PRINT-HEADING THRU 6000-EXIT
           END-IF
               WS-INQ-MIN DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-INQ-SS DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-INQ-HS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LDG-CALC-SEQ DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REVENUE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LDG-DEPT-CODE DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           DISPLAY RPT-LINE (1:80)
           WRITE RPT-RECORD
           ADD 1 TO WS-LINE-COUNT.
       5320-EXIT.
           WRITE RPT-RECORD
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "DATE       TIME        SEQ " DELIMITED BY SIZE
               "      REVENUE     EXPENSES" DELIMITED BY SIZE
               "    NET VALUE  TYPE    DEPT" DELIMITED BY SIZE
               INTO RPT-LINE
           END-STRING
           DISPLAY RPT-LINE (1:80)
           WRITE RPT-RECORD
           ADD 1 TO WS-LINE-COUNT.
       5360-EXIT.
           PERFORM 5420-WRITE-ONE-TOTAL THRU 5420-EXIT
           MOVE WS-INQ-NET-TOTAL TO WS-INQ-TOTAL-EDIT
           MOVE "  NET      : " TO WS-INQ-TOTAL-TAG
           PERFORM 5420-WRITE-ONE-TOTAL THRU 5420-EXIT
           IF WS-INQ-VOID-COUNT > 0
               MOVE WS-INQ-VOID-COUNT TO WS-INQ-COUNT-EDIT
               IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
                   PERFORM 6000-PRINT-HEADING THRU 6000-EXIT
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "  INCLUDES " DELIMITED BY SIZE
                   WS-INQ-COUNT-EDIT DELIMITED BY SIZE
                   " VOID/VOIDED ENTRIES" DELIMITED BY SIZE
                   INTO RPT-LINE
               END-STRING
               DISPLAY RPT-LINE (1:36)
               WRITE RPT-RECORD
               ADD 1 TO WS-LINE-COUNT
           END-IF.
       5400-EXIT.
           EXIT.

               SET LDG-INCOME TO TRUE
           END-IF
           MOVE WS-CURRENT-DEPT TO LDG-DEPT-CODE
           MOVE WS-POST-ENTRY-TYPE TO LDG-ENTRY-TYPE
           MOVE WS-CONV-CURRENCY TO LDG-SOURCE-CURRENCY
           MOVE WS-SOURCE-NET   TO LDG-SOURCE-NET
           MOVE WS-POST-LINK-KEY TO LDG-LINK-KEY
           MOVE "N"             TO LDG-REVERSED-SW
           WRITE LDG-RECORD
           EVALUATE TRUE
               WHEN WS-LEDGER-OK
       2010-EXIT.
           EXIT.

       2020-WRITE-ACCT-DETAIL.
      *> One LDGDTL record per account behind the entry just
      *> written, under its key, carrying the base amount exactly
      *> as 9060 rolled it into ACTSUB (the same subtotal times
      *> the same rate, rounded the same way). The key comes from
      *> the stamp and sequence 2000 wrote with, not the record
      *> area, which is not to be relied on after a WRITE. A
      *> failed write loses only the back-out of this account if
      *> the entry is ever reversed, so it warns and goes on.
           IF TBL-ACCT-SUBTOTAL (ACCT-IDX) NOT = 0
               MOVE WS-CURRENT-DATE          TO LDT-CALC-DATE
               MOVE WS-CURRENT-TIME          TO LDT-CALC-TIME
               MOVE WS-LEDGER-SEQ            TO LDT-CALC-SEQ
               MOVE TBL-ACCT-CODE (ACCT-IDX) TO LDT-ACCT-CODE
               MOVE WS-CURRENT-PERIOD        TO LDT-PERIOD
               COMPUTE LDT-AMOUNT ROUNDED =
                   TBL-ACCT-SUBTOTAL (ACCT-IDX) * WS-CONV-RATE
                   ON SIZE ERROR
                       CONTINUE
               END-COMPUTE
               WRITE LDT-RECORD
               IF NOT WS-LDGDTL-OK
                   DISPLAY "WARNING: LDGDTL WRITE FOR "
                       TBL-ACCT-CODE (ACCT-IDX) " FAILED, STATUS = "
                       WS-LDGDTL-STATUS
               END-IF
           END-IF.
       2020-EXIT.
           EXIT.

       2600-WRITE-AUDIT.
      *> Appends who ran this calculation, when, and with what
      *> inputs/result to the audit trail. Reuses the date/time
           MOVE WS-CURRENT-DEPT  TO AUD-DEPT-CODE
           MOVE WS-CONV-CURRENCY TO AUD-SOURCE-CURRENCY
           MOVE WS-SOURCE-NET    TO AUD-SOURCE-NET
           PERFORM 2650-WRITE-CHAINED-AUDIT THRU 2650-EXIT.
       2600-EXIT.
           EXIT.

       2650-WRITE-CHAINED-AUDIT.
      *> Chains and writes the line the caller built in AUD-RECORD
      *> or AUD-MAINT-RECORD (see AUDITREC): locks the AUDCHAIN
      *> HEAD, numbers the line one past it, folds the check
      *> value from the HEAD's, writes the line and moves the
      *> HEAD on to it. Without the HEAD (AUDCHAIN unavailable,
      *> or still locked at the retry limit) the line goes out
      *> unchained -- zeros in the trailer -- rather than not at
      *> all; the nightly verification reports it as such. A
      *> failed line write leaves the HEAD where it was.
           MOVE SPACES TO AUD-CHAIN-TRAILER
           MOVE 0 TO AUD-SEQ-NO
           MOVE 0 TO AUD-CHECK-VALUE
           MOVE "N" TO WS-CHN-HEAD-SW
           IF WS-AUDCHN-OPEN
               MOVE 0 TO WS-CHN-RETRY-COUNT
               PERFORM 2660-LOCK-CHAIN-HEAD THRU 2660-EXIT
                   UNTIL WS-CHN-HEAD-HELD
                      OR WS-CHN-RETRY-COUNT > WS-LDG-RETRY-LIMIT
           END-IF
           IF WS-CHN-HEAD-HELD
               ADD 1 AUC-SEQ-NO GIVING AUD-SEQ-NO
               MOVE AUC-CHECK-VALUE TO WS-CHN-HASH
               PERFORM 2670-FOLD-CHECK-BYTE THRU 2670-EXIT
                   VARYING WS-CHN-POS FROM 1 BY 1
                   UNTIL WS-CHN-POS > 110
               MOVE WS-CHN-HASH TO AUD-CHECK-VALUE
           ELSE
               DISPLAY "WARNING: AUDCHAIN HEAD NOT AVAILABLE, "
                   "AUDIT LINE WRITTEN UNCHAINED"
           END-IF
           WRITE AUD-CHAIN-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY "WARNING: AUDIT WRITE FAILED, STATUS = "
                   WS-AUDIT-STATUS
           END-IF
           IF WS-CHN-HEAD-HELD
               IF WS-AUDIT-OK
                   MOVE AUD-SEQ-NO      TO AUC-SEQ-NO
                   MOVE AUD-CHECK-VALUE TO AUC-CHECK-VALUE
                   ACCEPT AUC-DATE FROM DATE YYYYMMDD
                   ACCEPT AUC-TIME FROM TIME
                   REWRITE AUC-RECORD
                   IF NOT WS-AUDCHN-OK
                       DISPLAY "WARNING: AUDCHAIN HEAD NOT ADVANCED, "
                           "STATUS = " WS-AUDCHN-STATUS
                   END-IF
               ELSE
                   UNLOCK AUDIT-CHAIN-FILE
               END-IF
           END-IF.
       2650-EXIT.
           EXIT.

       2660-LOCK-CHAIN-HEAD.
      *> One attempt at the HEAD. LOCK MODE AUTOMATIC locks it on
      *> the read; another session mid-line shows as locked and
      *> is waited out, the way 9080 waits out ACTSUB.
           MOVE "HEAD" TO AUC-KEY
           READ AUDIT-CHAIN-FILE
           EVALUATE TRUE
               WHEN WS-AUDCHN-OK
                   SET WS-CHN-HEAD-HELD TO TRUE
               WHEN WS-AUDCHN-LOCKED
                   ADD 1 TO WS-CHN-RETRY-COUNT
               WHEN OTHER
                   DISPLAY "WARNING: AUDCHAIN READ FAILED, STATUS = "
                       WS-AUDCHN-STATUS
                   MOVE WS-LDG-RETRY-LIMIT TO WS-CHN-RETRY-COUNT
                   ADD 1 TO WS-CHN-RETRY-COUNT
           END-EVALUATE.
       2660-EXIT.
           EXIT.

       2670-FOLD-CHECK-BYTE.
      *> Folds byte WS-CHN-POS of the line into the check value.
      *> The position is added in so two transposed bytes do not
      *> fold to the same result.
           MOVE AUD-CHAIN-RECORD (WS-CHN-POS:1) TO WS-CHN-BYTE
           COMPUTE WS-CHN-ACCUM = WS-CHN-HASH * 31
                                + WS-CHN-ORD + WS-CHN-POS
           DIVIDE WS-CHN-ACCUM BY WS-CHN-MODULUS
               GIVING WS-CHN-QUOTIENT REMAINDER WS-CHN-HASH.
       2670-EXIT.
           EXIT.

       2700-WRITE-MAINT-AUDIT.
           MOVE WS-MAINT-ACTION    TO AUD-M-ACTION
           MOVE WS-MAINT-CODE-ENTRY TO AUD-M-ACCT-CODE
           MOVE WS-MAINT-DETAIL    TO AUD-M-DETAIL
           PERFORM 2650-WRITE-CHAINED-AUDIT THRU 2650-EXIT.
       2700-EXIT.
           EXIT.

       2800-CHECK-APPROVAL-LIMIT.
      *> Decides whether the entry just keyed must wait for a
      *> supervisor. REVENUE/EXPENSES still hold the amounts as
      *> keyed, in the department's currency; the limit is in
      *> base, so the larger side is converted at the same rate
      *> 2500 would post it at. A user's own limit wins over the
      *> department's, and an entry with neither has no limit.
           MOVE "N" TO WS-APV-HOLD-SW
           IF WS-APPR-ACTIVE
               IF REVENUE > EXPENSES
                   COMPUTE WS-APV-BASE-AMOUNT ROUNDED =
                       REVENUE * WS-CONV-RATE
                       ON SIZE ERROR
                           MOVE 999999999.99 TO WS-APV-BASE-AMOUNT
                   END-COMPUTE
               ELSE
                   COMPUTE WS-APV-BASE-AMOUNT ROUNDED =
                       EXPENSES * WS-CONV-RATE
                       ON SIZE ERROR
                           MOVE 999999999.99 TO WS-APV-BASE-AMOUNT
                   END-COMPUTE
               END-IF
               PERFORM 2805-FIND-LIMIT THRU 2805-EXIT
               IF WS-APV-LIMIT-FOUND
                   AND WS-APV-BASE-AMOUNT > WS-APV-LIMIT
                   SET WS-APV-HOLD TO TRUE
               END-IF
           END-IF.
       2800-EXIT.
           EXIT.

       2805-FIND-LIMIT.
           MOVE "N" TO WS-APV-LIMIT-FOUND-SW
           MOVE 0 TO WS-APV-LIMIT
           IF WS-APR-COUNT > 0
               SET APR-IDX TO 1
               SEARCH WS-APR-ENTRY
                   AT END
                       CONTINUE
                   WHEN TBL-APR-USER (APR-IDX)
                       AND TBL-APR-KEY (APR-IDX) = WS-AUDIT-USER-ID
                       SET WS-APV-LIMIT-FOUND TO TRUE
                       MOVE TBL-APR-LIMIT (APR-IDX) TO WS-APV-LIMIT
               END-SEARCH
               IF NOT WS-APV-LIMIT-FOUND
                   SET APR-IDX TO 1
                   SEARCH WS-APR-ENTRY
                       AT END
                           CONTINUE
                       WHEN TBL-APR-DEPT (APR-IDX)
                           AND TBL-APR-KEY (APR-IDX) = WS-CURRENT-DEPT
                           SET WS-APV-LIMIT-FOUND TO TRUE
                           MOVE TBL-APR-LIMIT (APR-IDX)
                               TO WS-APV-LIMIT
                   END-SEARCH
               END-IF
           END-IF.
       2805-EXIT.
           EXIT.

       2810-HOLD-ENTRY.
      *> Puts the entry on PENDENT instead of the ledger, exactly
      *> as keyed: source-currency amounts (the approval converts
      *> them at the rate in force when it posts) and, for a
      *> breakdown, every account line with an amount. Nothing
      *> reaches the ledger, ACTSUB, the running totals or the
      *> report until a supervisor approves it. If the entry
      *> cannot be held it is refused -- an over-limit entry is
      *> never posted unapproved.
           MOVE WS-APV-BASE-AMOUNT TO WS-APV-AMOUNT-EDIT
           MOVE WS-APV-LIMIT TO WS-APV-LIMIT-EDIT
           DISPLAY "ENTRY OF " WS-APV-AMOUNT-EDIT
               " IS OVER YOUR APPROVAL LIMIT OF " WS-APV-LIMIT-EDIT
           IF NOT WS-PENDING-OPEN
               DISPLAY "ERROR: PENDENT NOT AVAILABLE, ENTRY CANNOT "
                   "BE HELD AND IS NOT POSTED"
           ELSE
               MOVE SPACES TO PND-RECORD
               SET PND-PENDING TO TRUE
               MOVE WS-APV-ENTRY-KIND  TO PND-ENTRY-KIND
               MOVE WS-AUDIT-USER-ID   TO PND-PREPARER
               MOVE WS-CURRENT-DEPT    TO PND-DEPT-CODE
               MOVE WS-CURRENT-PERIOD  TO PND-PERIOD
               MOVE REVENUE            TO PND-REVENUE
               MOVE EXPENSES           TO PND-EXPENSES
               MOVE WS-APV-BASE-AMOUNT TO PND-BASE-AMOUNT
               MOVE WS-APV-LIMIT       TO PND-LIMIT
               MOVE 0                  TO PND-LINE-COUNT
               MOVE 0                  TO PND-DECIDED-DATE
               MOVE 0                  TO PND-DECIDED-TIME
               MOVE ZEROS              TO PND-LEDGER-KEY
               PERFORM 2815-CLEAR-PND-LINE THRU 2815-EXIT
                   VARYING WS-APV-LINE-IDX FROM 1 BY 1
                   UNTIL WS-APV-LINE-IDX > 50
               SET WS-APV-LINES-OK TO TRUE
               IF PND-BREAKDOWN-ENTRY
                   PERFORM 2820-HOLD-ONE-LINE THRU 2820-EXIT
                       VARYING ACCT-IDX FROM 1 BY 1
                       UNTIL ACCT-IDX > WS-ACCT-COUNT
               END-IF
               IF NOT WS-APV-LINES-OK
                   DISPLAY "ERROR: MORE THAN 50 ACCOUNT LINES CANNOT "
                       "BE HELD, SPLIT THE ENTRY -- NOT POSTED"
               ELSE
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-CURRENT-TIME FROM TIME
                   MOVE 0 TO WS-PND-RETRY-COUNT
                   MOVE "N" TO WS-PND-WRITTEN-SW
                   PERFORM 2830-WRITE-PENDING-REC THRU 2830-EXIT
                       UNTIL WS-PND-WRITTEN
                          OR WS-PND-RETRY-COUNT > WS-LDG-RETRY-LIMIT
                   IF WS-PND-WRITTEN
                       MOVE WS-CURRENT-DATE TO WS-PND-NEW-DATE
                       MOVE WS-CURRENT-TIME TO WS-PND-NEW-TIME
                       MOVE WS-PND-SEQ      TO WS-PND-NEW-SEQ
                       DISPLAY "Entry held for supervisor approval "
                           "as " WS-PND-NEW-DATE " " WS-PND-NEW-TIME
                           " " WS-PND-NEW-SEQ
                       MOVE "HELD" TO WS-MAINT-ACTION
                       MOVE WS-CURRENT-DEPT TO WS-MAINT-CODE-ENTRY
                       MOVE SPACES TO WS-MAINT-DETAIL
                       STRING "AS " DELIMITED BY SIZE
                           WS-PND-NEW-KEY DELIMITED BY SIZE
                           INTO WS-MAINT-DETAIL
                       END-STRING
                       PERFORM 2700-WRITE-MAINT-AUDIT THRU 2700-EXIT
                   ELSE
                       DISPLAY "ERROR: ENTRY COULD NOT BE HELD, "
                           "STATUS = " WS-PENDING-STATUS
                           " -- NOT POSTED"
                   END-IF
               END-IF
           END-IF.
       2810-EXIT.
           EXIT.

       2815-CLEAR-PND-LINE.
           MOVE SPACES TO PND-ACCT-CODE (WS-APV-LINE-IDX)
           MOVE 0 TO PND-ACCT-AMOUNT (WS-APV-LINE-IDX).
       2815-EXIT.
           EXIT.

       2820-HOLD-ONE-LINE.
           IF TBL-ACCT-SUBTOTAL (ACCT-IDX) NOT = 0
               IF PND-LINE-COUNT NOT < 50
                   MOVE "N" TO WS-APV-LINES-OK-SW
               ELSE
                   ADD 1 TO PND-LINE-COUNT
                   MOVE TBL-ACCT-CODE (ACCT-IDX)
                       TO PND-ACCT-CODE (PND-LINE-COUNT)
                   MOVE TBL-ACCT-SUBTOTAL (ACCT-IDX)
                       TO PND-ACCT-AMOUNT (PND-LINE-COUNT)
               END-IF
           END-IF.
       2820-EXIT.
           EXIT.

       2830-WRITE-PENDING-REC.
      *> One write attempt under the next in-session sequence
      *> number for the captured stamp, retried past a duplicate
      *> key the way 2010 retries the ledger write.
           ADD 1 TO WS-PND-SEQ
               ON SIZE ERROR
                   MOVE 9999 TO WS-PND-SEQ
           END-ADD
           MOVE WS-CURRENT-DATE TO PND-SUBMIT-DATE
           MOVE WS-CURRENT-TIME TO PND-SUBMIT-TIME
           MOVE WS-PND-SEQ      TO PND-SUBMIT-SEQ
           WRITE PND-RECORD
           EVALUATE TRUE
               WHEN WS-PENDING-OK
                   SET WS-PND-WRITTEN TO TRUE
               WHEN WS-PENDING-DUP-KEY
                   ADD 1 TO WS-PND-RETRY-COUNT
               WHEN OTHER
                   MOVE WS-LDG-RETRY-LIMIT TO WS-PND-RETRY-COUNT
                   ADD 1 TO WS-PND-RETRY-COUNT
           END-EVALUATE.
       2830-EXIT.
           EXIT.

       6000-PRINT-HEADING.
      *> Starts a new report page: company/report title, run date,
      *> page number, and the detail column headings.
           EXIT.

       7236-ACCEPT-MAINT-CATEGORY.
           DISPLAY "Enter Category (R=Revenue E=Expense "
               "Q=Equity): "
           ACCEPT WS-MAINT-CAT-ENTRY
           IF WS-MAINT-CAT-ENTRY = "R" OR WS-MAINT-CAT-ENTRY = "E"
               OR WS-MAINT-CAT-ENTRY = "Q"
               SET WS-MAINT-CAT-OK TO TRUE
           ELSE
               DISPLAY "ERROR: CATEGORY MUST BE R, E OR Q, "
                   "TRY AGAIN"
           END-IF.
       7236-EXIT.
           EXIT.
                   WHEN TBL-ACCT-INACTIVE (ACCT-IDX)
                       DISPLAY "ERROR: ACCOUNT " WS-MAINT-CODE-ENTRY
                           " IS DEACTIVATED"
                   WHEN TBL-EQUITY-CATEGORY (ACCT-IDX)
                       DISPLAY "ERROR: ACCOUNT " WS-MAINT-CODE-ENTRY
                           " IS AN EQUITY ACCOUNT, NOT POSTABLE"
                   WHEN OTHER
                       PERFORM 2400-ACCEPT-DEPT THRU 2400-EXIT
                       MOVE WS-MAINT-CODE-ENTRY TO STA-ACCT-CODE
       7480-EXIT.
           EXIT.

       7500-PERIOD-MAINTENANCE.
      *> Period status maintenance from the menu: moves a period
      *> between open, soft-closed and hard-closed, and lists the
      *> calendar. Every change is written to the audit trail.
           IF NOT WS-PERIODS-OPEN
               DISPLAY "ERROR: PERIODS NOT AVAILABLE, PERIOD "
                   "MAINTENANCE CANNOT RUN"
           ELSE
               MOVE "N" TO WS-PCT-DONE-SW
               PERFORM 7510-PERIOD-ACTION THRU 7510-EXIT
                   UNTIL WS-PCT-DONE
           END-IF.
       7500-EXIT.
           EXIT.

       7510-PERIOD-ACTION.
           DISPLAY "Period Status: C=Change L=List X=Return"
           ACCEPT WS-PCT-CHOICE
           EVALUATE WS-PCT-CHOICE
               WHEN "C"
                   PERFORM 7520-PERIOD-CHANGE THRU 7520-EXIT
               WHEN "L"
                   PERFORM 7550-PERIOD-LIST THRU 7550-EXIT
               WHEN "X"
               WHEN SPACE
                   SET WS-PCT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR: NOT A LISTED ACTION, TRY AGAIN"
           END-EVALUATE.
       7510-EXIT.
           EXIT.

       7520-PERIOD-CHANGE.
      *> The READ WITH LOCK holds the period record until the
      *> REWRITE (or the UNLOCK on a path that changes nothing),
      *> so two supervisors cannot both move the same period; a
      *> clerk's status check meanwhile sees it as in change and
      *> refuses rather than posting. A period with no record is
      *> open, so the first close of a month WRITEs its record.
           PERFORM 7530-GET-PCT-PERIOD THRU 7530-EXIT
           PERFORM 7540-GET-PCT-STATUS THRU 7540-EXIT
           MOVE WS-PCT-PERIOD TO PCT-PERIOD
           READ PERIOD-CONTROL-FILE WITH LOCK
           EVALUATE TRUE
               WHEN WS-PERIODS-LOCKED
                   DISPLAY "ERROR: PERIOD " WS-PCT-PERIOD
                       " IN USE BY ANOTHER SESSION, TRY AGAIN"
               WHEN WS-PERIODS-OK
                   MOVE PCT-STATUS TO WS-PCT-OLD-STATUS
                   IF PCT-STATUS = WS-PCT-NEW-STATUS
                       UNLOCK PERIOD-CONTROL-FILE
                   ELSE
                       PERFORM 7525-STAMP-PERIOD THRU 7525-EXIT
                       REWRITE PCT-RECORD
                       IF NOT WS-PERIODS-OK
                           DISPLAY "ERROR: PERIODS REWRITE FAILED, "
                               "STATUS = " WS-PERIODS-STATUS
                           UNLOCK PERIOD-CONTROL-FILE
                       END-IF
                   END-IF
               WHEN WS-PERIODS-NO-RECORD
                   MOVE "O" TO WS-PCT-OLD-STATUS
                   IF WS-PCT-NEW-STATUS NOT = "O"
                       MOVE WS-PCT-PERIOD TO PCT-PERIOD
                       PERFORM 7525-STAMP-PERIOD THRU 7525-EXIT
                       WRITE PCT-RECORD
                       IF NOT WS-PERIODS-OK
                           DISPLAY "ERROR: PERIODS WRITE FAILED, "
                               "STATUS = " WS-PERIODS-STATUS
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: PERIODS READ FAILED, STATUS = "
                       WS-PERIODS-STATUS
           END-EVALUATE
           MOVE WS-PCT-OLD-STATUS TO WS-PCT-NAME-CODE
           PERFORM 7590-NAME-STATUS THRU 7590-EXIT
           MOVE WS-PCT-STATUS-NAME TO WS-PCT-OLD-NAME
           MOVE WS-PCT-NEW-STATUS TO WS-PCT-NAME-CODE
           PERFORM 7590-NAME-STATUS THRU 7590-EXIT
           MOVE WS-PCT-STATUS-NAME TO WS-PCT-NEW-NAME
           EVALUATE TRUE
               WHEN NOT WS-PERIODS-OK AND NOT WS-PERIODS-NO-RECORD
                   CONTINUE
               WHEN WS-PCT-OLD-STATUS = WS-PCT-NEW-STATUS
                   DISPLAY "Period " WS-PCT-PERIOD " is already "
                       WS-PCT-NEW-NAME
               WHEN OTHER
                   MOVE "PERIOD"      TO WS-MAINT-ACTION
                   MOVE WS-PCT-PERIOD-ENTRY TO WS-MAINT-CODE-ENTRY
                   MOVE SPACES TO WS-MAINT-DETAIL
                   STRING WS-PCT-OLD-NAME DELIMITED BY SPACE
                       " TO " DELIMITED BY SIZE
                       WS-PCT-NEW-NAME DELIMITED BY SPACE
                       INTO WS-MAINT-DETAIL
                   END-STRING
                   PERFORM 2700-WRITE-MAINT-AUDIT THRU 2700-EXIT
                   DISPLAY "Period " WS-PCT-PERIOD " changed from "
                       WS-PCT-OLD-NAME " to " WS-PCT-NEW-NAME
           END-EVALUATE.
       7520-EXIT.
           EXIT.

       7525-STAMP-PERIOD.
      *> The new status plus who set it and when, kept on the
      *> record so the calendar answers "who closed this" without
      *> a trip through the audit trail.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-PCT-NEW-STATUS TO PCT-STATUS
           MOVE WS-AUDIT-USER-ID  TO PCT-CHANGED-BY
           MOVE WS-CURRENT-DATE   TO PCT-CHANGED-DATE
           MOVE WS-CURRENT-TIME   TO PCT-CHANGED-TIME.
       7525-EXIT.
           EXIT.

       7530-GET-PCT-PERIOD.
           MOVE "N" TO WS-PCT-PERIOD-OK-SW
           PERFORM 7531-ACCEPT-PCT-PERIOD THRU 7531-EXIT
               UNTIL WS-PCT-PERIOD-OK.
       7530-EXIT.
           EXIT.

       7531-ACCEPT-PCT-PERIOD.
           DISPLAY "Period to change (YYYYMM): "
           ACCEPT WS-PCT-PERIOD-ENTRY
           EVALUATE TRUE
               WHEN WS-PCT-PERIOD-ENTRY NOT NUMERIC
                   DISPLAY "ERROR: PERIOD MUST BE 6 DIGITS YYYYMM, "
                       "TRY AGAIN"
               WHEN WS-PCT-PERIOD-ENTRY (5:2) < "01"
                   OR WS-PCT-PERIOD-ENTRY (5:2) > "12"
                   DISPLAY "ERROR: PERIOD MONTH NOT 01-12, TRY AGAIN"
               WHEN OTHER
                   SET WS-PCT-PERIOD-OK TO TRUE
           END-EVALUATE.
       7531-EXIT.
           EXIT.

       7540-GET-PCT-STATUS.
           MOVE "N" TO WS-PCT-STATUS-OK-SW
           PERFORM 7541-ACCEPT-PCT-STATUS THRU 7541-EXIT
               UNTIL WS-PCT-STATUS-OK.
       7540-EXIT.
           EXIT.

       7541-ACCEPT-PCT-STATUS.
           DISPLAY "New status (O=Open S=Soft-close H=Hard-close): "
           ACCEPT WS-PCT-NEW-STATUS
           IF WS-PCT-NEW-VALID
               SET WS-PCT-STATUS-OK TO TRUE
           ELSE
               DISPLAY "ERROR: STATUS MUST BE O, S OR H, TRY AGAIN"
           END-IF.
       7541-EXIT.
           EXIT.

       7550-PERIOD-LIST.
           MOVE "N" TO WS-PCT-LIST-DONE-SW
           MOVE ZERO TO WS-PCT-LIST-COUNT
           MOVE LOW-VALUES TO PCT-RECORD
           START PERIOD-CONTROL-FILE KEY NOT < PCT-PERIOD
               INVALID KEY
                   SET WS-PCT-LIST-DONE TO TRUE
           END-START
           IF NOT WS-PERIODS-OK
               SET WS-PCT-LIST-DONE TO TRUE
           END-IF
           DISPLAY "PERIOD STATUS     CHANGED BY           ON"
           PERFORM 7555-LIST-ONE-PERIOD THRU 7555-EXIT
               UNTIL WS-PCT-LIST-DONE
           MOVE WS-PCT-LIST-COUNT TO WS-PCT-LIST-COUNT-EDIT
           DISPLAY WS-PCT-LIST-COUNT-EDIT " period(s) on file; "
               "periods not listed are open".
       7550-EXIT.
           EXIT.

       7555-LIST-ONE-PERIOD.
           READ PERIOD-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-PCT-LIST-DONE TO TRUE
           END-READ
           IF NOT WS-PERIODS-OK AND NOT WS-PERIODS-AT-END
               DISPLAY "WARNING: PERIODS READ FAILED, STATUS = "
                   WS-PERIODS-STATUS
               SET WS-PCT-LIST-DONE TO TRUE
           END-IF
           IF NOT WS-PCT-LIST-DONE
               ADD 1 TO WS-PCT-LIST-COUNT
               MOVE PCT-STATUS TO WS-PCT-NAME-CODE
               PERFORM 7590-NAME-STATUS THRU 7590-EXIT
               DISPLAY PCT-PERIOD " " WS-PCT-STATUS-NAME " "
                   PCT-CHANGED-BY " " PCT-CHANGED-DATE
           END-IF.
       7555-EXIT.
           EXIT.

       7590-NAME-STATUS.
      *> Status code to the word used on screen and in the audit
      *> detail.
           EVALUATE WS-PCT-NAME-CODE
               WHEN "O"
                   MOVE "OPEN"       TO WS-PCT-STATUS-NAME
               WHEN "S"
                   MOVE "SOFT-CLOSE" TO WS-PCT-STATUS-NAME
               WHEN "H"
                   MOVE "HARD-CLOSE" TO WS-PCT-STATUS-NAME
               WHEN OTHER
                   MOVE "UNKNOWN"    TO WS-PCT-STATUS-NAME
           END-EVALUATE.
       7590-EXIT.
           EXIT.

       7600-REVERSE-ENTRY.
      *> Reverse/void of a posted ledger entry from the menu. A
      *> posted entry is never changed or deleted: the supervisor
      *> keys its ledger key, sees what it booked, and on
      *> confirmation an exact opposite entry posts through the
      *> same ledger, audit and report paths a calculation uses,
      *> linked to the original, and the original's account
      *> amounts come back out of ACTSUB. Only entries in the
      *> current period (which must itself be open) qualify --
      *> an earlier period's activity has already gone to the
      *> trial balance and the GL, and is corrected there by
      *> PERIOD-ADJUST.
           MOVE "N" TO WS-REV-ELIGIBLE-SW
           MOVE "N" TO WS-REV-CONFIRM-SW
           PERFORM 2560-CHECK-PERIOD-OPEN THRU 2560-EXIT
           IF NOT WS-PERIOD-POSTABLE
               PERFORM 2570-REFUSE-CLOSED-PERIOD THRU 2570-EXIT
           ELSE
               PERFORM 7610-GET-REV-KEY THRU 7610-EXIT
               IF NOT WS-REV-CANCEL
                   PERFORM 7620-FETCH-ORIGINAL THRU 7620-EXIT
               END-IF
               IF WS-REV-ELIGIBLE
                   PERFORM 7630-SHOW-ORIGINAL THRU 7630-EXIT
                   PERFORM 7640-CONFIRM-REVERSE THRU 7640-EXIT
               END-IF
               IF WS-REV-CONFIRMED
                   PERFORM 7650-POST-REVERSAL THRU 7650-EXIT
               END-IF
           END-IF.
       7600-EXIT.
           EXIT.

       7610-GET-REV-KEY.
      *> The three parts of the ledger key, as the ledger history
      *> inquiry (option 6) lists them. A blank date backs out
      *> without reversing anything.
           MOVE "N" TO WS-REV-CANCEL-SW
           MOVE "N" TO WS-REV-ENTRY-OK-SW
           PERFORM 7611-ACCEPT-REV-DATE THRU 7611-EXIT
               UNTIL WS-REV-ENTRY-OK OR WS-REV-CANCEL
           IF NOT WS-REV-CANCEL
               MOVE "N" TO WS-REV-ENTRY-OK-SW
               PERFORM 7612-ACCEPT-REV-TIME THRU 7612-EXIT
                   UNTIL WS-REV-ENTRY-OK
               MOVE "N" TO WS-REV-ENTRY-OK-SW
               PERFORM 7613-ACCEPT-REV-SEQ THRU 7613-EXIT
                   UNTIL WS-REV-ENTRY-OK
           END-IF.
       7610-EXIT.
           EXIT.

       7611-ACCEPT-REV-DATE.
           DISPLAY "Entry date to reverse (YYYYMMDD, blank=return): "
           ACCEPT WS-REV-DATE-ENTRY
           EVALUATE TRUE
               WHEN WS-REV-DATE-ENTRY = SPACES
                   SET WS-REV-CANCEL TO TRUE
               WHEN WS-REV-DATE-ENTRY NOT NUMERIC
                   DISPLAY "ERROR: DATE MUST BE 8 DIGITS YYYYMMDD, "
                       "TRY AGAIN"
               WHEN OTHER
                   SET WS-REV-ENTRY-OK TO TRUE
           END-EVALUATE.
       7611-EXIT.
           EXIT.

       7612-ACCEPT-REV-TIME.
           DISPLAY "Entry time (HHMMSSHH, to the hundredth): "
           ACCEPT WS-REV-TIME-ENTRY
           IF WS-REV-TIME-ENTRY NOT NUMERIC
               DISPLAY "ERROR: TIME MUST BE 8 DIGITS HHMMSSHH, "
                   "TRY AGAIN"
           ELSE
               SET WS-REV-ENTRY-OK TO TRUE
           END-IF.
       7612-EXIT.
           EXIT.

       7613-ACCEPT-REV-SEQ.
           DISPLAY "Entry sequence number: "
           ACCEPT WS-REV-SEQ-ENTRY
           INSPECT WS-REV-SEQ-ENTRY REPLACING LEADING SPACE BY ZERO
           IF WS-REV-SEQ-ENTRY NOT NUMERIC
               DISPLAY "ERROR: SEQUENCE MUST BE DIGITS ONLY, "
                   "TRY AGAIN"
           ELSE
               SET WS-REV-ENTRY-OK TO TRUE
           END-IF.
       7613-EXIT.
           EXIT.

       7620-FETCH-ORIGINAL.
      *> Reads the entry and decides whether it may be reversed.
      *> A reversal is never itself reversed (re-post the entry
      *> instead), an entry already reversed names the reversal
      *> that did it, and allocation entries are refused -- the
      *> allocation run's zero proof depends on them, and a rerun
      *> of PERIOD-ALLOCATION is how its figures change. FX
      *> revaluation entries likewise: a rerun of FX-REVALUATION
      *> reverses and replaces its own earlier entries. The
      *> record is unlocked straight away so the confirmation
      *> prompt never holds it against another session; 7670
      *> reads it again before marking it.
           MOVE "N" TO WS-REV-ELIGIBLE-SW
           MOVE WS-REV-DATE TO LDG-CALC-DATE
           MOVE WS-REV-TIME TO LDG-CALC-TIME
           MOVE WS-REV-SEQ  TO LDG-CALC-SEQ
           MOVE WS-REV-DATE-ENTRY (1:6) TO WS-REV-PERIOD
           READ LEDGER-FILE
           EVALUATE TRUE
               WHEN WS-LEDGER-NO-RECORD
                   DISPLAY "ERROR: NO LEDGER ENTRY " WS-REV-DATE " "
                       WS-REV-TIME " " WS-REV-SEQ
               WHEN WS-LEDGER-LOCKED
                   DISPLAY "ERROR: ENTRY IN USE BY ANOTHER SESSION, "
                       "TRY AGAIN"
               WHEN NOT WS-LEDGER-OK
                   DISPLAY "ERROR: LEDGER READ FAILED, STATUS = "
                       WS-LEDGER-STATUS
               WHEN LDG-REVERSAL
                   DISPLAY "ERROR: ENTRY IS ITSELF THE REVERSAL OF "
                       LDG-LINK-DATE " " LDG-LINK-TIME " "
                       LDG-LINK-SEQ ", REFUSED"
               WHEN LDG-REVERSED
                   DISPLAY "ERROR: ENTRY ALREADY REVERSED BY "
                       LDG-LINK-DATE " " LDG-LINK-TIME " "
                       LDG-LINK-SEQ ", REFUSED"
               WHEN LDG-ALLOCATION OR LDG-ADJUSTMENT
                   OR LDG-REVALUATION
                   DISPLAY "ERROR: ALLOCATION, ADJUSTMENT AND FX "
                       "REVALUATION ENTRIES CANNOT BE REVERSED "
                       "HERE, REFUSED"
               WHEN WS-REV-PERIOD NOT = WS-CURRENT-PERIOD
                   DISPLAY "ERROR: ENTRY IS IN PERIOD " WS-REV-PERIOD
                       ", ONLY " WS-CURRENT-PERIOD
                       " ENTRIES CAN BE REVERSED"
               WHEN OTHER
                   MOVE LDG-RECORD TO ORIG-RECORD
                   SET WS-REV-ELIGIBLE TO TRUE
           END-EVALUATE
           IF WS-LEDGER-OK
               UNLOCK LEDGER-FILE
           END-IF.
       7620-EXIT.
           EXIT.

       7630-SHOW-ORIGINAL.
      *> Shows the entry and the account amounts behind it, read
      *> back from LDGDTL into the table the back-out works from.
      *> An entry with no account detail (a pairs-mode posting,
      *> or one booked before LDGDTL existed) still reverses in
      *> the ledger; it simply has nothing in ACTSUB to undo.
           MOVE ORIG-REVENUE   TO WS-REVENUE-EDIT
           MOVE ORIG-EXPENSES  TO WS-EXPENSES-EDIT
           MOVE ORIG-NET-VALUE TO WS-NETVALUE-EDIT
           DISPLAY "ENTRY " ORIG-CALC-DATE " " ORIG-CALC-TIME " "
               ORIG-CALC-SEQ "  DEPT " ORIG-DEPT-CODE
           DISPLAY "  REVENUE " WS-REVENUE-EDIT
               "  EXPENSES " WS-EXPENSES-EDIT
               "  NET " WS-NETVALUE-EDIT
           IF ORIG-SOURCE-CURRENCY NOT = SPACES
               MOVE ORIG-SOURCE-NET TO WS-SOURCE-NET-EDIT
               DISPLAY "  SOURCE NET " ORIG-SOURCE-CURRENCY " "
                   WS-SOURCE-NET-EDIT
           END-IF
           MOVE 0 TO WS-REV-DTL-COUNT
           MOVE "N" TO WS-REV-DTL-DONE-SW
           IF NOT WS-LDGDTL-OPEN
               SET WS-REV-DTL-DONE TO TRUE
           ELSE
               MOVE ORIG-KEY TO LDT-LDG-KEY
               MOVE LOW-VALUES TO LDT-ACCT-CODE
               START LEDGER-DETAIL-FILE KEY NOT < LDT-KEY
                   INVALID KEY
                       SET WS-REV-DTL-DONE TO TRUE
               END-START
               IF NOT WS-LDGDTL-OK
                   SET WS-REV-DTL-DONE TO TRUE
               END-IF
           END-IF
           PERFORM 7635-READ-ORIG-DETAIL THRU 7635-EXIT
               UNTIL WS-REV-DTL-DONE
           IF WS-REV-DTL-COUNT = 0
               DISPLAY "  NO ACCOUNT DETAIL ON FILE -- NOTHING TO "
                   "BACK OUT OF ACTSUB"
           END-IF.
       7630-EXIT.
           EXIT.

       7635-READ-ORIG-DETAIL.
           READ LEDGER-DETAIL-FILE NEXT RECORD
               AT END
                   SET WS-REV-DTL-DONE TO TRUE
           END-READ
           IF NOT WS-LDGDTL-OK AND NOT WS-LDGDTL-AT-END
               DISPLAY "WARNING: LDGDTL READ FAILED, STATUS = "
                   WS-LDGDTL-STATUS
               SET WS-REV-DTL-DONE TO TRUE
           END-IF
           IF NOT WS-REV-DTL-DONE
               IF LDT-LDG-KEY NOT = ORIG-KEY
                   SET WS-REV-DTL-DONE TO TRUE
               ELSE
                   IF WS-REV-DTL-COUNT < 500
                       ADD 1 TO WS-REV-DTL-COUNT
                       MOVE LDT-ACCT-CODE
                           TO TBL-REV-ACCT-CODE (WS-REV-DTL-COUNT)
                       MOVE LDT-AMOUNT
                           TO TBL-REV-AMOUNT (WS-REV-DTL-COUNT)
                       MOVE LDT-AMOUNT TO WS-REV-AMOUNT-EDIT
                       DISPLAY "  ACCOUNT " LDT-ACCT-CODE "  "
                           WS-REV-AMOUNT-EDIT
                   ELSE
                       DISPLAY "WARNING: MORE THAN 500 ACCOUNT "
                           "LINES, " LDT-ACCT-CODE " NOT BACKED OUT"
                   END-IF
               END-IF
           END-IF.
       7635-EXIT.
           EXIT.

       7640-CONFIRM-REVERSE.
           DISPLAY "Post the reversal of this entry? (Y/N): "
           ACCEPT WS-REV-ANSWER
           IF WS-REV-ANSWER = "Y" OR "y"
               SET WS-REV-CONFIRMED TO TRUE
           ELSE
               DISPLAY "Reversal not posted"
           END-IF.
       7640-EXIT.
           EXIT.

       7650-POST-REVERSAL.
      *> The opposite entry: every base amount negated, booked to
      *> the original's department in the original's source
      *> currency (the source net negated too, so the pair nets
      *> to zero in both currencies -- the original's own rate,
      *> never today's), typed "R" and linked back to the
      *> original. It rolls into the session's running and
      *> department totals like any posting. Nothing else moves
      *> unless the ledger write itself succeeded.
           COMPUTE REVENUE  = 0 - ORIG-REVENUE
           COMPUTE EXPENSES = 0 - ORIG-EXPENSES
           COMPUTE NETVALUE = 0 - ORIG-NET-VALUE
           MOVE ORIG-DEPT-CODE TO WS-CURRENT-DEPT
           MOVE ORIG-DEPT-CODE TO WS-DEPT-LOOKUP
           PERFORM 2520-FIND-DEPT THRU 2520-EXIT
           MOVE ORIG-SOURCE-CURRENCY TO WS-CONV-CURRENCY
           COMPUTE WS-SOURCE-NET = 0 - ORIG-SOURCE-NET
           MOVE "R" TO WS-POST-ENTRY-TYPE
           MOVE ORIG-KEY TO WS-POST-LINK-KEY
           PERFORM 2000-WRITE-LEDGER THRU 2000-EXIT
           IF NOT WS-LDG-WRITTEN
               DISPLAY "ERROR: REVERSAL NOT POSTED, ORIGINAL ENTRY "
                   "LEFT AS IT WAS"
           ELSE
               MOVE WS-CURRENT-DATE TO WS-REV-NEW-DATE
               MOVE WS-CURRENT-TIME TO WS-REV-NEW-TIME
               MOVE WS-LEDGER-SEQ   TO WS-REV-NEW-SEQ
               DISPLAY "Reversal posted as " WS-REV-NEW-DATE " "
                   WS-REV-NEW-TIME " " WS-REV-NEW-SEQ
                   ", Net Value: " NETVALUE
               ADD NETVALUE TO WS-RUNNING-TOTAL
               ADD 1 TO WS-RUNNING-COUNT
               IF WS-CURR-DEPT-IDX > 0
                   ADD NETVALUE
                       TO TBL-DEPT-TOTAL (WS-CURR-DEPT-IDX)
                   ADD 1 TO TBL-DEPT-CALC-COUNT (WS-CURR-DEPT-IDX)
               END-IF
               PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT
               PERFORM 6100-PRINT-DETAIL-LINE THRU 6100-EXIT
               PERFORM 7660-BACK-OUT-ACCOUNT THRU 7660-EXIT
                   VARYING WS-REV-DTL-IDX FROM 1 BY 1
                   UNTIL WS-REV-DTL-IDX > WS-REV-DTL-COUNT
               PERFORM 7670-MARK-ORIGINAL THRU 7670-EXIT
               MOVE "REVERSE" TO WS-MAINT-ACTION
               MOVE SPACES TO WS-MAINT-CODE-ENTRY
               MOVE SPACES TO WS-MAINT-DETAIL
               STRING "OF " DELIMITED BY SIZE
                   ORIG-KEY DELIMITED BY SIZE
                   INTO WS-MAINT-DETAIL
               END-STRING
               PERFORM 2700-WRITE-MAINT-AUDIT THRU 2700-EXIT
           END-IF
           MOVE SPACE TO WS-POST-ENTRY-TYPE
           MOVE ZEROS TO WS-POST-LINK-KEY.
       7650-EXIT.
           EXIT.

       7660-BACK-OUT-ACCOUNT.
      *> Takes one of the original's account amounts back out of
      *> ACTSUB and the session's period totals, in base as it
      *> went in, and leaves the negated amount on LDGDTL under
      *> the reversal's key so the pair's detail nets to zero
      *> too. An account since dropped from the chart cannot be
      *> re-synced and is warned about, not guessed at.
           MOVE TBL-REV-ACCT-CODE (WS-REV-DTL-IDX)
               TO WS-SYNC-ACCT-CODE
           PERFORM 2530-SYNC-ACCT-ENTRY THRU 2530-EXIT
           IF NOT WS-SYNC-FOUND
               DISPLAY "WARNING: ACCOUNT " WS-SYNC-ACCT-CODE
                   " NOT ON THE CHART, NOT BACKED OUT OF ACTSUB"
           ELSE
               COMPUTE WS-ACV-AMOUNT =
                   0 - TBL-REV-AMOUNT (WS-REV-DTL-IDX)
               ADD WS-ACV-AMOUNT TO TBL-ACCT-PERIOD-TOTAL (ACCT-IDX)
               IF WS-ACTSUB-OPEN
                   PERFORM 9070-POST-ACTIVITY THRU 9070-EXIT
               END-IF
               IF WS-DACTSUB-OPEN
                   PERFORM 9075-POST-DEPT-ACTIVITY THRU 9075-EXIT
               END-IF
               PERFORM 9065-TAG-GL-DEPT THRU 9065-EXIT
               MOVE WS-REV-NEW-KEY           TO LDT-LDG-KEY
               MOVE TBL-ACCT-CODE (ACCT-IDX) TO LDT-ACCT-CODE
               MOVE WS-CURRENT-PERIOD        TO LDT-PERIOD
               MOVE WS-ACV-AMOUNT            TO LDT-AMOUNT
               WRITE LDT-RECORD
               IF NOT WS-LDGDTL-OK
                   DISPLAY "WARNING: LDGDTL WRITE FOR "
                       LDT-ACCT-CODE " FAILED, STATUS = "
                       WS-LDGDTL-STATUS
               END-IF
           END-IF.
       7660-EXIT.
           EXIT.

       7670-MARK-ORIGINAL.
      *> Marks the original reversed, pointing at its reversal.
      *> Another session reversing the same entry in the moments
      *> since 7620 checked it finds the mark already there; the
      *> second reversal then stands unpaired and the nightly
      *> RECONCILIATION reports it, as it does an original the
      *> rewrite could not mark.
           MOVE ORIG-KEY TO LDG-KEY
           READ LEDGER-FILE
           EVALUATE TRUE
               WHEN NOT WS-LEDGER-OK
                   DISPLAY "WARNING: ORIGINAL NOT MARKED REVERSED, "
                       "STATUS = " WS-LEDGER-STATUS
                       " -- RECONCILIATION WILL REPORT THE PAIR"
               WHEN LDG-REVERSED
                   UNLOCK LEDGER-FILE
                   DISPLAY "WARNING: ORIGINAL WAS REVERSED MEANWHILE "
                       "BY " LDG-LINK-DATE " " LDG-LINK-TIME " "
                       LDG-LINK-SEQ
                       " -- RECONCILIATION WILL REPORT THE PAIR"
               WHEN OTHER
                   SET LDG-REVERSED TO TRUE
                   MOVE WS-REV-NEW-KEY TO LDG-LINK-KEY
                   REWRITE LDG-RECORD
                   IF NOT WS-LEDGER-OK
                       DISPLAY "WARNING: ORIGINAL NOT MARKED "
                           "REVERSED, STATUS = " WS-LEDGER-STATUS
                           " -- RECONCILIATION WILL REPORT THE PAIR"
                   END-IF
           END-EVALUATE.
       7670-EXIT.
           EXIT.

       7700-PENDING-ENTRIES.
      *> The maker-checker queue from the menu: lists the entries
      *> waiting on PENDENT and approves or rejects one at a time.
      *> Every decision goes on the audit trail; nobody decides an
      *> entry they keyed themselves.
           IF NOT WS-PENDING-OPEN
               DISPLAY "ERROR: PENDENT NOT AVAILABLE, PENDING "
                   "ENTRIES CANNOT BE DECIDED"
           ELSE
               MOVE "N" TO WS-APV-DONE-SW
               PERFORM 7710-PENDING-ACTION THRU 7710-EXIT
                   UNTIL WS-APV-DONE
           END-IF.
       7700-EXIT.
           EXIT.

       7710-PENDING-ACTION.
           DISPLAY "Pending Entries: L=List A=Approve R=Reject "
               "X=Return"
           ACCEPT WS-APV-CHOICE
           EVALUATE WS-APV-CHOICE
               WHEN "L"
                   PERFORM 7790-PENDING-LIST THRU 7790-EXIT
               WHEN "A"
               WHEN "R"
                   MOVE WS-APV-CHOICE TO WS-APV-ACTION
                   PERFORM 7720-DECIDE-PENDING THRU 7720-EXIT
               WHEN "X"
               WHEN SPACE
                   SET WS-APV-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR: NOT A LISTED ACTION, TRY AGAIN"
           END-EVALUATE.
       7710-EXIT.
           EXIT.

       7720-DECIDE-PENDING.
      *> One approval or rejection: key the held entry, see what
      *> it would post, confirm. The record is read again, locked,
      *> just before the decision is written (7770), so two
      *> supervisors deciding the same entry at once cannot both
      *> post it.
           MOVE "N" TO WS-APV-ELIGIBLE-SW
           MOVE "N" TO WS-APV-CONFIRM-SW
           PERFORM 7730-GET-PND-KEY THRU 7730-EXIT
           IF NOT WS-APV-CANCEL
               PERFORM 7740-FETCH-PENDING THRU 7740-EXIT
           END-IF
           IF WS-APV-ELIGIBLE
               PERFORM 7745-SHOW-PENDING THRU 7745-EXIT
               IF WS-APV-APPROVING
                   PERFORM 7750-CHECK-APPROVABLE THRU 7750-EXIT
               ELSE
                   PERFORM 7760-GET-REASON THRU 7760-EXIT
               END-IF
           END-IF
           IF WS-APV-ELIGIBLE
               PERFORM 7755-CONFIRM-DECISION THRU 7755-EXIT
           END-IF
           IF WS-APV-CONFIRMED
               PERFORM 7770-RELOCK-PENDING THRU 7770-EXIT
           END-IF
           IF WS-APV-CONFIRMED
               IF WS-APV-APPROVING
                   PERFORM 7780-POST-PENDING THRU 7780-EXIT
               ELSE
                   PERFORM 7765-REJECT-PENDING THRU 7765-EXIT
               END-IF
           END-IF.
       7720-EXIT.
           EXIT.

       7730-GET-PND-KEY.
      *> The three parts of the pending key, as the list (L)
      *> shows them. A blank date backs out without deciding
      *> anything.
           MOVE "N" TO WS-APV-CANCEL-SW
           MOVE "N" TO WS-APV-ENTRY-OK-SW
           PERFORM 7731-ACCEPT-PND-DATE THRU 7731-EXIT
               UNTIL WS-APV-ENTRY-OK OR WS-APV-CANCEL
           IF NOT WS-APV-CANCEL
               MOVE "N" TO WS-APV-ENTRY-OK-SW
               PERFORM 7732-ACCEPT-PND-TIME THRU 7732-EXIT
                   UNTIL WS-APV-ENTRY-OK
               MOVE "N" TO WS-APV-ENTRY-OK-SW
               PERFORM 7733-ACCEPT-PND-SEQ THRU 7733-EXIT
                   UNTIL WS-APV-ENTRY-OK
           END-IF.
       7730-EXIT.
           EXIT.

       7731-ACCEPT-PND-DATE.
           DISPLAY "Held entry date (YYYYMMDD, blank=return): "
           ACCEPT WS-APV-DATE-ENTRY
           EVALUATE TRUE
               WHEN WS-APV-DATE-ENTRY = SPACES
                   SET WS-APV-CANCEL TO TRUE
               WHEN WS-APV-DATE-ENTRY NOT NUMERIC
                   DISPLAY "ERROR: DATE MUST BE 8 DIGITS YYYYMMDD, "
                       "TRY AGAIN"
               WHEN OTHER
                   SET WS-APV-ENTRY-OK TO TRUE
           END-EVALUATE.
       7731-EXIT.
           EXIT.

       7732-ACCEPT-PND-TIME.
           DISPLAY "Held entry time (HHMMSSHH, to the hundredth): "
           ACCEPT WS-APV-TIME-ENTRY
           IF WS-APV-TIME-ENTRY NOT NUMERIC
               DISPLAY "ERROR: TIME MUST BE 8 DIGITS HHMMSSHH, "
                   "TRY AGAIN"
           ELSE
               SET WS-APV-ENTRY-OK TO TRUE
           END-IF.
       7732-EXIT.
           EXIT.

       7733-ACCEPT-PND-SEQ.
           DISPLAY "Held entry sequence number: "
           ACCEPT WS-APV-SEQ-ENTRY
           INSPECT WS-APV-SEQ-ENTRY REPLACING LEADING SPACE BY ZERO
           IF WS-APV-SEQ-ENTRY NOT NUMERIC
               DISPLAY "ERROR: SEQUENCE MUST BE DIGITS ONLY, "
                   "TRY AGAIN"
           ELSE
               SET WS-APV-ENTRY-OK TO TRUE
           END-IF.
       7733-EXIT.
           EXIT.

       7740-FETCH-PENDING.
      *> Reads the held entry and decides whether this user may
      *> decide it. The preparer deciding their own entry is the
      *> whole control this queue exists for, so that refusal
      *> goes on the audit trail beside the refused options. The
      *> record is unlocked straight away so the prompts never
      *> hold it against another session.
           MOVE "N" TO WS-APV-ELIGIBLE-SW
           MOVE WS-APV-DATE TO PND-SUBMIT-DATE
           MOVE WS-APV-TIME TO PND-SUBMIT-TIME
           MOVE WS-APV-SEQ  TO PND-SUBMIT-SEQ
           READ PENDING-FILE
           EVALUATE TRUE
               WHEN WS-PENDING-NO-RECORD
                   DISPLAY "ERROR: NO HELD ENTRY " WS-APV-DATE " "
                       WS-APV-TIME " " WS-APV-SEQ
               WHEN WS-PENDING-LOCKED
                   DISPLAY "ERROR: ENTRY IN USE BY ANOTHER SESSION, "
                       "TRY AGAIN"
               WHEN NOT WS-PENDING-OK
                   DISPLAY "ERROR: PENDENT READ FAILED, STATUS = "
                       WS-PENDING-STATUS
               WHEN PND-APPROVED
                   DISPLAY "ERROR: ENTRY ALREADY APPROVED BY "
                       PND-DECIDED-BY " ON " PND-DECIDED-DATE
               WHEN PND-REJECTED
                   DISPLAY "ERROR: ENTRY ALREADY REJECTED BY "
                       PND-DECIDED-BY " ON " PND-DECIDED-DATE
               WHEN PND-PREPARER = WS-AUDIT-USER-ID
                   DISPLAY "ERROR: YOU KEYED THIS ENTRY, ANOTHER "
                       "SUPERVISOR MUST DECIDE IT"
                   IF WS-APV-APPROVING
                       MOVE "APPROVE OWN ENTRY DENIED"
                           TO WS-MAINT-DETAIL
                   ELSE
                       MOVE "REJECT OWN ENTRY DENIED"
                           TO WS-MAINT-DETAIL
                   END-IF
                   PERFORM 2750-WRITE-REFUSAL-AUDIT THRU 2750-EXIT
               WHEN OTHER
                   SET WS-APV-ELIGIBLE TO TRUE
           END-EVALUATE
           IF WS-PENDING-OK
               UNLOCK PENDING-FILE
           END-IF.
       7740-EXIT.
           EXIT.

       7745-SHOW-PENDING.
           MOVE PND-REVENUE  TO WS-REVENUE-EDIT
           MOVE PND-EXPENSES TO WS-EXPENSES-EDIT
           MOVE PND-BASE-AMOUNT TO WS-APV-AMOUNT-EDIT
           MOVE PND-LIMIT TO WS-APV-LIMIT-EDIT
           DISPLAY "HELD " PND-SUBMIT-DATE " " PND-SUBMIT-TIME " "
               PND-SUBMIT-SEQ "  BY " PND-PREPARER
           DISPLAY "  DEPT " PND-DEPT-CODE "  PERIOD " PND-PERIOD
               "  REVENUE " WS-REVENUE-EDIT
               "  EXPENSES " WS-EXPENSES-EDIT
           DISPLAY "  BASE AMOUNT " WS-APV-AMOUNT-EDIT
               "  OVER LIMIT " WS-APV-LIMIT-EDIT
           PERFORM 7746-SHOW-PND-LINE THRU 7746-EXIT
               VARYING WS-APV-LINE-IDX FROM 1 BY 1
               UNTIL WS-APV-LINE-IDX > PND-LINE-COUNT.
       7745-EXIT.
           EXIT.

       7746-SHOW-PND-LINE.
           MOVE PND-ACCT-AMOUNT (WS-APV-LINE-IDX)
               TO WS-APV-AMOUNT-EDIT
           DISPLAY "  ACCOUNT " PND-ACCT-CODE (WS-APV-LINE-IDX)
               "  " WS-APV-AMOUNT-EDIT.
       7746-EXIT.
           EXIT.

       7750-CHECK-APPROVABLE.
      *> An approval posts into the current period, which must be
      *> open, and only an entry keyed for the current period may
      *> post there -- one held across a month end is rejected and
      *> keyed again in the new period rather than booked into a
      *> month it was not keyed for.
           PERFORM 2560-CHECK-PERIOD-OPEN THRU 2560-EXIT
           EVALUATE TRUE
               WHEN NOT WS-PERIOD-POSTABLE
                   MOVE "N" TO WS-APV-ELIGIBLE-SW
                   PERFORM 2570-REFUSE-CLOSED-PERIOD THRU 2570-EXIT
               WHEN PND-PERIOD NOT = WS-CURRENT-PERIOD
                   MOVE "N" TO WS-APV-ELIGIBLE-SW
                   DISPLAY "ERROR: ENTRY WAS KEYED FOR PERIOD "
                       PND-PERIOD ", REJECT IT AND RE-KEY IT IN "
                       WS-CURRENT-PERIOD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       7750-EXIT.
           EXIT.

       7755-CONFIRM-DECISION.
           IF WS-APV-APPROVING
               DISPLAY "Approve and post this entry? (Y/N): "
           ELSE
               DISPLAY "Reject this entry? (Y/N): "
           END-IF
           ACCEPT WS-APV-ANSWER
           IF WS-APV-ANSWER = "Y" OR "y"
               SET WS-APV-CONFIRMED TO TRUE
           ELSE
               DISPLAY "Entry left pending"
           END-IF.
       7755-EXIT.
           EXIT.

       7760-GET-REASON.
      *> A rejection always says why; the preparer reads it off
      *> the list to know what to correct.
           MOVE SPACES TO WS-APV-REASON
           PERFORM 7761-ACCEPT-REASON THRU 7761-EXIT
               UNTIL WS-APV-REASON NOT = SPACES.
       7760-EXIT.
           EXIT.

       7761-ACCEPT-REASON.
           DISPLAY "Reason for rejecting (30 characters): "
           ACCEPT WS-APV-REASON
           IF WS-APV-REASON = SPACES
               DISPLAY "ERROR: A REASON IS REQUIRED, TRY AGAIN"
           END-IF.
       7761-EXIT.
           EXIT.

       7765-REJECT-PENDING.
      *> Marks the held entry rejected with who, when and why. It
      *> never posts; the record stays on PENDENT for the trail.
           MOVE WS-AUDIT-USER-ID TO PND-DECIDED-BY
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO PND-DECIDED-DATE
           MOVE WS-CURRENT-TIME TO PND-DECIDED-TIME
           MOVE WS-APV-REASON TO PND-REASON
           SET PND-REJECTED TO TRUE
           REWRITE PND-RECORD
           IF NOT WS-PENDING-OK
               DISPLAY "ERROR: REJECTION NOT RECORDED, STATUS = "
                   WS-PENDING-STATUS
           ELSE
               DISPLAY "Entry rejected"
               MOVE "REJECTED" TO WS-MAINT-ACTION
               MOVE PND-DEPT-CODE TO WS-MAINT-CODE-ENTRY
               MOVE SPACES TO WS-MAINT-DETAIL
               STRING "OF " DELIMITED BY SIZE
                   PND-KEY DELIMITED BY SIZE
                   INTO WS-MAINT-DETAIL
               END-STRING
               PERFORM 2700-WRITE-MAINT-AUDIT THRU 2700-EXIT
           END-IF.
       7765-EXIT.
           EXIT.

       7770-RELOCK-PENDING.
      *> Reads the entry again, this time keeping the lock through
      *> the decision's REWRITE, and makes sure nobody decided it
      *> while the prompts were up.
           MOVE WS-APV-DATE TO PND-SUBMIT-DATE
           MOVE WS-APV-TIME TO PND-SUBMIT-TIME
           MOVE WS-APV-SEQ  TO PND-SUBMIT-SEQ
           READ PENDING-FILE
           EVALUATE TRUE
               WHEN NOT WS-PENDING-OK
                   MOVE "N" TO WS-APV-CONFIRM-SW
                   DISPLAY "ERROR: ENTRY NOT AVAILABLE, STATUS = "
                       WS-PENDING-STATUS ", TRY AGAIN"
               WHEN NOT PND-PENDING
                   MOVE "N" TO WS-APV-CONFIRM-SW
                   UNLOCK PENDING-FILE
                   DISPLAY "ERROR: ENTRY WAS DECIDED MEANWHILE BY "
                       PND-DECIDED-BY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       7770-EXIT.
           EXIT.

       7780-POST-PENDING.
      *> Posts the held entry as if it had just been keyed: a net
      *> value entry straight into 2500, a breakdown through the
      *> same account checks, category summary and period roll
      *> option 3 runs first. The department's rate is the one
      *> in force now, for the current period the entry was
      *> keyed in. Anything that would have refused the entry at
      *> the terminal refuses the approval, and the entry stays
      *> pending.
           MOVE PND-DEPT-CODE TO WS-CURRENT-DEPT
           MOVE PND-DEPT-CODE TO WS-DEPT-LOOKUP
           PERFORM 2520-FIND-DEPT THRU 2520-EXIT
           PERFORM 2550-SET-DEPT-RATE THRU 2550-EXIT
           MOVE "N" TO WS-APV-POSTABLE-SW
           EVALUATE TRUE
               WHEN NOT WS-DEPT-VALID
                   DISPLAY "ERROR: DEPARTMENT " PND-DEPT-CODE
                       " NO LONGER ON DEPTS, NOT POSTED"
               WHEN NOT WS-RATE-FOUND
                   DISPLAY "ERROR: NO " WS-CONV-CURRENCY
                       " RATE ON FILE FOR " WS-CURRENT-PERIOD
                       ", NOT POSTED"
               WHEN PND-NET-ENTRY
                   MOVE PND-REVENUE  TO REVENUE
                   MOVE PND-EXPENSES TO EXPENSES
                   SET WS-APV-POSTABLE TO TRUE
               WHEN OTHER
                   PERFORM 4050-RESET-SUBTOTALS THRU 4050-EXIT
                   SET WS-APV-LINES-OK TO TRUE
                   PERFORM 7785-LOAD-PND-LINE THRU 7785-EXIT
                       VARYING WS-APV-LINE-IDX FROM 1 BY 1
                       UNTIL WS-APV-LINE-IDX > PND-LINE-COUNT
                   IF WS-APV-LINES-OK
                       PERFORM 4200-SUMMARIZE-CATEGORIES
                           THRU 4200-EXIT
                       SET WS-APV-POSTABLE TO TRUE
                   ELSE
                       PERFORM 4050-RESET-SUBTOTALS THRU 4050-EXIT
                   END-IF
           END-EVALUATE
           IF NOT WS-APV-POSTABLE
               UNLOCK PENDING-FILE
           ELSE
               IF PND-BREAKDOWN-ENTRY
                   PERFORM 9050-ROLL-PERIOD-TOTALS THRU 9050-EXIT
               END-IF
               PERFORM 2500-CALCULATE-NET-VALUE THRU 2500-EXIT
               IF NOT WS-LDG-WRITTEN
                   UNLOCK PENDING-FILE
                   DISPLAY "ERROR: LEDGER WRITE FAILED, ENTRY LEFT "
                       "PENDING"
               ELSE
                   PERFORM 7787-MARK-APPROVED THRU 7787-EXIT
               END-IF
           END-IF.
       7780-EXIT.
           EXIT.

       7785-LOAD-PND-LINE.
      *> One held account line back into the breakdown subtotals,
      *> re-checked against the shared chart: an account
      *> deactivated since the entry was keyed refuses the
      *> approval, as it would refuse the keying today.
           MOVE PND-ACCT-CODE (WS-APV-LINE-IDX) TO WS-SYNC-ACCT-CODE
           PERFORM 2530-SYNC-ACCT-ENTRY THRU 2530-EXIT
           EVALUATE TRUE
               WHEN NOT WS-SYNC-FOUND
                   DISPLAY "ERROR: UNKNOWN ACCOUNT CODE "
                       WS-SYNC-ACCT-CODE ", NOT POSTED"
                   MOVE "N" TO WS-APV-LINES-OK-SW
               WHEN TBL-ACCT-INACTIVE (ACCT-IDX)
                   DISPLAY "ERROR: ACCOUNT " WS-SYNC-ACCT-CODE
                       " IS DEACTIVATED, NOT POSTED"
                   MOVE "N" TO WS-APV-LINES-OK-SW
               WHEN TBL-EQUITY-CATEGORY (ACCT-IDX)
                   DISPLAY "ERROR: ACCOUNT " WS-SYNC-ACCT-CODE
                       " IS AN EQUITY ACCOUNT, NOT POSTED"
                   MOVE "N" TO WS-APV-LINES-OK-SW
               WHEN OTHER
                   ADD PND-ACCT-AMOUNT (WS-APV-LINE-IDX)
                       TO TBL-ACCT-SUBTOTAL (ACCT-IDX)
           END-EVALUATE.
       7785-EXIT.
           EXIT.

       7787-MARK-APPROVED.
      *> Records the approval on the held entry -- who, when, and
      *> the ledger key it posted under, taken from the stamp 2000
      *> wrote with before anything re-stamps it.
           MOVE WS-CURRENT-DATE TO PND-LEDGER-DATE
           MOVE WS-CURRENT-TIME TO PND-LEDGER-TIME
           MOVE WS-LEDGER-SEQ   TO PND-LEDGER-SEQ
           MOVE WS-CURRENT-DATE TO PND-DECIDED-DATE
           MOVE WS-CURRENT-TIME TO PND-DECIDED-TIME
           MOVE WS-AUDIT-USER-ID TO PND-DECIDED-BY
           SET PND-APPROVED TO TRUE
           REWRITE PND-RECORD
           IF NOT WS-PENDING-OK
               DISPLAY "WARNING: APPROVAL POSTED AS " PND-LEDGER-KEY
                   " BUT NOT MARKED ON PENDENT, STATUS = "
                   WS-PENDING-STATUS " -- REJECT THE HELD ENTRY"
           ELSE
               DISPLAY "Entry approved and posted as "
                   PND-LEDGER-DATE " " PND-LEDGER-TIME " "
                   PND-LEDGER-SEQ
           END-IF
           MOVE "APPROVED" TO WS-MAINT-ACTION
           MOVE PND-DEPT-CODE TO WS-MAINT-CODE-ENTRY
           MOVE SPACES TO WS-MAINT-DETAIL
           STRING "OF " DELIMITED BY SIZE
               PND-KEY DELIMITED BY SIZE
               INTO WS-MAINT-DETAIL
           END-STRING
           PERFORM 2700-WRITE-MAINT-AUDIT THRU 2700-EXIT.
       7787-EXIT.
           EXIT.

       7790-PENDING-LIST.
      *> Every entry still waiting, oldest first (the key is the
      *> submission stamp), with the key to decide it by.
      *> Decided entries stay on the file but are not listed.
           MOVE "N" TO WS-APV-LIST-DONE-SW
           MOVE ZERO TO WS-APV-LIST-COUNT
           MOVE LOW-VALUES TO PND-KEY
           START PENDING-FILE KEY NOT < PND-KEY
               INVALID KEY
                   SET WS-APV-LIST-DONE TO TRUE
           END-START
           IF NOT WS-PENDING-OK
               SET WS-APV-LIST-DONE TO TRUE
           END-IF
           DISPLAY "DATE     TIME     SEQ  PREPARER             "
               "DEPT PERIOD    BASE AMOUNT"
           PERFORM 7795-LIST-ONE-PENDING THRU 7795-EXIT
               UNTIL WS-APV-LIST-DONE
           MOVE WS-APV-LIST-COUNT TO WS-APV-COUNT-EDIT
           DISPLAY WS-APV-COUNT-EDIT " entry(ies) pending approval".
       7790-EXIT.
           EXIT.

       7795-LIST-ONE-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-APV-LIST-DONE TO TRUE
           END-READ
           IF NOT WS-PENDING-OK AND NOT WS-PENDING-AT-END
               DISPLAY "WARNING: PENDENT READ FAILED, STATUS = "
                   WS-PENDING-STATUS
               SET WS-APV-LIST-DONE TO TRUE
           END-IF
           IF NOT WS-APV-LIST-DONE AND PND-PENDING
               ADD 1 TO WS-APV-LIST-COUNT
               MOVE PND-BASE-AMOUNT TO WS-APV-AMOUNT-EDIT
               DISPLAY PND-SUBMIT-DATE " " PND-SUBMIT-TIME " "
                   PND-SUBMIT-SEQ " " PND-PREPARER " "
                   PND-DEPT-CODE " " PND-PERIOD " "
                   WS-APV-AMOUNT-EDIT
           END-IF.
       7795-EXIT.
           EXIT.

       8000-FINAL-SUMMARY.
      *> Writes the session's final summary -- calculations run and
      *> the running period total -- to the screen and to the
      *> at the roll, so the period totals, the ACTSUB subledger
      *> and the GLEXTR detail cut from them all carry base
      *> currency, as corporate's loader requires.
      *> The roll always runs just before the 2500 posting it
      *> belongs to, so it also tells that posting there is
      *> account detail to leave on LDGDTL.
           PERFORM 2550-SET-DEPT-RATE THRU 2550-EXIT
           SET WS-DTL-PENDING TO TRUE
           PERFORM 9060-ROLL-ONE-ACCT THRU 9060-EXIT
               VARYING ACCT-IDX FROM 1 BY 1
               UNTIL ACCT-IDX > WS-ACCT-COUNT.
               END-COMPUTE
               ADD WS-ROLL-AMOUNT
                   TO TBL-ACCT-PERIOD-TOTAL (ACCT-IDX)
               MOVE WS-ROLL-AMOUNT TO WS-ACV-AMOUNT
               IF WS-ACTSUB-OPEN
                   PERFORM 9070-POST-ACTIVITY THRU 9070-EXIT
               END-IF
               IF WS-DACTSUB-OPEN
                   PERFORM 9075-POST-DEPT-ACTIVITY THRU 9075-EXIT
               END-IF
               PERFORM 9065-TAG-GL-DEPT THRU 9065-EXIT
           END-IF.
       9060-EXIT.
           EXIT.

       9065-TAG-GL-DEPT.
      *> The cost center the GL extract shows for the account:
      *> the one department that fed it, or "CORP" once more
      *> than one has. Shared by the roll and a reversal's
      *> back-out.
           EVALUATE TRUE
               WHEN TBL-ACCT-GL-DEPT (ACCT-IDX) = SPACES
                   MOVE WS-CURRENT-DEPT
                       TO TBL-ACCT-GL-DEPT (ACCT-IDX)
               WHEN TBL-ACCT-GL-DEPT (ACCT-IDX)
                   NOT = WS-CURRENT-DEPT
                   MOVE "CORP" TO TBL-ACCT-GL-DEPT (ACCT-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       9065-EXIT.
           EXIT.

       9070-POST-ACTIVITY.
      *> Accumulates one account's just-posted amount into its
      *> ACTSUB record for the current period, creating the
       9070-EXIT.
           EXIT.

       9075-POST-DEPT-ACTIVITY.
      *> The same amount into the account's DACTSUB record under
      *> the department the posting is booked to, with 9070's
      *> retry and its loud warning when it still cannot land --
      *> a miss here is a department statement that no longer
      *> foots to the trial balance.
           MOVE 0 TO WS-DAC-RETRY-COUNT
           MOVE "N" TO WS-DAC-DONE-SW
           PERFORM 9085-UPDATE-DEPT-ACTIVITY THRU 9085-EXIT
               UNTIL WS-DAC-DONE
                  OR WS-DAC-RETRY-COUNT > WS-LDG-RETRY-LIMIT
           IF NOT WS-DAC-DONE
               DISPLAY "WARNING: DACTSUB UPDATE FOR "
                   WS-CURRENT-DEPT "/" TBL-ACCT-CODE (ACCT-IDX)
                   " DID NOT CLEAR, ACTIVITY NOT RECORDED"
           END-IF.
       9075-EXIT.
           EXIT.

       9080-UPDATE-ACTIVITY.
           MOVE TBL-ACCT-CODE (ACCT-IDX) TO ACV-ACCT-CODE
           MOVE WS-CURRENT-PERIOD        TO ACV-PERIOD
       9080-EXIT.
           EXIT.

       9085-UPDATE-DEPT-ACTIVITY.
           MOVE WS-CURRENT-DEPT          TO DAC-DEPT-CODE
           MOVE TBL-ACCT-CODE (ACCT-IDX) TO DAC-ACCT-CODE
           MOVE WS-CURRENT-PERIOD        TO DAC-PERIOD
           READ DEPT-ACTIVITY-FILE
           EVALUATE TRUE
               WHEN WS-DACTSUB-OK
                   ADD WS-ACV-AMOUNT TO DAC-AMOUNT
                   ADD 1 TO DAC-POST-COUNT
                   REWRITE DAC-RECORD
                   IF WS-DACTSUB-OK
                       SET WS-DAC-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-DAC-RETRY-COUNT
                   END-IF
               WHEN WS-DACTSUB-NO-RECORD
                   MOVE WS-CURRENT-DEPT          TO DAC-DEPT-CODE
                   MOVE TBL-ACCT-CODE (ACCT-IDX) TO DAC-ACCT-CODE
                   MOVE WS-CURRENT-PERIOD        TO DAC-PERIOD
                   MOVE WS-ACV-AMOUNT            TO DAC-AMOUNT
                   MOVE 1                        TO DAC-POST-COUNT
                   WRITE DAC-RECORD
                   IF WS-DACTSUB-OK
                       SET WS-DAC-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-DAC-RETRY-COUNT
                   END-IF
               WHEN WS-DACTSUB-LOCKED
                   ADD 1 TO WS-DAC-RETRY-COUNT
               WHEN OTHER
                   DISPLAY "WARNING: DACTSUB READ FAILED, STATUS = "
                       WS-DACTSUB-STATUS
                   MOVE WS-LDG-RETRY-LIMIT TO WS-DAC-RETRY-COUNT
                   ADD 1 TO WS-DAC-RETRY-COUNT
           END-EVALUATE.
       9085-EXIT.
           EXIT.

       9100-GL-EXTRACT.
      *> Cuts the fixed-layout corporate GL interface file from
      *> the session's per-account activity: header, one detail
           IF WS-ACTSUB-OPEN
               CLOSE ACTIVITY-FILE
           END-IF
           IF WS-DACTSUB-OPEN
               CLOSE DEPT-ACTIVITY-FILE
           END-IF
           IF WS-AUDCHN-OPEN
               CLOSE AUDIT-CHAIN-FILE
           END-IF
           IF WS-PERIODS-OPEN
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           IF WS-LDGDTL-OPEN
               CLOSE LEDGER-DETAIL-FILE
           END-IF
           IF WS-PENDING-OPEN
               CLOSE PENDING-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE.
       9000-EXIT.
