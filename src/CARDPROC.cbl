      *               discount fee withheld, and the net to remit,    *
      *               plus a balancing trailer - and books the        *
      *               discount fee income on the GL interface.        *
      *   2026-10-15  Charge-off: an account that has stood at 90+    *
      *               for CHGOFFDAYS (PARMFILE, default 90) past the  *
      *               date it entered the stage, or as long past the  *
      *               date COLLETTR placed it with the agency, is     *
      *               charged off - new status W, the balance written *
      *               off to the principal, interest, and fee loss    *
      *               accounts on the GL interface, interest and fees *
      *               stopped.  Payments (TXNS-IN or LOCKBOXIN)       *
      *               against a charged-off account post as           *
      *               recoveries to the recovery GL account; anything *
      *               else but demographics maintenance rejects       *
      *               CHGDOFF.                                        *
      *   2026-10-15  Cash advances: new G transaction type posting   *
      *               to a cash segment of the balance carried on the *
      *               master, with its own APR (CASHAPR) accrued      *
      *               daily from the posting date with no grace       *
      *               period, a percentage fee with a floor           *
      *               (CASHFEEPCT/CASHFEEMIN), and a cash line set at *
      *               open and on every limit change as a share of    *
      *               the credit limit (CASHLINEPCT) - an advance     *
      *               past it rejects CASHLIM.  No rewards points.    *
      *               Payments allocate fees, finance charges, the    *
      *               cash segment, then purchases, and a returned    *
      *               payment restores them in the same order.  The   *
      *               statement summary carries cash advances and     *
      *               cash finance charges as their own totals, and   *
      *               the GL interface books them separately.         *
      *   2026-10-15  Card expiry: the master carries the card's      *
      *               expiry date, set at open to the month-end       *
      *               CARDLIFEYRS (PARMFILE, default 3) years out and *
      *               carried to the successor by a replacement;      *
      *               CARDREIS reissues and advances it.              *
      *   2026-10-15  Audit trail: every change to an audited account *
      *               master field (name, limits, APRs, interest      *
      *               flag, status, overlimit and delinquency flags,  *
      *               cycle day, transfer pointer, letter code,       *
      *               expiry) and every demographics change writes a  *
      *               before/after row to the common AUDITOUT log,    *
      *               typed by the maintenance transaction or the     *
      *               automatic pass that made it.                    *
      *   2026-10-15  Hardship plans: new Q transaction enrolls a     *
      *               delinquent account in a workout plan - reduced  *
      *               APR, fixed monthly payment, term, start date    *
      *               carried on the master.  While active the plan   *
      *               payment is the minimum billed and tested, late  *
      *               and overlimit fees and charge-off are held, and *
      *               the aging stage stands still.  Two missed plan  *
      *               payments break the plan and restore the         *
      *               original APR; a full term kept completes it and *
      *               cures the account to current.  The plan APR and *
      *               the original APR held for restoring are audited *
      *               like the other rates.                           *
      *   2026-10-15  Run control: the run checks in and out on the   *
      *               shared RUNCTL file - started, then completed or *
      *               failed with its return code and key counts.  A  *
      *               fresh run for a processing date already posted  *
      *               is refused (a checkpoint restart still runs);   *
      *               FORCERERUN 1 reposts a date after the master    *
      *               has been restored.                              *
      *   2026-10-15  Credit balance refunds: new 1 transaction posts *
      *               a refund CRREFUND paid out by check back to the *
      *               account as a debit, on closed, blocked, and     *
      *               charged-off accounts too, and books it to       *
      *               refunds payable on GLINTF.  The master carries  *
      *               the date the balance went into credit, stamped  *
      *               and cleared as the balance crosses zero, and    *
      *               re-dated when credit is still left after a      *
      *               refund posts.  A payment on a charged-off       *
      *               account past the debt still written off posts   *
      *               the excess as a credit balance, and a recovery  *
      *               payment returned by the bank is reversed out of *
      *               the recoveries.  The cash segment accrues at    *
      *               the plan APR while a hardship plan runs.  A     *
      *               converted master with no cash line is given one *
      *               from CASHLINEPCT on its first cash advance.     *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-OUT-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      ******************************************************************
       FD  ACCOUNT-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 445 CHARACTERS.
       01  ACCOUNT-MASTER-REC.
           05  ACCT-CARD-NUM        PIC X(16).
           05  ACCT-NAME            PIC X(20).
      *    while current or under 90; agency placement ages against
      *    this
           05  ACCT-DELQ-90-DATE    PIC 9(8).
      *    Charge-off - the processing date the account was written
      *    off (status W), the balance written off, and the running
      *    total of recoveries collected against it since.  The
      *    outstanding written-off debt is CHGOFF-AMT less
      *    RECOVERY-AMT.
           05  ACCT-CHGOFF-DATE     PIC 9(8).
           05  ACCT-CHGOFF-AMT      PIC 9(7)V99.
           05  ACCT-RECOVERY-AMT    PIC 9(7)V99.
      *    Cash advance segment - the part of ACCT-CURR-BAL that is
      *    cash advances (it never exceeds the balance), the cash
      *    line it may not pass (a sub-limit of ACCT-CREDIT-LIMIT),
      *    and the cash APR.  Cash interest accrues daily from the
      *    posting date with no grace period: ACCR-INT holds what
      *    has accrued through ACCR-DATE and not yet been billed,
      *    and is billed as a cash finance charge when the cycle
      *    cuts.  The CYC- fields are this cycle's cash advances and
      *    cash finance charges, reset with the other accumulators.
           05  ACCT-CASH-BAL        PIC 9(7)V99.
           05  ACCT-CASH-LIMIT      PIC 9(7)V99.
           05  ACCT-CASH-APR        PIC 9(2)V999.
           05  ACCT-CASH-ACCR-DATE  PIC 9(8).
           05  ACCT-CASH-ACCR-INT   PIC 9(7)V99.
           05  ACCT-CYC-CASH-AMT    PIC 9(7)V99.
           05  ACCT-CYC-CASH-INT-AMT PIC 9(7)V99.
      *    Card expiry - the last day of the month embossed on the
      *    plastic.  Zero on a master converted from before expiry
      *    dates were carried (no expiry on file).
           05  ACCT-EXPIRY-DATE     PIC 9(8).
      *    Hardship / workout payment plan - enrolled by the Q
      *    transaction.  PLAN-APR replaces ACCT-APR for the life of
      *    the plan and ORIG-APR holds the rate a break or completion
      *    restores; PMT-AMT is the fixed monthly payment billed and
      *    tested in place of the computed minimum; TERM is the
      *    number of monthly payments.  KEPT and MISSED count the
      *    plan payments met and missed; END-DATE is the processing
      *    date the plan broke or completed.  Spaces/zeros on a
      *    master converted from before plans were carried (no plan).
           05  ACCT-PLAN-STATUS     PIC X(1).
               88  ACCT-NO-PLAN             VALUE SPACE '0'.
               88  ACCT-PLAN-ACTIVE         VALUE 'A'.
               88  ACCT-PLAN-BROKEN         VALUE 'B'.
               88  ACCT-PLAN-COMPLETED      VALUE 'C'.
           05  ACCT-PLAN-APR        PIC 9(2)V999.
           05  ACCT-PLAN-ORIG-APR   PIC 9(2)V999.
           05  ACCT-PLAN-PMT-AMT    PIC 9(7)V99.
           05  ACCT-PLAN-TERM       PIC 9(3).
           05  ACCT-PLAN-START-DATE PIC 9(8).
           05  ACCT-PLAN-KEPT-CNT   PIC 9(3).
           05  ACCT-PLAN-MISSED-CNT PIC 9(1).
           05  ACCT-PLAN-END-DATE   PIC 9(8).
      *    Date the balance last went into credit (below zero) -
      *    stamped by REWRITE-ACCOUNT when a posting takes the
      *    balance negative, cleared when it comes back to zero or
      *    above.  CRREFUND ages credit balances off it.  Zeros or
      *    spaces on a master converted from before it was carried.
           05  ACCT-CR-BAL-DATE     PIC 9(8).

      ******************************************************************
      * Merchant Master File - indexed, keyed on MERCH-ID.  The       *
           05  AH-AMOUNT            PIC 9(7)V99.
           05  AH-AUTH-DATE         PIC 9(8).
           05  AH-MERCH-ID          PIC X(8).
      *    G for a cash advance authorization (held against the cash
      *    line as well as the credit limit), anything else a
      *    purchase
           05  AH-HOLD-TYPE         PIC X(1).
               88  AH-CASH-HOLD             VALUE 'G'.
           05  FILLER               PIC X(12).

      ******************************************************************
      * Transaction History/Ledger File - Input (the durable ledger    *
      ******************************************************************
       FD  STATEMENTS-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 295 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  STATEMENT-REC-OUT.
           05  STMT-CARD-NUM        PIC X(16).
           05  STMT-PTS-REDEEMED    PIC 9(7).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  STMT-PTS-BALANCE     PIC -9(9).
      *    Cash advances posted this cycle and the cash finance
      *    charge billed at this cut - their own statement lines,
      *    outside the purchase total and the purchase finance
      *    charge in STMT-INT-TOTAL
           05  FILLER               PIC X(1) VALUE SPACE.
           05  STMT-CASH-TOTAL      PIC 9(7).99.
           05  FILLER               PIC X(1) VALUE SPACE.
           05  STMT-CASH-INT-TOTAL  PIC 9(7).99.

      ******************************************************************
      * Rejected Transactions File - Output                           *
           05  FILLER               PIC X(1) VALUE SPACE.
           05  TH-POST-DATE         PIC 9(8).

      ******************************************************************
      * Master File Audit Log - Output.  The common before/after      *
      * record every program that changes ACCTMAST or CARDMAST        *
      * writes: one row per field changed, naming the program, the    *
      * change type (the maintenance transaction type, or the         *
      * automatic process that made the change), and the processing   *
      * date.  Values are carried as display text so one layout      *
      * serves every field.  Layout must stay in step with AUDITRPT's *
      * AUDIT-LOG-IN FD and every other program's AUDIT-LOG-OUT FD.   *
      ******************************************************************
       FD  AUDIT-LOG-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-REC-OUT.
           05  AUD-CARD-NUM         PIC X(16).
           05  FILLER               PIC X(1).
           05  AUD-PROGRAM          PIC X(8).
           05  FILLER               PIC X(1).
           05  AUD-CHANGE-TYPE      PIC X(8).
           05  FILLER               PIC X(1).
           05  AUD-PROC-DATE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  AUD-FIELD-NAME       PIC X(24).
           05  FILLER               PIC X(1).
           05  AUD-BEFORE-VALUE     PIC X(30).
           05  FILLER               PIC X(1).
           05  AUD-AFTER-VALUE      PIC X(30).

      ******************************************************************
      * Run Parameter File - Input (optional).  One keyword/value     *
      * card per business constant to override for this run, plus an  *
      * beginning balance.                                             *
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 939 CHARACTERS.
       01  CHECKPOINT-REC.
           05  CHKPT-TXN-COUNT      PIC 9(7).
           05  CHKPT-CONTROL-TOTALS.
                   15  CHKPT-STL-REFUND-TOT PIC 9(11)V99.
                   15  CHKPT-STL-FEE-TOT PIC 9(9)V99.
                   15  CHKPT-STL-NET-TOT PIC S9(11)V99.
                   15  CHKPT-CHGOFF-CNT PIC 9(7).
                   15  CHKPT-CHGOFF-PRIN-AMT PIC 9(9)V99.
                   15  CHKPT-CHGOFF-INT-AMT PIC 9(9)V99.
                   15  CHKPT-CHGOFF-FEE-AMT PIC 9(9)V99.
                   15  CHKPT-RECOVERY-CNT PIC 9(7).
                   15  CHKPT-RECOVERY-AMT PIC 9(9)V99.
                   15  CHKPT-CASH-CNT   PIC 9(7).
                   15  CHKPT-CASH-AMT   PIC 9(9)V99.
                   15  CHKPT-CASH-FEE-CNT PIC 9(7).
                   15  CHKPT-CASH-FEE-AMT PIC 9(9)V99.
                   15  CHKPT-CASH-INT-CNT PIC 9(7).
                   15  CHKPT-CASH-INT-AMT PIC 9(9)V99.
                   15  CHKPT-ALLOC-CASH-AMT PIC 9(9)V99.
                   15  CHKPT-AUDIT-CNT  PIC 9(7).
                   15  CHKPT-PLAN-ENROLL-CNT PIC 9(7).
                   15  CHKPT-PLAN-KEPT-CNT PIC 9(7).
                   15  CHKPT-PLAN-MISSED-CNT PIC 9(7).
                   15  CHKPT-PLAN-BROKEN-CNT PIC 9(7).
                   15  CHKPT-PLAN-DONE-CNT PIC 9(7).
                   15  CHKPT-CRB-RFD-CNT PIC 9(7).
                   15  CHKPT-CRB-RFD-AMT PIC 9(9)V99.
                   15  CHKPT-RECOV-REV-CNT PIC 9(7).
                   15  CHKPT-RECOV-REV-AMT PIC 9(9)V99.
                   15  CHKPT-CASH-LINE-SET-CNT PIC 9(7).
               10  CHKPT-REJECTED.
                   15  CHKPT-REJ-NOACCT PIC 9(7).
                   15  CHKPT-REJ-BLOCK  PIC 9(7).
                   15  CHKPT-REJ-XFEREXP PIC 9(7).
                   15  CHKPT-REJ-NOPTS PIC 9(7).
                   15  CHKPT-REJ-NOCASE PIC 9(7).
                   15  CHKPT-REJ-CHGDOFF PIC 9(7).
                   15  CHKPT-REJ-CASHLIM PIC 9(7).
                   15  CHKPT-REJ-NOTELIG PIC 9(7).
               10  CHKPT-REJ-TOTAL-CNT  PIC 9(7).

      ******************************************************************
      * Run Control File - indexed, keyed on processing date plus     *
      * program name, one row per job-stream step per date.  Each     *
      * step marks its own row started when it begins and completed   *
      * or failed (with its return code and key counts) when it       *
      * ends, and reads the rows of the steps it depends on before it *
      * will start.  The RUNHIST report reads it each morning.        *
      * Every step carries this layout - keep them in step with this  *
      * FD.                                                           *
      ******************************************************************
       FD  RUN-CONTROL
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  RUN-CONTROL-REC.
           05  RCT-KEY.
               10  RCT-PROC-DATE    PIC 9(8).
               10  RCT-PROGRAM      PIC X(8).
           05  RCT-STATUS           PIC X(1).
               88  RCT-STARTED              VALUE 'S'.
               88  RCT-COMPLETED            VALUE 'C'.
               88  RCT-FAILED               VALUE 'F'.
           05  RCT-RESTART-FLAG     PIC X(1).
               88  RCT-WAS-RESTART          VALUE 'Y'.
               88  RCT-FRESH-RUN            VALUE 'N'.
           05  RCT-RUN-CNT          PIC 9(3).
           05  RCT-START-STAMP      PIC 9(14).
           05  RCT-END-STAMP        PIC 9(14).
           05  RCT-RETURN-CODE      PIC 9(4).
           05  RCT-COUNTS.
               10  RCT-COUNT-ENTRY  OCCURS 4 TIMES.
                   15  RCT-COUNT-LABEL  PIC X(12).
                   15  RCT-COUNT-VALUE  PIC 9(11).
           05  FILLER               PIC X(5).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * File Status Fields                                            *
       01  WS-STMT-OUT-STATUS       PIC X(2).
       01  WS-REJ-OUT-STATUS        PIC X(2).
       01  WS-TRANHIST-STATUS       PIC X(2).
       01  WS-AUDIT-OUT-STATUS      PIC X(2).
       01  WS-CHKPT-STATUS          PIC X(2).
       01  WS-RUNCTL-STATUS         PIC X(2).
       01  WS-FEED1-STATUS          PIC X(2).
       01  WS-FEED2-STATUS          PIC X(2).
       01  WS-FEED3-STATUS          PIC X(2).
               10  WS-CT-STL-REFUND-TOT PIC 9(11)V99 VALUE ZERO.
               10  WS-CT-STL-FEE-TOT PIC 9(9)V99 VALUE ZERO.
               10  WS-CT-STL-NET-TOT PIC S9(11)V99 VALUE ZERO.
               10  WS-CT-CHGOFF-CNT PIC 9(7) VALUE ZERO.
               10  WS-CT-CHGOFF-PRIN-AMT PIC 9(9)V99 VALUE ZERO.
               10  WS-CT-CHGOFF-INT-AMT PIC 9(9)V99 VALUE ZERO.
               10  WS-CT-CHGOFF-FEE-AMT PIC 9(9)V99 VALUE ZERO.
               10  WS-CT-RECOVERY-CNT PIC 9(7) VALUE ZERO.
               10  WS-CT-RECOVERY-AMT PIC 9(9)V99 VALUE ZERO.
               10  WS-CT-CASH-CNT   PIC 9(7) VALUE ZERO.
               10  WS-CT-CASH-AMT   PIC 9(9)V99 VALUE ZERO.
               10  WS-CT-CASH-FEE-CNT PIC 9(7) VALUE ZERO.
               10  WS-CT-CASH-FEE-AMT PIC 9(9)V99 VALUE ZERO.
               10  WS-CT-CASH-INT-CNT PIC 9(7) VALUE ZERO.
               10  WS-CT-CASH-INT-AMT PIC 9(9)V99 VALUE ZERO.
               10  WS-CT-ALLOC-CASH-AMT PIC 9(9)V99 VALUE ZERO.
               10  WS-CT-AUDIT-CNT  PIC 9(7) VALUE ZERO.
               10  WS-CT-PLAN-ENROLL-CNT PIC 9(7) VALUE ZERO.
               10  WS-CT-PLAN-KEPT-CNT PIC 9(7) VALUE ZERO.
               10  WS-CT-PLAN-MISSED-CNT PIC 9(7) VALUE ZERO.
               10  WS-CT-PLAN-BROKEN-CNT PIC 9(7) VALUE ZERO.
               10  WS-CT-PLAN-DONE-CNT PIC 9(7) VALUE ZERO.
               10  WS-CT-CRB-RFD-CNT PIC 9(7) VALUE ZERO.
               10  WS-CT-CRB-RFD-AMT PIC 9(9)V99 VALUE ZERO.
               10  WS-CT-RECOV-REV-CNT PIC 9(7) VALUE ZERO.
               10  WS-CT-RECOV-REV-AMT PIC 9(9)V99 VALUE ZERO.
               10  WS-CT-CASH-LINE-SET-CNT PIC 9(7) VALUE ZERO.
           05  WS-CT-REJECTED.
               10  WS-CT-REJ-NOACCT PIC 9(7) VALUE ZERO.
               10  WS-CT-REJ-BLOCK  PIC 9(7) VALUE ZERO.
               10  WS-CT-REJ-XFEREXP PIC 9(7) VALUE ZERO.
               10  WS-CT-REJ-NOPTS PIC 9(7) VALUE ZERO.
               10  WS-CT-REJ-NOCASE PIC 9(7) VALUE ZERO.
               10  WS-CT-REJ-CHGDOFF PIC 9(7) VALUE ZERO.
               10  WS-CT-REJ-CASHLIM PIC 9(7) VALUE ZERO.
               10  WS-CT-REJ-NOTELIG PIC 9(7) VALUE ZERO.
           05  WS-CT-REJ-TOTAL-CNT  PIC 9(7) VALUE ZERO.

      ******************************************************************
           05  WS-STATUS-BLOCKED    PIC X(1) VALUE 'B'.
           05  WS-STATUS-CLOSED     PIC X(1) VALUE 'C'.
           05  WS-STATUS-XFERRED    PIC X(1) VALUE 'T'.
           05  WS-STATUS-CHGOFF     PIC X(1) VALUE 'W'.
           05  WS-TXN-PURCHASE      PIC X(1) VALUE 'P'.
           05  WS-TXN-REFUND        PIC X(1) VALUE 'R'.
           05  WS-TXN-FEE           PIC X(1) VALUE 'F'.
           05  WS-TXN-REDEEM        PIC X(1) VALUE 'W'.
           05  WS-TXN-FRD-CONF      PIC X(1) VALUE 'J'.
           05  WS-TXN-FRD-CLEAR     PIC X(1) VALUE 'E'.
           05  WS-TXN-CASH          PIC X(1) VALUE 'G'.
           05  WS-TXN-PLAN          PIC X(1) VALUE 'Q'.
      *    The letters are all spoken for - the credit balance
      *    refund CRREFUND writes is the first numeric type
           05  WS-TXN-CRBAL-RFD     PIC X(1) VALUE '1'.
      *    Ledger-only row types - written by the run itself, never
      *    accepted from TXNS-IN (they fall to the invalid-type
      *    reject like any other unknown code)
           05  WS-TXN-CHGOFF        PIC X(1) VALUE 'Z'.
           05  WS-TXN-RECOVERY      PIC X(1) VALUE 'Y'.
           05  WS-REASON-NOACCT     PIC X(8) VALUE 'NOACCT  '.
           05  WS-REASON-BLOCKED    PIC X(8) VALUE 'BLOCKED '.
           05  WS-REASON-CLOSED     PIC X(8) VALUE 'CLOSED  '.
           05  WS-REASON-XFEREXP    PIC X(8) VALUE 'XFEREXP '.
           05  WS-REASON-NOPTS      PIC X(8) VALUE 'NOPTS   '.
           05  WS-REASON-NOCASE     PIC X(8) VALUE 'NOCASE  '.
           05  WS-REASON-CHGDOFF    PIC X(8) VALUE 'CHGDOFF '.
           05  WS-REASON-CASHLIM    PIC X(8) VALUE 'CASHLIM '.
           05  WS-REASON-NOTELIG    PIC X(8) VALUE 'NOTELIG '.
           05  WS-OVERLIMIT-FEE-AMT PIC 9(5)V99 VALUE 35.00.
           05  WS-LATE-PAY-FEE-AMT  PIC 9(5)V99 VALUE 29.00.
           05  WS-NSF-FEE-AMT       PIC 9(5)V99 VALUE 25.00.
           05  WS-NO-OVERLIMIT-TEXT PIC X(9) VALUE '         '.
           05  WS-MONTHS-PER-YEAR   PIC 9(2) VALUE 12.
           05  WS-STANDARD-APR      PIC 9(2)V999 VALUE 18.990.
      *    Cash advance pricing - the cash APR new accounts open on,
      *    the advance fee as a fraction of the advance with its
      *    dollar floor, and the cash line as a fraction of the
      *    credit limit
           05  WS-CASH-APR          PIC 9(2)V999 VALUE 24.990.
           05  WS-CASH-FEE-PCT      PIC V9(4) VALUE .0500.
           05  WS-CASH-FEE-MIN      PIC 9(5)V99 VALUE 10.00.
           05  WS-CASH-LINE-PCT     PIC 9V9(4) VALUE .3000.
           05  WS-DAYS-PER-YEAR     PIC 9(3) VALUE 365.
      *    Years a new plastic is good for, to the end of its month
           05  WS-CARD-LIFE-YEARS   PIC 9(2) VALUE 3.
           05  WS-MIN-PMT-PERCENT   PIC V99 VALUE .02.
           05  WS-MIN-PMT-FLOOR     PIC 9(5)V99 VALUE 25.00.
           05  WS-DUE-DATE-DAYS     PIC 9(3) VALUE 21.
           05  WS-HOLD-EXP-DAYS     PIC 9(3) VALUE 7.
           05  WS-XFER-GRACE-DAYS   PIC 9(3) VALUE 60.
           05  WS-XFER-MAX-HOPS     PIC 9(2) VALUE 5.
      *    Days an account may stand at 90+ (aged from the date it
      *    entered the stage) before it is charged off
           05  WS-CHGOFF-DAYS       PIC 9(3) VALUE 90.
      *    Hardship plan limits - the longest term a plan may be
      *    written for, in monthly payments, and the missed plan
      *    payments that break it
           05  WS-PLAN-MAX-TERM     PIC 9(3) VALUE 60.
           05  WS-PLAN-MAX-MISSED   PIC 9(1) VALUE 2.
      *    Dollars of statement credit one rewards point converts to
      *    at redemption - the same rate values the points liability
      *    on the GL interface
       01  WS-PARM-CYC-TO           PIC 9(2) VALUE ZERO.
       01  WS-PARM-CARD-CNT         PIC 9(3) VALUE ZERO.
       01  WS-DATE-CHECK            PIC 9(8).
      *    FORCERERUN 1 lets a date already posted be posted again -
      *    only after the master has been restored to its state
      *    before that date's run
       01  WS-PARM-FORCE-RERUN      PIC 9(1) VALUE ZERO.
           88  FORCE-RERUN                    VALUE 1.

      ******************************************************************
      * Run Control Work Fields                                       *
      ******************************************************************
       01  WS-RUN-PROGRAM           PIC X(8) VALUE 'CARDPROC'.
       01  WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01  WS-RUN-ROW-FLAG          PIC X(1) VALUE 'N'.
           88  RUN-ROW-FOUND                  VALUE 'Y'.
           88  RUN-ROW-NOT-FOUND              VALUE 'N'.

      ******************************************************************
      * General Ledger Interface Work Fields - the chart-of-accounts  *
           05  WS-GL-REWARDS-LIAB   PIC X(8) VALUE '23000100'.
           05  WS-GL-FRAUD-LOSS     PIC X(8) VALUE '52000100'.
           05  WS-GL-DISC-INCOME    PIC X(8) VALUE '41000500'.
           05  WS-GL-CO-PRIN-LOSS   PIC X(8) VALUE '54000100'.
           05  WS-GL-CO-INT-LOSS    PIC X(8) VALUE '54000200'.
           05  WS-GL-CO-FEE-LOSS    PIC X(8) VALUE '54000300'.
           05  WS-GL-CO-RECOVERY    PIC X(8) VALUE '54000400'.
           05  WS-GL-CASH-FEE-INC   PIC X(8) VALUE '41000600'.
           05  WS-GL-CASH-INT-INC   PIC X(8) VALUE '42000200'.
           05  WS-GL-REFUND-PAYABLE PIC X(8) VALUE '21000200'.
       01  WS-GL-RUN-ID             PIC X(12).
       01  WS-GL-DR-ACCT            PIC X(8).
       01  WS-GL-CR-ACCT            PIC X(8).
      ******************************************************************
       01  WS-MONTHLY-RATE          PIC 9V9(7).
       01  WS-FINANCE-CHARGE        PIC S9(7)V99.
      *    Cash segment daily accrual - days since the segment was
      *    last accrued and the interest those days earned
       01  WS-CASH-ACCR-DAYS        PIC S9(5).
       01  WS-CASH-ACCR-AMT         PIC 9(7)V99.
       01  WS-CASH-ACCR-APR         PIC 9(2)V999.
       01  WS-CASH-FEE              PIC 9(7)V99.

      ******************************************************************
      * Statement Work Fields                                         *
       01  WS-CYC-DAY-FROM          PIC 9(2).
       01  WS-CYC-DAY-TO            PIC 9(2).
       01  WS-OPEN-DAY              PIC 9(2).
      *    Card expiry work - the month the card runs through, then
      *    the first of the month after it, one day back from which
      *    is the expiry date itself
       01  WS-EXPIRY-WORK           PIC 9(8).
       01  WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-WORK.
           05  WS-EXPIRY-YYYY       PIC 9(4).
           05  WS-EXPIRY-MM         PIC 9(2).
           05  WS-EXPIRY-DD         PIC 9(2).
      *    Hardship plan terms as carried in a Q transaction's
      *    description - the plan APR (99V999) then the term
       01  WS-PLAN-TERMS-IN         PIC X(8).
       01  WS-PLAN-TERMS-PARTS REDEFINES WS-PLAN-TERMS-IN.
           05  WS-PLAN-APR-IN       PIC 9(2)V999.
           05  WS-PLAN-TERM-IN      PIC 9(3).

      ******************************************************************
      * Audit Trail Work Areas - the audited fields of the account    *
      * as last read or rewritten, compared against the record at     *
      * every rewrite; the change type the rows are written under     *
      * (the transaction type while posting, the pass name during     *
      * the end-of-run passes); and the field being written           *
      ******************************************************************
       01  WS-AUD-SAVED.
           05  WS-AUD-SV-CARD-NUM   PIC X(16).
           05  WS-AUD-SV-NAME       PIC X(20).
           05  WS-AUD-SV-CREDIT-LIMIT PIC 9(7)V99.
           05  WS-AUD-SV-APR        PIC 9(2)V999.
           05  WS-AUD-SV-INT-BEARING PIC X(1).
           05  WS-AUD-SV-STATUS     PIC X(1).
           05  WS-AUD-SV-OVERLIMIT  PIC X(1).
           05  WS-AUD-SV-DELQ-STAGE PIC X(1).
           05  WS-AUD-SV-CYCLE-DAY  PIC 9(2).
           05  WS-AUD-SV-XFER-CARD-NUM PIC X(16).
           05  WS-AUD-SV-LAST-LTR-CD PIC X(1).
           05  WS-AUD-SV-CASH-LIMIT PIC 9(7)V99.
           05  WS-AUD-SV-CASH-APR   PIC 9(2)V999.
           05  WS-AUD-SV-EXPIRY-DATE PIC 9(8).
           05  WS-AUD-SV-PLAN-STATUS PIC X(1).
           05  WS-AUD-SV-PLAN-APR   PIC 9(2)V999.
           05  WS-AUD-SV-PLAN-ORIG-APR PIC 9(2)V999.
       01  WS-AUD-CHANGE-TYPE       PIC X(8).
           88  AUD-MAINTENANCE-CHANGE VALUE 'L' 'A' 'N' 'B' 'U' 'S'
                                            'H' 'T' 'O' 'X' 'Q'.
       01  WS-AUD-ROW-TYPE          PIC X(8).
       01  WS-AUD-FIELD-NAME        PIC X(24).
       01  WS-AUD-BEFORE-VALUE      PIC X(30).
       01  WS-AUD-AFTER-VALUE       PIC X(30).
       01  WS-AUD-AMT-EDIT          PIC -9(7).99.
       01  WS-AUD-RATE-EDIT         PIC 9(2).999.
       01  WS-AUD-PROGRAM           PIC X(8) VALUE 'CARDPROC'.
       01  WS-CYCLING-FLAG          PIC X(1) VALUE 'N'.
           88  ACCT-IS-CYCLING                VALUE 'Y'.
           88  ACCT-NOT-CYCLING               VALUE 'N'.
           88  LBX-NOT-EOF                    VALUE 'N'.
       01  WS-PMT-REMAINING         PIC 9(7)V99.
       01  WS-ALLOC-AMT             PIC 9(7)V99.
      *    A payment on a charged-off account split between the debt
      *    still written off and any excess past it
       01  WS-RECOV-AMT             PIC 9(7)V99.
       01  WS-RECOV-EXCESS-AMT      PIC 9(7)V99.

      ******************************************************************
      * Reject Recycle Work Fields                                     *
           05  WS-AGING-90-BAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-AGING-STAGE-TEXT      PIC X(4).

      ******************************************************************
      * Charge-Off Work Fields - the 90+ age test and the written-off *
      * balance split across the loss buckets                         *
      ******************************************************************
       01  WS-CHGOFF-AGE-DAYS       PIC S9(5).
       01  WS-CHGOFF-DUE-FLAG       PIC X(1) VALUE 'N'.
           88  CHGOFF-IS-DUE                  VALUE 'Y'.
           88  CHGOFF-NOT-DUE                 VALUE 'N'.
       01  WS-CHGOFF-FEE-AMT        PIC 9(7)V99.
       01  WS-CHGOFF-INT-AMT        PIC 9(7)V99.
       01  WS-CHGOFF-PRIN-AMT       PIC 9(7)V99.

      ******************************************************************
      * Transaction Date Validation / Aging Work Fields               *
      ******************************************************************
      *    and a bad card must stop the run before anything posts
           PERFORM READ-RUN-PARMS
           PERFORM READ-CHECKPOINT
      *    Run control is checked before the feeds are merged - a
      *    refused run must leave TXNS-IN and every output exactly as
      *    the last run left them
           PERFORM START-RUN-CONTROL
      *    A resumed run reads the TXNS-IN already merged by the
      *    interrupted run - re-merging here would overwrite it and
      *    invalidate the checkpoint's read count
           PERFORM INIT-FILES
           PERFORM COUNT-ACCOUNTS
           PERFORM PROCESS-TRANSACTIONS
      *    Charge-off runs before interest accrual so an account
      *    written off tonight draws no finance charge tonight
           PERFORM CHARGE-OFF-ACCOUNTS
           PERFORM ACCRUE-INTEREST
           PERFORM WRITE-FINAL-OUTPUTS
      *    Only a run that has posted every transaction AND produced
      *    time against balances that already reflect it
           PERFORM CLEAR-CHECKPOINT
           PERFORM CLOSE-FILES
           PERFORM END-RUN-CONTROL
           STOP RUN.

      ******************************************************************
                   END-IF
                   MOVE WS-DATE-CHECK TO WS-PARM-PROC-DATE

               WHEN 'FORCERERUN'
                   IF WS-PARM-VALUE-NUM NOT = ZERO
                      AND WS-PARM-VALUE-NUM NOT = 1
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-PARM-FORCE-RERUN

               WHEN 'OVERLIMFEE'
                   IF WS-PARM-VALUE-NUM < ZERO
                      OR WS-PARM-VALUE-NUM > 99999.99
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-STANDARD-APR

               WHEN 'CASHAPR'
                   IF WS-PARM-VALUE-NUM NOT > ZERO
                      OR WS-PARM-VALUE-NUM NOT < 100
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-CASH-APR

               WHEN 'CASHFEEPCT'
                   IF WS-PARM-VALUE-NUM < ZERO
                      OR WS-PARM-VALUE-NUM NOT < 1
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-CASH-FEE-PCT

               WHEN 'CASHFEEMIN'
                   IF WS-PARM-VALUE-NUM < ZERO
                      OR WS-PARM-VALUE-NUM > 99999.99
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-CASH-FEE-MIN

      *        The cash line is a sub-limit - it can be the whole
      *        credit limit but never more, and zero turns cash
      *        access off for accounts opened or re-limited tonight
               WHEN 'CASHLINEPCT'
                   IF WS-PARM-VALUE-NUM < ZERO
                      OR WS-PARM-VALUE-NUM > 1
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-CASH-LINE-PCT

               WHEN 'CARDLIFEYRS'
                   IF WS-PARM-VALUE-NUM < 1
                      OR WS-PARM-VALUE-NUM > 10
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-CARD-LIFE-YEARS

               WHEN 'MINPMTPCT'
                   IF WS-PARM-VALUE-NUM NOT > ZERO
                      OR WS-PARM-VALUE-NUM NOT < 1
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-PARM-CYC-TO

               WHEN 'CHGOFFDAYS'
                   IF WS-PARM-VALUE-NUM < 1
                      OR WS-PARM-VALUE-NUM > 999
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-CHGOFF-DAYS

               WHEN OTHER
                   PERFORM BAD-PARM-ABORT
           END-EVALUATE.
               OPEN EXTEND STATEMENTS-OUT
                           REJECTS-OUT
                           TRANHIST-OUT
                           AUDIT-LOG-OUT
           ELSE
               OPEN OUTPUT STATEMENTS-OUT
                           REJECTS-OUT
                           TRANHIST-OUT
                           AUDIT-LOG-OUT
           END-IF
           IF WS-AUDIT-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT-LOG-OUT: '
                       WS-AUDIT-OUT-STATUS
               STOP RUN
           END-IF

      *    Like the statements, the GL interface is built complete at
                       WS-RESTART-COUNT
           END-IF.

      ******************************************************************
      * Start Run Control - the processing date is settled here the   *
      * same way INIT-FILES settles it, so the row checked is the     *
      * date the run will post.  A date whose run already reached its *
      * end (completed, or failed on its closing proofs after every   *
      * posting was applied) is refused a fresh run: posting it again *
      * would double every transaction.  A checkpoint restart is      *
      * finishing an interrupted run, not starting a new one, and     *
      * always goes ahead.                                            *
      ******************************************************************
       START-RUN-CONTROL.
           IF WS-PARM-PROC-DATE > ZERO
               MOVE WS-PARM-PROC-DATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF

      *    OPTIONAL - created on the first run that finds none
           OPEN I-O RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = '00'
              AND WS-RUNCTL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING RUN-CONTROL: ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO RCT-PROC-DATE
           MOVE WS-RUN-PROGRAM TO RCT-PROGRAM
           READ RUN-CONTROL
               INVALID KEY
                   SET RUN-ROW-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET RUN-ROW-FOUND TO TRUE
           END-READ

           IF RUN-ROW-FOUND
              AND (RCT-COMPLETED OR RCT-FAILED)
              AND WS-RESTART-COUNT = ZERO
              AND NOT FORCE-RERUN
               DISPLAY 'RUN REFUSED: CARDPROC HAS ALREADY POSTED '
                       WS-RUN-DATE ' - STATUS ' RCT-STATUS
                       ' RC ' RCT-RETURN-CODE
               DISPLAY 'RESTORE THE MASTER AND RERUN WITH '
                       'FORCERERUN 1 TO POST THE DATE AGAIN'
               PERFORM REFUSE-RUN
           END-IF

           IF RUN-ROW-FOUND AND FORCE-RERUN
               DISPLAY 'FORCED RERUN OF ' WS-RUN-DATE
                       ' - PRIOR STATUS ' RCT-STATUS
           END-IF

           PERFORM MARK-RUN-STARTED
           CLOSE RUN-CONTROL.

      ******************************************************************
      * Mark This Run Started - a first run for the date adds the     *
      * row; a rerun or restart takes the row over, counting the      *
      * attempt and clearing the last attempt's ending                *
      ******************************************************************
       MARK-RUN-STARTED.
           IF RUN-ROW-NOT-FOUND
               MOVE SPACES TO RUN-CONTROL-REC
               MOVE WS-RUN-DATE TO RCT-PROC-DATE
               MOVE WS-RUN-PROGRAM TO RCT-PROGRAM
               MOVE ZERO TO RCT-RUN-CNT
           END-IF

           SET RCT-STARTED TO TRUE
           IF WS-RESTART-COUNT > ZERO
               SET RCT-WAS-RESTART TO TRUE
           ELSE
               SET RCT-FRESH-RUN TO TRUE
           END-IF
           ADD 1 TO RCT-RUN-CNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO RCT-START-STAMP
           MOVE ZERO TO RCT-END-STAMP
           MOVE ZERO TO RCT-RETURN-CODE
           INITIALIZE RCT-COUNTS

           IF RUN-ROW-FOUND
               REWRITE RUN-CONTROL-REC
           ELSE
               WRITE RUN-CONTROL-REC
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RUN-CONTROL: ' WS-RUNCTL-STATUS
               PERFORM REFUSE-RUN
           END-IF.

      ******************************************************************
      * Refuse The Run - nothing has been opened for output yet, so   *
      * stopping here leaves every file as the last run left it       *
      ******************************************************************
       REFUSE-RUN.
           CLOSE RUN-CONTROL
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * End Run Control - the row started above is marked completed,  *
      * or failed when the run ends on a return code above 8, with    *
      * the return code and the run's key counts.  A run that stops   *
      * short of here leaves its row started, which RUNHIST reports   *
      * as did not finish.                                            *
      ******************************************************************
       END-RUN-CONTROL.
           OPEN I-O RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN-CONTROL: ' WS-RUNCTL-STATUS
                       ' - RUN NOT MARKED ENDED'
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RUN-DATE TO RCT-PROC-DATE
           MOVE WS-RUN-PROGRAM TO RCT-PROGRAM
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY 'ERROR: RUN-CONTROL ROW MISSING FOR '
                           WS-RUN-PROGRAM ' ' WS-RUN-DATE
                   MOVE 16 TO RETURN-CODE
                   CLOSE RUN-CONTROL
                   EXIT PARAGRAPH
           END-READ

           IF RETURN-CODE > 8
               SET RCT-FAILED TO TRUE
           ELSE
               SET RCT-COMPLETED TO TRUE
           END-IF
           MOVE RETURN-CODE TO RCT-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RCT-END-STAMP
           MOVE 'TXNS READ' TO RCT-COUNT-LABEL(1)
           MOVE WS-CT-TXN-READ-CNT TO RCT-COUNT-VALUE(1)
           MOVE 'REJECTED' TO RCT-COUNT-LABEL(2)
           MOVE WS-CT-REJ-TOTAL-CNT TO RCT-COUNT-VALUE(2)
           MOVE 'STMTS CUT' TO RCT-COUNT-LABEL(3)
           MOVE WS-CT-STMT-CUT-CNT TO RCT-COUNT-VALUE(3)
           MOVE 'ACCOUNTS' TO RCT-COUNT-LABEL(4)
           MOVE WS-ACCOUNT-COUNT TO RCT-COUNT-VALUE(4)

           REWRITE RUN-CONTROL-REC
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING RUN-CONTROL: '
                       WS-RUNCTL-STATUS ' - RUN NOT MARKED ENDED'
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE RUN-CONTROL.

      ******************************************************************
      * Count Accounts On File - informational count only, no longer *
      * caps how many accounts can be processed (see ACCOUNT-MASTER   *
      * Validate and Process Individual Transaction                   *
      ******************************************************************
       VALIDATE-AND-PROCESS-TXN.
      *    Master changes made while posting this transaction are
      *    audited under its type
           MOVE TXN-TYPE-IN TO WS-AUD-CHANGE-TYPE

      *    Account-open transactions create a new account row instead
      *    of posting against an existing one - handled separately
           IF TXN-TYPE-IN = WS-TXN-OPEN

      *    A closed account accepts no further postings, including
      *    another close - reported under its own reason, distinct
      *    from an account blocked but still open.  The one exception
      *    is the credit balance refund that pays a closed account's
      *    credit back out to the cardholder.
           IF ACCT-STATUS = WS-STATUS-CLOSED
              AND TXN-TYPE-IN NOT = WS-TXN-CRBAL-RFD
               MOVE WS-REASON-CLOSED TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

      *    A charged-off account carries no balance to post against -
      *    a payment still lands (as a recovery, see APPLY-TXN-RULES),
      *    a recovery payment the bank bounces must come back off
      *    the recoveries, a payment past the debt leaves a credit
      *    balance CRREFUND pays back out, and the cardholder's
      *    address can still be maintained for recovery mailings;
      *    everything else is rejected under its own reason
           IF ACCT-STATUS = WS-STATUS-CHGOFF
              AND TXN-TYPE-IN NOT = WS-TXN-CREDIT
              AND TXN-TYPE-IN NOT = WS-TXN-NSF
              AND TXN-TYPE-IN NOT = WS-TXN-CRBAL-RFD
              AND TXN-TYPE-IN NOT = WS-TXN-DEMOG
               MOVE WS-REASON-CHGDOFF TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

      *    Check if account is blocked - payments still post so a
      *    delinquency-blocked cardholder can cure the past-due
      *    balance, an unblock is precisely FOR a blocked account,
      *    a returned payment must land however the account stands,
      *    a lost/stolen replacement usually follows the very block
      *    that froze the card, and fraud case work targets blocked
      *    cards by nature, a hardship plan is most often written
      *    for an account the 90+ stage has blocked, and a credit
      *    balance is owed back to the cardholder whatever the
      *    account's standing; every other posting type is rejected
           IF ACCT-STATUS = WS-STATUS-BLOCKED
              AND TXN-TYPE-IN NOT = WS-TXN-CREDIT
              AND TXN-TYPE-IN NOT = WS-TXN-UNBLOCK
              AND TXN-TYPE-IN NOT = WS-TXN-REPLACE
              AND TXN-TYPE-IN NOT = WS-TXN-FRD-CONF
              AND TXN-TYPE-IN NOT = WS-TXN-FRD-CLEAR
              AND TXN-TYPE-IN NOT = WS-TXN-PLAN
              AND TXN-TYPE-IN NOT = WS-TXN-CRBAL-RFD
               MOVE WS-REASON-BLOCKED TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

      *    Once an account has crossed its credit limit this cycle, no
      *    further purchases or cash advances are accepted against it
      *    for the rest of the cycle
           IF (TXN-TYPE-IN = WS-TXN-PURCHASE
               OR TXN-TYPE-IN = WS-TXN-CASH)
              AND ACCT-IS-OVERLIMIT
               MOVE WS-REASON-OVERLIM TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

      *    A cash advance must also fit inside the account's cash
      *    line - the sub-limit AUTHSCRN screened it against.  A
      *    master converted from before cash pricing is given its
      *    line first.
           IF TXN-TYPE-IN = WS-TXN-CASH
               PERFORM GIVE-CONVERTED-CASH-LINE
           END-IF
           IF TXN-TYPE-IN = WS-TXN-CASH
              AND ACCT-CASH-BAL + TXN-AMOUNT-IN > ACCT-CASH-LIMIT
               MOVE WS-REASON-CASHLIM TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

      *    Purchases and refunds must name a merchant the merchant
      *    master knows - the master's spend category governs which
      *    bucket of the statement breakdown the posting lands in
           MOVE SPACE TO ACCT-LAST-LTR-CD
           MOVE ZERO TO ACCT-LAST-LTR-DATE
           MOVE ZERO TO ACCT-DELQ-90-DATE
           MOVE ZERO TO ACCT-CHGOFF-DATE
           MOVE ZERO TO ACCT-CHGOFF-AMT
           MOVE ZERO TO ACCT-RECOVERY-AMT
      *    The cash line opens as the agreement's share of the
      *    opening limit, at the agreement's cash rate
           MOVE ZERO TO ACCT-CASH-BAL
           COMPUTE ACCT-CASH-LIMIT ROUNDED =
               ACCT-CREDIT-LIMIT * WS-CASH-LINE-PCT
           MOVE WS-CASH-APR TO ACCT-CASH-APR
           MOVE ZERO TO ACCT-CASH-ACCR-DATE
           MOVE ZERO TO ACCT-CASH-ACCR-INT
           MOVE ZERO TO ACCT-CYC-CASH-AMT
           MOVE ZERO TO ACCT-CYC-CASH-INT-AMT
           PERFORM SET-NEW-CARD-EXPIRY
           SET ACCT-NO-PLAN TO TRUE
           MOVE ZERO TO ACCT-PLAN-APR
           MOVE ZERO TO ACCT-PLAN-ORIG-APR
           MOVE ZERO TO ACCT-PLAN-PMT-AMT
           MOVE ZERO TO ACCT-PLAN-TERM
           MOVE ZERO TO ACCT-PLAN-START-DATE
           MOVE ZERO TO ACCT-PLAN-KEPT-CNT
           MOVE ZERO TO ACCT-PLAN-MISSED-CNT
           MOVE ZERO TO ACCT-PLAN-END-DATE
           MOVE ZERO TO ACCT-CR-BAL-DATE

           WRITE ACCOUNT-MASTER-REC
           IF WS-ACCT-MAST-STATUS NOT = '00'
               ADD 1 TO WS-CT-OPEN-CNT
               SET TXN-AGING-CURRENT TO TRUE
               PERFORM WRITE-TRANHIST
               PERFORM AUDIT-NEW-ACCOUNT
           END-IF.

      ******************************************************************
      * Set A New Card's Expiry - the last day of the opening month,  *
      * WS-CARD-LIFE-YEARS years on.  Worked as the first of the      *
      * following month less one day, so month lengths and leap       *
      * years come out of the date arithmetic.                        *
      ******************************************************************
       SET-NEW-CARD-EXPIRY.
           MOVE TXN-DATE-IN TO WS-EXPIRY-WORK
           ADD WS-CARD-LIFE-YEARS TO WS-EXPIRY-YYYY
           IF WS-EXPIRY-MM = 12
               ADD 1 TO WS-EXPIRY-YYYY
               MOVE 1 TO WS-EXPIRY-MM
           ELSE
               ADD 1 TO WS-EXPIRY-MM
           END-IF
           MOVE 1 TO WS-EXPIRY-DD
           COMPUTE ACCT-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EXPIRY-WORK) - 1).

      ******************************************************************
      * Process Dispute Transaction - a dispute names the posting     *
      * being contested by card number, posting date, and amount,     *
               EXIT PARAGRAPH
           END-IF

      *    The balance a provisional credit would come off has been
      *    written off - a charged-off account's disputes are worked
      *    outside the posting run
           IF ACCT-STATUS = WS-STATUS-CHGOFF
               MOVE WS-REASON-CHGDOFF TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE TXN-CARD-NUM-IN TO DISP-CARD-NUM
           MOVE TXN-DATE-IN TO DISP-TXN-DATE
           MOVE TXN-AMOUNT-IN TO DISP-TXN-AMOUNT
           COMPUTE WS-NEW-BALANCE =
               ACCT-CURR-BAL - TXN-AMOUNT-IN
           MOVE WS-NEW-BALANCE TO ACCT-CURR-BAL
           PERFORM KEEP-CASH-WITHIN-BALANCE
           PERFORM REWRITE-ACCOUNT
           PERFORM WRITE-TRANHIST
           ADD 1 TO WS-CT-DISP-OPEN-CNT

           IF ACCOUNT-FOUND AND WS-XFER-HOP-CNT > ZERO
               ADD 1 TO WS-CT-FWD-CNT
           END-IF

           IF ACCOUNT-FOUND
               PERFORM SAVE-ACCOUNT-AUDIT-IMAGE
           END-IF.

      ******************************************************************
      *            from the purchase that pushed it over
                   PERFORM CHECK-AND-ASSESS-OVERLIMIT-FEE

               WHEN WS-TXN-CASH
      *            Cash advance: add to the balance and to its cash
      *            segment, which starts accruing at the cash APR
      *            from tonight's posting date - no grace period, no
      *            spend category, and no rewards points.  The
      *            segment is accrued up to tonight first so the days
      *            before the advance accrue on the old amount.
                   PERFORM ACCRUE-CASH-INTEREST-TO-DATE
      *            A master converted from before cash pricing
      *            carries no cash rate - its first advance takes
      *            the agreement's
                   IF ACCT-CASH-APR = ZERO
                       MOVE WS-CASH-APR TO ACCT-CASH-APR
                   END-IF
                   COMPUTE WS-NEW-BALANCE =
                       ACCT-CURR-BAL + TXN-AMOUNT-IN
                   MOVE WS-NEW-BALANCE TO ACCT-CURR-BAL
                   ADD TXN-AMOUNT-IN TO ACCT-CASH-BAL
                   ADD TXN-AMOUNT-IN TO ACCT-CYC-CASH-AMT
                   PERFORM REWRITE-ACCOUNT
                   PERFORM WRITE-TRANHIST
                   ADD 1 TO WS-CT-CASH-CNT
                   ADD TXN-AMOUNT-IN TO WS-CT-CASH-AMT

      *            The advance settles its daytime authorization the
      *            way a purchase does
                   PERFORM RELEASE-AUTH-HOLD

                   PERFORM ASSESS-CASH-ADVANCE-FEE
                   PERFORM CHECK-AND-ASSESS-OVERLIMIT-FEE

               WHEN WS-TXN-REFUND
      *            Refund: subtract from balance
                   COMPUTE WS-NEW-BALANCE =
                   MOVE WS-NEW-BALANCE TO ACCT-CURR-BAL
                   ADD TXN-AMOUNT-IN TO ACCT-CYC-REFUND-AMT
                   PERFORM CLAW-BACK-REWARDS-POINTS
                   PERFORM KEEP-CASH-WITHIN-BALANCE
                   PERFORM REWRITE-ACCOUNT
                   PERFORM WRITE-TRANHIST
                   ADD 1 TO WS-CT-REFUND-CNT
                   PERFORM CHECK-AND-ASSESS-OVERLIMIT-FEE

               WHEN WS-TXN-CREDIT
      *            A payment against a charged-off account is a
      *            recovery - there is no balance left to reduce
                   IF ACCT-STATUS = WS-STATUS-CHGOFF
                       PERFORM POST-CHARGE-OFF-RECOVERY
                       EXIT PARAGRAPH
                   END-IF
      *            Credit/Payment: subtract from balance, allocating
      *            the payment fees-first, then finance charges,
      *            then purchases
      *            limit the overlimit check fires the same way it
      *            would for a posting that crossed it.
                   MOVE TXN-AMOUNT-IN TO ACCT-CREDIT-LIMIT
      *            The cash line moves with the limit it is carved
      *            from
                   COMPUTE ACCT-CASH-LIMIT ROUNDED =
                       ACCT-CREDIT-LIMIT * WS-CASH-LINE-PCT
                   PERFORM REWRITE-ACCOUNT
                   PERFORM WRITE-TRANHIST
                   ADD 1 TO WS-CT-LIMCHG-CNT
                       MOVE WS-REASON-BADAMT TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT
                   ELSE
      *                A hardship plan's rate stands for the life of
      *                the plan - the change lands on the rate the
      *                plan gives back when it breaks or completes
                       IF ACCT-PLAN-ACTIVE
                           MOVE TXN-AMOUNT-IN TO ACCT-PLAN-ORIG-APR
                       ELSE
                           MOVE TXN-AMOUNT-IN TO ACCT-APR
                       END-IF
                       PERFORM REWRITE-ACCOUNT
                       PERFORM WRITE-TRANHIST
                       ADD 1 TO WS-CT-APRCHG-CNT
      *            the card's held SUSPECT rejects post on recycle
                   PERFORM PROCESS-FRAUD-CLEAR

               WHEN WS-TXN-PLAN
      *            Hardship plan enrollment: the amount carries the
      *            monthly plan payment, the description the plan
      *            APR and term - see PROCESS-PLAN-ENROLLMENT
                   PERFORM PROCESS-PLAN-ENROLLMENT

               WHEN WS-TXN-CRBAL-RFD
      *            Credit balance refund: the amount CRREFUND paid
      *            out by check, posted back as a debit so the
      *            credit balance goes to zero - see
      *            PROCESS-CREDIT-BAL-REFUND
                   PERFORM PROCESS-CREDIT-BAL-REFUND

               WHEN WS-TXN-CLOSE
      *            Close: mark the account closed so no further
      *            postings are accepted against it
                   END-IF
           END-READ

      *    The field's old value is kept for the audit row
           EVALUATE TXN-DESC-IN(1:1)
               WHEN '1'
                   MOVE 'CHM-ADDR-LINE-1' TO WS-AUD-FIELD-NAME
                   MOVE CHM-ADDR-LINE-1 TO WS-AUD-BEFORE-VALUE
                   MOVE TXN-DESC-IN(2:19) TO CHM-ADDR-LINE-1
                   MOVE CHM-ADDR-LINE-1 TO WS-AUD-AFTER-VALUE
               WHEN '2'
                   MOVE 'CHM-ADDR-LINE-2' TO WS-AUD-FIELD-NAME
                   MOVE CHM-ADDR-LINE-2 TO WS-AUD-BEFORE-VALUE
                   MOVE TXN-DESC-IN(2:19) TO CHM-ADDR-LINE-2
                   MOVE CHM-ADDR-LINE-2 TO WS-AUD-AFTER-VALUE
               WHEN '3'
                   MOVE 'CHM-CITY' TO WS-AUD-FIELD-NAME
                   MOVE CHM-CITY TO WS-AUD-BEFORE-VALUE
                   MOVE TXN-DESC-IN(2:15) TO CHM-CITY
                   MOVE CHM-CITY TO WS-AUD-AFTER-VALUE
               WHEN '4'
                   MOVE 'CHM-STATE' TO WS-AUD-FIELD-NAME
                   MOVE CHM-STATE TO WS-AUD-BEFORE-VALUE
                   MOVE TXN-DESC-IN(2:2) TO CHM-STATE
                   MOVE CHM-STATE TO WS-AUD-AFTER-VALUE
               WHEN '5'
                   MOVE 'CHM-ZIP' TO WS-AUD-FIELD-NAME
                   MOVE CHM-ZIP TO WS-AUD-BEFORE-VALUE
                   MOVE TXN-DESC-IN(2:9) TO CHM-ZIP
                   MOVE CHM-ZIP TO WS-AUD-AFTER-VALUE
               WHEN '6'
                   MOVE 'CHM-PHONE' TO WS-AUD-FIELD-NAME
                   MOVE CHM-PHONE TO WS-AUD-BEFORE-VALUE
                   MOVE TXN-DESC-IN(2:10) TO CHM-PHONE
                   MOVE CHM-PHONE TO WS-AUD-AFTER-VALUE
               WHEN '7'
                   MOVE 'CHM-DELIVERY' TO WS-AUD-FIELD-NAME
                   MOVE CHM-DELIVERY TO WS-AUD-BEFORE-VALUE
                   MOVE TXN-DESC-IN(2:1) TO CHM-DELIVERY
                   MOVE CHM-DELIVERY TO WS-AUD-AFTER-VALUE
           END-EVALUATE

           REWRITE CARDHOLDER-MASTER-REC
           IF WS-CARD-MAST-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CARDHOLDER-MASTER: '
                       WS-CARD-MAST-STATUS
           ELSE
               MOVE WS-AUD-CHANGE-TYPE TO WS-AUD-ROW-TYPE
               PERFORM WRITE-AUDIT-REC
           END-IF

           PERFORM WRITE-TRANHIST
           ADD 1 TO WS-CT-DEMOG-CNT.

      ******************************************************************
      * Enroll An Account In A Hardship Plan - the amount carries the *
      * fixed monthly plan payment, description bytes 1-5 the plan    *
      * APR (99V999, e.g. 05990 for 5.99%) and bytes 6-8 the term in  *
      * monthly payments; the transaction date is the plan's start.   *
      * Only a delinquent account with no plan running may enroll     *
      * (NOTELIG otherwise).  Terms that do not read as numbers, a    *
      * plan rate above the rate it replaces, or a term outside 1     *
      * through WS-PLAN-MAX-TERM reject BADFLAG; a plan payment past  *
      * the balance rejects BADAMT.  The account's own APR is kept    *
      * for the break or completion to restore, and the minimum due   *
      * carried from the last statement is cleared - the plan         *
      * supersedes it, and bills its first payment on the next        *
      * statement cut.  The aging stage stands where it is.           *
      ******************************************************************
       PROCESS-PLAN-ENROLLMENT.
           IF ACCT-DELQ-CURRENT OR ACCT-PLAN-ACTIVE
               MOVE WS-REASON-NOTELIG TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE TXN-DESC-IN(1:8) TO WS-PLAN-TERMS-IN
           IF WS-PLAN-APR-IN NOT NUMERIC
              OR WS-PLAN-TERM-IN NOT NUMERIC
               MOVE WS-REASON-BADFLAG TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-PLAN-APR-IN > ACCT-APR
              OR WS-PLAN-TERM-IN < 1
              OR WS-PLAN-TERM-IN > WS-PLAN-MAX-TERM
               MOVE WS-REASON-BADFLAG TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF TXN-AMOUNT-IN > ACCT-CURR-BAL
               MOVE WS-REASON-BADAMT TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

      *    Cash interest accrued so far runs at the cash APR; from
      *    here on it runs at the plan rate
           PERFORM ACCRUE-CASH-INTEREST-TO-DATE
           MOVE ACCT-APR TO ACCT-PLAN-ORIG-APR
           MOVE WS-PLAN-APR-IN TO ACCT-PLAN-APR
           MOVE WS-PLAN-APR-IN TO ACCT-APR
           MOVE TXN-AMOUNT-IN TO ACCT-PLAN-PMT-AMT
           MOVE WS-PLAN-TERM-IN TO ACCT-PLAN-TERM
           MOVE TXN-DATE-IN TO ACCT-PLAN-START-DATE
           MOVE ZERO TO ACCT-PLAN-KEPT-CNT
           MOVE ZERO TO ACCT-PLAN-MISSED-CNT
           MOVE ZERO TO ACCT-PLAN-END-DATE
           SET ACCT-PLAN-ACTIVE TO TRUE
           MOVE ZERO TO ACCT-PRIOR-MIN-DUE
           PERFORM REWRITE-ACCOUNT
           PERFORM WRITE-TRANHIST
           ADD 1 TO WS-CT-PLAN-ENROLL-CNT.

      ******************************************************************
      * Post A Credit Balance Refund - CRREFUND has paid the          *
      * account's credit balance out by check, and the refund comes   *
      * back here as a debit so the balance returns to zero.  The     *
      * money has already left the bank, so the refund posts whatever *
      * the balance has done since CRREFUND ran, the way a returned   *
      * payment posts - a purchase that used up part of the credit    *
      * leaves the balance owing.  Like a returned payment, the debit *
      * nets off this cycle's credits so the statement does not count *
      * money paid back out toward the minimum.  A payment or         *
      * merchant credit that came in after the refund was cut can     *
      * leave the balance still in credit; that residue is re-dated   *
      * to today so CRREFUND ages it as a new credit, and the refund  *
      * just posted falls before the date CRREFUND searches for a     *
      * pending refund.                                               *
      ******************************************************************
       PROCESS-CREDIT-BAL-REFUND.
           COMPUTE WS-NEW-BALANCE =
               ACCT-CURR-BAL + TXN-AMOUNT-IN
           MOVE WS-NEW-BALANCE TO ACCT-CURR-BAL

           IF TXN-AMOUNT-IN > ACCT-CYC-CREDIT-AMT
               MOVE ZERO TO ACCT-CYC-CREDIT-AMT
           ELSE
               SUBTRACT TXN-AMOUNT-IN FROM ACCT-CYC-CREDIT-AMT
           END-IF

      *    Credit still left after the refund (more came in before
      *    the refund posted) ages from today, after the refund date
           IF ACCT-CURR-BAL < ZERO
               MOVE WS-CYCLE-DATE TO ACCT-CR-BAL-DATE
           END-IF

           PERFORM REWRITE-ACCOUNT
           PERFORM WRITE-TRANHIST
           ADD 1 TO WS-CT-CRB-RFD-CNT
           ADD TXN-AMOUNT-IN TO WS-CT-CRB-RFD-AMT.

      ******************************************************************
      * Process A Lost/Stolen Card Replacement - creates the          *
      * successor master record under the new card number             *
           END-READ

      *    The successor is the old record under the new key, opened
      *    active with no pointer of its own.  It keeps the old
      *    card's expiry - the replacement plastic carries the same
      *    date, and the reissue run renews it with the rest.
           MOVE WS-XFER-NEW-CARD TO ACCT-CARD-NUM
           MOVE WS-STATUS-ACTIVE TO ACCT-STATUS
           MOVE SPACES TO ACCT-XFER-CARD-NUM
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           PERFORM WRITE-TRANHIST-XFER-IN
           PERFORM AUDIT-NEW-ACCOUNT

      *    Strip the old record down to its pointer - the balance and
      *    accumulators now live on the successor, so the pointer
                           ACCT-CARD-NUM
                   EXIT PARAGRAPH
           END-READ
           PERFORM SAVE-ACCOUNT-AUDIT-IMAGE
           MOVE WS-STATUS-XFERRED TO ACCT-STATUS
           MOVE WS-XFER-NEW-CARD TO ACCT-XFER-CARD-NUM
           MOVE WS-CYCLE-DATE TO ACCT-XFER-DATE
           MOVE SPACE TO ACCT-LAST-LTR-CD
           MOVE ZERO TO ACCT-LAST-LTR-DATE
           MOVE ZERO TO ACCT-DELQ-90-DATE
           MOVE ZERO TO ACCT-CHGOFF-DATE
           MOVE ZERO TO ACCT-CHGOFF-AMT
           MOVE ZERO TO ACCT-RECOVERY-AMT
           MOVE ZERO TO ACCT-CASH-BAL
           MOVE ZERO TO ACCT-CASH-ACCR-DATE
           MOVE ZERO TO ACCT-CASH-ACCR-INT
           MOVE ZERO TO ACCT-CYC-CASH-AMT
           MOVE ZERO TO ACCT-CYC-CASH-INT-AMT
      *    The delinquency lives on the successor now - a pointer
      *    still carrying the stage would report the one
      *    relationship past due twice on the bureau extract.  Any
      *    hardship plan moved with it for the same reason.
           SET ACCT-DELQ-CURRENT TO TRUE
           MOVE SPACE TO ACCT-PRE-CURE-STAGE
           SET ACCT-NO-PLAN TO TRUE
           SET ACCT-NOT-OVERLIMIT TO TRUE
           SET ACCT-NOT-REVIEW TO TRUE
           PERFORM REWRITE-ACCOUNT
           IF WS-CARD-MAST-STATUS NOT = '00'
               DISPLAY 'ERROR DELETING CARDHOLDER-MASTER: '
                       WS-CARD-MAST-STATUS
           END-IF

           MOVE 'CHM-CARD-NUM' TO WS-AUD-FIELD-NAME
           MOVE TXN-CARD-NUM-IN TO WS-AUD-BEFORE-VALUE
           MOVE WS-XFER-NEW-CARD TO WS-AUD-AFTER-VALUE
           MOVE WS-AUD-CHANGE-TYPE TO WS-AUD-ROW-TYPE
           PERFORM WRITE-AUDIT-REC.

      ******************************************************************
      * Earn Rewards Points On A Posted Purchase - whole points at    *
           SUBTRACT WS-REDEEM-PTS FROM ACCT-PTS-BALANCE
           ADD WS-REDEEM-PTS TO ACCT-CYC-PTS-REDEEMED
           SUBTRACT WS-REDEEM-CREDIT FROM ACCT-CURR-BAL
           PERFORM KEEP-CASH-WITHIN-BALANCE
           PERFORM REWRITE-ACCOUNT
           PERFORM WRITE-TRANHIST-REDEMPTION


      ******************************************************************
      * Apply A Payment With Allocation - the payment draws down the  *
      * unpaid fee bucket first, then unpaid finance charges, then    *
      * the cash advance segment, and whatever remains pays           *
      * purchases, per the cardholder agreement's allocation order.   *
      * The balance and the cycle credit accumulator move by the      *
      * full payment either way; the buckets and the allocation       *
      * control totals record where the money went.                   *
      ******************************************************************
       APPLY-PAYMENT-ALLOCATION.
           MOVE TXN-AMOUNT-IN TO WS-PMT-REMAINING
               ADD WS-ALLOC-AMT TO WS-CT-ALLOC-INT-AMT
           END-IF

      *    The higher-rate cash segment is paid down before
      *    purchases - accrued up to tonight first, so the days it
      *    was carried at the old amount are charged at that amount
           MOVE ACCT-CASH-BAL TO WS-ALLOC-AMT
           IF WS-ALLOC-AMT > WS-PMT-REMAINING
               MOVE WS-PMT-REMAINING TO WS-ALLOC-AMT
           END-IF
           IF WS-ALLOC-AMT > ZERO
               PERFORM ACCRUE-CASH-INTEREST-TO-DATE
               SUBTRACT WS-ALLOC-AMT FROM ACCT-CASH-BAL
               SUBTRACT WS-ALLOC-AMT FROM WS-PMT-REMAINING
               ADD WS-ALLOC-AMT TO WS-CT-ALLOC-CASH-AMT
           END-IF

           ADD WS-PMT-REMAINING TO WS-CT-ALLOC-PRIN-AMT

           COMPUTE WS-NEW-BALANCE =
               ACCT-CURR-BAL - TXN-AMOUNT-IN
           MOVE WS-NEW-BALANCE TO ACCT-CURR-BAL
           PERFORM KEEP-CASH-WITHIN-BALANCE
           ADD TXN-AMOUNT-IN TO ACCT-CYC-CREDIT-AMT
           MOVE TXN-DATE-IN TO ACCT-LAST-PMT-DATE.

      ******************************************************************
      * Post A Recovery Against A Charged-Off Account - the payment   *
      * is collected against the written-off debt rather than a       *
      * balance, so the balance stays at zero; the master keeps the   *
      * running recovery total, the ledger gets a recovery row, and   *
      * the GL interface books it to the recovery account instead of  *
      * receivables.  Only the debt still written off can be          *
      * recovered - any part of the payment past it is an ordinary    *
      * payment, posted (with its own ledger row) as a credit         *
      * balance for CRREFUND to pay back out.                         *
      ******************************************************************
       POST-CHARGE-OFF-RECOVERY.
           MOVE ZERO TO WS-RECOV-AMT
           IF ACCT-CHGOFF-AMT > ACCT-RECOVERY-AMT
               COMPUTE WS-RECOV-AMT =
                   ACCT-CHGOFF-AMT - ACCT-RECOVERY-AMT
           END-IF
           IF WS-RECOV-AMT > TXN-AMOUNT-IN
               MOVE TXN-AMOUNT-IN TO WS-RECOV-AMT
           END-IF
           COMPUTE WS-RECOV-EXCESS-AMT =
               TXN-AMOUNT-IN - WS-RECOV-AMT

           MOVE TXN-DATE-IN TO ACCT-LAST-PMT-DATE
           IF WS-RECOV-AMT > ZERO
               ADD WS-RECOV-AMT TO ACCT-RECOVERY-AMT
               PERFORM REWRITE-ACCOUNT

               MOVE WS-TXN-RECOVERY TO TH-TYPE
               MOVE WS-RECOV-AMT TO TH-AMOUNT
               PERFORM WRITE-TRANHIST-RECOVERY

               ADD 1 TO WS-CT-RECOVERY-CNT
               ADD WS-RECOV-AMT TO WS-CT-RECOVERY-AMT
           END-IF

           IF WS-RECOV-EXCESS-AMT > ZERO
               COMPUTE WS-NEW-BALANCE =
                   ACCT-CURR-BAL - WS-RECOV-EXCESS-AMT
               MOVE WS-NEW-BALANCE TO ACCT-CURR-BAL
               ADD WS-RECOV-EXCESS-AMT TO ACCT-CYC-CREDIT-AMT
               PERFORM REWRITE-ACCOUNT

               MOVE WS-TXN-CREDIT TO TH-TYPE
               MOVE WS-RECOV-EXCESS-AMT TO TH-AMOUNT
               PERFORM WRITE-TRANHIST-RECOVERY

               ADD 1 TO WS-CT-CREDIT-CNT
               ADD WS-RECOV-EXCESS-AMT TO WS-CT-CREDIT-AMT
           END-IF.

      ******************************************************************
      * Write Transaction History For A Payment On A Charged-Off      *
      * Account - the row type and amount are set by the caller, the  *
      * recovery and any excess past the debt each getting their own  *
      * row so TH-AMOUNT agrees with the change in TH-RUN-BALANCE     *
      ******************************************************************
       WRITE-TRANHIST-RECOVERY.
           MOVE TXN-CARD-NUM-IN TO TH-CARD-NUM
           MOVE TXN-DATE-IN TO TH-DATE
           MOVE ACCT-CURR-BAL TO TH-RUN-BALANCE
           MOVE TXN-DESC-IN TO TH-DESC
           MOVE WS-CYCLE-DATE TO TH-POST-DATE
           MOVE SPACES TO TH-AGING-FLAG
           WRITE TRANHIST-REC-OUT
           IF WS-TRANHIST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING TRANHIST-OUT: '
                       WS-TRANHIST-STATUS
           END-IF.

      ******************************************************************
      * Process A Returned Payment (NSF) - the bank bounced a payment *
      * already posted, so the payment is reversed back onto the      *
      * balance (and onto the fee, finance charge, and cash advance   *
      * buckets it paid down, in allocation order), an NSF fee is     *
      * assessed the same way the overlimit and late fees are (its    *
      * own posting, control total, and ledger row), and a            *
      * delinquency cure granted on the strength of the bounced       *
      * payment is backed out by restoring the stage the cure cured   *
      * from.  The returned payment must name a payment actually on   *
      * the prior ledger, the way a dispute must name its purchase.   *
      ******************************************************************
       PROCESS-NSF-RETURN.
           IF ACCT-STATUS = WS-STATUS-CHGOFF
               PERFORM REVERSE-CHARGE-OFF-RECOVERY
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TXN-CREDIT TO WS-MATCH-TYPE
           PERFORM MATCH-TRANHIST-POSTING
           IF TH-POSTING-NOT-MATCHED

      *    Restore the unpaid buckets the bounced payment drew down,
      *    mirroring the allocation order: the reversal re-owes fees
      *    first, then finance charges, then the cash segment, the
      *    remainder purchases.
      *    Each bucket is restored at most back up to what this
      *    cycle has charged it (the paid-down portion), so the
      *    cardholder's replacement payment allocates fees-first
               SUBTRACT WS-ALLOC-AMT FROM WS-PMT-REMAINING
           END-IF

      *    The cash advance the payment paid down goes back on the
      *    cash segment, at most up to the non-cash part of the
      *    balance, accrued to tonight first at the amount it stood
           MOVE ZERO TO WS-ALLOC-AMT
           IF ACCT-CURR-BAL > ACCT-CASH-BAL
               COMPUTE WS-ALLOC-AMT =
                   ACCT-CURR-BAL - ACCT-CASH-BAL
           END-IF
           IF WS-ALLOC-AMT > WS-PMT-REMAINING
               MOVE WS-PMT-REMAINING TO WS-ALLOC-AMT
           END-IF
           IF WS-ALLOC-AMT > ZERO
               PERFORM ACCRUE-CASH-INTEREST-TO-DATE
               ADD WS-ALLOC-AMT TO ACCT-CASH-BAL
               SUBTRACT WS-ALLOC-AMT FROM WS-PMT-REMAINING
           END-IF

      *    Back out the cure the bounced payment bought - only while
      *    the account still stands cured; an account that has since
      *    re-aged on its own keeps the stage it earned
           PERFORM CHECK-AND-ASSESS-OVERLIMIT-FEE.

      ******************************************************************
      * Reverse A Bounced Payment On A Charged-Off Account - the      *
      * payment must be on the prior ledger as the recovery row it    *
      * posted as (or, for a payment that came in after the debt was  *
      * fully recovered, the payment row its credit balance posted    *
      * as).  A recovery comes back off the master's recovery total   *
      * and is booked back out of the recovery account; the written-  *
      * off debt was never on the balance, so nothing is added back   *
      * there, and no NSF fee is assessed on debt already written     *
      * off.  A bounced credit-balance payment comes back off the     *
      * balance it went onto, the way any returned payment does.  A   *
      * payment split between the two is not matched (NOPOST) and is  *
      * left for collections to reverse by hand.                      *
      ******************************************************************
       REVERSE-CHARGE-OFF-RECOVERY.
           MOVE WS-TXN-RECOVERY TO WS-MATCH-TYPE
           PERFORM MATCH-TRANHIST-POSTING
           IF TH-POSTING-NOT-MATCHED
               MOVE WS-TXN-CREDIT TO WS-MATCH-TYPE
               PERFORM MATCH-TRANHIST-POSTING
           END-IF
           IF TH-POSTING-NOT-MATCHED
               MOVE WS-REASON-NOPOST TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

           IF WS-MATCH-TYPE = WS-TXN-CREDIT
               COMPUTE WS-NEW-BALANCE =
                   ACCT-CURR-BAL + TXN-AMOUNT-IN
               MOVE WS-NEW-BALANCE TO ACCT-CURR-BAL
               IF TXN-AMOUNT-IN > ACCT-CYC-CREDIT-AMT
                   MOVE ZERO TO ACCT-CYC-CREDIT-AMT
               ELSE
                   SUBTRACT TXN-AMOUNT-IN FROM ACCT-CYC-CREDIT-AMT
               END-IF
               PERFORM REWRITE-ACCOUNT
               PERFORM WRITE-TRANHIST
               ADD 1 TO WS-CT-NSF-CNT
               ADD TXN-AMOUNT-IN TO WS-CT-NSF-AMT
               EXIT PARAGRAPH
           END-IF

           MOVE TXN-AMOUNT-IN TO WS-RECOV-AMT
           IF WS-RECOV-AMT > ACCT-RECOVERY-AMT
               MOVE ACCT-RECOVERY-AMT TO WS-RECOV-AMT
           END-IF
           SUBTRACT WS-RECOV-AMT FROM ACCT-RECOVERY-AMT
           PERFORM REWRITE-ACCOUNT
           PERFORM WRITE-TRANHIST
           ADD 1 TO WS-CT-RECOV-REV-CNT
           ADD WS-RECOV-AMT TO WS-CT-RECOV-REV-AMT.

      ******************************************************************
      * Write Transaction History For An NSF Fee - a separate ledger  *
      * row for the fee itself, the same way the overlimit and late   *
      * fees are ledgered.  Dated off the returned payment's own      *
      * transaction date so statement-period bounding places it with  *
      * the reversal it belongs to.                                   *
      ******************************************************************
       WRITE-TRANHIST-NSF-FEE.
           MOVE ACCT-CARD-NUM TO TH-CARD-NUM
           MOVE WS-TXN-FEE TO TH-TYPE
           MOVE WS-NSF-FEE-AMT TO TH-AMOUNT
           MOVE TXN-DATE-IN TO TH-DATE
           MOVE ACCT-CURR-BAL TO TH-RUN-BALANCE
           MOVE SPACES TO TH-AGING-FLAG
           MOVE 'NSF FEE' TO TH-DESC
           MOVE WS-CYCLE-DATE TO TH-POST-DATE

           IF WS-FRD-REV-AMT > ZERO
               SUBTRACT WS-FRD-REV-AMT FROM ACCT-CURR-BAL
               ADD WS-FRD-REV-AMT TO WS-CT-FRD-REV-AMT
               PERFORM KEEP-CASH-WITHIN-BALANCE
           END-IF

           PERFORM REWRITE-ACCOUNT
      * Rewrite The Current Account Master Record                     *
      ******************************************************************
       REWRITE-ACCOUNT.
      *    Keep the credit balance date in step with the balance -
      *    the first rewrite that finds the balance below zero
      *    dates the credit, and any rewrite that finds it back at
      *    zero or above clears it
           IF ACCT-CURR-BAL < ZERO
               IF ACCT-CR-BAL-DATE NOT NUMERIC
                  OR ACCT-CR-BAL-DATE = ZERO
                   MOVE WS-CYCLE-DATE TO ACCT-CR-BAL-DATE
               END-IF
           ELSE
               MOVE ZERO TO ACCT-CR-BAL-DATE
           END-IF

           REWRITE ACCOUNT-MASTER-REC
           IF WS-ACCT-MAST-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCOUNT-MASTER: '
                       WS-ACCT-MAST-STATUS
           ELSE
               PERFORM AUDIT-ACCOUNT-CHANGES
           END-IF.

      ******************************************************************
      * Save The Account's Audited Fields - the before image the next *
      * rewrite of this account is compared against                   *
      ******************************************************************
       SAVE-ACCOUNT-AUDIT-IMAGE.
           MOVE ACCT-CARD-NUM TO WS-AUD-SV-CARD-NUM
           MOVE ACCT-NAME TO WS-AUD-SV-NAME
           MOVE ACCT-CREDIT-LIMIT TO WS-AUD-SV-CREDIT-LIMIT
           MOVE ACCT-APR TO WS-AUD-SV-APR
           MOVE ACCT-INT-BEARING TO WS-AUD-SV-INT-BEARING
           MOVE ACCT-STATUS TO WS-AUD-SV-STATUS
           MOVE ACCT-OVERLIMIT TO WS-AUD-SV-OVERLIMIT
           MOVE ACCT-DELQ-STAGE TO WS-AUD-SV-DELQ-STAGE
           MOVE ACCT-CYCLE-DAY TO WS-AUD-SV-CYCLE-DAY
           MOVE ACCT-XFER-CARD-NUM TO WS-AUD-SV-XFER-CARD-NUM
           MOVE ACCT-LAST-LTR-CD TO WS-AUD-SV-LAST-LTR-CD
           MOVE ACCT-CASH-LIMIT TO WS-AUD-SV-CASH-LIMIT
           MOVE ACCT-CASH-APR TO WS-AUD-SV-CASH-APR
           MOVE ACCT-EXPIRY-DATE TO WS-AUD-SV-EXPIRY-DATE
           MOVE ACCT-PLAN-STATUS TO WS-AUD-SV-PLAN-STATUS
           MOVE ACCT-PLAN-APR TO WS-AUD-SV-PLAN-APR
           MOVE ACCT-PLAN-ORIG-APR TO WS-AUD-SV-PLAN-ORIG-APR.

      ******************************************************************
      * Audit A Newly Written Account - every audited field is logged *
      * against an empty before image, so an open or a replacement's  *
      * successor shows the terms it started with                     *
      ******************************************************************
       AUDIT-NEW-ACCOUNT.
           INITIALIZE WS-AUD-SAVED
           MOVE ACCT-CARD-NUM TO WS-AUD-SV-CARD-NUM
           PERFORM AUDIT-ACCOUNT-CHANGES.

      ******************************************************************
      * Audit The Account Just Rewritten - one audit row per audited  *
      * field that differs from the saved before image, then the      *
      * image is brought up to date for the next rewrite.  The        *
      * overlimit and delinquency flags move on their own as postings *
      * land, so outside a maintenance transaction their rows are     *
      * typed OVRLIMIT and DELQ rather than by the posting.  A record *
      * whose before image was never taken is not compared.           *
      ******************************************************************
       AUDIT-ACCOUNT-CHANGES.
           IF WS-AUD-SV-CARD-NUM NOT = ACCT-CARD-NUM
               PERFORM SAVE-ACCOUNT-AUDIT-IMAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AUD-CHANGE-TYPE TO WS-AUD-ROW-TYPE

           IF ACCT-NAME NOT = WS-AUD-SV-NAME
               MOVE 'ACCT-NAME' TO WS-AUD-FIELD-NAME
               MOVE WS-AUD-SV-NAME TO WS-AUD-BEFORE-VALUE
               MOVE ACCT-NAME TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           IF ACCT-CREDIT-LIMIT NOT = WS-AUD-SV-CREDIT-LIMIT
               MOVE 'ACCT-CREDIT-LIMIT' TO WS-AUD-FIELD-NAME
               MOVE WS-AUD-SV-CREDIT-LIMIT TO WS-AUD-AMT-EDIT
               MOVE WS-AUD-AMT-EDIT TO WS-AUD-BEFORE-VALUE
               MOVE ACCT-CREDIT-LIMIT TO WS-AUD-AMT-EDIT
               MOVE WS-AUD-AMT-EDIT TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           IF ACCT-APR NOT = WS-AUD-SV-APR
               MOVE 'ACCT-APR' TO WS-AUD-FIELD-NAME
               MOVE WS-AUD-SV-APR TO WS-AUD-RATE-EDIT
               MOVE WS-AUD-RATE-EDIT TO WS-AUD-BEFORE-VALUE
               MOVE ACCT-APR TO WS-AUD-RATE-EDIT
               MOVE WS-AUD-RATE-EDIT TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           IF ACCT-INT-BEARING NOT = WS-AUD-SV-INT-BEARING
               MOVE 'ACCT-INT-BEARING' TO WS-AUD-FIELD-NAME
               MOVE WS-AUD-SV-INT-BEARING TO WS-AUD-BEFORE-VALUE
               MOVE ACCT-INT-BEARING TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           IF ACCT-STATUS NOT = WS-AUD-SV-STATUS
               MOVE 'ACCT-STATUS' TO WS-AUD-FIELD-NAME
               MOVE WS-AUD-SV-STATUS TO WS-AUD-BEFORE-VALUE
               MOVE ACCT-STATUS TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           IF ACCT-CYCLE-DAY NOT = WS-AUD-SV-CYCLE-DAY
               MOVE 'ACCT-CYCLE-DAY' TO WS-AUD-FIELD-NAME
               MOVE WS-AUD-SV-CYCLE-DAY TO WS-AUD-BEFORE-VALUE
               MOVE ACCT-CYCLE-DAY TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           IF ACCT-XFER-CARD-NUM NOT = WS-AUD-SV-XFER-CARD-NUM
               MOVE 'ACCT-XFER-CARD-NUM' TO WS-AUD-FIELD-NAME
               MOVE WS-AUD-SV-XFER-CARD-NUM TO WS-AUD-BEFORE-VALUE
               MOVE ACCT-XFER-CARD-NUM TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           IF ACCT-LAST-LTR-CD NOT = WS-AUD-SV-LAST-LTR-CD
               MOVE 'ACCT-LAST-LTR-CD' TO WS-AUD-FIELD-NAME
               MOVE WS-AUD-SV-LAST-LTR-CD TO WS-AUD-BEFORE-VALUE
               MOVE ACCT-LAST-LTR-CD TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           IF ACCT-CASH-LIMIT NOT = WS-AUD-SV-CASH-LIMIT
               MOVE 'ACCT-CASH-LIMIT' TO WS-AUD-FIELD-NAME
               MOVE WS-AUD-SV-CASH-LIMIT TO WS-AUD-AMT-EDIT
               MOVE WS-AUD-AMT-EDIT TO WS-AUD-BEFORE-VALUE
               MOVE ACCT-CASH-LIMIT TO WS-AUD-AMT-EDIT
               MOVE WS-AUD-AMT-EDIT TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           IF ACCT-CASH-APR NOT = WS-AUD-SV-CASH-APR
               MOVE 'ACCT-CASH-APR' TO WS-AUD-FIELD-NAME
               MOVE WS-AUD-SV-CASH-APR TO WS-AUD-RATE-EDIT
               MOVE WS-AUD-RATE-EDIT TO WS-AUD-BEFORE-VALUE
               MOVE ACCT-CASH-APR TO WS-AUD-RATE-EDIT
               MOVE WS-AUD-RATE-EDIT TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           IF ACCT-EXPIRY-DATE NOT = WS-AUD-SV-EXPIRY-DATE
               MOVE 'ACCT-EXPIRY-DATE' TO WS-AUD-FIELD-NAME
               MOVE WS-AUD-SV-EXPIRY-DATE TO WS-AUD-BEFORE-VALUE
               MOVE ACCT-EXPIRY-DATE TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           IF ACCT-PLAN-STATUS NOT = WS-AUD-SV-PLAN-STATUS
               MOVE 'ACCT-PLAN-STATUS' TO WS-AUD-FIELD-NAME
               MOVE WS-AUD-SV-PLAN-STATUS TO WS-AUD-BEFORE-VALUE
               MOVE ACCT-PLAN-STATUS TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           IF ACCT-PLAN-APR NOT = WS-AUD-SV-PLAN-APR
               MOVE 'ACCT-PLAN-APR' TO WS-AUD-FIELD-NAME
               MOVE WS-AUD-SV-PLAN-APR TO WS-AUD-RATE-EDIT
               MOVE WS-AUD-RATE-EDIT TO WS-AUD-BEFORE-VALUE
               MOVE ACCT-PLAN-APR TO WS-AUD-RATE-EDIT
               MOVE WS-AUD-RATE-EDIT TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

      *    An APR change keyed while a plan runs lands here, the
      *    rate the account goes back to when the plan ends
           IF ACCT-PLAN-ORIG-APR NOT = WS-AUD-SV-PLAN-ORIG-APR
               MOVE 'ACCT-PLAN-ORIG-APR' TO WS-AUD-FIELD-NAME
               MOVE WS-AUD-SV-PLAN-ORIG-APR TO WS-AUD-RATE-EDIT
               MOVE WS-AUD-RATE-EDIT TO WS-AUD-BEFORE-VALUE
               MOVE ACCT-PLAN-ORIG-APR TO WS-AUD-RATE-EDIT
               MOVE WS-AUD-RATE-EDIT TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           IF NOT AUD-MAINTENANCE-CHANGE
               MOVE 'OVRLIMIT' TO WS-AUD-ROW-TYPE
           END-IF
           IF ACCT-OVERLIMIT NOT = WS-AUD-SV-OVERLIMIT
               MOVE 'ACCT-OVERLIMIT' TO WS-AUD-FIELD-NAME
               MOVE WS-AUD-SV-OVERLIMIT TO WS-AUD-BEFORE-VALUE
               MOVE ACCT-OVERLIMIT TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           IF NOT AUD-MAINTENANCE-CHANGE
               MOVE 'DELQ' TO WS-AUD-ROW-TYPE
           END-IF
           IF ACCT-DELQ-STAGE NOT = WS-AUD-SV-DELQ-STAGE
               MOVE 'ACCT-DELQ-STAGE' TO WS-AUD-FIELD-NAME
               MOVE WS-AUD-SV-DELQ-STAGE TO WS-AUD-BEFORE-VALUE
               MOVE ACCT-DELQ-STAGE TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           PERFORM SAVE-ACCOUNT-AUDIT-IMAGE.

      ******************************************************************
      * Write One Audit Row - the caller sets the field name, the     *
      * before and after values, and the row's change type; the card  *
      * is whichever master record is current                         *
      ******************************************************************
       WRITE-AUDIT-REC.
           MOVE SPACES TO AUDIT-REC-OUT
           IF WS-AUD-FIELD-NAME(1:4) = 'CHM-'
               MOVE CHM-CARD-NUM TO AUD-CARD-NUM
           ELSE
               MOVE ACCT-CARD-NUM TO AUD-CARD-NUM
           END-IF
           MOVE WS-AUD-PROGRAM TO AUD-PROGRAM
           MOVE WS-AUD-ROW-TYPE TO AUD-CHANGE-TYPE
           MOVE WS-CYCLE-DATE TO AUD-PROC-DATE
           MOVE WS-AUD-FIELD-NAME TO AUD-FIELD-NAME
           MOVE WS-AUD-BEFORE-VALUE TO AUD-BEFORE-VALUE
           MOVE WS-AUD-AFTER-VALUE TO AUD-AFTER-VALUE

           WRITE AUDIT-REC-OUT
           IF WS-AUDIT-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUDIT-LOG-OUT: '
                       WS-AUDIT-OUT-STATUS
           ELSE
               ADD 1 TO WS-CT-AUDIT-CNT
           END-IF.

      ******************************************************************
      * it never gets folded into the counts for whatever transaction *
      * type happened to push the account over. Once flagged, further *
      * purchases against the account are rejected for the rest of    *
      * the cycle (see VALIDATE-AND-PROCESS-TXN).  An account in an    *
      * active hardship plan is flagged the same way but assessed no   *
      * fee.                                                           *
      ******************************************************************
       CHECK-AND-ASSESS-OVERLIMIT-FEE.
           IF ACCT-CURR-BAL > ACCT-CREDIT-LIMIT
              AND ACCT-NOT-OVERLIMIT
              AND ACCT-STATUS NOT = WS-STATUS-CHGOFF
              AND ACCT-PLAN-ACTIVE
               SET ACCT-IS-OVERLIMIT TO TRUE
               PERFORM REWRITE-ACCOUNT
               EXIT PARAGRAPH
           END-IF

           IF ACCT-CURR-BAL > ACCT-CREDIT-LIMIT
              AND ACCT-NOT-OVERLIMIT
              AND ACCT-STATUS NOT = WS-STATUS-CHGOFF
               SET ACCT-IS-OVERLIMIT TO TRUE
               ADD WS-OVERLIMIT-FEE-AMT TO ACCT-CURR-BAL
               ADD WS-OVERLIMIT-FEE-AMT TO ACCT-CYC-FEE-AMT
                       WS-TRANHIST-STATUS
           END-IF.

      ******************************************************************
      * Assess The Cash Advance Fee - a percentage of the advance,    *
      * floored at WS-CASH-FEE-MIN, posted as its own fee the way the *
      * overlimit fee is (its own control total and ledger row) so it *
      * never folds into the advance's own posting                    *
      ******************************************************************
       ASSESS-CASH-ADVANCE-FEE.
           COMPUTE WS-CASH-FEE ROUNDED =
               TXN-AMOUNT-IN * WS-CASH-FEE-PCT
           IF WS-CASH-FEE < WS-CASH-FEE-MIN
               MOVE WS-CASH-FEE-MIN TO WS-CASH-FEE
           END-IF
           IF WS-CASH-FEE = ZERO
               EXIT PARAGRAPH
           END-IF

           ADD WS-CASH-FEE TO ACCT-CURR-BAL
           ADD WS-CASH-FEE TO ACCT-CYC-FEE-AMT
           ADD WS-CASH-FEE TO ACCT-UNPAID-FEE-AMT
           ADD 1 TO WS-CT-CASH-FEE-CNT
           ADD WS-CASH-FEE TO WS-CT-CASH-FEE-AMT
           PERFORM REWRITE-ACCOUNT
           PERFORM WRITE-TRANHIST-CASH-FEE.

      ******************************************************************
      * Write Transaction History For A Cash Advance Fee - a separate *
      * fee row following the advance's own row, dated with the       *
      * advance                                                       *
      ******************************************************************
       WRITE-TRANHIST-CASH-FEE.
           MOVE ACCT-CARD-NUM TO TH-CARD-NUM
           MOVE WS-TXN-FEE TO TH-TYPE
           MOVE WS-CASH-FEE TO TH-AMOUNT
           MOVE TXN-DATE-IN TO TH-DATE
           MOVE ACCT-CURR-BAL TO TH-RUN-BALANCE
           MOVE SPACES TO TH-AGING-FLAG
           MOVE 'CASH ADVANCE FEE' TO TH-DESC
           MOVE WS-CYCLE-DATE TO TH-POST-DATE

           WRITE TRANHIST-REC-OUT
           IF WS-TRANHIST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING TRANHIST-OUT: '
                       WS-TRANHIST-STATUS
           END-IF.

      ******************************************************************
      * Write Transaction History For A Monthly Interest Posting - a  *
      * separate ledger row for the finance charge itself, the same   *
               SET ACCT-NOT-CYCLING TO TRUE
           END-IF.

      ******************************************************************
      * Charge Off Accounts - sequential browse of the indexed master *
      * after the day's postings, writing off every open account      *
      * that has stood at 90+ for WS-CHGOFF-DAYS past the date it     *
      * entered the stage, or for WS-CHGOFF-DAYS past the date        *
      * collections placed it with the agency.  An account already    *
      * charged off is status W and never qualifies again, so a       *
      * replayed pass after an abend writes off only the accounts     *
      * the interrupted pass never reached.                           *
      ******************************************************************
       CHARGE-OFF-ACCOUNTS.
           MOVE 'CHGOFF' TO WS-AUD-CHANGE-TYPE
           MOVE LOW-VALUES TO ACCT-CARD-NUM
           START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-CARD-NUM
           SET ACCT-NOT-EOF TO TRUE

           PERFORM UNTIL ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET ACCT-EOF TO TRUE
                   NOT AT END
                       PERFORM SAVE-ACCOUNT-AUDIT-IMAGE
                       PERFORM CHARGE-OFF-ONE-ACCOUNT
               END-READ
           END-PERFORM.

      ******************************************************************
      * Charge Off One Account, If Due - the balance is split fees    *
      * first, then finance charges, and the rest principal (the same *
      * buckets payment allocation draws down), the split is carried  *
      * into the loss control totals the GL interface books from,     *
      * and the account is left at status W with a zero balance and   *
      * the written-off amount on the master for recovery tracking    *
      ******************************************************************
       CHARGE-OFF-ONE-ACCOUNT.
           IF ACCT-STATUS NOT = WS-STATUS-ACTIVE
              AND ACCT-STATUS NOT = WS-STATUS-BLOCKED
               EXIT PARAGRAPH
           END-IF
           IF ACCT-CURR-BAL NOT > ZERO
               EXIT PARAGRAPH
           END-IF
      *    A hardship plan holds the account off the loss books for
      *    as long as the plan runs - a break resumes the aging
           IF ACCT-PLAN-ACTIVE
               EXIT PARAGRAPH
           END-IF

           SET CHGOFF-NOT-DUE TO TRUE
      *    COLLETTR stamps the letter date when it places the
      *    account, so the placement ages from it
           IF ACCT-AGENCY-PLACED AND ACCT-LAST-LTR-DATE > ZERO
               COMPUTE WS-CHGOFF-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
                   - FUNCTION INTEGER-OF-DATE(ACCT-LAST-LTR-DATE)
               IF WS-CHGOFF-AGE-DAYS NOT < WS-CHGOFF-DAYS
                   SET CHGOFF-IS-DUE TO TRUE
               END-IF
           END-IF
           IF ACCT-DELQ-90 AND ACCT-DELQ-90-DATE > ZERO
               COMPUTE WS-CHGOFF-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
                   - FUNCTION INTEGER-OF-DATE(ACCT-DELQ-90-DATE)
               IF WS-CHGOFF-AGE-DAYS NOT < WS-CHGOFF-DAYS
                   SET CHGOFF-IS-DUE TO TRUE
               END-IF
           END-IF
           IF CHGOFF-NOT-DUE
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-UNPAID-FEE-AMT TO WS-CHGOFF-FEE-AMT
           IF WS-CHGOFF-FEE-AMT > ACCT-CURR-BAL
               MOVE ACCT-CURR-BAL TO WS-CHGOFF-FEE-AMT
           END-IF
           MOVE ACCT-UNPAID-INT-AMT TO WS-CHGOFF-INT-AMT
           IF WS-CHGOFF-INT-AMT > ACCT-CURR-BAL - WS-CHGOFF-FEE-AMT
               COMPUTE WS-CHGOFF-INT-AMT =
                   ACCT-CURR-BAL - WS-CHGOFF-FEE-AMT
           END-IF
           COMPUTE WS-CHGOFF-PRIN-AMT =
               ACCT-CURR-BAL - WS-CHGOFF-FEE-AMT - WS-CHGOFF-INT-AMT

           MOVE WS-STATUS-CHGOFF TO ACCT-STATUS
           MOVE WS-CYCLE-DATE TO ACCT-CHGOFF-DATE
           MOVE ACCT-CURR-BAL TO ACCT-CHGOFF-AMT
           MOVE ZERO TO ACCT-RECOVERY-AMT
           MOVE ZERO TO ACCT-CURR-BAL
           MOVE ZERO TO ACCT-UNPAID-FEE-AMT
           MOVE ZERO TO ACCT-UNPAID-INT-AMT
      *    The cash segment was part of the balance written off, and
      *    its unbilled accrual stops with the interest
           MOVE ZERO TO ACCT-CASH-BAL
           MOVE ZERO TO ACCT-CASH-ACCR-INT
           SET ACCT-NOT-OVERLIMIT TO TRUE
           PERFORM REWRITE-ACCOUNT
           PERFORM WRITE-TRANHIST-CHARGE-OFF

           ADD 1 TO WS-CT-CHGOFF-CNT
           ADD WS-CHGOFF-PRIN-AMT TO WS-CT-CHGOFF-PRIN-AMT
           ADD WS-CHGOFF-INT-AMT TO WS-CT-CHGOFF-INT-AMT
           ADD WS-CHGOFF-FEE-AMT TO WS-CT-CHGOFF-FEE-AMT

      *    Checkpoint in step with the write-off, the way merchant
      *    settlement does - the zeroed balance can never be re-read,
      *    so the loss totals it fed must be durable before the next
      *    account
           PERFORM WRITE-CHECKPOINT.

      ******************************************************************
      * Write Transaction History For A Charge-Off - the ledger's     *
      * closing row for the written-off balance, running balance     *
      * zero.  Not called from a transaction context, so it is dated  *
      * off the current cycle date.                                   *
      ******************************************************************
       WRITE-TRANHIST-CHARGE-OFF.
           MOVE ACCT-CARD-NUM TO TH-CARD-NUM
           MOVE WS-TXN-CHGOFF TO TH-TYPE
           MOVE ACCT-CHGOFF-AMT TO TH-AMOUNT
           MOVE WS-CYCLE-DATE TO TH-DATE
           MOVE ACCT-CURR-BAL TO TH-RUN-BALANCE
           MOVE SPACES TO TH-AGING-FLAG
           MOVE 'CHARGE-OFF' TO TH-DESC
           MOVE WS-CYCLE-DATE TO TH-POST-DATE

           WRITE TRANHIST-REC-OUT
           IF WS-TRANHIST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING TRANHIST-OUT: '
                       WS-TRANHIST-STATUS
           END-IF.

      ******************************************************************
      * Accrue Monthly Interest/Finance Charges On Carried Balances   *
      * Runs after all transactions are posted, over every interest-  *
      * cuts.                                                         *
      ******************************************************************
       ACCRUE-INTEREST.
           MOVE 'INTEREST' TO WS-AUD-CHANGE-TYPE
           MOVE LOW-VALUES TO ACCT-CARD-NUM
           START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-CARD-NUM
           SET ACCT-NOT-EOF TO TRUE
                   AT END
                       SET ACCT-EOF TO TRUE
                   NOT AT END
                       PERFORM SAVE-ACCOUNT-AUDIT-IMAGE
                       PERFORM CHECK-ACCOUNT-CYCLING
                       IF ACCT-IS-CYCLING
                           PERFORM ACCRUE-INTEREST-FOR-ACCOUNT
                           PERFORM BILL-CASH-INTEREST-FOR-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF ACCT-IS-INT-BEARING
              AND ACCT-STATUS NOT = WS-STATUS-BLOCKED
              AND ACCT-STATUS NOT = WS-STATUS-CLOSED
              AND ACCT-STATUS NOT = WS-STATUS-CHGOFF
              AND ACCT-CURR-BAL > ZERO
              AND ACCT-APR > ZERO
              AND ACCT-CYC-INT-AMT = ZERO
              AND ACCT-LAST-STMT-DATE NOT = WS-CYCLE-DATE
               COMPUTE WS-MONTHLY-RATE ROUNDED =
                   (ACCT-APR / 100) / WS-MONTHS-PER-YEAR
      *        The cash segment is charged at its own rate below -
      *        only the rest of the balance carries the purchase APR
               COMPUTE WS-FINANCE-CHARGE ROUNDED =
                   (ACCT-CURR-BAL - ACCT-CASH-BAL) * WS-MONTHLY-RATE

               IF WS-FINANCE-CHARGE > ZERO
                   ADD WS-FINANCE-CHARGE TO ACCT-CURR-BAL
               END-IF
           END-IF.

      ******************************************************************
      * Bill One Account's Cash Finance Charge - the cash segment is  *
      * accrued through tonight and everything accrued since the      *
      * last cut is billed as its own finance charge posting.  The    *
      * same two restart guards as the purchase finance charge keep   *
      * a replayed pass from billing it twice: the charge sits in     *
      * ACCT-CYC-CASH-INT-AMT until the statement cuts, and the cut   *
      * stamps ACCT-LAST-STMT-DATE.                                   *
      ******************************************************************
       BILL-CASH-INTEREST-FOR-ACCOUNT.
           IF ACCT-CYC-CASH-INT-AMT NOT = ZERO
              OR ACCT-LAST-STMT-DATE = WS-CYCLE-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM ACCRUE-CASH-INTEREST-TO-DATE
           IF ACCT-CASH-ACCR-INT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-CASH-ACCR-INT TO WS-FINANCE-CHARGE
           MOVE ZERO TO ACCT-CASH-ACCR-INT
           ADD WS-FINANCE-CHARGE TO ACCT-CURR-BAL
           ADD WS-FINANCE-CHARGE TO ACCT-CYC-CASH-INT-AMT
           ADD WS-FINANCE-CHARGE TO ACCT-UNPAID-INT-AMT

           PERFORM REWRITE-ACCOUNT
           PERFORM WRITE-TRANHIST-CASH-INTEREST
           ADD 1 TO WS-CT-CASH-INT-CNT
           ADD WS-FINANCE-CHARGE TO WS-CT-CASH-INT-AMT

           PERFORM CHECK-AND-ASSESS-OVERLIMIT-FEE.

      ******************************************************************
      * Write Transaction History For A Cash Finance Charge - an      *
      * interest row of its own, labeled apart from the purchase      *
      * finance charge                                                *
      ******************************************************************
       WRITE-TRANHIST-CASH-INTEREST.
           MOVE ACCT-CARD-NUM TO TH-CARD-NUM
           MOVE WS-TXN-INTEREST TO TH-TYPE
           MOVE WS-FINANCE-CHARGE TO TH-AMOUNT
           MOVE WS-CYCLE-DATE TO TH-DATE
           MOVE ACCT-CURR-BAL TO TH-RUN-BALANCE
           MOVE SPACES TO TH-AGING-FLAG
           MOVE 'CASH FINANCE CHARGE' TO TH-DESC
           MOVE WS-CYCLE-DATE TO TH-POST-DATE

           WRITE TRANHIST-REC-OUT
           IF WS-TRANHIST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING TRANHIST-OUT: '
                       WS-TRANHIST-STATUS
           END-IF.

      ******************************************************************
      * Accrue The Cash Segment Through Tonight - daily simple        *
      * interest at the cash APR (the plan APR while a hardship plan  *
      * runs) on the segment as it has stood since it was last        *
      * accrued, added to the unbilled accrual.  Called before        *
      * anything changes the segment so every day accrues on the      *
      * amount actually carried that day.  Accounts that accrue no    *
      * interest (not interest-bearing, blocked, closed, charged off) *
      * just have the accrual date brought forward.                   *
      ******************************************************************
       ACCRUE-CASH-INTEREST-TO-DATE.
      *    A hardship plan's reduced rate covers the whole balance,
      *    the cash segment included, for as long as the plan runs
           IF ACCT-PLAN-ACTIVE
               MOVE ACCT-PLAN-APR TO WS-CASH-ACCR-APR
           ELSE
               MOVE ACCT-CASH-APR TO WS-CASH-ACCR-APR
           END-IF
           IF ACCT-CASH-BAL > ZERO
              AND WS-CASH-ACCR-APR > ZERO
              AND ACCT-CASH-ACCR-DATE > ZERO
              AND ACCT-CASH-ACCR-DATE < WS-CYCLE-DATE
              AND ACCT-IS-INT-BEARING
              AND ACCT-STATUS NOT = WS-STATUS-BLOCKED
              AND ACCT-STATUS NOT = WS-STATUS-CLOSED
              AND ACCT-STATUS NOT = WS-STATUS-CHGOFF
               COMPUTE WS-CASH-ACCR-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
                   - FUNCTION INTEGER-OF-DATE(ACCT-CASH-ACCR-DATE)
               COMPUTE WS-CASH-ACCR-AMT ROUNDED =
                   ACCT-CASH-BAL * (WS-CASH-ACCR-APR / 100)
                   * WS-CASH-ACCR-DAYS / WS-DAYS-PER-YEAR
               ADD WS-CASH-ACCR-AMT TO ACCT-CASH-ACCR-INT
           END-IF
           IF ACCT-CASH-ACCR-DATE < WS-CYCLE-DATE
               MOVE WS-CYCLE-DATE TO ACCT-CASH-ACCR-DATE
           END-IF.

      ******************************************************************
      * Give A Converted Master Its Cash Line - a master converted    *
      * from before cash pricing carries no cash line and no cash     *
      * rate (an account opened since, or re-limited by an L, has its *
      * line set from CASHLINEPCT and is left alone).  It is given    *
      * the line and rate an account opened tonight would get, and    *
      * the master is rewritten so the change is audited like any     *
      * other line change.                                            *
      ******************************************************************
       GIVE-CONVERTED-CASH-LINE.
           IF ACCT-CASH-LIMIT NOT = ZERO
              OR ACCT-CASH-APR NOT = ZERO
               EXIT PARAGRAPH
           END-IF

           COMPUTE ACCT-CASH-LIMIT ROUNDED =
               ACCT-CREDIT-LIMIT * WS-CASH-LINE-PCT
           MOVE WS-CASH-APR TO ACCT-CASH-APR
           PERFORM REWRITE-ACCOUNT
           ADD 1 TO WS-CT-CASH-LINE-SET-CNT.

      ******************************************************************
      * Keep The Cash Segment Within The Balance - a credit that is   *
      * not a payment (refund, redemption, dispute or fraud credit)   *
      * reduces the balance without allocating; if the balance drops  *
      * below the cash segment, the segment comes down with it        *
      ******************************************************************
       KEEP-CASH-WITHIN-BALANCE.
           IF ACCT-CASH-BAL > ZERO
              AND ACCT-CASH-BAL > ACCT-CURR-BAL
               PERFORM ACCRUE-CASH-INTEREST-TO-DATE
               IF ACCT-CURR-BAL > ZERO
                   MOVE ACCT-CURR-BAL TO ACCT-CASH-BAL
               ELSE
                   MOVE ZERO TO ACCT-CASH-BAL
               END-IF
           END-IF.

      ******************************************************************
      * Write Rejected Transaction                                    *
      ******************************************************************
                   ADD 1 TO WS-CT-REJ-NOPTS
               WHEN WS-REASON-NOCASE
                   ADD 1 TO WS-CT-REJ-NOCASE
               WHEN WS-REASON-CHGDOFF
                   ADD 1 TO WS-CT-REJ-CHGDOFF
               WHEN WS-REASON-CASHLIM
                   ADD 1 TO WS-CT-REJ-CASHLIM
               WHEN WS-REASON-NOTELIG
                   ADD 1 TO WS-CT-REJ-NOTELIG
           END-EVALUATE.

      ******************************************************************
      * ACCOUNT-MASTER producing the account extract and statements   *
      ******************************************************************
       WRITE-FINAL-OUTPUTS.
           MOVE 'CYCLE' TO WS-AUD-CHANGE-TYPE
           MOVE LOW-VALUES TO ACCT-CARD-NUM
           START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-CARD-NUM
           SET ACCT-NOT-EOF TO TRUE
                   AT END
                       SET ACCT-EOF TO TRUE
                   NOT AT END
                       PERFORM SAVE-ACCOUNT-AUDIT-IMAGE
                       PERFORM WRITE-ONE-FINAL-OUTPUT
                       ADD ACCT-CURR-BAL TO WS-CT-END-BAL-TOTAL
               END-READ
               PERFORM WRITE-GL-ENTRY
           END-IF

      *    Cash advances are disbursed through the same network
      *    settlement account purchases are
           IF WS-CT-CASH-AMT > ZERO
               MOVE WS-GL-RECEIVABLES TO WS-GL-DR-ACCT
               MOVE WS-GL-SETTLEMENT TO WS-GL-CR-ACCT
               MOVE WS-CT-CASH-AMT TO WS-GL-ENTRY-AMT
               MOVE 'CASH ADVANCES' TO WS-GL-ENTRY-DESC
               PERFORM WRITE-GL-ENTRY
           END-IF

           IF WS-CT-REFUND-AMT > ZERO
               MOVE WS-GL-SETTLEMENT TO WS-GL-DR-ACCT
               MOVE WS-GL-RECEIVABLES TO WS-GL-CR-ACCT
               PERFORM WRITE-GL-ENTRY
           END-IF

           IF WS-CT-CASH-FEE-AMT > ZERO
               MOVE WS-GL-RECEIVABLES TO WS-GL-DR-ACCT
               MOVE WS-GL-CASH-FEE-INC TO WS-GL-CR-ACCT
               MOVE WS-CT-CASH-FEE-AMT TO WS-GL-ENTRY-AMT
               MOVE 'CASH ADVANCE FEES' TO WS-GL-ENTRY-DESC
               PERFORM WRITE-GL-ENTRY
           END-IF

           IF WS-CT-CASH-INT-AMT > ZERO
               MOVE WS-GL-RECEIVABLES TO WS-GL-DR-ACCT
               MOVE WS-GL-CASH-INT-INC TO WS-GL-CR-ACCT
               MOVE WS-CT-CASH-INT-AMT TO WS-GL-ENTRY-AMT
               MOVE 'CASH FINANCE CHARGES' TO WS-GL-ENTRY-DESC
               PERFORM WRITE-GL-ENTRY
           END-IF

           IF WS-CT-DISP-OPEN-AMT > ZERO
               MOVE WS-GL-DISP-SUSPENSE TO WS-GL-DR-ACCT
               MOVE WS-GL-RECEIVABLES TO WS-GL-CR-ACCT
               PERFORM WRITE-GL-ENTRY
           END-IF

      *    Charge-offs take the written-off balance off receivables
      *    onto the loss accounts, split the way the balance was
      *    owed
           IF WS-CT-CHGOFF-PRIN-AMT > ZERO
               MOVE WS-GL-CO-PRIN-LOSS TO WS-GL-DR-ACCT
               MOVE WS-GL-RECEIVABLES TO WS-GL-CR-ACCT
               MOVE WS-CT-CHGOFF-PRIN-AMT TO WS-GL-ENTRY-AMT
               MOVE 'CHARGE-OFF PRINCIPAL' TO WS-GL-ENTRY-DESC
               PERFORM WRITE-GL-ENTRY
           END-IF

           IF WS-CT-CHGOFF-INT-AMT > ZERO
               MOVE WS-GL-CO-INT-LOSS TO WS-GL-DR-ACCT
               MOVE WS-GL-RECEIVABLES TO WS-GL-CR-ACCT
               MOVE WS-CT-CHGOFF-INT-AMT TO WS-GL-ENTRY-AMT
               MOVE 'CHARGE-OFF INTEREST' TO WS-GL-ENTRY-DESC
               PERFORM WRITE-GL-ENTRY
           END-IF

           IF WS-CT-CHGOFF-FEE-AMT > ZERO
               MOVE WS-GL-CO-FEE-LOSS TO WS-GL-DR-ACCT
               MOVE WS-GL-RECEIVABLES TO WS-GL-CR-ACCT
               MOVE WS-CT-CHGOFF-FEE-AMT TO WS-GL-ENTRY-AMT
               MOVE 'CHARGE-OFF FEES' TO WS-GL-ENTRY-DESC
               PERFORM WRITE-GL-ENTRY
           END-IF

      *    Credit balance refunds put the credit back on receivables
      *    and owe it out through refunds payable, which the checks
      *    CRREFUND issued clear
           IF WS-CT-CRB-RFD-AMT > ZERO
               MOVE WS-GL-RECEIVABLES TO WS-GL-DR-ACCT
               MOVE WS-GL-REFUND-PAYABLE TO WS-GL-CR-ACCT
               MOVE WS-CT-CRB-RFD-AMT TO WS-GL-ENTRY-AMT
               MOVE 'CREDIT BALANCE REFUNDS' TO WS-GL-ENTRY-DESC
               PERFORM WRITE-GL-ENTRY
           END-IF

      *    Recoveries are cash in against debt already written off -
      *    they never touch receivables
           IF WS-CT-RECOVERY-AMT > ZERO
               MOVE WS-GL-PMT-CLEARING TO WS-GL-DR-ACCT
               MOVE WS-GL-CO-RECOVERY TO WS-GL-CR-ACCT
               MOVE WS-CT-RECOVERY-AMT TO WS-GL-ENTRY-AMT
               MOVE 'CHARGE-OFF RECOVERIES' TO WS-GL-ENTRY-DESC
               PERFORM WRITE-GL-ENTRY
           END-IF

      *    A recovery payment the bank bounced comes back out of the
      *    recovery account the way it went in
           IF WS-CT-RECOV-REV-AMT > ZERO
               MOVE WS-GL-CO-RECOVERY TO WS-GL-DR-ACCT
               MOVE WS-GL-PMT-CLEARING TO WS-GL-CR-ACCT
               MOVE WS-CT-RECOV-REV-AMT TO WS-GL-ENTRY-AMT
               MOVE 'RECOVERY REVERSALS' TO WS-GL-ENTRY-DESC
               PERFORM WRITE-GL-ENTRY
           END-IF

      *    The discount fee withheld from merchant settlement is
      *    income - it reduces what the settlement account owes the
      *    merchants and never touches receivables
                       SET ACCT-EOF TO TRUE
                   NOT AT END
                       IF NOT ACCT-DELQ-CURRENT
                          AND ACCT-STATUS NOT = WS-STATUS-CHGOFF
                           PERFORM WRITE-ONE-AGING-LINE
                       END-IF
               END-READ
               SET ACCT-NOT-CYCLING TO TRUE
           END-IF

      *    Nor is a charged-off account - its balance was written off
      *    and it ages no further; recoveries are tracked on the
      *    master, not statemented
           IF ACCT-STATUS = WS-STATUS-CHGOFF
               SET ACCT-NOT-CYCLING TO TRUE
           END-IF

      *    Settle the account's minimum-payment delinquency first so
      *    the extract, the statement, and the ending balance total
      *    all reflect any late-payment fee or auto-block it causes.
           MOVE ACCT-CYC-PTS-EARNED TO STMT-PTS-EARNED
           MOVE ACCT-CYC-PTS-REDEEMED TO STMT-PTS-REDEEMED
           MOVE ACCT-PTS-BALANCE TO STMT-PTS-BALANCE
           MOVE ACCT-CYC-CASH-AMT TO STMT-CASH-TOTAL
           MOVE ACCT-CYC-CASH-INT-AMT TO STMT-CASH-INT-TOTAL

           WRITE STATEMENT-REC-OUT

           MOVE ZEROS TO ACCT-CYC-CAT-TABLE
           MOVE ZERO TO ACCT-CYC-PTS-EARNED
           MOVE ZERO TO ACCT-CYC-PTS-REDEEMED
           MOVE ZERO TO ACCT-CYC-CASH-AMT
           MOVE ZERO TO ACCT-CYC-CASH-INT-AMT
           SET ACCT-NOT-OVERLIMIT TO TRUE
           SET ACCT-NOT-REVIEW TO TRUE
           PERFORM REWRITE-ACCOUNT.
      ******************************************************************
      * Calculate Minimum Payment - a percentage of the current       *
      * balance, floored at WS-MIN-PMT-FLOOR whenever a balance is    *
      * actually owed.  An account in an active hardship plan is      *
      * billed the plan's fixed payment instead, up to the balance    *
      * left.                                                         *
      ******************************************************************
       CALCULATE-MIN-PAYMENT.
           MOVE ZERO TO WS-MIN-PAYMENT
           IF ACCT-PLAN-ACTIVE
               IF ACCT-CURR-BAL > ZERO
                   MOVE ACCT-PLAN-PMT-AMT TO WS-MIN-PAYMENT
                   IF WS-MIN-PAYMENT > ACCT-CURR-BAL
                       MOVE ACCT-CURR-BAL TO WS-MIN-PAYMENT
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF ACCT-CURR-BAL > ZERO
               COMPUTE WS-MIN-PAYMENT ROUNDED =
                   ACCT-CURR-BAL * WS-MIN-PMT-PERCENT
      * fee and a second stage advance (the same guard pattern         *
      * ACCRUE-INTEREST-FOR-ACCOUNT uses on ACCT-CYC-INT-AMT).  The    *
      * statement cut re-stamps the same value moments later on the    *
      * normal path.  An account in an active hardship plan is judged *
      * on the plan payment instead - see CHECK-PLAN-PAYMENT.          *
      ******************************************************************
       CHECK-MIN-PAYMENT-DELINQUENCY.
           IF ACCT-STATUS = WS-STATUS-CLOSED
              OR ACCT-STATUS = WS-STATUS-CHGOFF
               EXIT PARAGRAPH
           END-IF

           IF ACCT-PLAN-ACTIVE
               PERFORM CHECK-PLAN-PAYMENT
               EXIT PARAGRAPH
           END-IF

           PERFORM REWRITE-ACCOUNT
           PERFORM WRITE-TRANHIST-LATE-FEE.

      ******************************************************************
      * Check A Hardship Plan Payment - the credits posted this cycle  *
      * against the fixed plan payment the last statement billed.  A   *
      * met payment (or a balance paid out) counts as kept, and the    *
      * last payment of the term completes the plan.  A missed one,    *
      * once its due date has passed, counts as missed - no late fee  *
      * and no stage advance while the plan runs - and the            *
      * WS-PLAN-MAX-MISSED'th breaks it.  Nothing is judged until the  *
      * first statement after enrollment has billed a plan payment     *
      * (enrollment clears the carried minimum).  Either outcome is    *
      * stamped with this run's due date before it is rewritten, the   *
      * same replay guard the late-fee path uses, so a restarted       *
      * final-output pass never counts the same payment twice.         *
      ******************************************************************
       CHECK-PLAN-PAYMENT.
           IF ACCT-PRIOR-MIN-DUE = ZERO
              OR ACCT-PRIOR-DUE-DATE = WS-DUE-DATE
               EXIT PARAGRAPH
           END-IF

           IF ACCT-CYC-CREDIT-AMT NOT < ACCT-PLAN-PMT-AMT
              OR ACCT-CURR-BAL NOT > ZERO
               ADD 1 TO ACCT-PLAN-KEPT-CNT
               ADD 1 TO WS-CT-PLAN-KEPT-CNT
               IF ACCT-PLAN-KEPT-CNT NOT < ACCT-PLAN-TERM
                  OR ACCT-CURR-BAL NOT > ZERO
                   PERFORM COMPLETE-HARDSHIP-PLAN
               END-IF
           ELSE
               IF WS-CYCLE-DATE NOT > ACCT-PRIOR-DUE-DATE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ACCT-PLAN-MISSED-CNT
               ADD 1 TO WS-CT-PLAN-MISSED-CNT
               IF ACCT-PLAN-MISSED-CNT NOT < WS-PLAN-MAX-MISSED
                   PERFORM BREAK-HARDSHIP-PLAN
               END-IF
           END-IF

           MOVE WS-DUE-DATE TO ACCT-PRIOR-DUE-DATE
           PERFORM REWRITE-ACCOUNT.

      ******************************************************************
      * Complete A Hardship Plan - the term has been paid out.  The    *
      * original APR comes back, and the account is cured to current   *
      * the same way a met minimum cures it (the stage it cured from   *
      * held for a returned-payment backout, the collections history   *
      * closed out).  A delinquency block stays for collections to     *
      * release, as it does after any cure.                            *
      ******************************************************************
       COMPLETE-HARDSHIP-PLAN.
           PERFORM ACCRUE-CASH-INTEREST-TO-DATE
           SET ACCT-PLAN-COMPLETED TO TRUE
           MOVE ACCT-PLAN-ORIG-APR TO ACCT-APR
           MOVE WS-CYCLE-DATE TO ACCT-PLAN-END-DATE
           IF NOT ACCT-DELQ-CURRENT
               MOVE ACCT-DELQ-STAGE TO ACCT-PRE-CURE-STAGE
           END-IF
           SET ACCT-DELQ-CURRENT TO TRUE
           MOVE ZERO TO ACCT-DELQ-90-DATE
           MOVE SPACE TO ACCT-LAST-LTR-CD
           MOVE ZERO TO ACCT-LAST-LTR-DATE
           ADD 1 TO WS-CT-PLAN-DONE-CNT.

      ******************************************************************
      * Break A Hardship Plan - too many plan payments missed.  The    *
      * original APR comes back and the account is left at the stage  *
      * it entered the plan at; from the next statement it is billed   *
      * the computed minimum and ages, and is fee'd, as normal.        *
      ******************************************************************
       BREAK-HARDSHIP-PLAN.
           PERFORM ACCRUE-CASH-INTEREST-TO-DATE
           SET ACCT-PLAN-BROKEN TO TRUE
           MOVE ACCT-PLAN-ORIG-APR TO ACCT-APR
           MOVE WS-CYCLE-DATE TO ACCT-PLAN-END-DATE
           ADD 1 TO WS-CT-PLAN-BROKEN-CNT.

      ******************************************************************
      * Write Transaction History For A Late-Payment Fee - a separate  *
      * ledger row for the fee itself, the same way the overlimit fee  *
           DISPLAY '  LATE PAY FEE  . . . : ' WS-LATE-PAY-FEE-AMT
           DISPLAY '  NSF FEE . . . . . . : ' WS-NSF-FEE-AMT
           DISPLAY '  STANDARD APR  . . . : ' WS-STANDARD-APR
           DISPLAY '  CASH APR  . . . . . : ' WS-CASH-APR
           DISPLAY '  CASH FEE PERCENT  . : ' WS-CASH-FEE-PCT
           DISPLAY '  CASH FEE FLOOR  . . : ' WS-CASH-FEE-MIN
           DISPLAY '  CASH LINE PERCENT . : ' WS-CASH-LINE-PCT
           DISPLAY '  CARD LIFE YEARS . . : ' WS-CARD-LIFE-YEARS
           DISPLAY '  MIN PMT PERCENT . . : ' WS-MIN-PMT-PERCENT
           DISPLAY '  MIN PMT FLOOR . . . : ' WS-MIN-PMT-FLOOR
           DISPLAY '  DUE DATE DAYS . . . : ' WS-DUE-DATE-DAYS
           DISPLAY '  VELOCITY MAX AMOUNT : ' WS-VEL-MAX-AMT
           DISPLAY '  HOLD EXPIRY DAYS  . : ' WS-HOLD-EXP-DAYS
           DISPLAY '  XFER GRACE DAYS . . : ' WS-XFER-GRACE-DAYS
           DISPLAY '  CHARGE-OFF DAYS . . : ' WS-CHGOFF-DAYS
           DISPLAY '  REDEMPTION RATE . . : ' WS-REDEEM-RATE
           DISPLAY '  POINTS RATES  . . . : '
                   WS-CAT-CODE(1) ' ' WS-PTS-RATE(1) '  '
                   '  AMOUNT: ' WS-CT-CREDIT-AMT
           DISPLAY '  INTEREST      COUNT: ' WS-CT-INT-CNT
                   '  AMOUNT: ' WS-CT-INT-AMT
           DISPLAY '  CASH ADV (G)  COUNT: ' WS-CT-CASH-CNT
                   '  AMOUNT: ' WS-CT-CASH-AMT
           DISPLAY '  CASH ADV FEE  COUNT: ' WS-CT-CASH-FEE-CNT
                   '  AMOUNT: ' WS-CT-CASH-FEE-AMT
           DISPLAY '  CASH INTEREST COUNT: ' WS-CT-CASH-INT-CNT
                   '  AMOUNT: ' WS-CT-CASH-INT-AMT
           DISPLAY '  CASH LINES GIVEN . : ' WS-CT-CASH-LINE-SET-CNT
           DISPLAY '  OPEN     (O)  COUNT: ' WS-CT-OPEN-CNT
           DISPLAY '  CLOSE    (X)  COUNT: ' WS-CT-CLOSE-CNT
           DISPLAY '  LIMIT CHG (L) COUNT: ' WS-CT-LIMCHG-CNT
                   '  AMOUNT: ' WS-CT-NSF-FEE-AMT
           DISPLAY '  NSF CURE BACKOUTS  : ' WS-CT-NSF-UNCURE-CNT
           DISPLAY '  DELQ AUTO-BLOCKS . : ' WS-CT-DELQ-BLOCK-CNT
           DISPLAY '  CHARGE-OFFS   COUNT: ' WS-CT-CHGOFF-CNT
           DISPLAY '    PRINCIPAL . AMOUNT: ' WS-CT-CHGOFF-PRIN-AMT
           DISPLAY '    INTEREST  . AMOUNT: ' WS-CT-CHGOFF-INT-AMT
           DISPLAY '    FEES  . . . AMOUNT: ' WS-CT-CHGOFF-FEE-AMT
           DISPLAY '  RECOVERIES    COUNT: ' WS-CT-RECOVERY-CNT
                   '  AMOUNT: ' WS-CT-RECOVERY-AMT
           DISPLAY '  RECOVERY REVERSED  : ' WS-CT-RECOV-REV-CNT
                   '  AMOUNT: ' WS-CT-RECOV-REV-AMT
           DISPLAY '  HARDSHIP PLANS (Q) : ' WS-CT-PLAN-ENROLL-CNT
           DISPLAY '    PAYMENTS KEPT  . : ' WS-CT-PLAN-KEPT-CNT
           DISPLAY '    PAYMENTS MISSED  : ' WS-CT-PLAN-MISSED-CNT
           DISPLAY '    PLANS BROKEN . . : ' WS-CT-PLAN-BROKEN-CNT
           DISPLAY '    PLANS COMPLETED  : ' WS-CT-PLAN-DONE-CNT
           DISPLAY '  CR BAL REFUND (1)  : ' WS-CT-CRB-RFD-CNT
                   '  AMOUNT: ' WS-CT-CRB-RFD-AMT
           DISPLAY '----------------------------------------------'
           DISPLAY 'REMITTANCE INTAKE'
           DISPLAY '  LOCKBOX  . . . COUNT: ' WS-CT-LOCKBOX-CNT
                   WS-CT-ALLOC-FEE-AMT
           DISPLAY '  TO FINANCE CHARGES . AMOUNT: '
                   WS-CT-ALLOC-INT-AMT
           DISPLAY '  TO CASH ADVANCES . . AMOUNT: '
                   WS-CT-ALLOC-CASH-AMT
           DISPLAY '  TO PURCHASES . . . . AMOUNT: '
                   WS-CT-ALLOC-PRIN-AMT
           DISPLAY '----------------------------------------------'
           DISPLAY 'MASTER AUDIT ROWS WRITTEN  COUNT: '
                   WS-CT-AUDIT-CNT
           DISPLAY '----------------------------------------------'
           DISPLAY 'REJECTED TO REJECTS-OUT BY REASON'
           DISPLAY '  NOACCT . . . . COUNT: ' WS-CT-REJ-NOACCT
           DISPLAY '  BLOCKED  . . . COUNT: ' WS-CT-REJ-BLOCK
           DISPLAY '  XFEREXP  . . . COUNT: ' WS-CT-REJ-XFEREXP
           DISPLAY '  NOPTS  . . . . COUNT: ' WS-CT-REJ-NOPTS
           DISPLAY '  NOCASE . . . . COUNT: ' WS-CT-REJ-NOCASE
           DISPLAY '  CHGDOFF  . . . COUNT: ' WS-CT-REJ-CHGDOFF
           DISPLAY '  CASHLIM  . . . COUNT: ' WS-CT-REJ-CASHLIM
           DISPLAY '  NOTELIG  . . . COUNT: ' WS-CT-REJ-NOTELIG
           DISPLAY '  TOTAL REJECTED COUNT: ' WS-CT-REJ-TOTAL-CNT
           DISPLAY '----------------------------------------------'
           DISPLAY 'REJECT RECYCLE'
                 ACCOUNTS-OUT
                 STATEMENTS-OUT
                 REJECTS-OUT
                 TRANHIST-OUT
                 AUDIT-LOG-OUT.
