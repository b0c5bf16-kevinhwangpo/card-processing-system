       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLREVIEW.
       AUTHOR. Card Processing System.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * Purpose: Periodic credit line review.  Scores every active    *
      *          account from what the master carries - utilization  *
      *          of the credit limit, delinquency stage, late         *
      *          payments this cycle, the velocity review flag, the   *
      *          overlimit flag, and the time since the last          *
      *          statement - together with its overlimit fee and      *
      *          returned payment (NSF) history and its last limit    *
      *          change, taken from the ledger.  Good accounts using  *
      *          their line are proposed an increase, risky accounts  *
      *          a decrease, inside the PARMFILE thresholds and caps. *
      *          Each approved proposal is written as an L (credit    *
      *          limit change) transaction in the TXNS-IN layout, so  *
      *          the next CARDPROC run applies, audits, and ledgers   *
      *          it the same way as a keyed change.  The review       *
      *          report lists every proposal and every decline with   *
      *          its reason.  Read only - the masters change only     *
      *          when CARDPROC posts the transactions.                *
      *                                                               *
      * Risk score (higher is riskier):                               *
      *          30 days past due 2, 60 days 4, 90+ days 6;           *
      *          1 per late payment this cycle, up to 3;              *
      *          2 when the account is overlimit now;                 *
      *          1 per overlimit fee in the lookback, up to 3;        *
      *          2 per returned payment in the lookback, up to 6;     *
      *          1 when utilization is at or above HIGHUTILPCT.       *
      *          A score of DECRSCORE or more proposes a decrease;    *
      *          a score of zero with utilization at or above         *
      *          INCRUTILPCT proposes an increase.                    *
      *                                                               *
      * Inputs:  ACCTMAST    - indexed account master                 *
      *          TRANHISTIN  - the cumulative transaction ledger      *
      *          PARMFILE    - optional run parameter cards (the      *
      *                        same keyword/value layout CARDPROC     *
      *                        reads): PROCDATE, LOOKBACKDAYS,        *
      *                        STALEDAYS, MINLIMDAYS, INCRUTILPCT,    *
      *                        INCRPCT, INCRMAXAMT, MAXLIMIT,         *
      *                        HIGHUTILPCT, DECRSCORE, DECRPCT,       *
      *                        MINLIMIT                               *
      * Work:    TRANHISTSRT - the ledger sorted by card and posting  *
      *                        date                                   *
      * Output:  LIMTXNS     - L transactions for CARDPROC's TXNS-IN  *
      *                        (or one of its TXNFEEDn merge inputs)  *
      *          LIMRVRPT    - 132-column credit line review report   *
      *                                                               *
      * Modification History:                                         *
      *   2026-10-15  Initial version.                                *
      *   2026-10-15  Account master carries the hardship plan terms. *
      *   2026-10-15  Account master carries the date the balance     *
      *               went into credit.                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER
               ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-CARD-NUM
               FILE STATUS IS WS-ACCT-MAST-STATUS.

           SELECT TRANHIST-IN
               ASSIGN TO TRANHISTIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-IN-STATUS.

           SELECT TRANHIST-SORTED
               ASSIGN TO TRANHISTSRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-SRT-STATUS.

           SELECT TH-SORT-WORK
               ASSIGN TO THSORTW.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LIMIT-TXNS-OUT
               ASSIGN TO LIMTXNS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIMTXN-OUT-STATUS.

           SELECT REVIEW-PRINT-OUT
               ASSIGN TO LIMRVRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Account Master File - indexed, keyed on ACCT-CARD-NUM.        *
      * Layout must stay in step with CARDPROC's ACCOUNT-MASTER FD.   *
      ******************************************************************
       FD  ACCOUNT-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 445 CHARACTERS.
       01  ACCOUNT-MASTER-REC.
           05  ACCT-CARD-NUM        PIC X(16).
           05  ACCT-NAME            PIC X(20).
           05  ACCT-CREDIT-LIMIT    PIC 9(7)V99.
           05  ACCT-CURR-BAL        PIC S9(7)V99.
           05  ACCT-STATUS          PIC X(1).
           05  ACCT-OVERLIMIT       PIC X(1).
               88  ACCT-IS-OVERLIMIT        VALUE 'Y'.
               88  ACCT-NOT-OVERLIMIT       VALUE SPACE.
           05  ACCT-APR             PIC 9(2)V999.
           05  ACCT-INT-BEARING     PIC X(1).
           05  ACCT-CYC-PURCH-AMT   PIC 9(7)V99.
           05  ACCT-CYC-REFUND-AMT  PIC 9(7)V99.
           05  ACCT-CYC-FEE-AMT     PIC 9(7)V99.
           05  ACCT-CYC-CREDIT-AMT  PIC 9(7)V99.
           05  ACCT-CYC-INT-AMT     PIC 9(7)V99.
           05  ACCT-CYC-LATE-CNT    PIC 9(3).
           05  ACCT-CYC-CAT-TABLE.
               10  ACCT-CYC-CAT-AMT OCCURS 8 TIMES
                                    PIC 9(7)V99.
           05  ACCT-PRIOR-MIN-DUE   PIC 9(7)V99.
           05  ACCT-PRIOR-DUE-DATE  PIC 9(8).
           05  ACCT-DELQ-STAGE      PIC X(1).
               88  ACCT-DELQ-CURRENT        VALUE SPACE '0'.
               88  ACCT-DELQ-30             VALUE '1'.
               88  ACCT-DELQ-60             VALUE '2'.
               88  ACCT-DELQ-90             VALUE '3'.
           05  ACCT-REVIEW-FLAG     PIC X(1).
               88  ACCT-UNDER-REVIEW        VALUE 'Y'.
               88  ACCT-NOT-REVIEW          VALUE SPACE '0'.
           05  ACCT-CYCLE-DAY       PIC 9(2).
           05  ACCT-LAST-STMT-DATE  PIC 9(8).
           05  ACCT-UNPAID-FEE-AMT  PIC 9(7)V99.
           05  ACCT-UNPAID-INT-AMT  PIC 9(7)V99.
           05  ACCT-LAST-PMT-DATE   PIC 9(8).
           05  ACCT-PRE-CURE-STAGE  PIC X(1).
           05  ACCT-XFER-CARD-NUM   PIC X(16).
           05  ACCT-XFER-DATE       PIC 9(8).
           05  ACCT-PTS-BALANCE     PIC S9(9).
           05  ACCT-CYC-PTS-EARNED  PIC 9(7).
           05  ACCT-CYC-PTS-REDEEMED PIC 9(7).
           05  ACCT-LAST-LTR-CD     PIC X(1).
               88  ACCT-NO-LETTER-YET       VALUE SPACE '0'.
               88  ACCT-AGENCY-PLACED       VALUE '5'.
           05  ACCT-LAST-LTR-DATE   PIC 9(8).
           05  ACCT-DELQ-90-DATE    PIC 9(8).
           05  ACCT-CHGOFF-DATE     PIC 9(8).
           05  ACCT-CHGOFF-AMT      PIC 9(7)V99.
           05  ACCT-RECOVERY-AMT    PIC 9(7)V99.
           05  ACCT-CASH-BAL        PIC 9(7)V99.
           05  ACCT-CASH-LIMIT      PIC 9(7)V99.
           05  ACCT-CASH-APR        PIC 9(2)V999.
           05  ACCT-CASH-ACCR-DATE  PIC 9(8).
           05  ACCT-CASH-ACCR-INT   PIC 9(7)V99.
           05  ACCT-CYC-CASH-AMT    PIC 9(7)V99.
           05  ACCT-CYC-CASH-INT-AMT PIC 9(7)V99.
           05  ACCT-EXPIRY-DATE     PIC 9(8).
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
           05  ACCT-CR-BAL-DATE     PIC 9(8).

      ******************************************************************
      * Transaction History/Ledger File - Input (the cumulative       *
      * ledger).  Layout must stay in step with CARDPROC's            *
      * TRANHIST-OUT FD.                                              *
      ******************************************************************
       FD  TRANHIST-IN
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  TRANHIST-REC-IN          PIC X(85).

      ******************************************************************
      * Sorted Transaction History - the ledger reordered by card     *
      * number so the master browse below can walk both files once    *
      ******************************************************************
       FD  TRANHIST-SORTED
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  TRANHIST-SORTED-REC.
           05  THS-CARD-NUM         PIC X(16).
           05  FILLER               PIC X(1).
           05  THS-TYPE             PIC X(1).
           05  FILLER               PIC X(1).
           05  THS-AMOUNT           PIC X(10).
           05  FILLER               PIC X(1).
           05  THS-DATE             PIC X(8).
           05  FILLER               PIC X(1).
           05  THS-RUN-BALANCE      PIC X(11).
           05  FILLER               PIC X(1).
           05  THS-AGING-FLAG       PIC X(4).
           05  FILLER               PIC X(1).
           05  THS-DESC             PIC X(20).
           05  FILLER               PIC X(1).
           05  THS-POST-DATE        PIC X(8).

      ******************************************************************
      * Ledger Sort Work File - orders rows by card, then posting     *
      * date, keeping equal keys in their original posted order, the  *
      * same ordering STMTPRNT uses                                   *
      ******************************************************************
       SD  TH-SORT-WORK.
       01  TH-SORT-REC.
           05  THW-CARD-NUM         PIC X(16).
           05  FILLER               PIC X(61).
           05  THW-DATE             PIC X(8).

      ******************************************************************
      * Run Parameter File - Input (optional).  Same card layout as   *
      * CARDPROC's PARMFILE: keyword in columns 1-12, value in        *
      * columns 13-32, * in column 1 is a comment card.               *
      ******************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PARM-REC.
           05  PARM-KEYWORD         PIC X(12).
           05  PARM-VALUE           PIC X(20).
           05  FILLER               PIC X(48).

      ******************************************************************
      * Limit Change Transactions - Output.  Layout must stay in step *
      * with CARDPROC's TXNS-IN FD; the amount carries the new limit. *
      ******************************************************************
       FD  LIMIT-TXNS-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 66 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  LIMIT-TXN-REC.
           05  LTX-CARD-NUM         PIC X(16).
           05  LTX-TYPE             PIC X(1).
           05  LTX-AMOUNT           PIC 9(7)V99.
           05  LTX-DESC             PIC X(20).
           05  LTX-DATE             PIC 9(8).
           05  LTX-MERCH-ID         PIC X(8).
           05  LTX-CATEGORY         PIC X(4).

      ******************************************************************
      * Credit Line Review Report - Output                            *
      ******************************************************************
       FD  REVIEW-PRINT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PRINT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * File Status Fields                                            *
      ******************************************************************
       01  WS-ACCT-MAST-STATUS      PIC X(2).
       01  WS-TRANHIST-IN-STATUS    PIC X(2).
       01  WS-TRANHIST-SRT-STATUS   PIC X(2).
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-LIMTXN-OUT-STATUS     PIC X(2).
       01  WS-PRINT-STATUS          PIC X(2).

      ******************************************************************
      * End of File Flags                                             *
      ******************************************************************
       01  WS-ACCT-EOF              PIC X(1) VALUE 'N'.
           88  ACCT-EOF                        VALUE 'Y'.
           88  ACCT-NOT-EOF                    VALUE 'N'.
       01  WS-HIST-EOF              PIC X(1) VALUE 'N'.
           88  HIST-EOF                        VALUE 'Y'.
           88  HIST-NOT-EOF                    VALUE 'N'.
       01  WS-PARM-EOF              PIC X(1) VALUE 'N'.
           88  PARM-EOF                       VALUE 'Y'.
           88  PARM-NOT-EOF                   VALUE 'N'.

      ******************************************************************
      * Run Parameter Work Fields                                     *
      ******************************************************************
       01  WS-PARM-VALUE-NUM        PIC S9(9)V9(5).
       01  WS-DATE-CHECK            PIC 9(8).
       01  WS-PROC-DATE             PIC 9(8) VALUE ZERO.
      *    Ledger history window for the overlimit fee and returned
      *    payment counts
       01  WS-LOOKBACK-DAYS         PIC 9(3) VALUE 365.
      *    An account whose last statement is older than this is
      *    not reviewed - its cycle figures are stale
       01  WS-STALE-DAYS            PIC 9(3) VALUE 45.
      *    No new proposal within this many days of the last limit
      *    change, keyed or automatic
       01  WS-MIN-LIMCHG-DAYS       PIC 9(3) VALUE 180.
       01  WS-INCR-UTIL-PCT         PIC 9(3) VALUE 30.
       01  WS-INCR-PCT              PIC 9(3) VALUE 20.
       01  WS-INCR-MAX-AMT          PIC 9(7)V99 VALUE 5000.00.
       01  WS-MAX-LIMIT             PIC 9(7)V99 VALUE 50000.00.
       01  WS-HIGH-UTIL-PCT         PIC 9(3) VALUE 90.
       01  WS-DECR-SCORE            PIC 9(2) VALUE 4.
       01  WS-DECR-PCT              PIC 9(3) VALUE 20.
       01  WS-MIN-LIMIT             PIC 9(7)V99 VALUE 500.00.

      ******************************************************************
      * Review Work Fields                                            *
      ******************************************************************
       01  WS-PROC-DAY-NUM          PIC 9(8).
       01  WS-LOOKBACK-START        PIC 9(8).
       01  WS-DAYS-SINCE-STMT       PIC S9(7).
       01  WS-DAYS-SINCE-LIMCHG     PIC S9(7).
       01  WS-NSF-CNT               PIC 9(5).
       01  WS-OVLFEE-CNT            PIC 9(5).
       01  WS-LAST-LIMCHG-DATE      PIC 9(8).
       01  WS-LEDGER-POST-DATE      PIC 9(8).
       01  WS-UTIL-PCT              PIC 9(5).
       01  WS-RISK-SCORE            PIC 9(2).
       01  WS-SCORE-PART            PIC 9(2).
       01  WS-OLD-LIMIT             PIC 9(7)V99.
       01  WS-NEW-LIMIT             PIC 9(7)V99.
       01  WS-LIMIT-WORK            PIC S9(9)V99.
       01  WS-LIMIT-FLOOR           PIC 9(7)V99.
       01  WS-REVIEW-ACTION         PIC X(8).
           88  ACTION-INCREASE                VALUE 'INCREASE'.
           88  ACTION-DECREASE                VALUE 'DECREASE'.
           88  ACTION-DECLINE                 VALUE 'DECLINE'.
       01  WS-REVIEW-REASON         PIC X(30).
       01  WS-ED-DAYS               PIC ZZZ9.
       01  WS-ED-PCT                PIC ZZ9.
       01  WS-STATUS-ACTIVE         PIC X(1) VALUE 'A'.
       01  WS-TXN-LIMCHG            PIC X(1) VALUE 'L'.
       01  WS-TXN-NSF               PIC X(1) VALUE 'K'.
       01  WS-TXN-FEE               PIC X(1) VALUE 'F'.
       01  WS-OVERLIMIT-FEE-DESC    PIC X(13) VALUE 'OVERLIMIT FEE'.
       01  WS-REVIEW-TXN-DESC       PIC X(20)
                                    VALUE 'CREDIT LINE REVIEW'.

      ******************************************************************
      * Review Control Totals                                         *
      ******************************************************************
       01  WS-CT-ACCT-READ-CNT      PIC 9(7) VALUE ZERO.
       01  WS-CT-NOT-ACTIVE-CNT     PIC 9(7) VALUE ZERO.
       01  WS-CT-REVIEWED-CNT       PIC 9(7) VALUE ZERO.
       01  WS-CT-INCR-CNT           PIC 9(7) VALUE ZERO.
       01  WS-CT-INCR-AMT           PIC 9(9)V99 VALUE ZERO.
       01  WS-CT-DECR-CNT           PIC 9(7) VALUE ZERO.
       01  WS-CT-DECR-AMT           PIC 9(9)V99 VALUE ZERO.
       01  WS-CT-DECLINE-CNT        PIC 9(7) VALUE ZERO.
       01  WS-CT-LIMTXN-CNT         PIC 9(7) VALUE ZERO.
       01  WS-CT-LEDGER-READ-CNT    PIC 9(9) VALUE ZERO.

      ******************************************************************
      * Review Report Line Layouts                                    *
      ******************************************************************
       01  WS-LINE-CNT              PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(3) VALUE 55.
       01  WS-RVW-HEAD-1.
           05  FILLER               PIC X(40) VALUE
               'CLREVIEW CREDIT LINE REVIEW'.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'RUN DATE:   '.
           05  WS-HEAD-DATE         PIC 9(8).
           05  FILLER               PIC X(68) VALUE SPACES.
       01  WS-RVW-HEAD-2.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER               PIC X(21) VALUE 'NAME'.
           05  FILLER               PIC X(3) VALUE 'DQ'.
           05  FILLER               PIC X(6) VALUE 'UTIL%'.
           05  FILLER               PIC X(4) VALUE 'LT'.
           05  FILLER               PIC X(4) VALUE 'OL'.
           05  FILLER               PIC X(4) VALUE 'NSF'.
           05  FILLER               PIC X(5) VALUE 'SCR'.
           05  FILLER               PIC X(13) VALUE '  OLD LIMIT'.
           05  FILLER               PIC X(13) VALUE '  NEW LIMIT'.
           05  FILLER               PIC X(9) VALUE 'ACTION'.
           05  FILLER               PIC X(31) VALUE 'REASON'.
       01  WS-RVW-DETAIL.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-RVD-CARD-NUM      PIC X(16).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RVD-NAME          PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RVD-DELQ          PIC X(1).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RVD-UTIL          PIC ZZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RVD-LATE          PIC Z9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RVD-OVLFEE        PIC Z9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RVD-NSF           PIC Z9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RVD-SCORE         PIC Z9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RVD-OLD-LIMIT     PIC Z(7)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RVD-NEW-LIMIT     PIC Z(7)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RVD-ACTION        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-RVD-REASON        PIC X(30).

       PROCEDURE DIVISION.
      ******************************************************************
      * Main Processing Logic                                         *
      ******************************************************************
       MAIN-PARA.
           PERFORM READ-RUN-PARMS
           PERFORM SORT-TRANSACTION-HISTORY
           PERFORM INIT-FILES

           PERFORM UNTIL ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET ACCT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CT-ACCT-READ-CNT
                       PERFORM REVIEW-ONE-ACCOUNT
               END-READ
           END-PERFORM

           PERFORM WRITE-CONTROL-REPORT
           PERFORM CLOSE-FILES
           STOP RUN.

      ******************************************************************
      * Read Run Parameter Cards - thresholds and caps for the        *
      * review, and PROCDATE to date a rerun.  A bad card stops the   *
      * run before anything is written.                               *
      ******************************************************************
       READ-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
              AND WS-PARM-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING PARM-FILE: ' WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL PARM-EOF
               READ PARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ONE-PARM
               END-READ
           END-PERFORM

           CLOSE PARM-FILE

           IF WS-PROC-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROC-DATE
           END-IF

           IF WS-MIN-LIMIT > WS-MAX-LIMIT
               DISPLAY 'ERROR: MINLIMIT ' WS-MIN-LIMIT
                       ' EXCEEDS MAXLIMIT ' WS-MAX-LIMIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-PROC-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
           COMPUTE WS-LOOKBACK-START = FUNCTION DATE-OF-INTEGER(
               WS-PROC-DAY-NUM - WS-LOOKBACK-DAYS).

      ******************************************************************
      * Process One Parameter Card                                    *
      ******************************************************************
       PROCESS-ONE-PARM.
           IF PARM-REC = SPACES OR PARM-KEYWORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(PARM-VALUE) NOT = ZERO
               PERFORM BAD-PARM-ABORT
           END-IF
           COMPUTE WS-PARM-VALUE-NUM = FUNCTION NUMVAL(PARM-VALUE)

           EVALUATE PARM-KEYWORD
               WHEN 'PROCDATE'
                   IF WS-PARM-VALUE-NUM < 19000101
                      OR WS-PARM-VALUE-NUM > 29991231
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-DATE-CHECK
                   IF FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK) = ZERO
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-DATE-CHECK TO WS-PROC-DATE

               WHEN 'LOOKBACKDAYS'
                   IF WS-PARM-VALUE-NUM < 1
                      OR WS-PARM-VALUE-NUM > 999
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-LOOKBACK-DAYS

               WHEN 'STALEDAYS'
                   IF WS-PARM-VALUE-NUM < 1
                      OR WS-PARM-VALUE-NUM > 999
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-STALE-DAYS

               WHEN 'MINLIMDAYS'
                   IF WS-PARM-VALUE-NUM < 0
                      OR WS-PARM-VALUE-NUM > 999
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-MIN-LIMCHG-DAYS

               WHEN 'INCRUTILPCT'
                   IF WS-PARM-VALUE-NUM < 0
                      OR WS-PARM-VALUE-NUM > 100
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-INCR-UTIL-PCT

               WHEN 'INCRPCT'
                   IF WS-PARM-VALUE-NUM < 1
                      OR WS-PARM-VALUE-NUM > 100
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-INCR-PCT

               WHEN 'INCRMAXAMT'
                   IF WS-PARM-VALUE-NUM NOT > 0
                      OR WS-PARM-VALUE-NUM > 9999999.99
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-INCR-MAX-AMT

               WHEN 'MAXLIMIT'
                   IF WS-PARM-VALUE-NUM NOT > 0
                      OR WS-PARM-VALUE-NUM > 9999999.99
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-MAX-LIMIT

               WHEN 'HIGHUTILPCT'
                   IF WS-PARM-VALUE-NUM < 1
                      OR WS-PARM-VALUE-NUM > 999
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-HIGH-UTIL-PCT

               WHEN 'DECRSCORE'
                   IF WS-PARM-VALUE-NUM < 1
                      OR WS-PARM-VALUE-NUM > 21
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-DECR-SCORE

               WHEN 'DECRPCT'
                   IF WS-PARM-VALUE-NUM < 1
                      OR WS-PARM-VALUE-NUM > 90
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-DECR-PCT

               WHEN 'MINLIMIT'
                   IF WS-PARM-VALUE-NUM < 0
                      OR WS-PARM-VALUE-NUM > 9999999.99
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-MIN-LIMIT

               WHEN OTHER
                   PERFORM BAD-PARM-ABORT
           END-EVALUATE.

      ******************************************************************
      * Bad Parameter - identify the card and stop before anything    *
      * has been written                                              *
      ******************************************************************
       BAD-PARM-ABORT.
           DISPLAY 'ERROR: BAD RUN PARAMETER CARD - KEYWORD <'
                   PARM-KEYWORD '> VALUE <' PARM-VALUE '>'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * Sort The Ledger By Card Number - rows for one card are        *
      * scattered through the cumulative ledger until sorted.  Equal  *
      * keys keep their original order, which is the order they       *
      * posted.                                                       *
      ******************************************************************
       SORT-TRANSACTION-HISTORY.
           SORT TH-SORT-WORK
               ON ASCENDING KEY THW-CARD-NUM
               ON ASCENDING KEY THW-DATE
               WITH DUPLICATES IN ORDER
               USING TRANHIST-IN
               GIVING TRANHIST-SORTED

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'ERROR SORTING TRANHIST, SORT RETURN: '
                       SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Initialize Files                                              *
      ******************************************************************
       INIT-FILES.
           OPEN INPUT  ACCOUNT-MASTER
                       TRANHIST-SORTED
           OPEN OUTPUT LIMIT-TXNS-OUT
                       REVIEW-PRINT-OUT

           IF WS-ACCT-MAST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT-MASTER: '
                       WS-ACCT-MAST-STATUS
               STOP RUN
           END-IF

           IF WS-TRANHIST-SRT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANHIST-SORTED: '
                       WS-TRANHIST-SRT-STATUS
               STOP RUN
           END-IF

           IF WS-LIMTXN-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LIMIT-TXNS-OUT: '
                       WS-LIMTXN-OUT-STATUS
               STOP RUN
           END-IF

           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REVIEW-PRINT-OUT: '
                       WS-PRINT-STATUS
               STOP RUN
           END-IF

           PERFORM READ-NEXT-HISTORY

           MOVE LOW-VALUES TO ACCT-CARD-NUM
           START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-CARD-NUM
               INVALID KEY
                   SET ACCT-EOF TO TRUE
           END-START.

      ******************************************************************
      * Review One Account - only active accounts are scored; the     *
      * rest are counted and passed over.  Eligibility is checked     *
      * first, then the score decides between an increase, a          *
      * decrease, and no change.                                      *
      ******************************************************************
       REVIEW-ONE-ACCOUNT.
           PERFORM GATHER-LEDGER-HISTORY

           IF ACCT-STATUS NOT = WS-STATUS-ACTIVE
               ADD 1 TO WS-CT-NOT-ACTIVE-CNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CT-REVIEWED-CNT
           MOVE ACCT-CREDIT-LIMIT TO WS-OLD-LIMIT
           MOVE ACCT-CREDIT-LIMIT TO WS-NEW-LIMIT
           SET ACTION-DECLINE TO TRUE
           MOVE SPACES TO WS-REVIEW-REASON
           PERFORM SCORE-ACCOUNT

           EVALUATE TRUE
               WHEN ACCT-CREDIT-LIMIT = ZERO
                   MOVE 'NO CREDIT LINE ON FILE' TO WS-REVIEW-REASON
               WHEN ACCT-LAST-STMT-DATE = ZERO
                   MOVE 'NOT YET STATEMENTED' TO WS-REVIEW-REASON
               WHEN WS-DAYS-SINCE-STMT > WS-STALE-DAYS
                   MOVE WS-DAYS-SINCE-STMT TO WS-ED-DAYS
                   STRING 'NO STATEMENT IN ' DELIMITED BY SIZE
                          WS-ED-DAYS DELIMITED BY SIZE
                          ' DAYS' DELIMITED BY SIZE
                       INTO WS-REVIEW-REASON
               WHEN ACCT-UNDER-REVIEW
                   MOVE 'UNDER VELOCITY REVIEW'
                       TO WS-REVIEW-REASON
               WHEN WS-LAST-LIMCHG-DATE NOT = ZERO
                AND WS-DAYS-SINCE-LIMCHG < WS-MIN-LIMCHG-DAYS
                   MOVE WS-DAYS-SINCE-LIMCHG TO WS-ED-DAYS
                   STRING 'LIMIT CHANGED ' DELIMITED BY SIZE
                          WS-ED-DAYS DELIMITED BY SIZE
                          ' DAYS AGO' DELIMITED BY SIZE
                       INTO WS-REVIEW-REASON
               WHEN WS-RISK-SCORE NOT < WS-DECR-SCORE
                   PERFORM PROPOSE-DECREASE
               WHEN WS-RISK-SCORE > ZERO
                   MOVE 'RISK SCORE IN MIDDLE BAND'
                       TO WS-REVIEW-REASON
               WHEN WS-UTIL-PCT < WS-INCR-UTIL-PCT
                   MOVE WS-INCR-UTIL-PCT TO WS-ED-PCT
                   STRING 'UTILIZATION UNDER ' DELIMITED BY SIZE
                          WS-ED-PCT DELIMITED BY SIZE
                          '%' DELIMITED BY SIZE
                       INTO WS-REVIEW-REASON
               WHEN OTHER
                   PERFORM PROPOSE-INCREASE
           END-EVALUATE

           EVALUATE TRUE
               WHEN ACTION-INCREASE
                   ADD 1 TO WS-CT-INCR-CNT
                   COMPUTE WS-CT-INCR-AMT = WS-CT-INCR-AMT
                       + WS-NEW-LIMIT - WS-OLD-LIMIT
                   PERFORM WRITE-LIMIT-TXN
               WHEN ACTION-DECREASE
                   ADD 1 TO WS-CT-DECR-CNT
                   COMPUTE WS-CT-DECR-AMT = WS-CT-DECR-AMT
                       + WS-OLD-LIMIT - WS-NEW-LIMIT
                   PERFORM WRITE-LIMIT-TXN
               WHEN OTHER
                   ADD 1 TO WS-CT-DECLINE-CNT
           END-EVALUATE

           PERFORM LIST-REVIEW-LINE.

      ******************************************************************
      * Gather The Account's Ledger History - skip the sorted ledger  *
      * past cards with no master, then walk this card's rows         *
      * counting returned payments and overlimit fees inside the      *
      * lookback and keeping the latest limit change                  *
      ******************************************************************
       GATHER-LEDGER-HISTORY.
           MOVE ZERO TO WS-NSF-CNT
           MOVE ZERO TO WS-OVLFEE-CNT
           MOVE ZERO TO WS-LAST-LIMCHG-DATE

           PERFORM UNTIL HIST-EOF
                   OR THS-CARD-NUM NOT < ACCT-CARD-NUM
               PERFORM READ-NEXT-HISTORY
           END-PERFORM

           PERFORM UNTIL HIST-EOF
                   OR THS-CARD-NUM NOT = ACCT-CARD-NUM
               IF THS-POST-DATE IS NUMERIC
                   MOVE THS-POST-DATE TO WS-LEDGER-POST-DATE
               ELSE
                   MOVE ZERO TO WS-LEDGER-POST-DATE
               END-IF
               EVALUATE TRUE
                   WHEN THS-TYPE = WS-TXN-LIMCHG
                       IF WS-LEDGER-POST-DATE > WS-LAST-LIMCHG-DATE
                           MOVE WS-LEDGER-POST-DATE
                               TO WS-LAST-LIMCHG-DATE
                       END-IF
                   WHEN WS-LEDGER-POST-DATE < WS-LOOKBACK-START
                       CONTINUE
                   WHEN THS-TYPE = WS-TXN-NSF
                       ADD 1 TO WS-NSF-CNT
                   WHEN THS-TYPE = WS-TXN-FEE
                    AND THS-DESC(1:13) = WS-OVERLIMIT-FEE-DESC
                       ADD 1 TO WS-OVLFEE-CNT
               END-EVALUATE
               PERFORM READ-NEXT-HISTORY
           END-PERFORM.

      ******************************************************************
      * Read The Next Sorted Ledger Row                               *
      ******************************************************************
       READ-NEXT-HISTORY.
           READ TRANHIST-SORTED
               AT END
                   SET HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-LEDGER-READ-CNT
           END-READ.

      ******************************************************************
      * Score The Account - utilization, the day counts, and the      *
      * risk score described in the program banner                    *
      ******************************************************************
       SCORE-ACCOUNT.
           IF ACCT-CREDIT-LIMIT = ZERO OR ACCT-CURR-BAL NOT > ZERO
               MOVE ZERO TO WS-UTIL-PCT
           ELSE
               COMPUTE WS-UTIL-PCT =
                   ACCT-CURR-BAL * 100 / ACCT-CREDIT-LIMIT
                   ON SIZE ERROR
                       MOVE 99999 TO WS-UTIL-PCT
               END-COMPUTE
           END-IF

           MOVE ZERO TO WS-DAYS-SINCE-STMT
           IF ACCT-LAST-STMT-DATE NOT = ZERO
               COMPUTE WS-DAYS-SINCE-STMT = WS-PROC-DAY-NUM
                   - FUNCTION INTEGER-OF-DATE(ACCT-LAST-STMT-DATE)
           END-IF
           MOVE ZERO TO WS-DAYS-SINCE-LIMCHG
           IF WS-LAST-LIMCHG-DATE NOT = ZERO
               COMPUTE WS-DAYS-SINCE-LIMCHG = WS-PROC-DAY-NUM
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-LIMCHG-DATE)
           END-IF

           MOVE ZERO TO WS-RISK-SCORE
           EVALUATE TRUE
               WHEN ACCT-DELQ-30
                   ADD 2 TO WS-RISK-SCORE
               WHEN ACCT-DELQ-60
                   ADD 4 TO WS-RISK-SCORE
               WHEN ACCT-DELQ-90
                   ADD 6 TO WS-RISK-SCORE
           END-EVALUATE

           MOVE 3 TO WS-SCORE-PART
           IF ACCT-CYC-LATE-CNT < 3
               MOVE ACCT-CYC-LATE-CNT TO WS-SCORE-PART
           END-IF
           ADD WS-SCORE-PART TO WS-RISK-SCORE

           IF ACCT-IS-OVERLIMIT
               ADD 2 TO WS-RISK-SCORE
           END-IF

           MOVE 3 TO WS-SCORE-PART
           IF WS-OVLFEE-CNT < 3
               MOVE WS-OVLFEE-CNT TO WS-SCORE-PART
           END-IF
           ADD WS-SCORE-PART TO WS-RISK-SCORE

           MOVE 6 TO WS-SCORE-PART
           IF WS-NSF-CNT < 3
               COMPUTE WS-SCORE-PART = WS-NSF-CNT * 2
           END-IF
           ADD WS-SCORE-PART TO WS-RISK-SCORE

           IF WS-UTIL-PCT NOT < WS-HIGH-UTIL-PCT
               ADD 1 TO WS-RISK-SCORE
           END-IF.

      ******************************************************************
      * Propose An Increase - INCRPCT of the line, rounded down to a  *
      * whole hundred, no more than INCRMAXAMT at a time and never    *
      * past MAXLIMIT                                                 *
      ******************************************************************
       PROPOSE-INCREASE.
           IF WS-OLD-LIMIT NOT < WS-MAX-LIMIT
               MOVE 'AT MAXIMUM LIMIT' TO WS-REVIEW-REASON
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LIMIT-WORK = WS-OLD-LIMIT * WS-INCR-PCT / 100
           IF WS-LIMIT-WORK > WS-INCR-MAX-AMT
               MOVE WS-INCR-MAX-AMT TO WS-LIMIT-WORK
           END-IF
           COMPUTE WS-LIMIT-WORK = WS-OLD-LIMIT + WS-LIMIT-WORK
           IF WS-LIMIT-WORK > WS-MAX-LIMIT
               MOVE WS-MAX-LIMIT TO WS-LIMIT-WORK
           END-IF
           COMPUTE WS-LIMIT-WORK =
               FUNCTION INTEGER(WS-LIMIT-WORK / 100) * 100

           IF WS-LIMIT-WORK NOT > WS-OLD-LIMIT
               MOVE 'INCREASE ROUNDS TO NO CHANGE'
                   TO WS-REVIEW-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LIMIT-WORK TO WS-NEW-LIMIT
           SET ACTION-INCREASE TO TRUE
           MOVE 'GOOD STANDING, LINE IN USE' TO WS-REVIEW-REASON.

      ******************************************************************
      * Propose A Decrease - DECRPCT off the line, rounded up to a    *
      * whole hundred, but never below MINLIMIT nor below the         *
      * balance: a cut that put the account overlimit would earn the  *
      * cardholder an overlimit fee on the next posting run           *
      ******************************************************************
       PROPOSE-DECREASE.
           MOVE WS-MIN-LIMIT TO WS-LIMIT-FLOOR
           IF ACCT-CURR-BAL > WS-LIMIT-FLOOR
               MOVE ACCT-CURR-BAL TO WS-LIMIT-FLOOR
           END-IF

           COMPUTE WS-LIMIT-WORK =
               WS-OLD-LIMIT - (WS-OLD-LIMIT * WS-DECR-PCT / 100)
           IF WS-LIMIT-WORK < WS-LIMIT-FLOOR
               MOVE WS-LIMIT-FLOOR TO WS-LIMIT-WORK
           END-IF
           COMPUTE WS-LIMIT-WORK =
               FUNCTION INTEGER(WS-LIMIT-WORK / 100) * 100
           IF WS-LIMIT-WORK < WS-LIMIT-FLOOR
               ADD 100 TO WS-LIMIT-WORK
           END-IF

           IF WS-LIMIT-WORK NOT < WS-OLD-LIMIT
               MOVE 'CUT BLOCKED BY BALANCE/FLOOR'
                   TO WS-REVIEW-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LIMIT-WORK TO WS-NEW-LIMIT
           SET ACTION-DECREASE TO TRUE
           EVALUATE TRUE
               WHEN NOT ACCT-DELQ-CURRENT
                   MOVE 'HIGH RISK - PAST DUE' TO WS-REVIEW-REASON
               WHEN WS-NSF-CNT > ZERO
                   MOVE 'HIGH RISK - RETURNED PAYMENTS'
                       TO WS-REVIEW-REASON
               WHEN OTHER
                   MOVE 'HIGH RISK - OVERLIMIT/LATE'
                       TO WS-REVIEW-REASON
           END-EVALUATE.

      ******************************************************************
      * Write One L Transaction - the amount carries the new limit,   *
      * dated the review's processing date                            *
      ******************************************************************
       WRITE-LIMIT-TXN.
           MOVE SPACES TO LIMIT-TXN-REC
           MOVE ACCT-CARD-NUM TO LTX-CARD-NUM
           MOVE WS-TXN-LIMCHG TO LTX-TYPE
           MOVE WS-NEW-LIMIT TO LTX-AMOUNT
           MOVE WS-REVIEW-TXN-DESC TO LTX-DESC
           MOVE WS-PROC-DATE TO LTX-DATE

           WRITE LIMIT-TXN-REC
           IF WS-LIMTXN-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING LIMIT-TXNS-OUT: '
                       WS-LIMTXN-OUT-STATUS
           ELSE
               ADD 1 TO WS-CT-LIMTXN-CNT
           END-IF.

      ******************************************************************
      * List One Reviewed Account On The Report                       *
      ******************************************************************
       LIST-REVIEW-LINE.
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM PRINT-REVIEW-HEADINGS
           END-IF

           MOVE ACCT-CARD-NUM TO WS-RVD-CARD-NUM
           MOVE ACCT-NAME TO WS-RVD-NAME
           MOVE ACCT-DELQ-STAGE TO WS-RVD-DELQ
           MOVE WS-UTIL-PCT TO WS-RVD-UTIL
           MOVE ACCT-CYC-LATE-CNT TO WS-RVD-LATE
           MOVE WS-OVLFEE-CNT TO WS-RVD-OVLFEE
           MOVE WS-NSF-CNT TO WS-RVD-NSF
           MOVE WS-RISK-SCORE TO WS-RVD-SCORE
           MOVE WS-OLD-LIMIT TO WS-RVD-OLD-LIMIT
           MOVE WS-NEW-LIMIT TO WS-RVD-NEW-LIMIT
           MOVE WS-REVIEW-ACTION TO WS-RVD-ACTION
           MOVE WS-REVIEW-REASON TO WS-RVD-REASON
           MOVE WS-RVW-DETAIL TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           ADD 1 TO WS-LINE-CNT.

      ******************************************************************
      * Print The Review Report Headings At Top Of A New Page         *
      ******************************************************************
       PRINT-REVIEW-HEADINGS.
           MOVE WS-PROC-DATE TO WS-HEAD-DATE
           MOVE WS-RVW-HEAD-1 TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REVIEW-PRINT-OUT: '
                       WS-PRINT-STATUS
           END-IF
           MOVE SPACES TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           MOVE WS-RVW-HEAD-2 TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           MOVE SPACES TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           MOVE 4 TO WS-LINE-CNT.

      ******************************************************************
      * Write The Print Record, Single Spaced, Checking The File      *
      * Status The Way Every Other Write In The Suite Does            *
      ******************************************************************
       WRITE-PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REVIEW-PRINT-OUT: '
                       WS-PRINT-STATUS
           END-IF.

      ******************************************************************
      * Write Credit Line Review Control Totals                       *
      ******************************************************************
       WRITE-CONTROL-REPORT.
           DISPLAY '=============================================='
           DISPLAY 'CLREVIEW CREDIT LINE REVIEW RUN TOTALS'
           DISPLAY '=============================================='
           DISPLAY 'PROCESSING DATE  . . . . . . : ' WS-PROC-DATE
           DISPLAY 'HISTORY LOOKBACK FROM  . . . : '
                   WS-LOOKBACK-START
           DISPLAY 'ACCOUNTS READ  . . . . COUNT: '
                   WS-CT-ACCT-READ-CNT
           DISPLAY 'NOT ACTIVE, PASSED . . COUNT: '
                   WS-CT-NOT-ACTIVE-CNT
           DISPLAY 'ACCOUNTS REVIEWED  . . COUNT: '
                   WS-CT-REVIEWED-CNT
           DISPLAY 'INCREASES PROPOSED . . COUNT: ' WS-CT-INCR-CNT
                   '  AMOUNT: ' WS-CT-INCR-AMT
           DISPLAY 'DECREASES PROPOSED . . COUNT: ' WS-CT-DECR-CNT
                   '  AMOUNT: ' WS-CT-DECR-AMT
           DISPLAY 'DECLINED - NO CHANGE . COUNT: '
                   WS-CT-DECLINE-CNT
           DISPLAY 'L TRANSACTIONS WRITTEN COUNT: '
                   WS-CT-LIMTXN-CNT
           DISPLAY 'LEDGER ROWS READ . . . COUNT: '
                   WS-CT-LEDGER-READ-CNT
           DISPLAY '=============================================='.

      ******************************************************************
      * Close All Files                                               *
      ******************************************************************
       CLOSE-FILES.
           CLOSE ACCOUNT-MASTER
                 TRANHIST-SORTED
                 LIMIT-TXNS-OUT
                 REVIEW-PRINT-OUT.
