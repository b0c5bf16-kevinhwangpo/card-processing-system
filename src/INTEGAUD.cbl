       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGAUD.
       AUTHOR. Card Processing System.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * Purpose: Nightly cross-file integrity audit.  CARDPROC's      *
      *          control report proves one run balanced; this job     *
      *          proves the files still agree with each other after   *
      *          restarts, recycles, and manual fixes.  Read only -   *
      *          every finding goes to the exception listing and the  *
      *          job ends with return code 8 when there is any, so    *
      *          the drift is worked the next morning.  It checks:    *
      *            - each account's ACCT-CURR-BAL equals the running  *
      *              balance on the card's last-posted ledger row     *
      *              (a nonzero balance with no ledger row at all is  *
      *              listed too);                                     *
      *            - the unpaid fee plus unpaid interest never        *
      *              exceeds the balance;                             *
      *            - the category accumulators sum to the cycle's     *
      *              purchase total;                                  *
      *            - every replaced (status T) account's transfer     *
      *              pointer names a master record that exists;       *
      *            - no hold, dispute, fraud case, or cardholder      *
      *              record is orphaned without a master.  A record   *
      *              whose account HISTARCH purged to the archive is  *
      *              retained history, not an orphan - except an      *
      *              open dispute or a confirmed fraud case, which    *
      *              must never sit on a purged account.              *
      *                                                               *
      * Inputs:  ACCTMAST    - indexed account master                 *
      *          TRANHISTIN  - the cumulative transaction ledger      *
      *          AUTHHOLD    - authorization hold file                *
      *          DISPMAST    - dispute master                         *
      *          FRAUDMST    - fraud case master                      *
      *          CARDMAST    - cardholder demographics master         *
      *          ACCTARCH    - the account archive HISTARCH purges to *
      *          PARMFILE    - optional run parameter cards (the      *
      *                        same keyword/value layout CARDPROC     *
      *                        reads): PROCDATE                       *
      * Work:    TRANHISTSRT - the ledger sorted by card and posting  *
      *                        date                                   *
      *          ACCTARCHSRT - the account archive sorted by card     *
      * Output:  INTGPRINT   - 132-column integrity exception listing *
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

           SELECT OPTIONAL AUTH-HOLD-FILE
               ASSIGN TO AUTHHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-HOLD-KEY
               FILE STATUS IS WS-AUTH-HOLD-STATUS.

           SELECT OPTIONAL DISPUTE-MASTER
               ASSIGN TO DISPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-MAST-STATUS.

           SELECT OPTIONAL FRAUD-CASE-MASTER
               ASSIGN TO FRAUDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRD-CARD-NUM
               FILE STATUS IS WS-FRAUD-MAST-STATUS.

           SELECT OPTIONAL CARDHOLDER-MASTER
               ASSIGN TO CARDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-CARD-NUM
               FILE STATUS IS WS-CARD-MAST-STATUS.

           SELECT OPTIONAL ACCT-ARCHIVE-IN
               ASSIGN TO ACCTARCH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-ARCH-STATUS.

           SELECT ACCT-ARCHIVE-SORTED
               ASSIGN TO ACCTARCHSRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-ARCH-SRT-STATUS.

           SELECT ARCH-SORT-WORK
               ASSIGN TO ARSORTW.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EXCEPTION-PRINT-OUT
               ASSIGN TO INTGPRINT
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
      * Ledger Sort Work File - orders rows by card, then POSTING     *
      * date (the trailing field of the record), keeping equal keys   *
      * in their original posted order, the same ordering STMTPRNT    *
      * uses, so the last row of a card's group is the one that      *
      * carries its current running balance                          *
      ******************************************************************
       SD  TH-SORT-WORK.
       01  TH-SORT-REC.
           05  THW-CARD-NUM         PIC X(16).
           05  FILLER               PIC X(61).
           05  THW-DATE             PIC X(8).

      ******************************************************************
      * Authorization Hold File - indexed, keyed on card number plus  *
      * auth id.  Layout must stay in step with CARDPROC's            *
      * AUTH-HOLD-FILE FD.                                            *
      ******************************************************************
       FD  AUTH-HOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  AUTH-HOLD-REC.
           05  AH-HOLD-KEY.
               10  AH-CARD-NUM      PIC X(16).
               10  AH-AUTH-ID       PIC X(6).
           05  AH-AMOUNT            PIC 9(7)V99.
           05  AH-AUTH-DATE         PIC 9(8).
           05  AH-MERCH-ID          PIC X(8).
           05  AH-HOLD-TYPE         PIC X(1).
               88  AH-CASH-HOLD             VALUE 'G'.
           05  FILLER               PIC X(12).

      ******************************************************************
      * Dispute Master File - indexed, keyed on the disputed          *
      * posting's card number, date, and amount.  Layout must stay in *
      * step with CARDPROC's DISPUTE-MASTER FD.                       *
      ******************************************************************
       FD  DISPUTE-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DISPUTE-MASTER-REC.
           05  DISP-KEY.
               10  DISP-CARD-NUM    PIC X(16).
               10  DISP-TXN-DATE    PIC 9(8).
               10  DISP-TXN-AMOUNT  PIC 9(7)V99.
           05  DISP-STATUS          PIC X(1).
               88  DISP-IS-OPEN             VALUE 'O'.
           05  DISP-OPEN-DATE       PIC 9(8).
           05  DISP-RESOLVE-DATE    PIC 9(8).
           05  DISP-PROV-AMT        PIC 9(7)V99.
           05  FILLER               PIC X(21).

      ******************************************************************
      * Fraud Case Master File - indexed, one case per card number.   *
      * Layout must stay in step with CARDPROC's FRAUD-CASE-MASTER    *
      * FD.                                                           *
      ******************************************************************
       FD  FRAUD-CASE-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  FRAUD-CASE-REC.
           05  FRD-CARD-NUM         PIC X(16).
           05  FRD-STATUS           PIC X(1).
               88  FRD-IS-OPEN              VALUE 'O'.
               88  FRD-CONFIRMED            VALUE 'F'.
               88  FRD-CLEARED              VALUE 'C'.
           05  FRD-OPEN-DATE        PIC 9(8).
           05  FRD-WORK-DATE        PIC 9(8).
           05  FRD-TRIGGER          PIC X(3).
           05  FRD-FIRST-DATE       PIC 9(8).
           05  FRD-FIRST-AMT        PIC 9(7)V99.
           05  FRD-FIRST-DESC       PIC X(20).
           05  FRD-TRIG-CNT         PIC 9(3).
           05  FRD-POSTED-AMT       PIC 9(9)V99.
           05  FILLER               PIC X(33).

      ******************************************************************
      * Cardholder Master File - indexed, keyed on CHM-CARD-NUM.      *
      * Layout must stay in step with CARDPROC's CARDHOLDER-MASTER    *
      * FD.                                                           *
      ******************************************************************
       FD  CARDHOLDER-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  CARDHOLDER-MASTER-REC.
           05  CHM-CARD-NUM         PIC X(16).
           05  CHM-ADDR-LINE-1      PIC X(19).
           05  CHM-ADDR-LINE-2      PIC X(19).
           05  CHM-CITY             PIC X(15).
           05  CHM-STATE            PIC X(2).
           05  CHM-ZIP              PIC X(9).
           05  CHM-PHONE            PIC X(10).
           05  CHM-DELIVERY         PIC X(1).
               88  CHM-PAPER-DELIVERY       VALUE 'P' SPACE.
               88  CHM-E-DELIVERY           VALUE 'E'.
           05  FILLER               PIC X(29).

      ******************************************************************
      * Account Archive - Input (HISTARCH's ACCT-ARCHIVE-OUT: full    *
      * master record images of purged accounts)                      *
      ******************************************************************
       FD  ACCT-ARCHIVE-IN
           RECORDING MODE IS F
           RECORD CONTAINS 445 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  ACCT-ARCHIVE-REC         PIC X(445).

      ******************************************************************
      * Sorted Account Archive - the purged accounts in card number   *
      * order, walked alongside each keyed browse below               *
      ******************************************************************
       FD  ACCT-ARCHIVE-SORTED
           RECORDING MODE IS F
           RECORD CONTAINS 445 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  ACCT-ARCHIVE-SORTED-REC.
           05  ARS-CARD-NUM         PIC X(16).
           05  FILLER               PIC X(429).

      ******************************************************************
      * Archive Sort Work File                                        *
      ******************************************************************
       SD  ARCH-SORT-WORK.
       01  ARCH-SORT-REC.
           05  ARW-CARD-NUM         PIC X(16).
           05  FILLER               PIC X(429).

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
      * Integrity Exception Listing - Output                          *
      ******************************************************************
       FD  EXCEPTION-PRINT-OUT
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
       01  WS-AUTH-HOLD-STATUS      PIC X(2).
       01  WS-DISP-MAST-STATUS      PIC X(2).
       01  WS-FRAUD-MAST-STATUS     PIC X(2).
       01  WS-CARD-MAST-STATUS      PIC X(2).
       01  WS-ACCT-ARCH-STATUS      PIC X(2).
       01  WS-ACCT-ARCH-SRT-STATUS  PIC X(2).
       01  WS-PARM-STATUS           PIC X(2).
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
       01  WS-ARCH-EOF              PIC X(1) VALUE 'N'.
           88  ARCH-EOF                        VALUE 'Y'.
           88  ARCH-NOT-EOF                    VALUE 'N'.
       01  WS-BROWSE-EOF            PIC X(1) VALUE 'N'.
           88  BROWSE-EOF                      VALUE 'Y'.
           88  BROWSE-NOT-EOF                  VALUE 'N'.
       01  WS-PARM-EOF              PIC X(1) VALUE 'N'.
           88  PARM-EOF                       VALUE 'Y'.
           88  PARM-NOT-EOF                   VALUE 'N'.

      ******************************************************************
      * Run Parameter Work Fields                                     *
      ******************************************************************
       01  WS-PARM-VALUE-NUM        PIC S9(9)V9(5).
       01  WS-DATE-CHECK            PIC 9(8).
       01  WS-PROC-DATE             PIC 9(8) VALUE ZERO.

      ******************************************************************
      * Check Work Fields                                             *
      ******************************************************************
       01  WS-ACCT-FOUND-FLAG       PIC X(1) VALUE 'N'.
           88  ACCOUNT-FOUND                  VALUE 'Y'.
           88  ACCOUNT-NOT-FOUND              VALUE 'N'.
       01  WS-ARCH-FOUND-FLAG       PIC X(1) VALUE 'N'.
           88  ARCHIVE-FOUND                  VALUE 'Y'.
           88  ARCHIVE-NOT-FOUND              VALUE 'N'.
      *    The card whose master, archive image, or ledger rows are
      *    being looked for, and the card the master browse was on
      *    when a transfer pointer read moved it
       01  WS-CHECK-CARD-NUM        PIC X(16).
       01  WS-BROWSE-CARD-NUM       PIC X(16).
       01  WS-LEDGER-ROW-CNT        PIC 9(9).
       01  WS-LEDGER-BAL            PIC S9(7)V99.
       01  WS-UNPAID-TOTAL          PIC 9(8)V99.
       01  WS-CAT-TOTAL             PIC 9(9)V99.
       01  WS-CAT-SUB               PIC 9(2).
       01  WS-STATUS-XFERRED        PIC X(1) VALUE 'T'.

      ******************************************************************
      * Integrity Control Totals                                      *
      ******************************************************************
       01  WS-CT-ACCT-READ-CNT      PIC 9(7) VALUE ZERO.
       01  WS-CT-LEDGER-READ-CNT    PIC 9(9) VALUE ZERO.
       01  WS-CT-HOLD-READ-CNT      PIC 9(7) VALUE ZERO.
       01  WS-CT-DISP-READ-CNT      PIC 9(7) VALUE ZERO.
       01  WS-CT-FRAUD-READ-CNT     PIC 9(7) VALUE ZERO.
       01  WS-CT-CHM-READ-CNT       PIC 9(7) VALUE ZERO.
       01  WS-CT-ARCH-READ-CNT      PIC 9(7) VALUE ZERO.
       01  WS-CT-RETAINED-CNT       PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-CNT           PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-LEDGER-BAL    PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-NO-LEDGER     PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-UNPAID        PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-CAT-SUM       PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-XFER-PTR      PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-HOLD-ORPHAN   PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-DISP-ORPHAN   PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-FRAUD-ORPHAN  PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-CHM-ORPHAN    PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-DISP-PURGED   PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-FRAUD-PURGED  PIC 9(7) VALUE ZERO.

      ******************************************************************
      * Exception Listing Line Layouts                                *
      ******************************************************************
       01  WS-LINE-CNT              PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(3) VALUE 55.
       01  WS-EXCP-HEAD-1.
           05  FILLER               PIC X(40) VALUE
               'INTEGAUD CROSS-FILE INTEGRITY EXCEPTIONS'.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'RUN DATE:   '.
           05  WS-HEAD-DATE         PIC 9(8).
           05  FILLER               PIC X(68) VALUE SPACES.
       01  WS-EXCP-HEAD-2.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER               PIC X(10) VALUE 'FILE'.
           05  FILLER               PIC X(36) VALUE 'EXCEPTION'.
           05  FILLER               PIC X(64) VALUE 'DETAIL'.
       01  WS-EXCP-DETAIL.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-EXD-CARD-NUM      PIC X(16) VALUE SPACES.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-EXD-FILE          PIC X(8) VALUE SPACES.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-EXD-REASON        PIC X(34) VALUE SPACES.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-EXD-DETAIL        PIC X(64) VALUE SPACES.
       01  WS-ED-AMOUNT-1           PIC -Z(8)9.99.
       01  WS-ED-AMOUNT-2           PIC -Z(8)9.99.
       01  WS-ED-COUNT              PIC Z(8)9.

       PROCEDURE DIVISION.
      ******************************************************************
      * Main Processing Logic                                         *
      ******************************************************************
       MAIN-PARA.
           PERFORM READ-RUN-PARMS
           PERFORM SORT-TRANSACTION-HISTORY
           PERFORM SORT-ACCOUNT-ARCHIVE
           PERFORM INIT-FILES

           PERFORM CHECK-ACCOUNT-MASTER
           PERFORM CHECK-AUTH-HOLDS
           PERFORM CHECK-DISPUTES
           PERFORM CHECK-FRAUD-CASES
           PERFORM CHECK-CARDHOLDERS

           PERFORM WRITE-CONTROL-REPORT
           PERFORM CLOSE-FILES

      *    Any finding at all fails the step so the scheduler holds
      *    the morning's work for it
           IF WS-CT-EXCP-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * Read Run Parameter Cards - PROCDATE dates the listing for a   *
      * rerun.  A bad card stops the run before anything is written.  *
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
           END-IF.

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
      * Sort The Account Archive By Card Number - the archive is      *
      * appended run by run, so it is in purge order, not key order   *
      ******************************************************************
       SORT-ACCOUNT-ARCHIVE.
           SORT ARCH-SORT-WORK
               ON ASCENDING KEY ARW-CARD-NUM
               USING ACCT-ARCHIVE-IN
               GIVING ACCT-ARCHIVE-SORTED

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'ERROR SORTING ACCTARCH, SORT RETURN: '
                       SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Initialize Files - the sorted archive is opened per check     *
      * pass, since each pass walks it from the top                   *
      ******************************************************************
       INIT-FILES.
           OPEN INPUT  ACCOUNT-MASTER
                       TRANHIST-SORTED
      *    OPTIONAL - a portfolio with none of these maintained yet
      *    simply has nothing in them to check
           OPEN INPUT  AUTH-HOLD-FILE
                       DISPUTE-MASTER
                       FRAUD-CASE-MASTER
                       CARDHOLDER-MASTER
           OPEN OUTPUT EXCEPTION-PRINT-OUT

           IF WS-ACCT-MAST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT-MASTER: '
                       WS-ACCT-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-TRANHIST-SRT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANHIST-SORTED: '
                       WS-TRANHIST-SRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-AUTH-HOLD-STATUS NOT = '00'
              AND WS-AUTH-HOLD-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING AUTH-HOLD-FILE: '
                       WS-AUTH-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-DISP-MAST-STATUS NOT = '00'
              AND WS-DISP-MAST-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING DISPUTE-MASTER: '
                       WS-DISP-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-FRAUD-MAST-STATUS NOT = '00'
              AND WS-FRAUD-MAST-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING FRAUD-CASE-MASTER: '
                       WS-FRAUD-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CARD-MAST-STATUS NOT = '00'
              AND WS-CARD-MAST-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING CARDHOLDER-MASTER: '
                       WS-CARD-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXCEPTION-PRINT-OUT: '
                       WS-PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-NEXT-HISTORY.

      ******************************************************************
      * Check The Account Master - one keyed browse, walking the      *
      * sorted ledger alongside it                                    *
      ******************************************************************
       CHECK-ACCOUNT-MASTER.
           SET ACCT-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO ACCT-CARD-NUM
           START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-CARD-NUM
               INVALID KEY
                   SET ACCT-EOF TO TRUE
           END-START

           PERFORM UNTIL ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET ACCT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CT-ACCT-READ-CNT
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.

      ******************************************************************
      * Check One Account - the ledger balance, the unpaid buckets,   *
      * the category accumulators, and last (because it moves the     *
      * browse) the transfer pointer                                  *
      ******************************************************************
       CHECK-ONE-ACCOUNT.
           PERFORM CHECK-LEDGER-BALANCE

           COMPUTE WS-UNPAID-TOTAL =
               ACCT-UNPAID-FEE-AMT + ACCT-UNPAID-INT-AMT
      *    A credit balance with nothing unpaid is not a finding
           IF WS-UNPAID-TOTAL > ZERO
              AND WS-UNPAID-TOTAL > ACCT-CURR-BAL
               MOVE WS-UNPAID-TOTAL TO WS-ED-AMOUNT-1
               MOVE ACCT-CURR-BAL TO WS-ED-AMOUNT-2
               MOVE 'UNPAID FEE+INT EXCEEDS BALANCE' TO WS-EXD-REASON
               STRING 'UNPAID ' DELIMITED BY SIZE
                      WS-ED-AMOUNT-1 DELIMITED BY SIZE
                      '  BALANCE ' DELIMITED BY SIZE
                      WS-ED-AMOUNT-2 DELIMITED BY SIZE
                   INTO WS-EXD-DETAIL
               ADD 1 TO WS-CT-EXCP-UNPAID
               PERFORM LIST-ACCOUNT-EXCEPTION
           END-IF

           MOVE ZERO TO WS-CAT-TOTAL
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 8
               ADD ACCT-CYC-CAT-AMT(WS-CAT-SUB) TO WS-CAT-TOTAL
           END-PERFORM
           IF WS-CAT-TOTAL NOT = ACCT-CYC-PURCH-AMT
               MOVE WS-CAT-TOTAL TO WS-ED-AMOUNT-1
               MOVE ACCT-CYC-PURCH-AMT TO WS-ED-AMOUNT-2
               MOVE 'CATEGORIES NOT = CYCLE PURCHASES' TO WS-EXD-REASON
               STRING 'CATEGORIES ' DELIMITED BY SIZE
                      WS-ED-AMOUNT-1 DELIMITED BY SIZE
                      '  PURCHASES ' DELIMITED BY SIZE
                      WS-ED-AMOUNT-2 DELIMITED BY SIZE
                   INTO WS-EXD-DETAIL
               ADD 1 TO WS-CT-EXCP-CAT-SUM
               PERFORM LIST-ACCOUNT-EXCEPTION
           END-IF

           IF ACCT-STATUS = WS-STATUS-XFERRED
               PERFORM CHECK-XFER-POINTER
           END-IF.

      ******************************************************************
      * Check The Balance Against The Ledger - skip the sorted ledger *
      * past cards with no master (purged accounts' history), then    *
      * take the running balance off the last row of this card's      *
      * group                                                         *
      ******************************************************************
       CHECK-LEDGER-BALANCE.
           PERFORM UNTIL HIST-EOF
                   OR THS-CARD-NUM NOT < ACCT-CARD-NUM
               PERFORM READ-NEXT-HISTORY
           END-PERFORM

           MOVE ZERO TO WS-LEDGER-ROW-CNT
           MOVE ZERO TO WS-LEDGER-BAL
           PERFORM UNTIL HIST-EOF
                   OR THS-CARD-NUM NOT = ACCT-CARD-NUM
               ADD 1 TO WS-LEDGER-ROW-CNT
               COMPUTE WS-LEDGER-BAL =
                   FUNCTION NUMVAL(THS-RUN-BALANCE)
               PERFORM READ-NEXT-HISTORY
           END-PERFORM

           IF WS-LEDGER-ROW-CNT = ZERO
               IF ACCT-CURR-BAL NOT = ZERO
                   MOVE ACCT-CURR-BAL TO WS-ED-AMOUNT-1
                   MOVE 'NONZERO BALANCE, NO LEDGER ROWS'
                       TO WS-EXD-REASON
                   STRING 'MASTER ' DELIMITED BY SIZE
                          WS-ED-AMOUNT-1 DELIMITED BY SIZE
                       INTO WS-EXD-DETAIL
                   ADD 1 TO WS-CT-EXCP-NO-LEDGER
                   PERFORM LIST-ACCOUNT-EXCEPTION
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-LEDGER-BAL NOT = ACCT-CURR-BAL
               MOVE ACCT-CURR-BAL TO WS-ED-AMOUNT-1
               MOVE WS-LEDGER-BAL TO WS-ED-AMOUNT-2
               MOVE WS-LEDGER-ROW-CNT TO WS-ED-COUNT
               MOVE 'BALANCE NOT = LAST LEDGER ROW' TO WS-EXD-REASON
               STRING 'MASTER ' DELIMITED BY SIZE
                      WS-ED-AMOUNT-1 DELIMITED BY SIZE
                      '  LEDGER ' DELIMITED BY SIZE
                      WS-ED-AMOUNT-2 DELIMITED BY SIZE
                      '  ROWS ' DELIMITED BY SIZE
                      WS-ED-COUNT DELIMITED BY SIZE
                   INTO WS-EXD-DETAIL
               ADD 1 TO WS-CT-EXCP-LEDGER-BAL
               PERFORM LIST-ACCOUNT-EXCEPTION
           END-IF.

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
      * Check A Replaced Card's Transfer Pointer - the random read of *
      * the successor moves the browse, so the browse is restarted    *
      * just past the replaced card afterwards                        *
      ******************************************************************
       CHECK-XFER-POINTER.
           MOVE ACCT-CARD-NUM TO WS-BROWSE-CARD-NUM

           IF ACCT-XFER-CARD-NUM = SPACES
               MOVE 'REPLACED CARD, POINTER BLANK' TO WS-EXD-REASON
               ADD 1 TO WS-CT-EXCP-XFER-PTR
               PERFORM LIST-ACCOUNT-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-XFER-CARD-NUM TO WS-CHECK-CARD-NUM
           PERFORM READ-MASTER-FOR-CHECK
           IF ACCOUNT-NOT-FOUND
               MOVE WS-BROWSE-CARD-NUM TO WS-EXD-CARD-NUM
               MOVE 'ACCTMAST' TO WS-EXD-FILE
               MOVE 'REPLACED CARD, SUCCESSOR MISSING'
                   TO WS-EXD-REASON
               STRING 'POINTS TO ' DELIMITED BY SIZE
                      WS-CHECK-CARD-NUM DELIMITED BY SIZE
                   INTO WS-EXD-DETAIL
               ADD 1 TO WS-CT-EXCP-XFER-PTR
               PERFORM LIST-EXCEPTION
           END-IF

           MOVE WS-BROWSE-CARD-NUM TO ACCT-CARD-NUM
           START ACCOUNT-MASTER KEY GREATER THAN ACCT-CARD-NUM
               INVALID KEY
                   SET ACCT-EOF TO TRUE
           END-START.

      ******************************************************************
      * Read The Master For The Card In WS-CHECK-CARD-NUM             *
      ******************************************************************
       READ-MASTER-FOR-CHECK.
           MOVE WS-CHECK-CARD-NUM TO ACCT-CARD-NUM
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ.

      ******************************************************************
      * Check Authorization Holds - a hold with no master and no      *
      * archive image is an orphan                                    *
      ******************************************************************
       CHECK-AUTH-HOLDS.
           PERFORM OPEN-SORTED-ARCHIVE
           SET BROWSE-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO AH-HOLD-KEY
           START AUTH-HOLD-FILE KEY NOT LESS THAN AH-HOLD-KEY
               INVALID KEY
                   SET BROWSE-EOF TO TRUE
           END-START

           PERFORM UNTIL BROWSE-EOF
               READ AUTH-HOLD-FILE NEXT RECORD
                   AT END
                       SET BROWSE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CT-HOLD-READ-CNT
                       MOVE AH-CARD-NUM TO WS-CHECK-CARD-NUM
                       PERFORM FIND-MASTER-OR-ARCHIVE
                       IF ACCOUNT-NOT-FOUND AND ARCHIVE-NOT-FOUND
                           MOVE 'AUTHHOLD' TO WS-EXD-FILE
                           MOVE 'HOLD WITH NO MASTER RECORD'
                               TO WS-EXD-REASON
                           MOVE AH-AMOUNT TO WS-ED-AMOUNT-1
                           STRING 'AUTH ' DELIMITED BY SIZE
                                  AH-AUTH-ID DELIMITED BY SIZE
                                  '  DATE ' DELIMITED BY SIZE
                                  AH-AUTH-DATE DELIMITED BY SIZE
                                  '  AMOUNT ' DELIMITED BY SIZE
                                  WS-ED-AMOUNT-1 DELIMITED BY SIZE
                               INTO WS-EXD-DETAIL
                           ADD 1 TO WS-CT-EXCP-HOLD-ORPHAN
                           PERFORM LIST-ORPHAN-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-ARCHIVE-SORTED.

      ******************************************************************
      * Check Disputes - an open dispute must sit on a live account;  *
      * a resolved one on a purged account is retained history        *
      ******************************************************************
       CHECK-DISPUTES.
           PERFORM OPEN-SORTED-ARCHIVE
           SET BROWSE-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO DISP-KEY
           START DISPUTE-MASTER KEY NOT LESS THAN DISP-KEY
               INVALID KEY
                   SET BROWSE-EOF TO TRUE
           END-START

           PERFORM UNTIL BROWSE-EOF
               READ DISPUTE-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CT-DISP-READ-CNT
                       PERFORM CHECK-ONE-DISPUTE
               END-READ
           END-PERFORM
           CLOSE ACCT-ARCHIVE-SORTED.

      ******************************************************************
      * Check One Dispute                                             *
      ******************************************************************
       CHECK-ONE-DISPUTE.
           MOVE DISP-CARD-NUM TO WS-CHECK-CARD-NUM
           PERFORM FIND-MASTER-OR-ARCHIVE
           IF ACCOUNT-FOUND
               EXIT PARAGRAPH
           END-IF

           IF ARCHIVE-FOUND AND NOT DISP-IS-OPEN
               ADD 1 TO WS-CT-RETAINED-CNT
               EXIT PARAGRAPH
           END-IF

           MOVE 'DISPMAST' TO WS-EXD-FILE
           IF ARCHIVE-FOUND
               MOVE 'OPEN DISPUTE ON PURGED ACCOUNT' TO WS-EXD-REASON
               ADD 1 TO WS-CT-EXCP-DISP-PURGED
           ELSE
               MOVE 'DISPUTE WITH NO MASTER RECORD' TO WS-EXD-REASON
               ADD 1 TO WS-CT-EXCP-DISP-ORPHAN
           END-IF
           MOVE DISP-TXN-AMOUNT TO WS-ED-AMOUNT-1
           STRING 'TXN ' DELIMITED BY SIZE
                  DISP-TXN-DATE DELIMITED BY SIZE
                  '  AMOUNT ' DELIMITED BY SIZE
                  WS-ED-AMOUNT-1 DELIMITED BY SIZE
                  '  STATUS ' DELIMITED BY SIZE
                  DISP-STATUS DELIMITED BY SIZE
               INTO WS-EXD-DETAIL
           PERFORM LIST-ORPHAN-EXCEPTION.

      ******************************************************************
      * Check Fraud Cases - a confirmed case must sit on a live       *
      * account; any other case on a purged account is retained       *
      * history                                                       *
      ******************************************************************
       CHECK-FRAUD-CASES.
           PERFORM OPEN-SORTED-ARCHIVE
           SET BROWSE-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO FRD-CARD-NUM
           START FRAUD-CASE-MASTER KEY NOT LESS THAN FRD-CARD-NUM
               INVALID KEY
                   SET BROWSE-EOF TO TRUE
           END-START

           PERFORM UNTIL BROWSE-EOF
               READ FRAUD-CASE-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CT-FRAUD-READ-CNT
                       PERFORM CHECK-ONE-FRAUD-CASE
               END-READ
           END-PERFORM
           CLOSE ACCT-ARCHIVE-SORTED.

      ******************************************************************
      * Check One Fraud Case                                          *
      ******************************************************************
       CHECK-ONE-FRAUD-CASE.
           MOVE FRD-CARD-NUM TO WS-CHECK-CARD-NUM
           PERFORM FIND-MASTER-OR-ARCHIVE
           IF ACCOUNT-FOUND
               EXIT PARAGRAPH
           END-IF

           IF ARCHIVE-FOUND AND NOT FRD-CONFIRMED
               ADD 1 TO WS-CT-RETAINED-CNT
               EXIT PARAGRAPH
           END-IF

           MOVE 'FRAUDMST' TO WS-EXD-FILE
           IF ARCHIVE-FOUND
               MOVE 'CONFIRMED FRAUD ON PURGED ACCT' TO WS-EXD-REASON
               ADD 1 TO WS-CT-EXCP-FRAUD-PURGED
           ELSE
               MOVE 'FRAUD CASE WITH NO MASTER RECORD'
                   TO WS-EXD-REASON
               ADD 1 TO WS-CT-EXCP-FRAUD-ORPHAN
           END-IF
           STRING 'OPENED ' DELIMITED BY SIZE
                  FRD-OPEN-DATE DELIMITED BY SIZE
                  '  TRIGGER ' DELIMITED BY SIZE
                  FRD-TRIGGER DELIMITED BY SIZE
                  '  STATUS ' DELIMITED BY SIZE
                  FRD-STATUS DELIMITED BY SIZE
               INTO WS-EXD-DETAIL
           PERFORM LIST-ORPHAN-EXCEPTION.

      ******************************************************************
      * Check Cardholder Records - demographics left behind by a      *
      * purge are retained history; with no master and no archive     *
      * image the record is an orphan                                 *
      ******************************************************************
       CHECK-CARDHOLDERS.
           PERFORM OPEN-SORTED-ARCHIVE
           SET BROWSE-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO CHM-CARD-NUM
           START CARDHOLDER-MASTER KEY NOT LESS THAN CHM-CARD-NUM
               INVALID KEY
                   SET BROWSE-EOF TO TRUE
           END-START

           PERFORM UNTIL BROWSE-EOF
               READ CARDHOLDER-MASTER NEXT RECORD
                   AT END
                       SET BROWSE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CT-CHM-READ-CNT
                       MOVE CHM-CARD-NUM TO WS-CHECK-CARD-NUM
                       PERFORM FIND-MASTER-OR-ARCHIVE
                       IF ACCOUNT-NOT-FOUND AND ARCHIVE-NOT-FOUND
                           MOVE 'CARDMAST' TO WS-EXD-FILE
                           MOVE 'CARDHOLDER WITH NO MASTER RECORD'
                               TO WS-EXD-REASON
                           STRING CHM-ADDR-LINE-1 DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  CHM-CITY DELIMITED BY '  '
                                  ' ' DELIMITED BY SIZE
                                  CHM-STATE DELIMITED BY SIZE
                               INTO WS-EXD-DETAIL
                           ADD 1 TO WS-CT-EXCP-CHM-ORPHAN
                           PERFORM LIST-ORPHAN-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-ARCHIVE-SORTED.

      ******************************************************************
      * Find The Master, Or Failing That The Archive Image, For The   *
      * Card In WS-CHECK-CARD-NUM.  Every pass browses its file in    *
      * card number order, so the sorted archive is only ever read    *
      * forward.                                                      *
      ******************************************************************
       FIND-MASTER-OR-ARCHIVE.
           SET ARCHIVE-NOT-FOUND TO TRUE
           PERFORM READ-MASTER-FOR-CHECK
           IF ACCOUNT-FOUND
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL ARCH-EOF
                   OR ARS-CARD-NUM NOT < WS-CHECK-CARD-NUM
               PERFORM READ-NEXT-ARCHIVE
           END-PERFORM
           IF ARCH-NOT-EOF AND ARS-CARD-NUM = WS-CHECK-CARD-NUM
               SET ARCHIVE-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * Open The Sorted Archive And Read Its First Record             *
      ******************************************************************
       OPEN-SORTED-ARCHIVE.
           SET ARCH-NOT-EOF TO TRUE
           MOVE ZERO TO WS-CT-ARCH-READ-CNT
           OPEN INPUT ACCT-ARCHIVE-SORTED
           IF WS-ACCT-ARCH-SRT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCT-ARCHIVE-SORTED: '
                       WS-ACCT-ARCH-SRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-NEXT-ARCHIVE.

      ******************************************************************
      * Read The Next Sorted Archive Record                           *
      ******************************************************************
       READ-NEXT-ARCHIVE.
           READ ACCT-ARCHIVE-SORTED
               AT END
                   SET ARCH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-ARCH-READ-CNT
           END-READ.

      ******************************************************************
      * List An Account Master Exception - card and file from the     *
      * master record in hand                                         *
      ******************************************************************
       LIST-ACCOUNT-EXCEPTION.
           MOVE ACCT-CARD-NUM TO WS-EXD-CARD-NUM
           MOVE 'ACCTMAST' TO WS-EXD-FILE
           PERFORM LIST-EXCEPTION.

      ******************************************************************
      * List A Satellite File Exception - card from the check key     *
      ******************************************************************
       LIST-ORPHAN-EXCEPTION.
           MOVE WS-CHECK-CARD-NUM TO WS-EXD-CARD-NUM
           PERFORM LIST-EXCEPTION.

      ******************************************************************
      * List One Exception Line - the caller sets the card, file,     *
      * reason, and detail, and counts it under its own check         *
      ******************************************************************
       LIST-EXCEPTION.
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM PRINT-EXCEPTION-HEADINGS
           END-IF

           MOVE WS-EXCP-DETAIL TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           ADD 1 TO WS-LINE-CNT
           ADD 1 TO WS-CT-EXCP-CNT
           MOVE SPACES TO WS-EXD-CARD-NUM WS-EXD-FILE
                          WS-EXD-REASON WS-EXD-DETAIL.

      ******************************************************************
      * Print The Exception Listing Headings At Top Of A New Page     *
      ******************************************************************
       PRINT-EXCEPTION-HEADINGS.
           MOVE WS-PROC-DATE TO WS-HEAD-DATE
           MOVE WS-EXCP-HEAD-1 TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING EXCEPTION-PRINT-OUT: '
                       WS-PRINT-STATUS
           END-IF
           MOVE SPACES TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           MOVE WS-EXCP-HEAD-2 TO PRINT-REC
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
               DISPLAY 'ERROR WRITING EXCEPTION-PRINT-OUT: '
                       WS-PRINT-STATUS
           END-IF.

      ******************************************************************
      * Write Integrity Audit Control Totals - a clean night still    *
      * prints one line on the listing saying so                      *
      ******************************************************************
       WRITE-CONTROL-REPORT.
           IF WS-CT-EXCP-CNT = ZERO
               PERFORM PRINT-EXCEPTION-HEADINGS
               MOVE SPACES TO WS-EXCP-DETAIL
               MOVE 'NO INTEGRITY EXCEPTIONS FOUND' TO WS-EXD-REASON
               MOVE WS-EXCP-DETAIL TO PRINT-REC
               PERFORM WRITE-PRINT-REC
           END-IF

           DISPLAY '=============================================='
           DISPLAY 'INTEGAUD CROSS-FILE INTEGRITY AUDIT TOTALS'
           DISPLAY '=============================================='
           DISPLAY 'PROCESSING DATE  . . . . . . : ' WS-PROC-DATE
           DISPLAY 'ACCOUNTS READ  . . . . COUNT: '
                   WS-CT-ACCT-READ-CNT
           DISPLAY 'LEDGER ROWS READ . . . COUNT: '
                   WS-CT-LEDGER-READ-CNT
           DISPLAY 'HOLDS READ . . . . . . COUNT: '
                   WS-CT-HOLD-READ-CNT
           DISPLAY 'DISPUTES READ  . . . . COUNT: '
                   WS-CT-DISP-READ-CNT
           DISPLAY 'FRAUD CASES READ . . . COUNT: '
                   WS-CT-FRAUD-READ-CNT
           DISPLAY 'CARDHOLDERS READ . . . COUNT: '
                   WS-CT-CHM-READ-CNT
           DISPLAY 'ARCHIVED ACCOUNTS  . . COUNT: '
                   WS-CT-ARCH-READ-CNT
           DISPLAY 'RETAINED ON PURGED . . COUNT: '
                   WS-CT-RETAINED-CNT
           DISPLAY 'EXCEPTIONS LISTED  . . COUNT: ' WS-CT-EXCP-CNT
           DISPLAY '  BALANCE NOT = LEDGER COUNT: '
                   WS-CT-EXCP-LEDGER-BAL
           DISPLAY '  NO LEDGER ROWS . . . COUNT: '
                   WS-CT-EXCP-NO-LEDGER
           DISPLAY '  UNPAID OVER BALANCE  COUNT: '
                   WS-CT-EXCP-UNPAID
           DISPLAY '  CATEGORY SUM . . . . COUNT: '
                   WS-CT-EXCP-CAT-SUM
           DISPLAY '  TRANSFER POINTER . . COUNT: '
                   WS-CT-EXCP-XFER-PTR
           DISPLAY '  ORPHAN HOLDS . . . . COUNT: '
                   WS-CT-EXCP-HOLD-ORPHAN
           DISPLAY '  ORPHAN DISPUTES  . . COUNT: '
                   WS-CT-EXCP-DISP-ORPHAN
           DISPLAY '  ORPHAN FRAUD CASES . COUNT: '
                   WS-CT-EXCP-FRAUD-ORPHAN
           DISPLAY '  ORPHAN CARDHOLDERS . COUNT: '
                   WS-CT-EXCP-CHM-ORPHAN
           DISPLAY '  OPEN DISPUTE PURGED  COUNT: '
                   WS-CT-EXCP-DISP-PURGED
           DISPLAY '  CONFIRMED FRAUD PRGD COUNT: '
                   WS-CT-EXCP-FRAUD-PURGED
           DISPLAY '=============================================='.

      ******************************************************************
      * Close All Files                                               *
      ******************************************************************
       CLOSE-FILES.
           CLOSE ACCOUNT-MASTER
                 TRANHIST-SORTED
                 AUTH-HOLD-FILE
                 DISPUTE-MASTER
                 FRAUD-CASE-MASTER
                 CARDHOLDER-MASTER
                 EXCEPTION-PRINT-OUT.
