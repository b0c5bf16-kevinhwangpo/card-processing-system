       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSINQRY.
       AUTHOR. Card Processing System.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * Purpose: Customer service account inquiry.  Reads the card   *
      *          numbers the service desk keys into INQIN and prints  *
      *          one snapshot page per card, assembled from every     *
      *          file that describes the account:                     *
      *            - balance, credit limit, open-to-buy net of the    *
      *              outstanding authorization holds (and the cash    *
      *              line's own open-to-buy), and status;             *
      *            - delinquency stage, prior minimum due and due     *
      *              date;                                            *
      *            - rewards points balance;                          *
      *            - mailing address and statement delivery;          *
      *            - every open authorization hold, every open        *
      *              dispute, and the fraud case status;              *
      *            - the last LEDGERROWS rows of the active ledger.   *
      *          A replaced card (status T) is followed along its     *
      *          transfer pointers to the card now in use, and the    *
      *          snapshot is of the successor; the ledger section     *
      *          shows the rows of both numbers as one history.  A    *
      *          card no longer on the master is looked for in the    *
      *          account archive, so the page can say the account     *
      *          was closed and purged rather than never existed.    *
      *          Read only - nothing here updates a master.           *
      *                                                               *
      * Inputs:  INQIN       - inquiry cards, card number in columns  *
      *                        1-16, * in column 1 a comment card     *
      *          ACCTMAST    - indexed account master                 *
      *          CARDMAST    - cardholder demographics master         *
      *          AUTHHOLD    - authorization hold file                *
      *          DISPMAST    - dispute master                         *
      *          FRAUDMST    - fraud case master                      *
      *          TRANHISTIN  - the active TRANHIST ledger (HISTARCH's *
      *                        TRANHISTACT)                           *
      *          ACCTARCH    - the account archive HISTARCH purges to *
      *          PARMFILE    - optional run parameter cards (the      *
      *                        same keyword/value layout CARDPROC     *
      *                        reads): PROCDATE, LEDGERROWS,          *
      *                        CASHLINEPCT                            *
      * Output:  INQPRINT    - 132-column snapshot pages              *
      *                                                               *
      * Modification History:                                         *
      *   2026-10-15  Initial version.                                *
      *   2026-10-15  Account master carries the hardship plan terms. *
      *   2026-10-15  Delinquency section shows the account's         *
      *               hardship plan, when it has one.                 *
      *   2026-10-15  Account master carries the date the balance     *
      *               went into credit.                               *
      *   2026-10-15  Open-to-buy follows the authorization screen:   *
      *               none unless the account is active, and a        *
      *               converted master with no cash line set is shown *
      *               the CASHLINEPCT line CARDPROC will give it.     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-IN
               ASSIGN TO INQIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-STATUS.

           SELECT ACCOUNT-MASTER
               ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-CARD-NUM
               FILE STATUS IS WS-ACCT-MAST-STATUS.

           SELECT OPTIONAL CARDHOLDER-MASTER
               ASSIGN TO CARDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHM-CARD-NUM
               FILE STATUS IS WS-CARD-MAST-STATUS.

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
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRD-CARD-NUM
               FILE STATUS IS WS-FRAUD-MAST-STATUS.

           SELECT OPTIONAL TRANHIST-IN
               ASSIGN TO TRANHISTIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-IN-STATUS.

           SELECT OPTIONAL ACCT-ARCHIVE-IN
               ASSIGN TO ACCTARCH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-ARCH-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT INQUIRY-PRINT-OUT
               ASSIGN TO INQPRINT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Inquiry Cards - Input.  One card number per card, as keyed by *
      * the service desk.                                             *
      ******************************************************************
       FD  INQUIRY-IN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  INQUIRY-REC.
           05  INQ-CARD-NUM         PIC X(16).
           05  FILLER               PIC X(64).

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
      * Cardholder Master File - indexed, keyed on CHM-CARD-NUM.      *
      * Read here for the mailing address and delivery preference.    *
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
      * Transaction History/Ledger File - Input (the active ledger).  *
      * Layout must stay in step with CARDPROC's TRANHIST-OUT FD.     *
      ******************************************************************
       FD  TRANHIST-IN
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  TRANHIST-REC-IN.
           05  THI-CARD-NUM         PIC X(16).
           05  FILLER               PIC X(69).

      ******************************************************************
      * Account Archive - Input (HISTARCH's ACCT-ARCHIVE-OUT: full    *
      * master record images of purged accounts).  Only the key and  *
      * the name are read here.                                       *
      ******************************************************************
       FD  ACCT-ARCHIVE-IN
           RECORDING MODE IS F
           RECORD CONTAINS 445 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  ACCT-ARCHIVE-REC.
           05  ARC-CARD-NUM         PIC X(16).
           05  ARC-NAME             PIC X(20).
           05  FILLER               PIC X(409).

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
      * Snapshot Print File - Output                                  *
      ******************************************************************
       FD  INQUIRY-PRINT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PRINT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * File Status Fields                                            *
      ******************************************************************
       01  WS-INQUIRY-STATUS        PIC X(2).
       01  WS-ACCT-MAST-STATUS      PIC X(2).
       01  WS-CARD-MAST-STATUS      PIC X(2).
       01  WS-AUTH-HOLD-STATUS      PIC X(2).
       01  WS-DISP-MAST-STATUS      PIC X(2).
       01  WS-FRAUD-MAST-STATUS     PIC X(2).
       01  WS-TRANHIST-IN-STATUS    PIC X(2).
       01  WS-ACCT-ARCH-STATUS      PIC X(2).
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-PRINT-STATUS          PIC X(2).

      ******************************************************************
      * End of File Flags                                             *
      ******************************************************************
       01  WS-INQUIRY-EOF           PIC X(1) VALUE 'N'.
           88  INQUIRY-EOF                     VALUE 'Y'.
           88  INQUIRY-NOT-EOF                 VALUE 'N'.
       01  WS-HOLD-EOF              PIC X(1) VALUE 'N'.
           88  HOLD-EOF                        VALUE 'Y'.
           88  HOLD-NOT-EOF                    VALUE 'N'.
       01  WS-DISP-EOF              PIC X(1) VALUE 'N'.
           88  DISP-EOF                        VALUE 'Y'.
           88  DISP-NOT-EOF                    VALUE 'N'.
       01  WS-HIST-EOF              PIC X(1) VALUE 'N'.
           88  HIST-EOF                        VALUE 'Y'.
           88  HIST-NOT-EOF                    VALUE 'N'.
       01  WS-ARCH-EOF              PIC X(1) VALUE 'N'.
           88  ARCH-EOF                        VALUE 'Y'.
           88  ARCH-NOT-EOF                    VALUE 'N'.
       01  WS-PARM-EOF              PIC X(1) VALUE 'N'.
           88  PARM-EOF                       VALUE 'Y'.
           88  PARM-NOT-EOF                   VALUE 'N'.

      ******************************************************************
      * Run Parameter Work Fields                                     *
      ******************************************************************
       01  WS-PARM-VALUE-NUM        PIC S9(9)V9(5).
       01  WS-DATE-CHECK            PIC 9(8).
       01  WS-PROC-DATE             PIC 9(8) VALUE ZERO.
       01  WS-LEDGER-ROWS           PIC 9(2) VALUE 10.
      *    CARDPROC's cash line as a fraction of the credit limit -
      *    the line a converted master that has never had one set
      *    is given by CARDPROC on its first cash advance
       01  WS-CASH-LINE-PCT         PIC 9V9(4) VALUE .3000.

      ******************************************************************
      * Snapshot Work Fields                                          *
      ******************************************************************
       01  WS-ACCT-FOUND-FLAG       PIC X(1) VALUE 'N'.
           88  ACCOUNT-FOUND                  VALUE 'Y'.
           88  ACCOUNT-NOT-FOUND              VALUE 'N'.
       01  WS-CHM-FOUND-FLAG        PIC X(1) VALUE 'N'.
           88  CARDHOLDER-FOUND               VALUE 'Y'.
           88  CARDHOLDER-NOT-FOUND           VALUE 'N'.
       01  WS-FRD-FOUND-FLAG        PIC X(1) VALUE 'N'.
           88  FRAUD-CASE-FOUND               VALUE 'Y'.
           88  FRAUD-CASE-NOT-FOUND           VALUE 'N'.
       01  WS-ARCH-FOUND-FLAG       PIC X(1) VALUE 'N'.
           88  ARCHIVE-FOUND                  VALUE 'Y'.
           88  ARCHIVE-NOT-FOUND              VALUE 'N'.
       01  WS-INQ-CARD-NUM          PIC X(16).
       01  WS-SNAP-CARD-NUM         PIC X(16).
       01  WS-XFER-HOP-CNT          PIC 9(2) VALUE ZERO.
       01  WS-XFER-MAX-HOPS         PIC 9(2) VALUE 5.
       01  WS-HOLDS-OUTSTANDING     PIC 9(9)V99.
       01  WS-CASH-HOLDS-OUTSTANDING PIC 9(9)V99.
       01  WS-OPEN-TO-BUY           PIC S9(9)V99.
       01  WS-CASH-OPEN-TO-BUY      PIC S9(9)V99.
       01  WS-CASH-LINE             PIC 9(7)V99.
       01  WS-SECTION-CNT           PIC 9(5).
       01  WS-STATUS-ACTIVE         PIC X(1) VALUE 'A'.
       01  WS-STATUS-BLOCKED        PIC X(1) VALUE 'B'.
       01  WS-STATUS-CLOSED         PIC X(1) VALUE 'C'.
       01  WS-STATUS-XFERRED        PIC X(1) VALUE 'T'.
       01  WS-STATUS-CHGOFF         PIC X(1) VALUE 'W'.

      ******************************************************************
      * Recent Ledger Rows - the last LEDGERROWS rows for the card,   *
      * kept as a ring while the ledger is read: each row overwrites  *
      * the oldest kept, so at end of file the ring holds the newest  *
      * rows and the oldest of them sits just after the last one      *
      * stored                                                        *
      ******************************************************************
       01  WS-LEDGER-RING.
           05  WS-LDG-ENTRY         OCCURS 50 TIMES.
               10  WS-LDG-CARD-NUM  PIC X(16).
               10  FILLER           PIC X(1).
               10  WS-LDG-TYPE      PIC X(1).
               10  FILLER           PIC X(1).
               10  WS-LDG-AMOUNT    PIC X(10).
               10  FILLER           PIC X(1).
               10  WS-LDG-DATE      PIC X(8).
               10  FILLER           PIC X(1).
               10  WS-LDG-RUN-BAL   PIC X(11).
               10  FILLER           PIC X(1).
               10  WS-LDG-AGING     PIC X(4).
               10  FILLER           PIC X(1).
               10  WS-LDG-DESC      PIC X(20).
               10  FILLER           PIC X(1).
               10  WS-LDG-POST-DATE PIC X(8).
       01  WS-LDG-MATCH-CNT         PIC 9(9).
       01  WS-LDG-SUB               PIC 9(2).
       01  WS-LDG-PRINT-CNT         PIC 9(2).
       01  WS-LDG-PRINTED           PIC 9(2).

      ******************************************************************
      * Inquiry Control Totals                                        *
      ******************************************************************
       01  WS-CT-INQUIRY-CNT        PIC 9(7) VALUE ZERO.
       01  WS-CT-FOUND-CNT          PIC 9(7) VALUE ZERO.
       01  WS-CT-FORWARDED-CNT      PIC 9(7) VALUE ZERO.
       01  WS-CT-ARCHIVED-CNT       PIC 9(7) VALUE ZERO.
       01  WS-CT-UNKNOWN-CNT        PIC 9(7) VALUE ZERO.

      ******************************************************************
      * Snapshot Print Line Layouts                                   *
      ******************************************************************
       01  WS-PAGE-NUM              PIC 9(5) VALUE ZERO.
       01  WS-SNAP-HEAD-1.
           05  FILLER               PIC X(44) VALUE
               'CSINQRY CUSTOMER SERVICE ACCOUNT SNAPSHOT'.
           05  FILLER               PIC X(12) VALUE 'RUN DATE:   '.
           05  WS-HEAD-DATE         PIC 9(8).
           05  FILLER               PIC X(58) VALUE SPACES.
           05  FILLER               PIC X(5) VALUE 'PAGE '.
           05  WS-HEAD-PAGE         PIC ZZZZ9.
       01  WS-SNAP-HEAD-2.
           05  FILLER               PIC X(16) VALUE 'CARD INQUIRED: '.
           05  WS-HEAD-INQ-CARD     PIC X(16).
           05  FILLER               PIC X(100) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SECTION-TITLE     PIC X(40).
           05  FILLER               PIC X(90) VALUE SPACES.
      *    Two label/value pairs per line
       01  WS-PAIR-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-PL-LABEL-1        PIC X(22).
           05  WS-PL-VALUE-1        PIC X(30).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-PL-LABEL-2        PIC X(22).
           05  WS-PL-VALUE-2        PIC X(30).
           05  FILLER               PIC X(20) VALUE SPACES.
       01  WS-TEXT-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-TEXT-BODY         PIC X(128).
       01  WS-HOLD-COL-HEAD.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'AUTH ID'.
           05  FILLER               PIC X(10) VALUE 'DATE'.
           05  FILLER               PIC X(14) VALUE '       AMOUNT'.
           05  FILLER               PIC X(12) VALUE '  MERCHANT'.
           05  FILLER               PIC X(8) VALUE 'TYPE'.
           05  FILLER               PIC X(74) VALUE SPACES.
       01  WS-HOLD-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-HL-AUTH-ID        PIC X(6).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-HL-DATE           PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-HL-AMOUNT         PIC Z(7)9.99.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-HL-MERCH-ID       PIC X(8).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-HL-TYPE           PIC X(8).
           05  FILLER               PIC X(73) VALUE SPACES.
       01  WS-DISP-COL-HEAD.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'TXN DATE'.
           05  FILLER               PIC X(14) VALUE '       AMOUNT'.
           05  FILLER               PIC X(12) VALUE '  OPENED'.
           05  FILLER               PIC X(16) VALUE '  PROV CREDIT'.
           05  FILLER               PIC X(76) VALUE SPACES.
       01  WS-DISP-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DL-TXN-DATE       PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-AMOUNT         PIC Z(7)9.99.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DL-OPEN-DATE      PIC 9(8).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DL-PROV-AMT       PIC Z(7)9.99.
           05  FILLER               PIC X(78) VALUE SPACES.
       01  WS-LDG-COL-HEAD.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER               PIC X(10) VALUE 'TXN DATE'.
           05  FILLER               PIC X(10) VALUE 'POSTED'.
           05  FILLER               PIC X(5) VALUE 'TYP'.
           05  FILLER               PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER               PIC X(12) VALUE '    AMOUNT'.
           05  FILLER               PIC X(13) VALUE '    BALANCE'.
           05  FILLER               PIC X(4) VALUE 'FLAG'.
           05  FILLER               PIC X(34) VALUE SPACES.
       01  WS-LDG-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-LL-CARD-NUM       PIC X(16).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-LL-DATE           PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-LL-POST-DATE      PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-LL-TYPE           PIC X(1).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-LL-DESC           PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-LL-AMOUNT         PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-LL-RUN-BAL        PIC X(11).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-LL-AGING          PIC X(4).
           05  FILLER               PIC X(34) VALUE SPACES.

      ******************************************************************
      * Edited Value Work Fields                                      *
      ******************************************************************
       01  WS-ED-AMOUNT             PIC -Z(8)9.99.
       01  WS-ED-RATE               PIC Z9.999.
       01  WS-ED-POINTS             PIC -Z(8)9.
       01  WS-ED-COUNT              PIC ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * Main Processing Logic                                         *
      ******************************************************************
       MAIN-PARA.
           PERFORM READ-RUN-PARMS
           PERFORM INIT-FILES

           PERFORM UNTIL INQUIRY-EOF
               READ INQUIRY-IN
                   AT END
                       SET INQUIRY-EOF TO TRUE
                   NOT AT END
                       IF INQUIRY-REC NOT = SPACES
                          AND INQ-CARD-NUM(1:1) NOT = '*'
                           PERFORM PRINT-ONE-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-CONTROL-REPORT
           PERFORM CLOSE-FILES
           STOP RUN.

      ******************************************************************
      * Read Run Parameter Cards - PROCDATE dates the pages for a     *
      * rerun; LEDGERROWS sets how many recent ledger rows each page  *
      * shows.  A bad card stops the run before anything is written.  *
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

               WHEN 'LEDGERROWS'
                   IF WS-PARM-VALUE-NUM < 1
                      OR WS-PARM-VALUE-NUM > 50
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-LEDGER-ROWS

      *        Same card, same range as CARDPROC's
               WHEN 'CASHLINEPCT'
                   IF WS-PARM-VALUE-NUM < ZERO
                      OR WS-PARM-VALUE-NUM > 1
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-CASH-LINE-PCT

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
      * Initialize Files - the ledger and the account archive are     *
      * opened per inquiry, since each page reads them end to end     *
      ******************************************************************
       INIT-FILES.
           OPEN INPUT  INQUIRY-IN
                       ACCOUNT-MASTER
      *    OPTIONAL - a portfolio with none of these maintained yet
      *    still gets its snapshots, with the section marked empty
           OPEN INPUT  CARDHOLDER-MASTER
                       AUTH-HOLD-FILE
                       DISPUTE-MASTER
                       FRAUD-CASE-MASTER
           OPEN OUTPUT INQUIRY-PRINT-OUT

           IF WS-INQUIRY-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INQUIRY-IN: '
                       WS-INQUIRY-STATUS
               STOP RUN
           END-IF

           IF WS-ACCT-MAST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT-MASTER: '
                       WS-ACCT-MAST-STATUS
               STOP RUN
           END-IF

           IF WS-CARD-MAST-STATUS NOT = '00'
              AND WS-CARD-MAST-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING CARDHOLDER-MASTER: '
                       WS-CARD-MAST-STATUS
               STOP RUN
           END-IF

           IF WS-AUTH-HOLD-STATUS NOT = '00'
              AND WS-AUTH-HOLD-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING AUTH-HOLD-FILE: '
                       WS-AUTH-HOLD-STATUS
               STOP RUN
           END-IF

           IF WS-DISP-MAST-STATUS NOT = '00'
              AND WS-DISP-MAST-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING DISPUTE-MASTER: '
                       WS-DISP-MAST-STATUS
               STOP RUN
           END-IF

           IF WS-FRAUD-MAST-STATUS NOT = '00'
              AND WS-FRAUD-MAST-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING FRAUD-CASE-MASTER: '
                       WS-FRAUD-MAST-STATUS
               STOP RUN
           END-IF

           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INQUIRY-PRINT-OUT: '
                       WS-PRINT-STATUS
               STOP RUN
           END-IF

           MOVE WS-PROC-DATE TO WS-HEAD-DATE.

      ******************************************************************
      * Print One Snapshot Page - find the account, following a       *
      * replaced card to its successor, then print each section; a    *
      * card not on the master gets a page saying whether the         *
      * archive run purged it                                         *
      ******************************************************************
       PRINT-ONE-SNAPSHOT.
           ADD 1 TO WS-CT-INQUIRY-CNT
           MOVE INQ-CARD-NUM TO WS-INQ-CARD-NUM
           PERFORM PRINT-PAGE-HEADING

           PERFORM FIND-ACCOUNT

           IF ACCOUNT-NOT-FOUND
               PERFORM PRINT-NOT-ON-FILE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CT-FOUND-CNT
           MOVE ACCT-CARD-NUM TO WS-SNAP-CARD-NUM

           PERFORM PRINT-ACCOUNT-SECTION
           PERFORM PRINT-DELINQUENCY-SECTION
           PERFORM PRINT-ADDRESS-SECTION
           PERFORM PRINT-HOLDS-SECTION
           PERFORM PRINT-DISPUTES-SECTION
           PERFORM PRINT-FRAUD-SECTION
           PERFORM PRINT-LEDGER-SECTION.

      ******************************************************************
      * Find The Account - direct read by key; a replaced card's      *
      * transfer pointer is followed to the card now in use, one line *
      * per hop printed so the agent sees the chain.  The hop limit   *
      * stops a pointer loop the same way the posting run does.       *
      ******************************************************************
       FIND-ACCOUNT.
           MOVE ZERO TO WS-XFER-HOP-CNT
           MOVE WS-INQ-CARD-NUM TO ACCT-CARD-NUM
           PERFORM READ-ACCOUNT

           PERFORM UNTIL ACCOUNT-NOT-FOUND
                   OR ACCT-STATUS NOT = WS-STATUS-XFERRED
                   OR ACCT-XFER-CARD-NUM = SPACES
                   OR WS-XFER-HOP-CNT NOT < WS-XFER-MAX-HOPS
               ADD 1 TO WS-XFER-HOP-CNT
               MOVE SPACES TO WS-TEXT-BODY
               STRING 'CARD ' DELIMITED BY SIZE
                      ACCT-CARD-NUM DELIMITED BY SIZE
                      ' WAS REPLACED ON ' DELIMITED BY SIZE
                      ACCT-XFER-DATE DELIMITED BY SIZE
                      ' BY CARD ' DELIMITED BY SIZE
                      ACCT-XFER-CARD-NUM DELIMITED BY SIZE
                   INTO WS-TEXT-BODY
               PERFORM PRINT-TEXT-LINE
               MOVE ACCT-XFER-CARD-NUM TO ACCT-CARD-NUM
               PERFORM READ-ACCOUNT
           END-PERFORM

           IF WS-XFER-HOP-CNT > ZERO
               ADD 1 TO WS-CT-FORWARDED-CNT
               IF ACCOUNT-FOUND
                   MOVE 'THIS SNAPSHOT IS OF THE CARD NOW IN USE'
                       TO WS-TEXT-BODY
               ELSE
                   MOVE 'THE SUCCESSOR CARD IS NOT ON THE MASTER'
                       TO WS-TEXT-BODY
               END-IF
               PERFORM PRINT-TEXT-LINE
           END-IF.

      ******************************************************************
      * Read The Account Master By The Key In ACCT-CARD-NUM           *
      ******************************************************************
       READ-ACCOUNT.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ.

      ******************************************************************
      * Card Not On The Master - search the account archive for it,   *
      * so the agent can tell a closed and purged account from a      *
      * card number that was never issued or was keyed wrong          *
      ******************************************************************
       PRINT-NOT-ON-FILE.
           SET ARCHIVE-NOT-FOUND TO TRUE
           SET ARCH-NOT-EOF TO TRUE
           OPEN INPUT ACCT-ARCHIVE-IN
           IF WS-ACCT-ARCH-STATUS NOT = '00'
              AND WS-ACCT-ARCH-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING ACCT-ARCHIVE-IN: '
                       WS-ACCT-ARCH-STATUS
               SET ARCH-EOF TO TRUE
           END-IF

           PERFORM UNTIL ARCH-EOF
               READ ACCT-ARCHIVE-IN
                   AT END
                       SET ARCH-EOF TO TRUE
                   NOT AT END
                       IF ARC-CARD-NUM = ACCT-CARD-NUM
                           SET ARCHIVE-FOUND TO TRUE
                           SET ARCH-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-ARCHIVE-IN

           PERFORM PRINT-BLANK-LINE
           IF ARCHIVE-FOUND
               ADD 1 TO WS-CT-ARCHIVED-CNT
               MOVE SPACES TO WS-TEXT-BODY
               STRING 'CARD ' DELIMITED BY SIZE
                      ACCT-CARD-NUM DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      ARC-NAME DELIMITED BY '  '
                      ') IS NOT ON THE ACCOUNT MASTER' DELIMITED BY SIZE
                   INTO WS-TEXT-BODY
               PERFORM PRINT-TEXT-LINE
               MOVE 'THE ACCOUNT WAS CLOSED AT A ZERO BALANCE AND '
                   & 'PURGED TO THE ACCOUNT ARCHIVE (ACCTARCH) BY '
                   & 'THE HISTORY ARCHIVE RUN'
                   TO WS-TEXT-BODY
               PERFORM PRINT-TEXT-LINE
           ELSE
               ADD 1 TO WS-CT-UNKNOWN-CNT
               MOVE SPACES TO WS-TEXT-BODY
               STRING 'CARD ' DELIMITED BY SIZE
                      ACCT-CARD-NUM DELIMITED BY SIZE
                      ' IS NOT ON THE ACCOUNT MASTER OR THE ACCOUNT '
                          DELIMITED BY SIZE
                      'ARCHIVE - CHECK THE NUMBER' DELIMITED BY SIZE
                   INTO WS-TEXT-BODY
               PERFORM PRINT-TEXT-LINE
           END-IF.

      ******************************************************************
      * Account Section - balance, limit, holds, open-to-buy (the     *
      * same arithmetic the authorization screen uses), status.  A    *
      * converted master with no cash line set shows the CASHLINEPCT  *
      * line CARDPROC will give it.  Only an active account has any   *
      * open-to-buy - the authorization screen declines every other   *
      * status outright.                                              *
      ******************************************************************
       PRINT-ACCOUNT-SECTION.
           PERFORM SUM-OUTSTANDING-HOLDS
           MOVE ACCT-CASH-LIMIT TO WS-CASH-LINE
           IF ACCT-CASH-LIMIT = ZERO AND ACCT-CASH-APR = ZERO
               COMPUTE WS-CASH-LINE ROUNDED =
                   ACCT-CREDIT-LIMIT * WS-CASH-LINE-PCT
           END-IF
           IF ACCT-STATUS = WS-STATUS-ACTIVE
               COMPUTE WS-OPEN-TO-BUY =
                   ACCT-CREDIT-LIMIT - ACCT-CURR-BAL
                   - WS-HOLDS-OUTSTANDING
               COMPUTE WS-CASH-OPEN-TO-BUY =
                   WS-CASH-LINE - ACCT-CASH-BAL
                   - WS-CASH-HOLDS-OUTSTANDING
               IF WS-CASH-OPEN-TO-BUY > WS-OPEN-TO-BUY
                   MOVE WS-OPEN-TO-BUY TO WS-CASH-OPEN-TO-BUY
               END-IF
           ELSE
               MOVE ZERO TO WS-OPEN-TO-BUY
               MOVE ZERO TO WS-CASH-OPEN-TO-BUY
           END-IF

           MOVE 'ACCOUNT' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-TITLE

           MOVE 'CARD NUMBER' TO WS-PL-LABEL-1
           MOVE ACCT-CARD-NUM TO WS-PL-VALUE-1
           MOVE 'NAME' TO WS-PL-LABEL-2
           MOVE ACCT-NAME TO WS-PL-VALUE-2
           PERFORM PRINT-PAIR-LINE

           MOVE 'STATUS' TO WS-PL-LABEL-1
           EVALUATE ACCT-STATUS
               WHEN WS-STATUS-ACTIVE
                   MOVE 'A - ACTIVE' TO WS-PL-VALUE-1
               WHEN WS-STATUS-BLOCKED
                   MOVE 'B - BLOCKED' TO WS-PL-VALUE-1
               WHEN WS-STATUS-CLOSED
                   MOVE 'C - CLOSED' TO WS-PL-VALUE-1
               WHEN WS-STATUS-CHGOFF
                   MOVE 'W - CHARGED OFF' TO WS-PL-VALUE-1
               WHEN WS-STATUS-XFERRED
                   MOVE 'T - REPLACED' TO WS-PL-VALUE-1
               WHEN OTHER
                   MOVE ACCT-STATUS TO WS-PL-VALUE-1
           END-EVALUATE
           MOVE 'OVERLIMIT' TO WS-PL-LABEL-2
           IF ACCT-IS-OVERLIMIT
               MOVE 'YES' TO WS-PL-VALUE-2
           ELSE
               MOVE 'NO' TO WS-PL-VALUE-2
           END-IF
           PERFORM PRINT-PAIR-LINE

           MOVE 'CURRENT BALANCE' TO WS-PL-LABEL-1
           MOVE ACCT-CURR-BAL TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-PL-VALUE-1
           MOVE 'CREDIT LIMIT' TO WS-PL-LABEL-2
           MOVE ACCT-CREDIT-LIMIT TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-PL-VALUE-2
           PERFORM PRINT-PAIR-LINE

           MOVE 'HOLDS OUTSTANDING' TO WS-PL-LABEL-1
           MOVE WS-HOLDS-OUTSTANDING TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-PL-VALUE-1
           MOVE 'OPEN TO BUY' TO WS-PL-LABEL-2
           MOVE WS-OPEN-TO-BUY TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-PL-VALUE-2
           PERFORM PRINT-PAIR-LINE

           MOVE 'CASH ADVANCE BALANCE' TO WS-PL-LABEL-1
           MOVE ACCT-CASH-BAL TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-PL-VALUE-1
           MOVE 'CASH LINE' TO WS-PL-LABEL-2
           MOVE WS-CASH-LINE TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-PL-VALUE-2
           PERFORM PRINT-PAIR-LINE

           MOVE 'CASH HOLDS' TO WS-PL-LABEL-1
           MOVE WS-CASH-HOLDS-OUTSTANDING TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-PL-VALUE-1
           MOVE 'CASH OPEN TO BUY' TO WS-PL-LABEL-2
           MOVE WS-CASH-OPEN-TO-BUY TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-PL-VALUE-2
           PERFORM PRINT-PAIR-LINE

           MOVE 'PURCHASE APR' TO WS-PL-LABEL-1
           MOVE ACCT-APR TO WS-ED-RATE
           MOVE WS-ED-RATE TO WS-PL-VALUE-1
           MOVE 'CASH APR' TO WS-PL-LABEL-2
           MOVE ACCT-CASH-APR TO WS-ED-RATE
           MOVE WS-ED-RATE TO WS-PL-VALUE-2
           PERFORM PRINT-PAIR-LINE

           MOVE 'REWARDS POINTS' TO WS-PL-LABEL-1
           MOVE ACCT-PTS-BALANCE TO WS-ED-POINTS
           MOVE WS-ED-POINTS TO WS-PL-VALUE-1
           MOVE 'CARD EXPIRES' TO WS-PL-LABEL-2
           IF ACCT-EXPIRY-DATE = ZERO
               MOVE 'NOT ON FILE' TO WS-PL-VALUE-2
           ELSE
               MOVE ACCT-EXPIRY-DATE TO WS-PL-VALUE-2
           END-IF
           PERFORM PRINT-PAIR-LINE.

      ******************************************************************
      * Delinquency Section - stage, the prior statement's minimum    *
      * due and due date, where collections stands, and the terms and *
      * standing of any hardship plan the account has been in         *
      ******************************************************************
       PRINT-DELINQUENCY-SECTION.
           MOVE 'DELINQUENCY' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-TITLE

           MOVE 'DELINQUENCY STAGE' TO WS-PL-LABEL-1
           EVALUATE TRUE
               WHEN ACCT-DELQ-CURRENT
                   MOVE 'CURRENT' TO WS-PL-VALUE-1
               WHEN ACCT-DELQ-30
                   MOVE '30 DAYS PAST DUE' TO WS-PL-VALUE-1
               WHEN ACCT-DELQ-60
                   MOVE '60 DAYS PAST DUE' TO WS-PL-VALUE-1
               WHEN ACCT-DELQ-90
                   MOVE '90+ DAYS PAST DUE' TO WS-PL-VALUE-1
               WHEN OTHER
                   MOVE ACCT-DELQ-STAGE TO WS-PL-VALUE-1
           END-EVALUATE
           MOVE 'LAST PAYMENT DATE' TO WS-PL-LABEL-2
           MOVE ACCT-LAST-PMT-DATE TO WS-PL-VALUE-2
           PERFORM PRINT-PAIR-LINE

           MOVE 'PRIOR MINIMUM DUE' TO WS-PL-LABEL-1
           MOVE ACCT-PRIOR-MIN-DUE TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-PL-VALUE-1
           MOVE 'PRIOR DUE DATE' TO WS-PL-LABEL-2
           MOVE ACCT-PRIOR-DUE-DATE TO WS-PL-VALUE-2
           PERFORM PRINT-PAIR-LINE

           MOVE 'LAST LETTER SENT' TO WS-PL-LABEL-1
           EVALUATE TRUE
               WHEN ACCT-NO-LETTER-YET
                   MOVE 'NONE' TO WS-PL-VALUE-1
               WHEN ACCT-AGENCY-PLACED
                   MOVE 'PLACED WITH AGENCY' TO WS-PL-VALUE-1
               WHEN OTHER
                   MOVE SPACES TO WS-PL-VALUE-1
                   STRING 'LETTER ' DELIMITED BY SIZE
                          ACCT-LAST-LTR-CD DELIMITED BY SIZE
                       INTO WS-PL-VALUE-1
           END-EVALUATE
           MOVE 'LETTER DATE' TO WS-PL-LABEL-2
           MOVE ACCT-LAST-LTR-DATE TO WS-PL-VALUE-2
           PERFORM PRINT-PAIR-LINE

           IF ACCT-NO-PLAN
               EXIT PARAGRAPH
           END-IF

           MOVE 'HARDSHIP PLAN' TO WS-PL-LABEL-1
           EVALUATE TRUE
               WHEN ACCT-PLAN-ACTIVE
                   MOVE 'ACTIVE' TO WS-PL-VALUE-1
               WHEN ACCT-PLAN-BROKEN
                   MOVE 'BROKEN' TO WS-PL-VALUE-1
               WHEN ACCT-PLAN-COMPLETED
                   MOVE 'COMPLETED' TO WS-PL-VALUE-1
               WHEN OTHER
                   MOVE ACCT-PLAN-STATUS TO WS-PL-VALUE-1
           END-EVALUATE
           MOVE 'PLAN START DATE' TO WS-PL-LABEL-2
           MOVE ACCT-PLAN-START-DATE TO WS-PL-VALUE-2
           PERFORM PRINT-PAIR-LINE

           MOVE 'PLAN PAYMENT' TO WS-PL-LABEL-1
           MOVE ACCT-PLAN-PMT-AMT TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-PL-VALUE-1
           MOVE 'PLAN APR' TO WS-PL-LABEL-2
           MOVE ACCT-PLAN-APR TO WS-ED-RATE
           MOVE WS-ED-RATE TO WS-PL-VALUE-2
           PERFORM PRINT-PAIR-LINE

           MOVE 'PAYMENTS KEPT/TERM' TO WS-PL-LABEL-1
           MOVE ACCT-PLAN-KEPT-CNT TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO WS-PL-VALUE-1(1:3)
           MOVE '/' TO WS-PL-VALUE-1(4:1)
           MOVE ACCT-PLAN-TERM TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO WS-PL-VALUE-1(5:3)
           MOVE 'PAYMENTS MISSED' TO WS-PL-LABEL-2
           MOVE ACCT-PLAN-MISSED-CNT TO WS-PL-VALUE-2
           PERFORM PRINT-PAIR-LINE

           MOVE 'ORIGINAL APR' TO WS-PL-LABEL-1
           MOVE ACCT-PLAN-ORIG-APR TO WS-ED-RATE
           MOVE WS-ED-RATE TO WS-PL-VALUE-1
           MOVE 'PLAN END DATE' TO WS-PL-LABEL-2
           IF ACCT-PLAN-END-DATE = ZERO
               MOVE 'NONE' TO WS-PL-VALUE-2
           ELSE
               MOVE ACCT-PLAN-END-DATE TO WS-PL-VALUE-2
           END-IF
           PERFORM PRINT-PAIR-LINE.

      ******************************************************************
      * Mailing Address Section - from the demographics master        *
      ******************************************************************
       PRINT-ADDRESS-SECTION.
           MOVE 'MAILING ADDRESS' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-TITLE

           MOVE WS-SNAP-CARD-NUM TO CHM-CARD-NUM
           READ CARDHOLDER-MASTER
               INVALID KEY
                   SET CARDHOLDER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CARDHOLDER-FOUND TO TRUE
           END-READ

           IF CARDHOLDER-NOT-FOUND
               MOVE 'NO CARDHOLDER ADDRESS ON FILE' TO WS-TEXT-BODY
               PERFORM PRINT-TEXT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE CHM-ADDR-LINE-1 TO WS-TEXT-BODY
           PERFORM PRINT-TEXT-LINE
           IF CHM-ADDR-LINE-2 NOT = SPACES
               MOVE CHM-ADDR-LINE-2 TO WS-TEXT-BODY
               PERFORM PRINT-TEXT-LINE
           END-IF
           STRING CHM-CITY DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  CHM-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CHM-ZIP DELIMITED BY SIZE
               INTO WS-TEXT-BODY
           PERFORM PRINT-TEXT-LINE

           MOVE 'PHONE' TO WS-PL-LABEL-1
           MOVE CHM-PHONE TO WS-PL-VALUE-1
           MOVE 'STATEMENT DELIVERY' TO WS-PL-LABEL-2
           IF CHM-E-DELIVERY
               MOVE 'E - ELECTRONIC' TO WS-PL-VALUE-2
           ELSE
               MOVE 'P - PAPER' TO WS-PL-VALUE-2
           END-IF
           PERFORM PRINT-PAIR-LINE.

      ******************************************************************
      * Sum The Holds Outstanding On The Card - keyed browse of the   *
      * hold file from the card's first hold; cash holds are also     *
      * totalled on their own for the cash line                       *
      ******************************************************************
       SUM-OUTSTANDING-HOLDS.
           MOVE ZERO TO WS-HOLDS-OUTSTANDING
           MOVE ZERO TO WS-CASH-HOLDS-OUTSTANDING
           PERFORM START-HOLD-BROWSE

           PERFORM UNTIL HOLD-EOF
               READ AUTH-HOLD-FILE NEXT RECORD
                   AT END
                       SET HOLD-EOF TO TRUE
                   NOT AT END
                       IF AH-CARD-NUM = WS-SNAP-CARD-NUM
                           ADD AH-AMOUNT TO WS-HOLDS-OUTSTANDING
                           IF AH-CASH-HOLD
                               ADD AH-AMOUNT
                                   TO WS-CASH-HOLDS-OUTSTANDING
                           END-IF
                       ELSE
                           SET HOLD-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Position The Hold File At The Card's First Hold               *
      ******************************************************************
       START-HOLD-BROWSE.
           SET HOLD-NOT-EOF TO TRUE
           MOVE WS-SNAP-CARD-NUM TO AH-CARD-NUM
           MOVE LOW-VALUES TO AH-AUTH-ID
           START AUTH-HOLD-FILE KEY NOT LESS THAN AH-HOLD-KEY
               INVALID KEY
                   SET HOLD-EOF TO TRUE
           END-START.

      ******************************************************************
      * Open Holds Section - one line per hold still awaiting its     *
      * purchase posting                                              *
      ******************************************************************
       PRINT-HOLDS-SECTION.
           MOVE 'OPEN AUTHORIZATION HOLDS' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-TITLE
           MOVE WS-HOLD-COL-HEAD TO PRINT-REC
           PERFORM WRITE-PRINT-REC

           MOVE ZERO TO WS-SECTION-CNT
           PERFORM START-HOLD-BROWSE

           PERFORM UNTIL HOLD-EOF
               READ AUTH-HOLD-FILE NEXT RECORD
                   AT END
                       SET HOLD-EOF TO TRUE
                   NOT AT END
                       IF AH-CARD-NUM = WS-SNAP-CARD-NUM
                           PERFORM PRINT-HOLD-LINE
                       ELSE
                           SET HOLD-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SECTION-CNT = ZERO
               MOVE 'NONE' TO WS-TEXT-BODY
               PERFORM PRINT-TEXT-LINE
           END-IF.

      ******************************************************************
      * Print One Hold Line                                           *
      ******************************************************************
       PRINT-HOLD-LINE.
           ADD 1 TO WS-SECTION-CNT
           MOVE AH-AUTH-ID TO WS-HL-AUTH-ID
           MOVE AH-AUTH-DATE TO WS-HL-DATE
           MOVE AH-AMOUNT TO WS-HL-AMOUNT
           MOVE AH-MERCH-ID TO WS-HL-MERCH-ID
           IF AH-CASH-HOLD
               MOVE 'CASH' TO WS-HL-TYPE
           ELSE
               MOVE 'PURCHASE' TO WS-HL-TYPE
           END-IF
           MOVE WS-HOLD-LINE TO PRINT-REC
           PERFORM WRITE-PRINT-REC.

      ******************************************************************
      * Open Disputes Section - keyed browse of the dispute master    *
      * across the card's cases, listing those still open; the key    *
      * leads with the card number, so the browse stops at the first  *
      * case belonging to another card                                *
      ******************************************************************
       PRINT-DISPUTES-SECTION.
           MOVE 'OPEN DISPUTES' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-TITLE
           MOVE WS-DISP-COL-HEAD TO PRINT-REC
           PERFORM WRITE-PRINT-REC

           MOVE ZERO TO WS-SECTION-CNT
           SET DISP-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO DISP-KEY
           MOVE WS-SNAP-CARD-NUM TO DISP-CARD-NUM
           START DISPUTE-MASTER KEY NOT LESS THAN DISP-KEY
               INVALID KEY
                   SET DISP-EOF TO TRUE
           END-START

           PERFORM UNTIL DISP-EOF
               READ DISPUTE-MASTER NEXT RECORD
                   AT END
                       SET DISP-EOF TO TRUE
                   NOT AT END
                       IF DISP-CARD-NUM NOT = WS-SNAP-CARD-NUM
                           SET DISP-EOF TO TRUE
                       ELSE
                           IF DISP-IS-OPEN
                               PERFORM PRINT-DISPUTE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SECTION-CNT = ZERO
               MOVE 'NONE' TO WS-TEXT-BODY
               PERFORM PRINT-TEXT-LINE
           END-IF.

      ******************************************************************
      * Print One Dispute Line                                        *
      ******************************************************************
       PRINT-DISPUTE-LINE.
           ADD 1 TO WS-SECTION-CNT
           MOVE DISP-TXN-DATE TO WS-DL-TXN-DATE
           MOVE DISP-TXN-AMOUNT TO WS-DL-AMOUNT
           MOVE DISP-OPEN-DATE TO WS-DL-OPEN-DATE
           MOVE DISP-PROV-AMT TO WS-DL-PROV-AMT
           MOVE WS-DISP-LINE TO PRINT-REC
           PERFORM WRITE-PRINT-REC.

      ******************************************************************
      * Fraud Case Section - the card's one case, if it has one       *
      ******************************************************************
       PRINT-FRAUD-SECTION.
           MOVE 'FRAUD CASE' TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-TITLE

           MOVE WS-SNAP-CARD-NUM TO FRD-CARD-NUM
           READ FRAUD-CASE-MASTER
               INVALID KEY
                   SET FRAUD-CASE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET FRAUD-CASE-FOUND TO TRUE
           END-READ

           IF FRAUD-CASE-NOT-FOUND
               MOVE 'NO FRAUD CASE ON FILE' TO WS-TEXT-BODY
               PERFORM PRINT-TEXT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'CASE STATUS' TO WS-PL-LABEL-1
           EVALUATE TRUE
               WHEN FRD-IS-OPEN
                   MOVE 'O - OPEN, UNDER REVIEW' TO WS-PL-VALUE-1
               WHEN FRD-CONFIRMED
                   MOVE 'F - CONFIRMED FRAUD' TO WS-PL-VALUE-1
               WHEN FRD-CLEARED
                   MOVE 'C - CLEARED' TO WS-PL-VALUE-1
               WHEN OTHER
                   MOVE FRD-STATUS TO WS-PL-VALUE-1
           END-EVALUATE
           MOVE 'OPENED' TO WS-PL-LABEL-2
           MOVE FRD-OPEN-DATE TO WS-PL-VALUE-2
           PERFORM PRINT-PAIR-LINE

           MOVE 'TRIGGER' TO WS-PL-LABEL-1
           EVALUATE FRD-TRIGGER
               WHEN 'DUP'
                   MOVE 'DUP - DUPLICATE POSTING' TO WS-PL-VALUE-1
               WHEN 'VEL'
                   MOVE 'VEL - SPEND VELOCITY' TO WS-PL-VALUE-1
               WHEN OTHER
                   MOVE FRD-TRIGGER TO WS-PL-VALUE-1
           END-EVALUATE
           MOVE 'WORKED' TO WS-PL-LABEL-2
           IF FRD-WORK-DATE = ZERO
               MOVE 'NOT YET' TO WS-PL-VALUE-2
           ELSE
               MOVE FRD-WORK-DATE TO WS-PL-VALUE-2
           END-IF
           PERFORM PRINT-PAIR-LINE

           MOVE 'TRIGGERS' TO WS-PL-LABEL-1
           MOVE FRD-TRIG-CNT TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO WS-PL-VALUE-1
           MOVE 'TRIGGERING POSTED AMT' TO WS-PL-LABEL-2
           MOVE FRD-POSTED-AMT TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-PL-VALUE-2
           PERFORM PRINT-PAIR-LINE

           MOVE 'FIRST TRIGGER' TO WS-PL-LABEL-1
           MOVE SPACES TO WS-PL-VALUE-1
           STRING FRD-FIRST-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FRD-FIRST-DESC DELIMITED BY SIZE
               INTO WS-PL-VALUE-1
           MOVE 'FIRST TRIGGER AMOUNT' TO WS-PL-LABEL-2
           MOVE FRD-FIRST-AMT TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-PL-VALUE-2
           PERFORM PRINT-PAIR-LINE.

      ******************************************************************
      * Recent Ledger Section - one pass of the active ledger keeping *
      * the newest LEDGERROWS rows for the card in the ring, then the *
      * ring printed oldest first.  Rows posted under the inquired    *
      * number before a replacement count as the card's own, so the   *
      * history reads straight through the card change.              *
      ******************************************************************
       PRINT-LEDGER-SECTION.
           MOVE SPACES TO WS-SECTION-TITLE
           MOVE WS-LEDGER-ROWS TO WS-ED-COUNT
           STRING 'RECENT LEDGER ACTIVITY (LAST' DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  ' ROWS)' DELIMITED BY SIZE
               INTO WS-SECTION-TITLE
           PERFORM PRINT-SECTION-TITLE

           MOVE ZERO TO WS-LDG-MATCH-CNT
           SET HIST-NOT-EOF TO TRUE
           OPEN INPUT TRANHIST-IN
           IF WS-TRANHIST-IN-STATUS NOT = '00'
              AND WS-TRANHIST-IN-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING TRANHIST-IN: '
                       WS-TRANHIST-IN-STATUS
               SET HIST-EOF TO TRUE
           END-IF

           PERFORM UNTIL HIST-EOF
               READ TRANHIST-IN
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF THI-CARD-NUM = WS-SNAP-CARD-NUM
                          OR THI-CARD-NUM = WS-INQ-CARD-NUM
                           ADD 1 TO WS-LDG-MATCH-CNT
                           COMPUTE WS-LDG-SUB = FUNCTION MOD(
                               WS-LDG-MATCH-CNT - 1, WS-LEDGER-ROWS)
                               + 1
                           MOVE TRANHIST-REC-IN
                               TO WS-LDG-ENTRY(WS-LDG-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANHIST-IN

           IF WS-LDG-MATCH-CNT = ZERO
               MOVE 'NO ROWS ON THE ACTIVE LEDGER' TO WS-TEXT-BODY
               PERFORM PRINT-TEXT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LDG-COL-HEAD TO PRINT-REC
           PERFORM WRITE-PRINT-REC

      *    Fewer rows than the ring holds start at slot 1; a full
      *    ring starts at the slot after the newest
           IF WS-LDG-MATCH-CNT < WS-LEDGER-ROWS
               MOVE WS-LDG-MATCH-CNT TO WS-LDG-PRINT-CNT
               MOVE 1 TO WS-LDG-SUB
           ELSE
               MOVE WS-LEDGER-ROWS TO WS-LDG-PRINT-CNT
               COMPUTE WS-LDG-SUB = FUNCTION MOD(
                   WS-LDG-MATCH-CNT, WS-LEDGER-ROWS) + 1
           END-IF

           PERFORM VARYING WS-LDG-PRINTED FROM 1 BY 1
                   UNTIL WS-LDG-PRINTED > WS-LDG-PRINT-CNT
               PERFORM PRINT-LEDGER-LINE
               IF WS-LDG-SUB = WS-LEDGER-ROWS
                   MOVE 1 TO WS-LDG-SUB
               ELSE
                   ADD 1 TO WS-LDG-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * Print One Ledger Line From The Ring                           *
      ******************************************************************
       PRINT-LEDGER-LINE.
           MOVE WS-LDG-CARD-NUM(WS-LDG-SUB) TO WS-LL-CARD-NUM
           MOVE WS-LDG-DATE(WS-LDG-SUB) TO WS-LL-DATE
           MOVE WS-LDG-POST-DATE(WS-LDG-SUB) TO WS-LL-POST-DATE
           MOVE WS-LDG-TYPE(WS-LDG-SUB) TO WS-LL-TYPE
           MOVE WS-LDG-DESC(WS-LDG-SUB) TO WS-LL-DESC
           MOVE WS-LDG-AMOUNT(WS-LDG-SUB) TO WS-LL-AMOUNT
           MOVE WS-LDG-RUN-BAL(WS-LDG-SUB) TO WS-LL-RUN-BAL
           MOVE WS-LDG-AGING(WS-LDG-SUB) TO WS-LL-AGING
           MOVE WS-LDG-LINE TO PRINT-REC
           PERFORM WRITE-PRINT-REC.

      ******************************************************************
      * Print The Page Heading - every snapshot starts its own page   *
      ******************************************************************
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HEAD-PAGE
           MOVE WS-SNAP-HEAD-1 TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING INQUIRY-PRINT-OUT: '
                       WS-PRINT-STATUS
           END-IF
           PERFORM PRINT-BLANK-LINE
           MOVE WS-INQ-CARD-NUM TO WS-HEAD-INQ-CARD
           MOVE WS-SNAP-HEAD-2 TO PRINT-REC
           PERFORM WRITE-PRINT-REC.

      ******************************************************************
      * Print A Section Title After A Blank Line                      *
      ******************************************************************
       PRINT-SECTION-TITLE.
           PERFORM PRINT-BLANK-LINE
           MOVE WS-SECTION-LINE TO PRINT-REC
           PERFORM WRITE-PRINT-REC.

      ******************************************************************
      * Print One Label/Value Pair Line                               *
      ******************************************************************
       PRINT-PAIR-LINE.
           MOVE WS-PAIR-LINE TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           MOVE SPACES TO WS-PL-LABEL-1 WS-PL-VALUE-1
                          WS-PL-LABEL-2 WS-PL-VALUE-2.

      ******************************************************************
      * Print One Plain Text Line                                     *
      ******************************************************************
       PRINT-TEXT-LINE.
           MOVE WS-TEXT-LINE TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           MOVE SPACES TO WS-TEXT-BODY.

      ******************************************************************
      * Print A Blank Line                                            *
      ******************************************************************
       PRINT-BLANK-LINE.
           MOVE SPACES TO PRINT-REC
           PERFORM WRITE-PRINT-REC.

      ******************************************************************
      * Write The Print Record, Single Spaced, Checking The File      *
      * Status The Way Every Other Write In The Suite Does            *
      ******************************************************************
       WRITE-PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING INQUIRY-PRINT-OUT: '
                       WS-PRINT-STATUS
           END-IF.

      ******************************************************************
      * Write Inquiry Run Control Totals                              *
      ******************************************************************
       WRITE-CONTROL-REPORT.
           DISPLAY '=============================================='
           DISPLAY 'CSINQRY ACCOUNT INQUIRY RUN TOTALS'
           DISPLAY '=============================================='
           DISPLAY 'PROCESSING DATE  . . . . . . : ' WS-PROC-DATE
           DISPLAY 'LEDGER ROWS PER SNAPSHOT . . : ' WS-LEDGER-ROWS
           DISPLAY 'INQUIRIES READ . . . . COUNT: ' WS-CT-INQUIRY-CNT
           DISPLAY 'SNAPSHOTS PRINTED  . . COUNT: ' WS-CT-FOUND-CNT
           DISPLAY '  FOLLOWED TO SUCCESSOR COUNT: '
                   WS-CT-FORWARDED-CNT
           DISPLAY 'PURGED TO ARCHIVE  . . COUNT: '
                   WS-CT-ARCHIVED-CNT
           DISPLAY 'NOT ON FILE  . . . . . COUNT: ' WS-CT-UNKNOWN-CNT
           DISPLAY '=============================================='.

      ******************************************************************
      * Close All Files                                               *
      ******************************************************************
       CLOSE-FILES.
           CLOSE INQUIRY-IN
                 ACCOUNT-MASTER
                 CARDHOLDER-MASTER
                 AUTH-HOLD-FILE
                 DISPUTE-MASTER
                 FRAUD-CASE-MASTER
                 INQUIRY-PRINT-OUT.
