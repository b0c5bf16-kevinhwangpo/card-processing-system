       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRREFUND.
       AUTHOR. Card Processing System.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * Purpose: Credit balance refunds and unclaimed property.       *
      *          Overpayments, merchant refunds, and dispute credits  *
      *          can leave an account owing the cardholder money      *
      *          (ACCT-CURR-BAL below zero).  Every account carrying  *
      *          a credit balance longer than REFUNDDAYS, and every   *
      *          closed or charged-off account carrying any credit    *
      *          balance, is refunded: a check disbursement is        *
      *          written to the address on the cardholder master, the *
      *          refund is recorded on the refund master, and a 1     *
      *          (credit balance refund) transaction is written in    *
      *          the TXNS-IN layout so the next CARDPROC run posts    *
      *          the refund back as a debit, bringing the balance to  *
      *          zero and booking it to refunds payable on GLINTF.    *
      *                                                               *
      *          The bank's paid and returned notices are applied to  *
      *          the refund master first.  A returned refund, or a    *
      *          check still uncashed past STALEDAYS (voided stale),  *
      *          is unclaimed property: it is not credited back to    *
      *          the account, it is held on the refund master, and    *
      *          once DORMANCYYRS years have passed since it was      *
      *          issued it is escheated - written to the unclaimed    *
      *          property file for the state report and remittance.   *
      *                                                               *
      * Inputs:  ACCTMAST    - indexed account master                 *
      *          CARDMAST    - cardholder demographics master, for    *
      *                        the payee address                      *
      *          REFSTATIN   - optional bank notices against refunds  *
      *                        issued: P paid (cashed), R returned    *
      *          PARMFILE    - optional run parameter cards (the      *
      *                        same keyword/value layout CARDPROC     *
      *                        reads): PROCDATE, REFUNDDAYS,          *
      *                        MINREFUND, STALEDAYS, DORMANCYYRS      *
      * Output:  REFDISB     - check disbursement file, detail        *
      *                        records ('1') and one trailer ('9')    *
      *          REFTXNS     - 1 transactions for CARDPROC's TXNS-IN  *
      *                        (or one of its TXNFEEDn merge inputs)  *
      *          ESCHOUT     - unclaimed property (escheatment) file, *
      *                        detail records ('1') and one trailer   *
      *                        ('9')                                  *
      *          REFRPT      - 132-column refund activity report      *
      * I-O:     REFUNDMST   - indexed refund master                  *
      *          RUNCTL      - job-stream run control file            *
      *                                                               *
      * Modification History:                                         *
      *   2026-10-15  Initial version.                                *
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

           SELECT OPTIONAL CARDHOLDER-MASTER
               ASSIGN TO CARDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHM-CARD-NUM
               FILE STATUS IS WS-CARD-MAST-STATUS.

           SELECT OPTIONAL REFUND-MASTER
               ASSIGN TO REFUNDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFM-KEY
               FILE STATUS IS WS-REFUND-MAST-STATUS.

           SELECT OPTIONAL REFUND-NOTICE-IN
               ASSIGN TO REFSTATIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DISBURSE-OUT
               ASSIGN TO REFDISB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISB-OUT-STATUS.

           SELECT REFUND-TXNS-OUT
               ASSIGN TO REFTXNS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RFDTXN-OUT-STATUS.

           SELECT ESCHEAT-OUT
               ASSIGN TO ESCHOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESCH-OUT-STATUS.

           SELECT REFUND-PRINT-OUT
               ASSIGN TO REFRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

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
      * Cardholder Master File - indexed, keyed on CHM-CARD-NUM.      *
      * Read here for the payee address.  Layout must stay in step    *
      * with CARDPROC's CARDHOLDER-MASTER FD.                         *
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
           05  FILLER               PIC X(29).

      ******************************************************************
      * Refund Master File - indexed, keyed on card number plus the   *
      * date the refund was issued, one row per refund.  Persists     *
      * between runs like the dispute master: a refund stays issued   *
      * until the bank reports it paid or returned, and an unclaimed  *
      * refund (returned, or stale-dated uncashed) stays held until   *
      * it is escheated.  The payee name and address are kept as      *
      * issued, so the unclaimed property report still has the        *
      * owner's last known address after the account is purged.       *
      ******************************************************************
       FD  REFUND-MASTER
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  REFUND-MASTER-REC.
           05  RFM-KEY.
               10  RFM-CARD-NUM     PIC X(16).
               10  RFM-ISSUE-DATE   PIC 9(8).
           05  RFM-STATUS           PIC X(1).
               88  RFM-ISSUED               VALUE 'I'.
               88  RFM-PAID                 VALUE 'P'.
               88  RFM-RETURNED             VALUE 'R'.
               88  RFM-STALE                VALUE 'S'.
               88  RFM-ESCHEATED            VALUE 'E'.
               88  RFM-UNCLAIMED            VALUE 'R' 'S'.
           05  RFM-AMOUNT           PIC 9(7)V99.
      *    The account's status when the refund was issued
           05  RFM-ACCT-STATUS      PIC X(1).
      *    Date of the last status change - the bank's paid or
      *    returned date, or the run that stale-dated or escheated
           05  RFM-STATUS-DATE      PIC 9(8).
           05  RFM-ESCHEAT-DATE     PIC 9(8).
           05  RFM-PAYEE-NAME       PIC X(20).
           05  RFM-ADDR-LINE-1      PIC X(19).
           05  RFM-ADDR-LINE-2      PIC X(19).
           05  RFM-CITY             PIC X(15).
           05  RFM-STATE            PIC X(2).
           05  RFM-ZIP              PIC X(9).
      *    R or S - the unclaimed status an escheated refund was
      *    reported from
           05  RFM-ESCHEAT-REASON   PIC X(1).
           05  FILLER               PIC X(14).

      ******************************************************************
      * Bank Refund Notices - Input (optional).  One record per       *
      * refund check the bank reports on, identified by the card      *
      * number and issue date printed on it as the check reference.   *
      ******************************************************************
       FD  REFUND-NOTICE-IN
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REFUND-NOTICE-REC.
           05  RSN-CARD-NUM         PIC X(16).
           05  RSN-ISSUE-DATE       PIC 9(8).
           05  RSN-CODE             PIC X(1).
               88  RSN-PAID                 VALUE 'P'.
               88  RSN-RETURNED             VALUE 'R'.
           05  RSN-EVENT-DATE       PIC 9(8).
           05  RSN-AMOUNT           PIC 9(7)V99.
           05  FILLER               PIC X(8).

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
      * Refund Disbursement File - Output.  Fixed-format detail       *
      * records ('1' in column 1), one per refund issued this run,    *
      * then one trailer ('9') with the count and amount total the    *
      * disbursement system verifies.  The card number and issue      *
      * date are the check reference the bank's notices quote back.   *
      ******************************************************************
       FD  DISBURSE-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  DISBURSE-DETAIL-REC.
           05  DSB-REC-TYPE         PIC X(1).
           05  DSB-ISSUE-DATE       PIC 9(8).
      *    C check - the only method while the cardholder master
      *    carries no bank account to pay an ACH credit to
           05  DSB-PAY-METHOD       PIC X(1).
           05  DSB-CARD-NUM         PIC X(16).
           05  DSB-AMOUNT           PIC 9(7).99.
           05  DSB-PAYEE-NAME       PIC X(20).
           05  DSB-ADDR-LINE-1      PIC X(19).
           05  DSB-ADDR-LINE-2      PIC X(19).
           05  DSB-CITY             PIC X(15).
           05  DSB-STATE            PIC X(2).
           05  DSB-ZIP              PIC X(9).
           05  FILLER               PIC X(10).
       01  DISBURSE-TRAILER-REC.
           05  DST-REC-TYPE         PIC X(1).
           05  DST-ISSUE-DATE       PIC 9(8).
           05  DST-RECORD-CNT       PIC 9(7).
           05  DST-AMT-TOTAL        PIC 9(9).99.
           05  FILLER               PIC X(102).

      ******************************************************************
      * Refund Transactions - Output.  Layout must stay in step with  *
      * CARDPROC's TXNS-IN FD; the amount carries the refund paid.    *
      ******************************************************************
       FD  REFUND-TXNS-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 66 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REFUND-TXN-REC.
           05  RTX-CARD-NUM         PIC X(16).
           05  RTX-TYPE             PIC X(1).
           05  RTX-AMOUNT           PIC 9(7)V99.
           05  RTX-DESC             PIC X(20).
           05  RTX-DATE             PIC 9(8).
           05  RTX-MERCH-ID         PIC X(8).
           05  RTX-CATEGORY         PIC X(4).

      ******************************************************************
      * Unclaimed Property (Escheatment) File - Output.  Fixed-format *
      * detail records ('1' in column 1), one per refund escheated    *
      * this run with the owner's last known name and address, then   *
      * one trailer ('9') with the count and amount total remitted.   *
      ******************************************************************
       FD  ESCHEAT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  ESCHEAT-DETAIL-REC.
           05  ESC-REC-TYPE         PIC X(1).
           05  ESC-REPORT-DATE      PIC 9(8).
           05  ESC-OWNER-STATE      PIC X(2).
           05  ESC-CARD-NUM         PIC X(16).
           05  ESC-AMOUNT           PIC 9(7).99.
      *    The date the property became payable to the owner
           05  ESC-ISSUE-DATE       PIC 9(8).
      *    R refund returned undelivered, S check stale-dated
           05  ESC-REASON           PIC X(1).
           05  ESC-OWNER-NAME       PIC X(20).
           05  ESC-ADDR-LINE-1      PIC X(19).
           05  ESC-ADDR-LINE-2      PIC X(19).
           05  ESC-CITY             PIC X(15).
           05  ESC-ZIP              PIC X(9).
           05  FILLER               PIC X(22).
       01  ESCHEAT-TRAILER-REC.
           05  EST-REC-TYPE         PIC X(1).
           05  EST-REPORT-DATE      PIC 9(8).
           05  EST-RECORD-CNT       PIC 9(7).
           05  EST-AMT-TOTAL        PIC 9(9).99.
           05  FILLER               PIC X(122).

      ******************************************************************
      * Refund Activity Report - Output                               *
      ******************************************************************
       FD  REFUND-PRINT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PRINT-REC                PIC X(132).

      ******************************************************************
      * Run Control File - indexed, keyed on processing date plus     *
      * program name, one row per job-stream step per date.           *
      * Layout must stay in step with CARDPROC's RUN-CONTROL FD.      *
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
      ******************************************************************
       01  WS-ACCT-MAST-STATUS      PIC X(2).
       01  WS-CARD-MAST-STATUS      PIC X(2).
       01  WS-REFUND-MAST-STATUS    PIC X(2).
       01  WS-NOTICE-STATUS         PIC X(2).
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-DISB-OUT-STATUS       PIC X(2).
       01  WS-RFDTXN-OUT-STATUS     PIC X(2).
       01  WS-ESCH-OUT-STATUS       PIC X(2).
       01  WS-PRINT-STATUS          PIC X(2).
       01  WS-RUNCTL-STATUS         PIC X(2).

      ******************************************************************
      * End of File And Lookup Flags                                  *
      ******************************************************************
       01  WS-ACCT-EOF              PIC X(1) VALUE 'N'.
           88  ACCT-EOF                        VALUE 'Y'.
           88  ACCT-NOT-EOF                    VALUE 'N'.
       01  WS-NOTICE-EOF            PIC X(1) VALUE 'N'.
           88  NOTICE-EOF                      VALUE 'Y'.
           88  NOTICE-NOT-EOF                  VALUE 'N'.
       01  WS-REFUND-EOF            PIC X(1) VALUE 'N'.
           88  REFUND-EOF                      VALUE 'Y'.
           88  REFUND-NOT-EOF                  VALUE 'N'.
       01  WS-PARM-EOF              PIC X(1) VALUE 'N'.
           88  PARM-EOF                       VALUE 'Y'.
           88  PARM-NOT-EOF                   VALUE 'N'.
       01  WS-CHM-FOUND-FLAG        PIC X(1) VALUE 'N'.
           88  CARDHOLDER-FOUND               VALUE 'Y'.
           88  CARDHOLDER-NOT-FOUND           VALUE 'N'.
       01  WS-REFUND-FOUND-FLAG     PIC X(1) VALUE 'N'.
           88  REFUND-FOUND                   VALUE 'Y'.
           88  REFUND-NOT-FOUND               VALUE 'N'.
       01  WS-REFUND-CHANGED-FLAG   PIC X(1) VALUE 'N'.
           88  REFUND-CHANGED                 VALUE 'Y'.
           88  REFUND-UNCHANGED               VALUE 'N'.
       01  WS-PRIOR-REFUND-FLAG     PIC X(1) VALUE 'N'.
           88  PRIOR-REFUND-PENDING           VALUE 'Y'.
           88  NO-PRIOR-REFUND                VALUE 'N'.

      ******************************************************************
      * Run Parameter Work Fields                                     *
      ******************************************************************
       01  WS-PARM-VALUE-NUM        PIC S9(9)V9(5).
       01  WS-DATE-CHECK            PIC 9(8).
       01  WS-PROC-DATE             PIC 9(8) VALUE ZERO.
      *    An open account's credit balance is refunded once it has
      *    stood this many days - Regulation Z's six months; a
      *    closed account's credit is refunded at once
       01  WS-REFUND-DAYS           PIC 9(3) VALUE 180.
      *    Credit balances under this amount are held, not refunded
       01  WS-MIN-REFUND            PIC 9(5)V99 VALUE 1.00.
      *    A refund check uncashed this many days after issue is
      *    void (stale-dated) and held as unclaimed
       01  WS-STALE-DAYS            PIC 9(3) VALUE 180.
      *    Years an unclaimed refund is held before it escheats -
      *    the state dormancy period
       01  WS-DORMANCY-YRS          PIC 9(1) VALUE 3.

      ******************************************************************
      * Refund Work Fields                                            *
      ******************************************************************
       01  WS-PROC-DAY-NUM          PIC 9(8).
       01  WS-STALE-CUTOFF          PIC 9(8).
       01  WS-DORMANT-CUTOFF        PIC 9(8).
       01  WS-CREDIT-SINCE          PIC 9(8).
       01  WS-CREDIT-DAYS           PIC S9(7).
       01  WS-REFUND-AMT            PIC 9(7)V99.
       01  WS-NOTICE-DATE           PIC 9(8).
       01  WS-RPT-ACTION            PIC X(10).
       01  WS-RPT-NOTE              PIC X(40).
       01  WS-ED-DAYS               PIC ZZZZ9.
       01  WS-STATUS-CLOSED         PIC X(1) VALUE 'C'.
       01  WS-STATUS-XFERRED        PIC X(1) VALUE 'T'.
       01  WS-STATUS-CHGOFF         PIC X(1) VALUE 'W'.
       01  WS-TXN-CRBAL-RFD         PIC X(1) VALUE '1'.
       01  WS-PAY-BY-CHECK          PIC X(1) VALUE 'C'.
       01  WS-REFUND-TXN-DESC       PIC X(20)
                                    VALUE 'CREDIT BAL REFUND'.

      ******************************************************************
      * Refund Control Totals                                         *
      ******************************************************************
       01  WS-CT-ACCT-READ-CNT      PIC 9(7) VALUE ZERO.
       01  WS-CT-CREDIT-CNT         PIC 9(7) VALUE ZERO.
       01  WS-CT-CREDIT-AMT         PIC 9(9)V99 VALUE ZERO.
       01  WS-CT-NOT-DUE-CNT        PIC 9(7) VALUE ZERO.
       01  WS-CT-BELOW-MIN-CNT      PIC 9(7) VALUE ZERO.
       01  WS-CT-ISSUED-CNT         PIC 9(7) VALUE ZERO.
       01  WS-CT-ISSUED-AMT         PIC 9(9)V99 VALUE ZERO.
       01  WS-CT-CLOSED-CNT         PIC 9(7) VALUE ZERO.
       01  WS-CT-CHGOFF-CNT         PIC 9(7) VALUE ZERO.
       01  WS-CT-REEMIT-CNT         PIC 9(7) VALUE ZERO.
       01  WS-CT-DISB-CNT           PIC 9(7) VALUE ZERO.
       01  WS-CT-DISB-AMT           PIC 9(9)V99 VALUE ZERO.
       01  WS-CT-RFDTXN-CNT         PIC 9(7) VALUE ZERO.
       01  WS-CT-NOTICE-READ-CNT    PIC 9(7) VALUE ZERO.
       01  WS-CT-NOTICE-DONE-CNT    PIC 9(7) VALUE ZERO.
       01  WS-CT-PAID-CNT           PIC 9(7) VALUE ZERO.
       01  WS-CT-PAID-AMT           PIC 9(9)V99 VALUE ZERO.
       01  WS-CT-RETURNED-CNT       PIC 9(7) VALUE ZERO.
       01  WS-CT-RETURNED-AMT       PIC 9(9)V99 VALUE ZERO.
       01  WS-CT-STALE-CNT          PIC 9(7) VALUE ZERO.
       01  WS-CT-STALE-AMT          PIC 9(9)V99 VALUE ZERO.
       01  WS-CT-ESCHEAT-CNT        PIC 9(7) VALUE ZERO.
       01  WS-CT-ESCHEAT-AMT        PIC 9(9)V99 VALUE ZERO.
       01  WS-CT-REESCH-CNT         PIC 9(7) VALUE ZERO.
       01  WS-CT-OUTST-CNT          PIC 9(7) VALUE ZERO.
       01  WS-CT-OUTST-AMT          PIC 9(9)V99 VALUE ZERO.
       01  WS-CT-HELD-CNT           PIC 9(7) VALUE ZERO.
       01  WS-CT-HELD-AMT           PIC 9(9)V99 VALUE ZERO.
       01  WS-CT-EXCEPTION-CNT      PIC 9(7) VALUE ZERO.

      ******************************************************************
      * Refund Report Line Layouts                                    *
      ******************************************************************
       01  WS-LINE-CNT              PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(3) VALUE 55.
       01  WS-RFD-HEAD-1.
           05  FILLER               PIC X(40) VALUE
               'CRREFUND CREDIT BALANCE REFUNDS'.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'RUN DATE:   '.
           05  WS-HEAD-DATE         PIC 9(8).
           05  FILLER               PIC X(68) VALUE SPACES.
       01  WS-RFD-HEAD-2.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER               PIC X(22) VALUE 'NAME'.
           05  FILLER               PIC X(10) VALUE 'ISSUED'.
           05  FILLER               PIC X(13) VALUE '     AMOUNT'.
           05  FILLER               PIC X(3) VALUE 'ST'.
           05  FILLER               PIC X(11) VALUE 'ACTION'.
           05  FILLER               PIC X(54) VALUE 'NOTE'.
       01  WS-RFD-DETAIL.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-RDD-CARD-NUM      PIC X(16).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RDD-NAME          PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RDD-ISSUE-DATE    PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RDD-AMOUNT        PIC Z(7)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RDD-STATUS        PIC X(1).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RDD-ACTION        PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-RDD-NOTE          PIC X(40).
           05  FILLER               PIC X(14) VALUE SPACES.

      ******************************************************************
      * Run Control Work Fields                                       *
      ******************************************************************
       01  WS-RUN-PROGRAM           PIC X(8) VALUE 'CRREFUND'.
       01  WS-RUN-PREREQ            PIC X(8).
       01  WS-RUN-ROW-FLAG          PIC X(1) VALUE 'N'.
           88  RUN-ROW-FOUND                  VALUE 'Y'.
           88  RUN-ROW-NOT-FOUND              VALUE 'N'.

       PROCEDURE DIVISION.
      ******************************************************************
      * Main Processing Logic - the bank's notices first, then the    *
      * refund master sweep (stale-dating and escheatment), then the  *
      * account master for new refunds                                *
      ******************************************************************
       MAIN-PARA.
           PERFORM READ-RUN-PARMS
           PERFORM START-RUN-CONTROL
           PERFORM INIT-FILES

           PERFORM UNTIL NOTICE-EOF
               READ REFUND-NOTICE-IN
                   AT END
                       SET NOTICE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CT-NOTICE-READ-CNT
                       PERFORM APPLY-ONE-NOTICE
               END-READ
           END-PERFORM

           PERFORM SWEEP-REFUND-MASTER

           PERFORM UNTIL ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET ACCT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CT-ACCT-READ-CNT
                       PERFORM REVIEW-ONE-ACCOUNT
               END-READ
           END-PERFORM

           PERFORM WRITE-DISBURSE-TRAILER
           PERFORM WRITE-ESCHEAT-TRAILER
           PERFORM WRITE-CONTROL-REPORT
           PERFORM CLOSE-FILES
           PERFORM END-RUN-CONTROL
           STOP RUN.

      ******************************************************************
      * Read Run Parameter Cards - PROCDATE dates a rerun; REFUNDDAYS *
      * and MINREFUND govern which credit balances are refunded,      *
      * STALEDAYS when an uncashed check is voided, and DORMANCYYRS   *
      * when unclaimed refunds escheat.  A bad card stops the run     *
      * before anything is written.                                   *
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

           COMPUTE WS-PROC-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
           COMPUTE WS-STALE-CUTOFF = FUNCTION DATE-OF-INTEGER(
               WS-PROC-DAY-NUM - WS-STALE-DAYS)
      *    Same month and day, DORMANCYYRS years back - a refund
      *    issued on or before it has been unclaimed the full period
           COMPUTE WS-DORMANT-CUTOFF =
               WS-PROC-DATE - (WS-DORMANCY-YRS * 10000).

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

               WHEN 'REFUNDDAYS'
                   IF WS-PARM-VALUE-NUM < 0
                      OR WS-PARM-VALUE-NUM > 999
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-REFUND-DAYS

               WHEN 'MINREFUND'
                   IF WS-PARM-VALUE-NUM < 0.01
                      OR WS-PARM-VALUE-NUM > 99999.99
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-MIN-REFUND

               WHEN 'STALEDAYS'
                   IF WS-PARM-VALUE-NUM < 30
                      OR WS-PARM-VALUE-NUM > 999
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-STALE-DAYS

               WHEN 'DORMANCYYRS'
                   IF WS-PARM-VALUE-NUM < 1
                      OR WS-PARM-VALUE-NUM > 9
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-DORMANCY-YRS

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
      * Start Run Control - refunds are cut from the balances         *
      * CARDPROC posts, so the run starts only once CARDPROC has      *
      * completed for the same processing date.  The check comes      *
      * before anything is opened for output, so a refused run        *
      * leaves every file as the last run left it.                    *
      ******************************************************************
       START-RUN-CONTROL.
      *    OPTIONAL - created on the first run that finds none
           OPEN I-O RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = '00'
              AND WS-RUNCTL-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING RUN-CONTROL: ' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'CARDPROC' TO WS-RUN-PREREQ
           PERFORM CHECK-RUN-PREREQ

           MOVE WS-PROC-DATE TO RCT-PROC-DATE
           MOVE WS-RUN-PROGRAM TO RCT-PROGRAM
           READ RUN-CONTROL
               INVALID KEY
                   SET RUN-ROW-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET RUN-ROW-FOUND TO TRUE
           END-READ

           PERFORM MARK-RUN-STARTED
           CLOSE RUN-CONTROL.

      ******************************************************************
      * Check One Prerequisite Step - it must have completed for      *
      * this processing date; not run, still running or abended,      *
      * and failed all refuse the run                                 *
      ******************************************************************
       CHECK-RUN-PREREQ.
           MOVE WS-PROC-DATE TO RCT-PROC-DATE
           MOVE WS-RUN-PREREQ TO RCT-PROGRAM
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY 'RUN REFUSED: ' WS-RUN-PREREQ
                           ' HAS NOT RUN FOR ' WS-PROC-DATE
                   PERFORM REFUSE-RUN
           END-READ

           IF NOT RCT-COMPLETED
               DISPLAY 'RUN REFUSED: ' WS-RUN-PREREQ
                       ' HAS NOT COMPLETED FOR ' WS-PROC-DATE
                       ' - STATUS ' RCT-STATUS ' RC ' RCT-RETURN-CODE
               PERFORM REFUSE-RUN
           END-IF.

      ******************************************************************
      * Mark This Run Started - a first run for the date adds the     *
      * row; a rerun takes the row over, counting the attempt and     *
      * clearing the last attempt's ending                            *
      ******************************************************************
       MARK-RUN-STARTED.
           IF RUN-ROW-NOT-FOUND
               MOVE SPACES TO RUN-CONTROL-REC
               MOVE WS-PROC-DATE TO RCT-PROC-DATE
               MOVE WS-RUN-PROGRAM TO RCT-PROGRAM
               MOVE ZERO TO RCT-RUN-CNT
           END-IF

           SET RCT-STARTED TO TRUE
           SET RCT-FRESH-RUN TO TRUE
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

           MOVE WS-PROC-DATE TO RCT-PROC-DATE
           MOVE WS-RUN-PROGRAM TO RCT-PROGRAM
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY 'ERROR: RUN-CONTROL ROW MISSING FOR '
                           WS-RUN-PROGRAM ' ' WS-PROC-DATE
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
           MOVE 'REFUNDS' TO RCT-COUNT-LABEL(1)
           MOVE WS-CT-ISSUED-CNT TO RCT-COUNT-VALUE(1)
           MOVE 'UNCLAIMED' TO RCT-COUNT-LABEL(2)
           COMPUTE RCT-COUNT-VALUE(2) =
               WS-CT-RETURNED-CNT + WS-CT-STALE-CNT
           MOVE 'ESCHEATED' TO RCT-COUNT-LABEL(3)
           MOVE WS-CT-ESCHEAT-CNT TO RCT-COUNT-VALUE(3)
           MOVE 'EXCEPTIONS' TO RCT-COUNT-LABEL(4)
           MOVE WS-CT-EXCEPTION-CNT TO RCT-COUNT-VALUE(4)

           REWRITE RUN-CONTROL-REC
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING RUN-CONTROL: '
                       WS-RUNCTL-STATUS ' - RUN NOT MARKED ENDED'
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE RUN-CONTROL.

      ******************************************************************
      * Initialize Files                                              *
      ******************************************************************
       INIT-FILES.
           OPEN INPUT  ACCOUNT-MASTER
                       CARDHOLDER-MASTER
                       REFUND-NOTICE-IN
           OPEN I-O    REFUND-MASTER
           OPEN OUTPUT DISBURSE-OUT
                       REFUND-TXNS-OUT
                       ESCHEAT-OUT
                       REFUND-PRINT-OUT

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

           IF WS-NOTICE-STATUS NOT = '00'
              AND WS-NOTICE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING REFUND-NOTICE-IN: '
                       WS-NOTICE-STATUS
               STOP RUN
           END-IF

      *    OPTIONAL - created on the first run that finds none
           IF WS-REFUND-MAST-STATUS NOT = '00'
              AND WS-REFUND-MAST-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING REFUND-MASTER: '
                       WS-REFUND-MAST-STATUS
               STOP RUN
           END-IF

           IF WS-DISB-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISBURSE-OUT: '
                       WS-DISB-OUT-STATUS
               STOP RUN
           END-IF

           IF WS-RFDTXN-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REFUND-TXNS-OUT: '
                       WS-RFDTXN-OUT-STATUS
               STOP RUN
           END-IF

           IF WS-ESCH-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ESCHEAT-OUT: '
                       WS-ESCH-OUT-STATUS
               STOP RUN
           END-IF

           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REFUND-PRINT-OUT: '
                       WS-PRINT-STATUS
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO ACCT-CARD-NUM
           START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-CARD-NUM
               INVALID KEY
                   SET ACCT-EOF TO TRUE
           END-START.

      ******************************************************************
      * Apply One Bank Notice - a paid notice closes an issued refund *
      * out; a returned notice makes it unclaimed property, held on   *
      * the refund master until it escheats.  A notice for a refund   *
      * not on file, for a different amount than was issued, or       *
      * against a refund no longer issued is listed as an exception   *
      * and changes nothing.  A notice the refund already shows       *
      * applied - same status, same date - is one a rerun for the     *
      * same processing date has already applied, and is passed over. *
      ******************************************************************
       APPLY-ONE-NOTICE.
           MOVE RSN-CARD-NUM TO RFM-CARD-NUM
           MOVE RSN-ISSUE-DATE TO RFM-ISSUE-DATE
           READ REFUND-MASTER
               INVALID KEY
                   SET REFUND-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET REFUND-FOUND TO TRUE
           END-READ

           IF REFUND-NOT-FOUND
               MOVE RSN-CARD-NUM TO WS-RDD-CARD-NUM
               MOVE SPACES TO WS-RDD-NAME
               MOVE RSN-ISSUE-DATE TO WS-RDD-ISSUE-DATE
               MOVE RSN-AMOUNT TO WS-RDD-AMOUNT
               MOVE SPACE TO WS-RDD-STATUS
               MOVE 'EXCEPTION' TO WS-RDD-ACTION
               MOVE 'BANK NOTICE FOR REFUND NOT ON FILE'
                   TO WS-RDD-NOTE
               PERFORM LIST-REPORT-LINE
               ADD 1 TO WS-CT-EXCEPTION-CNT
               EXIT PARAGRAPH
           END-IF

           IF RSN-EVENT-DATE IS NUMERIC
              AND RSN-EVENT-DATE NOT = ZERO
               MOVE RSN-EVENT-DATE TO WS-NOTICE-DATE
           ELSE
               MOVE WS-PROC-DATE TO WS-NOTICE-DATE
           END-IF

           MOVE SPACES TO WS-RPT-NOTE
           EVALUATE TRUE
               WHEN RSN-AMOUNT NOT = RFM-AMOUNT
                   MOVE 'BANK NOTICE AMOUNT DIFFERS FROM REFUND'
                       TO WS-RPT-NOTE
               WHEN RFM-STATUS = RSN-CODE
                AND RFM-STATUS-DATE = WS-NOTICE-DATE
                   ADD 1 TO WS-CT-NOTICE-DONE-CNT
                   EXIT PARAGRAPH
               WHEN NOT RFM-ISSUED
                   STRING 'NOTICE ' DELIMITED BY SIZE
                          RSN-CODE DELIMITED BY SIZE
                          ' ON REFUND NO LONGER ISSUED'
                              DELIMITED BY SIZE
                       INTO WS-RPT-NOTE
               WHEN NOT RSN-PAID AND NOT RSN-RETURNED
                   STRING 'UNKNOWN NOTICE CODE ' DELIMITED BY SIZE
                          RSN-CODE DELIMITED BY SIZE
                       INTO WS-RPT-NOTE
           END-EVALUATE
           IF WS-RPT-NOTE NOT = SPACES
               MOVE 'EXCEPTION' TO WS-RPT-ACTION
               PERFORM LIST-REFUND-LINE
               ADD 1 TO WS-CT-EXCEPTION-CNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NOTICE-DATE TO RFM-STATUS-DATE

           IF RSN-PAID
               SET RFM-PAID TO TRUE
               ADD 1 TO WS-CT-PAID-CNT
               ADD RFM-AMOUNT TO WS-CT-PAID-AMT
               MOVE 'PAID' TO WS-RPT-ACTION
               MOVE 'CASHED BY PAYEE' TO WS-RPT-NOTE
           ELSE
               SET RFM-RETURNED TO TRUE
               ADD 1 TO WS-CT-RETURNED-CNT
               ADD RFM-AMOUNT TO WS-CT-RETURNED-AMT
               MOVE 'RETURNED' TO WS-RPT-ACTION
               MOVE 'UNDELIVERED - HELD AS UNCLAIMED'
                   TO WS-RPT-NOTE
           END-IF

           PERFORM REWRITE-REFUND
           PERFORM LIST-REFUND-LINE.

      ******************************************************************
      * Sweep The Refund Master - every refund on file in key order:  *
      * an issued check uncashed past STALEDAYS is voided and held as *
      * unclaimed; an unclaimed refund issued DORMANCYYRS or more     *
      * years ago escheats.  A refund escheated earlier the same      *
      * processing date is written to the unclaimed property file     *
      * again for a rerun.  What stays issued and what stays held are *
      * totalled for the run report.                                  *
      ******************************************************************
       SWEEP-REFUND-MASTER.
           MOVE LOW-VALUES TO RFM-KEY
           START REFUND-MASTER KEY NOT LESS THAN RFM-KEY
               INVALID KEY
                   SET REFUND-EOF TO TRUE
           END-START

           PERFORM UNTIL REFUND-EOF
               READ REFUND-MASTER NEXT RECORD
                   AT END
                       SET REFUND-EOF TO TRUE
                   NOT AT END
                       PERFORM AGE-ONE-REFUND
               END-READ
           END-PERFORM.

      ******************************************************************
      * Age One Refund - stale-date, then escheat, then total         *
      ******************************************************************
       AGE-ONE-REFUND.
           SET REFUND-UNCHANGED TO TRUE

      *    Escheated earlier today - a rerun for the same processing
      *    date writes it again, since this run's unclaimed property
      *    file replaces the first attempt's
           IF RFM-ESCHEATED
              AND RFM-ESCHEAT-DATE = WS-PROC-DATE
               PERFORM WRITE-ESCHEAT-DETAIL
               ADD 1 TO WS-CT-REESCH-CNT
               MOVE 'ESCHEATED' TO WS-RPT-ACTION
               MOVE 'RE-EMITTED ON RERUN' TO WS-RPT-NOTE
               PERFORM LIST-REFUND-LINE
               EXIT PARAGRAPH
           END-IF

           IF RFM-ISSUED
              AND RFM-ISSUE-DATE < WS-STALE-CUTOFF
               SET RFM-STALE TO TRUE
               MOVE WS-PROC-DATE TO RFM-STATUS-DATE
               SET REFUND-CHANGED TO TRUE
               ADD 1 TO WS-CT-STALE-CNT
               ADD RFM-AMOUNT TO WS-CT-STALE-AMT
               MOVE 'STALE' TO WS-RPT-ACTION
               MOVE WS-STALE-DAYS TO WS-ED-DAYS
               MOVE SPACES TO WS-RPT-NOTE
               STRING 'UNCASHED' DELIMITED BY SIZE
                      WS-ED-DAYS DELIMITED BY SIZE
                      ' DAYS - VOID, HELD' DELIMITED BY SIZE
                   INTO WS-RPT-NOTE
               PERFORM LIST-REFUND-LINE
           END-IF

           IF RFM-UNCLAIMED
              AND RFM-ISSUE-DATE NOT > WS-DORMANT-CUTOFF
               PERFORM ESCHEAT-ONE-REFUND
           END-IF

           IF REFUND-CHANGED
               PERFORM REWRITE-REFUND
           END-IF

           EVALUATE TRUE
               WHEN RFM-ISSUED
                   ADD 1 TO WS-CT-OUTST-CNT
                   ADD RFM-AMOUNT TO WS-CT-OUTST-AMT
               WHEN RFM-UNCLAIMED
                   ADD 1 TO WS-CT-HELD-CNT
                   ADD RFM-AMOUNT TO WS-CT-HELD-AMT
           END-EVALUATE.

      ******************************************************************
      * Escheat One Unclaimed Refund - the owner's last known name    *
      * and address as the refund was issued go to the unclaimed      *
      * property file, and the refund is marked escheated so it is    *
      * reported once                                                 *
      ******************************************************************
       ESCHEAT-ONE-REFUND.
           PERFORM WRITE-ESCHEAT-DETAIL
           IF WS-ESCH-OUT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE RFM-STATUS TO RFM-ESCHEAT-REASON
           SET RFM-ESCHEATED TO TRUE
           MOVE WS-PROC-DATE TO RFM-STATUS-DATE
           MOVE WS-PROC-DATE TO RFM-ESCHEAT-DATE
           SET REFUND-CHANGED TO TRUE
           MOVE 'ESCHEATED' TO WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-NOTE
           STRING 'UNCLAIMED PROPERTY - STATE ' DELIMITED BY SIZE
                  RFM-STATE DELIMITED BY SIZE
               INTO WS-RPT-NOTE
           PERFORM LIST-REFUND-LINE.

      ******************************************************************
      * Write The Escheat Detail For The Refund In The Record Area,   *
      * counted into the unclaimed property file's trailer totals     *
      ******************************************************************
       WRITE-ESCHEAT-DETAIL.
           MOVE SPACES TO ESCHEAT-DETAIL-REC
           MOVE '1' TO ESC-REC-TYPE
           MOVE WS-PROC-DATE TO ESC-REPORT-DATE
           MOVE RFM-STATE TO ESC-OWNER-STATE
           MOVE RFM-CARD-NUM TO ESC-CARD-NUM
           MOVE RFM-AMOUNT TO ESC-AMOUNT
           MOVE RFM-ISSUE-DATE TO ESC-ISSUE-DATE
      *    An escheated refund keeps the unclaimed status it
      *    escheated from in the reason it was reported under
           IF RFM-ESCHEATED
               MOVE RFM-ESCHEAT-REASON TO ESC-REASON
           ELSE
               MOVE RFM-STATUS TO ESC-REASON
           END-IF
           MOVE RFM-PAYEE-NAME TO ESC-OWNER-NAME
           MOVE RFM-ADDR-LINE-1 TO ESC-ADDR-LINE-1
           MOVE RFM-ADDR-LINE-2 TO ESC-ADDR-LINE-2
           MOVE RFM-CITY TO ESC-CITY
           MOVE RFM-ZIP TO ESC-ZIP

           WRITE ESCHEAT-DETAIL-REC
           IF WS-ESCH-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ESCHEAT-OUT: '
                       WS-ESCH-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CT-ESCHEAT-CNT
           ADD RFM-AMOUNT TO WS-CT-ESCHEAT-AMT.

      ******************************************************************
      * Review One Account - only a credit balance (below zero) is a  *
      * candidate.  A closed account, or a charged-off account whose  *
      * recovery payments ran past the debt written off, is refunded  *
      * whatever the age of its credit; an open one once the credit   *
      * has stood REFUNDDAYS, aged from the date CARDPROC stamped     *
      * when the balance went into credit (or, on a master converted  *
      * before that date was carried, from the last payment).  An     *
      * account with no mailing address, and an account whose credit  *
      * was already refunded but not yet posted back, are listed as   *
      * exceptions instead.  Credit left over once a refund posts is  *
      * re-dated by CARDPROC to the day it posted, so it ages afresh  *
      * and is not mistaken for the credit already refunded.          *
      ******************************************************************
       REVIEW-ONE-ACCOUNT.
           IF ACCT-CURR-BAL NOT < ZERO
              OR ACCT-STATUS = WS-STATUS-XFERRED
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-REFUND-AMT = ZERO - ACCT-CURR-BAL
           ADD 1 TO WS-CT-CREDIT-CNT
           ADD WS-REFUND-AMT TO WS-CT-CREDIT-AMT

           EVALUATE TRUE
               WHEN ACCT-CR-BAL-DATE IS NUMERIC
                AND ACCT-CR-BAL-DATE NOT = ZERO
                   MOVE ACCT-CR-BAL-DATE TO WS-CREDIT-SINCE
               WHEN ACCT-LAST-PMT-DATE NOT = ZERO
                   MOVE ACCT-LAST-PMT-DATE TO WS-CREDIT-SINCE
               WHEN OTHER
                   MOVE WS-PROC-DATE TO WS-CREDIT-SINCE
           END-EVALUATE
           COMPUTE WS-CREDIT-DAYS = WS-PROC-DAY-NUM
               - FUNCTION INTEGER-OF-DATE(WS-CREDIT-SINCE)

           IF ACCT-STATUS NOT = WS-STATUS-CLOSED
              AND ACCT-STATUS NOT = WS-STATUS-CHGOFF
              AND WS-CREDIT-DAYS < WS-REFUND-DAYS
               ADD 1 TO WS-CT-NOT-DUE-CNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RPT-NOTE
           IF WS-REFUND-AMT < WS-MIN-REFUND
               ADD 1 TO WS-CT-BELOW-MIN-CNT
               MOVE 'HELD' TO WS-RPT-ACTION
               MOVE 'BELOW MINIMUM REFUND' TO WS-RPT-NOTE
               PERFORM LIST-ACCOUNT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PRIOR-REFUND
           IF PRIOR-REFUND-PENDING
               IF RFM-ISSUE-DATE = WS-PROC-DATE
                   PERFORM REEMIT-REFUND
                   EXIT PARAGRAPH
               END-IF
               MOVE RFM-ISSUE-DATE TO WS-DATE-CHECK
               STRING 'REFUND OF ' DELIMITED BY SIZE
                      WS-DATE-CHECK DELIMITED BY SIZE
                      ' NOT YET POSTED' DELIMITED BY SIZE
                   INTO WS-RPT-NOTE
           ELSE
               PERFORM FIND-CARDHOLDER
               IF CARDHOLDER-NOT-FOUND
                   MOVE 'NO MAILING ADDRESS ON FILE' TO WS-RPT-NOTE
               END-IF
           END-IF
           IF WS-RPT-NOTE NOT = SPACES
               ADD 1 TO WS-CT-EXCEPTION-CNT
               MOVE 'EXCEPTION' TO WS-RPT-ACTION
               PERFORM LIST-ACCOUNT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM ISSUE-REFUND.

      ******************************************************************
      * Check For A Refund Already Cut Against This Credit - any      *
      * refund for the card issued on or after the date the credit    *
      * began means the credit was refunded and CARDPROC has not yet  *
      * posted the debit back (it never went in, or rejected).  Once  *
      * the debit posts, CARDPROC clears the credit date, or moves it *
      * past the refund when some credit is left, so a posted refund  *
      * is never found here.  Leaves the refund found in the record   *
      * area.                                                         *
      ******************************************************************
       CHECK-PRIOR-REFUND.
           SET NO-PRIOR-REFUND TO TRUE
           MOVE ACCT-CARD-NUM TO RFM-CARD-NUM
           MOVE WS-CREDIT-SINCE TO RFM-ISSUE-DATE
           START REFUND-MASTER KEY NOT LESS THAN RFM-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           READ REFUND-MASTER NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ

           IF RFM-CARD-NUM = ACCT-CARD-NUM
               SET PRIOR-REFUND-PENDING TO TRUE
           END-IF.

      ******************************************************************
      * Look Up The Cardholder For The Payee Address                  *
      ******************************************************************
       FIND-CARDHOLDER.
           MOVE ACCT-CARD-NUM TO CHM-CARD-NUM
           READ CARDHOLDER-MASTER
               INVALID KEY
                   SET CARDHOLDER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CARDHOLDER-FOUND TO TRUE
           END-READ.

      ******************************************************************
      * Issue One Refund - record it on the refund master with the    *
      * payee as addressed today, then write its check disbursement   *
      * and the 1 transaction that posts it back to the account       *
      ******************************************************************
       ISSUE-REFUND.
           MOVE SPACES TO REFUND-MASTER-REC
           MOVE ACCT-CARD-NUM TO RFM-CARD-NUM
           MOVE WS-PROC-DATE TO RFM-ISSUE-DATE
           SET RFM-ISSUED TO TRUE
           MOVE WS-REFUND-AMT TO RFM-AMOUNT
           MOVE ACCT-STATUS TO RFM-ACCT-STATUS
           MOVE WS-PROC-DATE TO RFM-STATUS-DATE
           MOVE ZERO TO RFM-ESCHEAT-DATE
           MOVE ACCT-NAME TO RFM-PAYEE-NAME
           MOVE CHM-ADDR-LINE-1 TO RFM-ADDR-LINE-1
           MOVE CHM-ADDR-LINE-2 TO RFM-ADDR-LINE-2
           MOVE CHM-CITY TO RFM-CITY
           MOVE CHM-STATE TO RFM-STATE
           MOVE CHM-ZIP TO RFM-ZIP

           WRITE REFUND-MASTER-REC
           IF WS-REFUND-MAST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REFUND-MASTER: '
                       WS-REFUND-MAST-STATUS ' CARD ' ACCT-CARD-NUM
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CT-ISSUED-CNT
           ADD WS-REFUND-AMT TO WS-CT-ISSUED-AMT
           PERFORM WRITE-REFUND-OUTPUTS

           MOVE 'ISSUED' TO WS-RPT-ACTION
           EVALUATE TRUE
               WHEN ACCT-STATUS = WS-STATUS-CLOSED
                   ADD 1 TO WS-CT-CLOSED-CNT
                   MOVE 'CLOSED ACCOUNT' TO WS-RPT-NOTE
               WHEN ACCT-STATUS = WS-STATUS-CHGOFF
                   ADD 1 TO WS-CT-CHGOFF-CNT
                   MOVE 'CHARGED OFF - PAID PAST THE DEBT'
                       TO WS-RPT-NOTE
               WHEN OTHER
                   MOVE WS-CREDIT-DAYS TO WS-ED-DAYS
                   STRING 'CREDIT BALANCE' DELIMITED BY SIZE
                          WS-ED-DAYS DELIMITED BY SIZE
                          ' DAYS' DELIMITED BY SIZE
                       INTO WS-RPT-NOTE
           END-EVALUATE
           PERFORM LIST-REFUND-LINE.

      ******************************************************************
      * Re-emit A Refund Issued Earlier Today - a rerun for the same  *
      * processing date finds the refunds the first attempt recorded; *
      * its disbursement and 1 transaction are written again, since   *
      * this run's output files replace the first attempt's           *
      ******************************************************************
       REEMIT-REFUND.
           ADD 1 TO WS-CT-REEMIT-CNT
           PERFORM WRITE-REFUND-OUTPUTS
           MOVE 'ISSUED' TO WS-RPT-ACTION
           MOVE 'RE-EMITTED ON RERUN' TO WS-RPT-NOTE
           PERFORM LIST-REFUND-LINE.

      ******************************************************************
      * Write The Disbursement And The Refund Transaction For The     *
      * Refund In The Record Area                                     *
      ******************************************************************
       WRITE-REFUND-OUTPUTS.
           MOVE SPACES TO DISBURSE-DETAIL-REC
           MOVE '1' TO DSB-REC-TYPE
           MOVE RFM-ISSUE-DATE TO DSB-ISSUE-DATE
           MOVE WS-PAY-BY-CHECK TO DSB-PAY-METHOD
           MOVE RFM-CARD-NUM TO DSB-CARD-NUM
           MOVE RFM-AMOUNT TO DSB-AMOUNT
           MOVE RFM-PAYEE-NAME TO DSB-PAYEE-NAME
           MOVE RFM-ADDR-LINE-1 TO DSB-ADDR-LINE-1
           MOVE RFM-ADDR-LINE-2 TO DSB-ADDR-LINE-2
           MOVE RFM-CITY TO DSB-CITY
           MOVE RFM-STATE TO DSB-STATE
           MOVE RFM-ZIP TO DSB-ZIP

           WRITE DISBURSE-DETAIL-REC
           IF WS-DISB-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DISBURSE-OUT: '
                       WS-DISB-OUT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CT-DISB-CNT
               ADD RFM-AMOUNT TO WS-CT-DISB-AMT
           END-IF

           MOVE SPACES TO REFUND-TXN-REC
           MOVE RFM-CARD-NUM TO RTX-CARD-NUM
           MOVE WS-TXN-CRBAL-RFD TO RTX-TYPE
           MOVE RFM-AMOUNT TO RTX-AMOUNT
           MOVE WS-REFUND-TXN-DESC TO RTX-DESC
           MOVE RFM-ISSUE-DATE TO RTX-DATE

           WRITE REFUND-TXN-REC
           IF WS-RFDTXN-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REFUND-TXNS-OUT: '
                       WS-RFDTXN-OUT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CT-RFDTXN-CNT
           END-IF.

      ******************************************************************
      * Rewrite The Refund In The Record Area                         *
      ******************************************************************
       REWRITE-REFUND.
           REWRITE REFUND-MASTER-REC
           IF WS-REFUND-MAST-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING REFUND-MASTER: '
                       WS-REFUND-MAST-STATUS ' CARD ' RFM-CARD-NUM
               MOVE 16 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * List The Refund In The Record Area On The Report, With The    *
      * Action And Note Already Set                                   *
      ******************************************************************
       LIST-REFUND-LINE.
           MOVE RFM-CARD-NUM TO WS-RDD-CARD-NUM
           MOVE RFM-PAYEE-NAME TO WS-RDD-NAME
           MOVE RFM-ISSUE-DATE TO WS-RDD-ISSUE-DATE
           MOVE RFM-AMOUNT TO WS-RDD-AMOUNT
           MOVE RFM-STATUS TO WS-RDD-STATUS
           MOVE WS-RPT-ACTION TO WS-RDD-ACTION
           MOVE WS-RPT-NOTE TO WS-RDD-NOTE
           PERFORM LIST-REPORT-LINE.

      ******************************************************************
      * List The Account Being Reviewed On The Report - its credit    *
      * balance, no refund issued                                     *
      ******************************************************************
       LIST-ACCOUNT-LINE.
           MOVE ACCT-CARD-NUM TO WS-RDD-CARD-NUM
           MOVE ACCT-NAME TO WS-RDD-NAME
           MOVE ZERO TO WS-RDD-ISSUE-DATE
           MOVE WS-REFUND-AMT TO WS-RDD-AMOUNT
           MOVE SPACE TO WS-RDD-STATUS
           MOVE WS-RPT-ACTION TO WS-RDD-ACTION
           MOVE WS-RPT-NOTE TO WS-RDD-NOTE
           PERFORM LIST-REPORT-LINE.

      ******************************************************************
      * Print One Report Detail Line                                  *
      ******************************************************************
       LIST-REPORT-LINE.
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM PRINT-REFUND-HEADINGS
           END-IF

           MOVE WS-RFD-DETAIL TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           ADD 1 TO WS-LINE-CNT.

      ******************************************************************
      * Print The Refund Report Headings At Top Of A New Page         *
      ******************************************************************
       PRINT-REFUND-HEADINGS.
           MOVE WS-PROC-DATE TO WS-HEAD-DATE
           MOVE WS-RFD-HEAD-1 TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING REFUND-PRINT-OUT: '
                       WS-PRINT-STATUS
           END-IF
           MOVE SPACES TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           MOVE WS-RFD-HEAD-2 TO PRINT-REC
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
               DISPLAY 'ERROR WRITING REFUND-PRINT-OUT: '
                       WS-PRINT-STATUS
           END-IF.

      ******************************************************************
      * Write The Disbursement File's Balancing Trailer               *
      ******************************************************************
       WRITE-DISBURSE-TRAILER.
           MOVE SPACES TO DISBURSE-TRAILER-REC
           MOVE '9' TO DST-REC-TYPE
           MOVE WS-PROC-DATE TO DST-ISSUE-DATE
           MOVE WS-CT-DISB-CNT TO DST-RECORD-CNT
           MOVE WS-CT-DISB-AMT TO DST-AMT-TOTAL

           WRITE DISBURSE-TRAILER-REC
           IF WS-DISB-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DISBURSE-OUT: '
                       WS-DISB-OUT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * Write The Unclaimed Property File's Balancing Trailer         *
      ******************************************************************
       WRITE-ESCHEAT-TRAILER.
           MOVE SPACES TO ESCHEAT-TRAILER-REC
           MOVE '9' TO EST-REC-TYPE
           MOVE WS-PROC-DATE TO EST-REPORT-DATE
           MOVE WS-CT-ESCHEAT-CNT TO EST-RECORD-CNT
           MOVE WS-CT-ESCHEAT-AMT TO EST-AMT-TOTAL

           WRITE ESCHEAT-TRAILER-REC
           IF WS-ESCH-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ESCHEAT-OUT: '
                       WS-ESCH-OUT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * Write Refund Run Control Totals - exceptions end the run on   *
      * return code 8 so operations sees them                         *
      ******************************************************************
       WRITE-CONTROL-REPORT.
           IF WS-CT-EXCEPTION-CNT > ZERO
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY '=============================================='
           DISPLAY 'CRREFUND CREDIT BALANCE REFUND RUN TOTALS'
           DISPLAY '=============================================='
           DISPLAY 'PROCESSING DATE  . . . . . . : ' WS-PROC-DATE
           DISPLAY 'REFUND AFTER DAYS  . . . . . : ' WS-REFUND-DAYS
           DISPLAY 'MINIMUM REFUND . . . . . . . : ' WS-MIN-REFUND
           DISPLAY 'STALE-DATED BEFORE . . . . . : ' WS-STALE-CUTOFF
           DISPLAY 'ESCHEAT ISSUED ON/BEFORE . . : '
                   WS-DORMANT-CUTOFF
           DISPLAY '----------------------------------------------'
           DISPLAY 'BANK NOTICES READ  . . COUNT: '
                   WS-CT-NOTICE-READ-CNT
           DISPLAY '  ALREADY APPLIED  . . COUNT: '
                   WS-CT-NOTICE-DONE-CNT
           DISPLAY '  PAID . . . . . . . . COUNT: ' WS-CT-PAID-CNT
                   '  AMOUNT: ' WS-CT-PAID-AMT
           DISPLAY '  RETURNED . . . . . . COUNT: ' WS-CT-RETURNED-CNT
                   '  AMOUNT: ' WS-CT-RETURNED-AMT
           DISPLAY 'STALE-DATED  . . . . . COUNT: ' WS-CT-STALE-CNT
                   '  AMOUNT: ' WS-CT-STALE-AMT
           DISPLAY 'ESCHEATED  . . . . . . COUNT: ' WS-CT-ESCHEAT-CNT
                   '  AMOUNT: ' WS-CT-ESCHEAT-AMT
           DISPLAY '  RE-EMITTED ON RERUN  COUNT: ' WS-CT-REESCH-CNT
           DISPLAY 'STILL ISSUED . . . . . COUNT: ' WS-CT-OUTST-CNT
                   '  AMOUNT: ' WS-CT-OUTST-AMT
           DISPLAY 'HELD UNCLAIMED . . . . COUNT: ' WS-CT-HELD-CNT
                   '  AMOUNT: ' WS-CT-HELD-AMT
           DISPLAY '----------------------------------------------'
           DISPLAY 'ACCOUNTS READ  . . . . COUNT: '
                   WS-CT-ACCT-READ-CNT
           DISPLAY 'CREDIT BALANCES  . . . COUNT: ' WS-CT-CREDIT-CNT
                   '  AMOUNT: ' WS-CT-CREDIT-AMT
           DISPLAY '  NOT YET DUE  . . . . COUNT: ' WS-CT-NOT-DUE-CNT
           DISPLAY '  BELOW MINIMUM  . . . COUNT: '
                   WS-CT-BELOW-MIN-CNT
           DISPLAY 'REFUNDS ISSUED . . . . COUNT: ' WS-CT-ISSUED-CNT
                   '  AMOUNT: ' WS-CT-ISSUED-AMT
           DISPLAY '  CLOSED ACCOUNTS  . . COUNT: ' WS-CT-CLOSED-CNT
           DISPLAY '  CHARGED-OFF ACCOUNTS COUNT: ' WS-CT-CHGOFF-CNT
           DISPLAY '  RE-EMITTED ON RERUN  COUNT: ' WS-CT-REEMIT-CNT
           DISPLAY 'DISBURSEMENTS WRITTEN  COUNT: ' WS-CT-DISB-CNT
                   '  AMOUNT: ' WS-CT-DISB-AMT
           DISPLAY '1 TRANSACTIONS WRITTEN COUNT: ' WS-CT-RFDTXN-CNT
           DISPLAY 'EXCEPTIONS LISTED  . . COUNT: '
                   WS-CT-EXCEPTION-CNT
           DISPLAY '=============================================='.

      ******************************************************************
      * Close All Files                                               *
      ******************************************************************
       CLOSE-FILES.
           CLOSE ACCOUNT-MASTER
                 CARDHOLDER-MASTER
                 REFUND-NOTICE-IN
                 REFUND-MASTER
                 DISBURSE-OUT
                 REFUND-TXNS-OUT
                 ESCHEAT-OUT
                 REFUND-PRINT-OUT.
