       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDREIS.
       AUTHOR. Card Processing System.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * Purpose: Monthly card reissue and plastics embossing extract. *
      *          Walks the account master for cards whose expiry      *
      *          date falls within REISSUEDAYS of the processing      *
      *          date (or has already passed) and reissues every one  *
      *          that is active and current: a fixed-format embossing *
      *          record addressed from the cardholder demographics    *
      *          master goes to the plastics vendor, and the card's   *
      *          expiry is advanced CARDLIFEYRS years to the end of   *
      *          its month, which also takes it out of the next run's *
      *          window.  Cards coming due that are closed, charged   *
      *          off, blocked, past due, or have no mailing address   *
      *          are not reissued - each goes on the exception        *
      *          listing with its reason, every month until its       *
      *          expiry passes.  Transfer pointers (status T) are     *
      *          skipped; their successor carries the card.           *
      *                                                               *
      * I-O:     ACCTMAST    - indexed account master; the advanced   *
      *                        expiry is recorded here                *
      * Inputs:  CARDMAST    - cardholder demographics master, for    *
      *                        the embossing mailing address          *
      *          PARMFILE    - optional run parameter cards (the      *
      *                        same keyword/value layout CARDPROC     *
      *                        reads): PROCDATE, REISSUEDAYS,         *
      *                        CARDLIFEYRS                            *
      * Output:  EMBOSSOUT   - plastics vendor extract, detail        *
      *                        records ('1') and one trailer ('9')    *
      *          REISEXCP    - 132-column reissue exception listing   *
      *          AUDITOUT    - master file audit log rows             *
      *                                                               *
      * Modification History:                                         *
      *   2026-10-15  Initial version.                                *
      *   2026-10-15  Each advanced expiry writes a REISSUE row to    *
      *               the common AUDITOUT master audit log.           *
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

           SELECT OPTIONAL CARDHOLDER-MASTER
               ASSIGN TO CARDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHM-CARD-NUM
               FILE STATUS IS WS-CARD-MAST-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EMBOSS-OUT
               ASSIGN TO EMBOSSOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EMBOSS-OUT-STATUS.

           SELECT EXCEPTION-PRINT-OUT
               ASSIGN TO REISEXCP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-OUT-STATUS.

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
      * Read here for the embossing mailing address.  Layout must     *
      * stay in step with CARDPROC's CARDHOLDER-MASTER FD.            *
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
      * Embossing Extract - Output.  Fixed-format detail records ('1' *
      * in column 1), one per card reissued this run, carrying the    *
      * embossed name and valid-thru date and the mailing address,    *
      * then one trailer ('9') with the record count the plastics     *
      * vendor's intake verifies.                                     *
      ******************************************************************
       FD  EMBOSS-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  EMBOSS-DETAIL-REC.
           05  EMB-REC-TYPE         PIC X(1).
           05  EMB-RUN-DATE         PIC 9(8).
           05  EMB-CARD-NUM         PIC X(16).
           05  EMB-NAME             PIC X(20).
           05  EMB-EXPIRY-DATE      PIC 9(8).
      *    The valid-thru date as embossed, MM/YY
           05  EMB-VALID-THRU.
               10  EMB-VALID-MM     PIC 9(2).
               10  EMB-VALID-SLASH  PIC X(1).
               10  EMB-VALID-YY     PIC 9(2).
           05  EMB-ADDR-LINE-1      PIC X(19).
           05  EMB-ADDR-LINE-2      PIC X(19).
           05  EMB-CITY             PIC X(15).
           05  EMB-STATE            PIC X(2).
           05  EMB-ZIP              PIC X(9).
           05  EMB-OLD-EXPIRY-DATE  PIC 9(8).
           05  FILLER               PIC X(10).
       01  EMBOSS-TRAILER-REC.
           05  EMT-REC-TYPE         PIC X(1).
           05  EMT-RUN-DATE         PIC 9(8).
           05  EMT-RECORD-CNT       PIC 9(7).
           05  FILLER               PIC X(124).

      ******************************************************************
      * Exception Listing - Output                                    *
      ******************************************************************
       FD  EXCEPTION-PRINT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PRINT-REC                PIC X(132).

      ******************************************************************
      * Master File Audit Log - Output.  One before/after row per     *
      * master field changed.  Layout must stay in step with          *
      * CARDPROC's AUDIT-LOG-OUT FD.                                  *
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

       WORKING-STORAGE SECTION.
      ******************************************************************
      * File Status Fields                                            *
      ******************************************************************
       01  WS-ACCT-MAST-STATUS      PIC X(2).
       01  WS-CARD-MAST-STATUS      PIC X(2).
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-EMBOSS-OUT-STATUS     PIC X(2).
       01  WS-PRINT-STATUS          PIC X(2).
       01  WS-AUDIT-OUT-STATUS      PIC X(2).

      ******************************************************************
      * End of File Flags                                             *
      ******************************************************************
       01  WS-ACCT-EOF              PIC X(1) VALUE 'N'.
           88  ACCT-EOF                        VALUE 'Y'.
           88  ACCT-NOT-EOF                    VALUE 'N'.
       01  WS-PARM-EOF              PIC X(1) VALUE 'N'.
           88  PARM-EOF                       VALUE 'Y'.
           88  PARM-NOT-EOF                   VALUE 'N'.

      ******************************************************************
      * Run Parameter Work Fields                                     *
      ******************************************************************
       01  WS-PARM-VALUE-NUM        PIC S9(9)V9(5).
       01  WS-DATE-CHECK            PIC 9(8).
       01  WS-PROC-DATE             PIC 9(8) VALUE ZERO.
       01  WS-REISSUE-DAYS          PIC 9(3) VALUE 60.
       01  WS-CARD-LIFE-YEARS       PIC 9(2) VALUE 3.

      ******************************************************************
      * Reissue Decision Work Fields                                  *
      ******************************************************************
       01  WS-CHM-FOUND-FLAG        PIC X(1) VALUE 'N'.
           88  CARDHOLDER-FOUND               VALUE 'Y'.
           88  CARDHOLDER-NOT-FOUND           VALUE 'N'.
      *    The last expiry date this run reissues - the processing
      *    date plus the REISSUEDAYS window
       01  WS-WINDOW-END-DATE       PIC 9(8).
       01  WS-EXCP-REASON           PIC X(30).
       01  WS-OLD-EXPIRY-DATE       PIC 9(8).
      *    New expiry work - the month the new card runs through,
      *    then the first of the month after it, one day back from
      *    which is the new expiry date itself
       01  WS-EXPIRY-WORK           PIC 9(8).
       01  WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-WORK.
           05  WS-EXPIRY-YYYY       PIC 9(4).
           05  WS-EXPIRY-MM         PIC 9(2).
           05  WS-EXPIRY-DD         PIC 9(2).
       01  WS-STATUS-BLOCKED        PIC X(1) VALUE 'B'.
       01  WS-STATUS-CLOSED         PIC X(1) VALUE 'C'.
       01  WS-STATUS-XFERRED        PIC X(1) VALUE 'T'.
       01  WS-STATUS-CHGOFF         PIC X(1) VALUE 'W'.

      ******************************************************************
      * Reissue Control Totals                                        *
      ******************************************************************
       01  WS-CT-ACCT-READ-CNT      PIC 9(7) VALUE ZERO.
       01  WS-CT-DUE-CNT            PIC 9(7) VALUE ZERO.
       01  WS-CT-REISSUED-CNT       PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-CNT           PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-CLOSED        PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-CHGOFF        PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-BLOCKED       PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-DELQ-90       PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-PAST-DUE      PIC 9(7) VALUE ZERO.
       01  WS-CT-EXCP-NO-ADDR       PIC 9(7) VALUE ZERO.
       01  WS-CT-NO-EXPIRY-CNT      PIC 9(7) VALUE ZERO.

      ******************************************************************
      * Audit Trail Work Fields - the row being written to the        *
      * master file audit log                                         *
      ******************************************************************
       01  WS-AUD-PROGRAM           PIC X(8) VALUE 'CARDREIS'.
       01  WS-AUD-ROW-TYPE          PIC X(8).
       01  WS-AUD-FIELD-NAME        PIC X(24).
       01  WS-AUD-BEFORE-VALUE      PIC X(30).
       01  WS-AUD-AFTER-VALUE       PIC X(30).
       01  WS-CT-AUDIT-CNT          PIC 9(7) VALUE ZERO.

      ******************************************************************
      * Exception Listing Line Layouts                                *
      ******************************************************************
       01  WS-LINE-CNT              PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(3) VALUE 55.
       01  WS-EXCP-HEAD-1.
           05  FILLER               PIC X(40) VALUE
               'CARDREIS CARD REISSUE EXCEPTION LISTING'.
           05  FILLER               PIC X(12) VALUE 'RUN DATE:   '.
           05  WS-HEAD-DATE         PIC 9(8).
           05  FILLER               PIC X(18) VALUE
               '   WINDOW THRU:   '.
           05  WS-HEAD-WINDOW       PIC 9(8).
           05  FILLER               PIC X(46) VALUE SPACES.
       01  WS-EXCP-HEAD-2.
           05  FILLER               PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER               PIC X(22) VALUE 'NAME'.
           05  FILLER               PIC X(8) VALUE 'STATUS'.
           05  FILLER               PIC X(6) VALUE 'DELQ'.
           05  FILLER               PIC X(10) VALUE 'EXPIRES'.
           05  FILLER               PIC X(30) VALUE
               'REASON NOT REISSUED'.
           05  FILLER               PIC X(38) VALUE SPACES.
       01  WS-EXCP-DETAIL.
           05  WS-EXD-CARD-NUM      PIC X(16).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-EXD-NAME          PIC X(20).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-EXD-STATUS        PIC X(1).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-EXD-DELQ          PIC X(1).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-EXD-EXPIRY        PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-EXD-REASON        PIC X(30).
           05  FILLER               PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * Main Processing Logic                                         *
      ******************************************************************
       MAIN-PARA.
           PERFORM READ-RUN-PARMS
           PERFORM INIT-FILES

           PERFORM UNTIL ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET ACCT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CT-ACCT-READ-CNT
                       PERFORM WORK-ONE-ACCOUNT
               END-READ
           END-PERFORM

           PERFORM WRITE-EMBOSS-TRAILER
           PERFORM WRITE-CONTROL-REPORT
           PERFORM CLOSE-FILES
           STOP RUN.

      ******************************************************************
      * Read Run Parameter Cards - PROCDATE supplies the as-of date   *
      * for a rerun; REISSUEDAYS sets how far ahead of expiry a card  *
      * is reissued; CARDLIFEYRS how many years the new plastic is    *
      * good for.  A bad card stops the run before anything is        *
      * written.                                                      *
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

           COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
               + WS-REISSUE-DAYS).

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

               WHEN 'REISSUEDAYS'
                   IF WS-PARM-VALUE-NUM < 1
                      OR WS-PARM-VALUE-NUM > 365
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-REISSUE-DAYS

               WHEN 'CARDLIFEYRS'
                   IF WS-PARM-VALUE-NUM < 1
                      OR WS-PARM-VALUE-NUM > 10
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-CARD-LIFE-YEARS

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
      * Initialize Files                                              *
      ******************************************************************
       INIT-FILES.
           OPEN I-O    ACCOUNT-MASTER
           OPEN INPUT  CARDHOLDER-MASTER
           OPEN OUTPUT EMBOSS-OUT
                       EXCEPTION-PRINT-OUT
                       AUDIT-LOG-OUT

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

           IF WS-EMBOSS-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMBOSS-OUT: '
                       WS-EMBOSS-OUT-STATUS
               STOP RUN
           END-IF

           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXCEPTION-PRINT-OUT: '
                       WS-PRINT-STATUS
               STOP RUN
           END-IF

           IF WS-AUDIT-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT-LOG-OUT: '
                       WS-AUDIT-OUT-STATUS
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO ACCT-CARD-NUM
           START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-CARD-NUM
               INVALID KEY
                   SET ACCT-EOF TO TRUE
           END-START.

      ******************************************************************
      * Work One Account - a card is due when its expiry falls on or  *
      * before the window end.  A due card that is active, current,   *
      * and has a mailing address is reissued; any other due card is  *
      * listed as an exception - but only until its expiry passes, so *
      * a closed card drops off the listing once it has lapsed, while *
      * a card that lapsed blocked is still picked up for reissue if  *
      * it is later unblocked.                                        *
      ******************************************************************
       WORK-ONE-ACCOUNT.
           IF ACCT-STATUS = WS-STATUS-XFERRED
               EXIT PARAGRAPH
           END-IF

      *    A converted master with no expiry on file is never due -
      *    counted so the gap can be worked
           IF ACCT-EXPIRY-DATE = ZERO
               ADD 1 TO WS-CT-NO-EXPIRY-CNT
               EXIT PARAGRAPH
           END-IF

           IF ACCT-EXPIRY-DATE > WS-WINDOW-END-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EXCP-REASON
           EVALUATE TRUE
               WHEN ACCT-STATUS = WS-STATUS-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-EXCP-REASON
               WHEN ACCT-STATUS = WS-STATUS-CHGOFF
                   MOVE 'ACCOUNT CHARGED OFF' TO WS-EXCP-REASON
               WHEN ACCT-STATUS = WS-STATUS-BLOCKED
                   MOVE 'ACCOUNT BLOCKED' TO WS-EXCP-REASON
               WHEN ACCT-DELQ-90
                   MOVE '90+ DAYS PAST DUE' TO WS-EXCP-REASON
               WHEN NOT ACCT-DELQ-CURRENT
                   MOVE 'PAST DUE - HELD' TO WS-EXCP-REASON
           END-EVALUATE

           IF WS-EXCP-REASON = SPACES
               PERFORM FIND-CARDHOLDER
               IF CARDHOLDER-NOT-FOUND
                   MOVE 'NO MAILING ADDRESS ON FILE' TO WS-EXCP-REASON
               END-IF
           END-IF

           IF WS-EXCP-REASON NOT = SPACES
               IF ACCT-EXPIRY-DATE NOT < WS-PROC-DATE
                   ADD 1 TO WS-CT-DUE-CNT
                   PERFORM LIST-EXCEPTION
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CT-DUE-CNT
           PERFORM REISSUE-ONE-CARD.

      ******************************************************************
      * Find The Account's Cardholder Record - direct read by key     *
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
      * Reissue One Card - advance the expiry, then one embossing     *
      * record carrying the new date.  The new card runs              *
      * CARDLIFEYRS years from the old expiry month, or from this     *
      * month when the old card has already lapsed, to the end of     *
      * its month.                                                    *
      ******************************************************************
       REISSUE-ONE-CARD.
           MOVE ACCT-EXPIRY-DATE TO WS-OLD-EXPIRY-DATE
           IF ACCT-EXPIRY-DATE < WS-PROC-DATE
               MOVE WS-PROC-DATE TO WS-EXPIRY-WORK
           ELSE
               MOVE ACCT-EXPIRY-DATE TO WS-EXPIRY-WORK
           END-IF
           ADD WS-CARD-LIFE-YEARS TO WS-EXPIRY-YYYY
           IF WS-EXPIRY-MM = 12
               ADD 1 TO WS-EXPIRY-YYYY
               MOVE 1 TO WS-EXPIRY-MM
           ELSE
               ADD 1 TO WS-EXPIRY-MM
           END-IF
           MOVE 1 TO WS-EXPIRY-DD
           COMPUTE ACCT-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EXPIRY-WORK) - 1)

           REWRITE ACCOUNT-MASTER-REC
           IF WS-ACCT-MAST-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCOUNT-MASTER: '
                       WS-ACCT-MAST-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE 'REISSUE' TO WS-AUD-ROW-TYPE
           MOVE 'ACCT-EXPIRY-DATE' TO WS-AUD-FIELD-NAME
           MOVE WS-OLD-EXPIRY-DATE TO WS-AUD-BEFORE-VALUE
           MOVE ACCT-EXPIRY-DATE TO WS-AUD-AFTER-VALUE
           PERFORM WRITE-AUDIT-REC

           PERFORM WRITE-EMBOSS-DETAIL
           ADD 1 TO WS-CT-REISSUED-CNT.

      ******************************************************************
      * Write One Audit Row - the caller sets the change type, the    *
      * field name, and the before and after values                   *
      ******************************************************************
       WRITE-AUDIT-REC.
           MOVE SPACES TO AUDIT-REC-OUT
           MOVE ACCT-CARD-NUM TO AUD-CARD-NUM
           MOVE WS-AUD-PROGRAM TO AUD-PROGRAM
           MOVE WS-AUD-ROW-TYPE TO AUD-CHANGE-TYPE
           MOVE WS-PROC-DATE TO AUD-PROC-DATE
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
      * Write One Embossing Record - name from the account master,    *
      * address from the demographics master                          *
      ******************************************************************
       WRITE-EMBOSS-DETAIL.
           MOVE SPACES TO EMBOSS-DETAIL-REC
           MOVE '1' TO EMB-REC-TYPE
           MOVE WS-PROC-DATE TO EMB-RUN-DATE
           MOVE ACCT-CARD-NUM TO EMB-CARD-NUM
           MOVE ACCT-NAME TO EMB-NAME
           MOVE ACCT-EXPIRY-DATE TO EMB-EXPIRY-DATE
           MOVE ACCT-EXPIRY-DATE(5:2) TO EMB-VALID-MM
           MOVE '/' TO EMB-VALID-SLASH
           MOVE ACCT-EXPIRY-DATE(3:2) TO EMB-VALID-YY
           MOVE CHM-ADDR-LINE-1 TO EMB-ADDR-LINE-1
           MOVE CHM-ADDR-LINE-2 TO EMB-ADDR-LINE-2
           MOVE CHM-CITY TO EMB-CITY
           MOVE CHM-STATE TO EMB-STATE
           MOVE CHM-ZIP TO EMB-ZIP
           MOVE WS-OLD-EXPIRY-DATE TO EMB-OLD-EXPIRY-DATE

           WRITE EMBOSS-DETAIL-REC
           IF WS-EMBOSS-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING EMBOSS-OUT: '
                       WS-EMBOSS-OUT-STATUS
           END-IF.

      ******************************************************************
      * List One Card Not Reissued And Count It Under Its Reason      *
      ******************************************************************
       LIST-EXCEPTION.
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM PRINT-EXCEPTION-HEADINGS
           END-IF

           MOVE ACCT-CARD-NUM TO WS-EXD-CARD-NUM
           MOVE ACCT-NAME TO WS-EXD-NAME
           MOVE ACCT-STATUS TO WS-EXD-STATUS
           MOVE ACCT-DELQ-STAGE TO WS-EXD-DELQ
           MOVE ACCT-EXPIRY-DATE TO WS-EXD-EXPIRY
           MOVE WS-EXCP-REASON TO WS-EXD-REASON
           MOVE WS-EXCP-DETAIL TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           ADD 1 TO WS-LINE-CNT

           ADD 1 TO WS-CT-EXCP-CNT
           EVALUATE TRUE
               WHEN ACCT-STATUS = WS-STATUS-CLOSED
                   ADD 1 TO WS-CT-EXCP-CLOSED
               WHEN ACCT-STATUS = WS-STATUS-CHGOFF
                   ADD 1 TO WS-CT-EXCP-CHGOFF
               WHEN ACCT-STATUS = WS-STATUS-BLOCKED
                   ADD 1 TO WS-CT-EXCP-BLOCKED
               WHEN ACCT-DELQ-90
                   ADD 1 TO WS-CT-EXCP-DELQ-90
               WHEN NOT ACCT-DELQ-CURRENT
                   ADD 1 TO WS-CT-EXCP-PAST-DUE
               WHEN OTHER
                   ADD 1 TO WS-CT-EXCP-NO-ADDR
           END-EVALUATE.

      ******************************************************************
      * Print The Exception Listing Headings At Top Of A New Page     *
      ******************************************************************
       PRINT-EXCEPTION-HEADINGS.
           MOVE WS-PROC-DATE TO WS-HEAD-DATE
           MOVE WS-WINDOW-END-DATE TO WS-HEAD-WINDOW
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
      * Write The Embossing Extract's Balancing Trailer               *
      ******************************************************************
       WRITE-EMBOSS-TRAILER.
           MOVE SPACES TO EMBOSS-TRAILER-REC
           MOVE '9' TO EMT-REC-TYPE
           MOVE WS-PROC-DATE TO EMT-RUN-DATE
           MOVE WS-CT-REISSUED-CNT TO EMT-RECORD-CNT

           WRITE EMBOSS-TRAILER-REC
           IF WS-EMBOSS-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING EMBOSS-OUT: '
                       WS-EMBOSS-OUT-STATUS
           END-IF.

      ******************************************************************
      * Write Reissue Run Control Totals                              *
      ******************************************************************
       WRITE-CONTROL-REPORT.
           DISPLAY '=============================================='
           DISPLAY 'CARDREIS CARD REISSUE RUN TOTALS'
           DISPLAY '=============================================='
           DISPLAY 'PROCESSING DATE  . . . . . . : ' WS-PROC-DATE
           DISPLAY 'REISSUE WINDOW DAYS  . . . . : ' WS-REISSUE-DAYS
           DISPLAY 'EXPIRING ON OR BEFORE  . . . : '
                   WS-WINDOW-END-DATE
           DISPLAY 'CARD LIFE YEARS  . . . . . . : '
                   WS-CARD-LIFE-YEARS
           DISPLAY 'ACCOUNTS READ  . . . . COUNT: '
                   WS-CT-ACCT-READ-CNT
           DISPLAY 'CARDS DUE FOR REISSUE  COUNT: ' WS-CT-DUE-CNT
           DISPLAY 'REISSUED / EMBOSSED  . COUNT: '
                   WS-CT-REISSUED-CNT
           DISPLAY 'EXCEPTIONS LISTED  . . COUNT: ' WS-CT-EXCP-CNT
           DISPLAY '  CLOSED . . . . . . . COUNT: '
                   WS-CT-EXCP-CLOSED
           DISPLAY '  CHARGED OFF  . . . . COUNT: '
                   WS-CT-EXCP-CHGOFF
           DISPLAY '  BLOCKED  . . . . . . COUNT: '
                   WS-CT-EXCP-BLOCKED
           DISPLAY '  90+ PAST DUE . . . . COUNT: '
                   WS-CT-EXCP-DELQ-90
           DISPLAY '  30/60 PAST DUE . . . COUNT: '
                   WS-CT-EXCP-PAST-DUE
           DISPLAY '  NO ADDRESS ON FILE . COUNT: '
                   WS-CT-EXCP-NO-ADDR
           DISPLAY 'NO EXPIRY DATE ON FILE COUNT: '
                   WS-CT-NO-EXPIRY-CNT
           DISPLAY 'MASTER AUDIT ROWS WRITTEN  COUNT: '
                   WS-CT-AUDIT-CNT
           DISPLAY '=============================================='.

      ******************************************************************
      * Close All Files                                               *
      ******************************************************************
       CLOSE-FILES.
           CLOSE ACCOUNT-MASTER
                 CARDHOLDER-MASTER
                 EMBOSS-OUT
                 EXCEPTION-PRINT-OUT
                 AUDIT-LOG-OUT.
