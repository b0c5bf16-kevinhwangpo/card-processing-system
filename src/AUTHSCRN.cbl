      *                        swipe, in arrival order                *
      *          ACCTMAST    - CARDPROC's indexed account master,     *
      *                        read by key, never updated here        *
      *          PARMFILE    - optional run parameter cards (the      *
      *                        same keyword/value layout CARDPROC     *
      *                        reads): PROCDATE, CASHLINEPCT          *
      * I-O:     AUTHHOLD    - open authorization holds, keyed on     *
      *                        card number plus auth id; approvals    *
      *                        are added here                         *
      *          RUNCTL      - job-stream run control file            *
      * Output:  AUTHRSP     - one approve/decline response per       *
      *                        request, with the decline reason and   *
      *                        the open-to-buy the decision saw       *
      *               written - the posting run ages every hold's     *
      *               date, so a malformed one must never reach the   *
      *               hold file.                                      *
      *   2026-10-15  Decline requests against charged-off (status W) *
      *               accounts under their own CHGDOFF reason.        *
      *   2026-10-15  Screen cash advance requests (request type G)   *
      *               against the cash line as well as the credit     *
      *               limit, declining CASHLIM; cash holds are marked *
      *               so later requests see the cash line spoken for. *
      *   2026-10-15  Decline requests dated after the card's expiry  *
      *               date under their own EXPIRED reason.            *
      *   2026-10-15  Account master carries the hardship plan terms. *
      *   2026-10-15  Run control: a PARMFILE PROCDATE card sets the  *
      *               screening date (default today), and the run     *
      *               checks in and out on the shared RUNCTL file     *
      *               under that date.                                *
      *   2026-10-15  Account master carries the date the balance     *
      *               went into credit.                               *
      *   2026-10-15  A converted master with no cash line set        *
      *               screens cash requests against the CASHLINEPCT   *
      *               share of its credit limit, the line CARDPROC    *
      *               gives it.                                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-RSP-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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
      * Authorization Hold File - indexed, keyed on card number plus  *
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
      * Authorization Request File - Input.  The request type is G   *
      * for a cash advance; a purchase leaves it blank.               *
      ******************************************************************
       FD  AUTH-REQUESTS-IN
           RECORDING MODE IS F
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  AUTH-REQ-REC.
           05  AR-CARD-NUM          PIC X(16).
           05  AR-AMOUNT            PIC 9(7)V99.
           05  AR-DATE              PIC 9(8).
           05  AR-MERCH-ID          PIC X(8).
           05  AR-REQ-TYPE          PIC X(1).
               88  AR-CASH-REQUEST             VALUE 'G'.

      ******************************************************************
      * Authorization Response File - Output.  One record per         *
           05  FILLER               PIC X(1) VALUE SPACE.
           05  RSP-OPEN-TO-BUY      PIC -9(7).99.

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
       01  WS-AUTH-HOLD-STATUS      PIC X(2).
       01  WS-AUTH-REQ-STATUS       PIC X(2).
       01  WS-AUTH-RSP-STATUS       PIC X(2).
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-RUNCTL-STATUS         PIC X(2).

      ******************************************************************
      * End of File Flags                                             *
       01  WS-HOLD-EOF              PIC X(1) VALUE 'N'.
           88  HOLD-EOF                        VALUE 'Y'.
           88  HOLD-NOT-EOF                    VALUE 'N'.
       01  WS-PARM-EOF              PIC X(1) VALUE 'N'.
           88  PARM-EOF                        VALUE 'Y'.
           88  PARM-NOT-EOF                    VALUE 'N'.

      ******************************************************************
      * Run Parameter Work Fields                                     *
      ******************************************************************
       01  WS-PARM-VALUE-NUM        PIC S9(9)V9(5).
       01  WS-DATE-CHECK            PIC 9(8).
      *    CARDPROC's cash line as a fraction of the credit limit -
      *    the line a converted master that has never had one set
      *    is given by CARDPROC on its first cash advance
       01  WS-CASH-LINE-PCT         PIC 9V9(4) VALUE .3000.

      ******************************************************************
      * Work Variables                                                *
           88  ACCOUNT-FOUND                  VALUE 'Y'.
           88  ACCOUNT-NOT-FOUND              VALUE 'N'.
       01  WS-HOLDS-OUTSTANDING     PIC 9(9)V99.
      *    The part of the holds above that are cash advances, spoken
      *    for against the cash line as well
       01  WS-CASH-HOLDS-OUTSTANDING PIC 9(9)V99.
       01  WS-CASH-OPEN-TO-BUY      PIC S9(9)V99.
       01  WS-CASH-LINE             PIC 9(7)V99.
      *    The screening date - the PROCDATE card, else today - the
      *    ceiling for request dates, what CARDPROC will later age
      *    each hold's date against, and the date the run is
      *    recorded under in run control
       01  WS-SCREEN-DATE           PIC 9(8) VALUE ZERO.
       01  WS-OPEN-TO-BUY           PIC S9(9)V99.
       01  WS-DECLINE-REASON        PIC X(8).

           05  WS-STATUS-BLOCKED    PIC X(1) VALUE 'B'.
           05  WS-STATUS-CLOSED     PIC X(1) VALUE 'C'.
           05  WS-STATUS-XFERRED    PIC X(1) VALUE 'T'.
           05  WS-STATUS-CHGOFF     PIC X(1) VALUE 'W'.
           05  WS-DISP-APPROVED     PIC X(8) VALUE 'APPROVED'.
           05  WS-DISP-DECLINED     PIC X(8) VALUE 'DECLINED'.
           05  WS-REASON-NOACCT     PIC X(8) VALUE 'NOACCT  '.
           05  WS-REASON-BADDATE    PIC X(8) VALUE 'BADDATE '.
           05  WS-REASON-DUPAUTH    PIC X(8) VALUE 'DUPAUTH '.
           05  WS-REASON-XFERRED    PIC X(8) VALUE 'XFERRED '.
           05  WS-REASON-CHGDOFF    PIC X(8) VALUE 'CHGDOFF '.
           05  WS-REASON-CASHLIM    PIC X(8) VALUE 'CASHLIM '.
           05  WS-REASON-EXPIRED    PIC X(8) VALUE 'EXPIRED '.

      ******************************************************************
      * Screening Control Totals - reported at end of run so the      *
           05  WS-CT-DCL-BADDATE    PIC 9(7) VALUE ZERO.
           05  WS-CT-DCL-DUPAUTH    PIC 9(7) VALUE ZERO.
           05  WS-CT-DCL-XFERRED    PIC 9(7) VALUE ZERO.
           05  WS-CT-DCL-CHGDOFF    PIC 9(7) VALUE ZERO.
           05  WS-CT-DCL-CASHLIM    PIC 9(7) VALUE ZERO.
           05  WS-CT-DCL-EXPIRED    PIC 9(7) VALUE ZERO.

      ******************************************************************
      * Run Control Work Fields                                       *
      ******************************************************************
       01  WS-RUN-PROGRAM           PIC X(8) VALUE 'AUTHSCRN'.
       01  WS-RUN-ROW-FLAG          PIC X(1) VALUE 'N'.
           88  RUN-ROW-FOUND                  VALUE 'Y'.
           88  RUN-ROW-NOT-FOUND              VALUE 'N'.

       PROCEDURE DIVISION.
      ******************************************************************
      * Main Processing Logic                                         *
      ******************************************************************
       MAIN-PARA.
           PERFORM READ-RUN-PARMS
           PERFORM START-RUN-CONTROL
           PERFORM INIT-FILES

           PERFORM UNTIL REQ-EOF

           PERFORM WRITE-CONTROL-REPORT
           PERFORM CLOSE-FILES
           PERFORM END-RUN-CONTROL
           STOP RUN.

      ******************************************************************
      * Read Run Parameter Cards - PROCDATE sets the screening date   *
      * for a rerun of a day's requests; with no parm file the run    *
      * screens as of today.  A bad card stops the run before         *
      * anything is written.                                          *
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

           IF WS-SCREEN-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SCREEN-DATE
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
                   MOVE WS-DATE-CHECK TO WS-SCREEN-DATE

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
      * Start Run Control - screening has no prerequisite step; the   *
      * run records itself under its screening date so the morning    *
      * run history shows the day's screening ran ahead of posting.   *
      * A rerun takes its own row over.                               *
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

           MOVE WS-SCREEN-DATE TO RCT-PROC-DATE
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
      * Mark This Run Started - a first run for the date adds the     *
      * row; a rerun takes the row over, counting the attempt and     *
      * clearing the last attempt's ending                            *
      ******************************************************************
       MARK-RUN-STARTED.
           IF RUN-ROW-NOT-FOUND
               MOVE SPACES TO RUN-CONTROL-REC
               MOVE WS-SCREEN-DATE TO RCT-PROC-DATE
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

           MOVE WS-SCREEN-DATE TO RCT-PROC-DATE
           MOVE WS-RUN-PROGRAM TO RCT-PROGRAM
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY 'ERROR: RUN-CONTROL ROW MISSING FOR '
                           WS-RUN-PROGRAM ' ' WS-SCREEN-DATE
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
           MOVE 'REQUESTS' TO RCT-COUNT-LABEL(1)
           MOVE WS-CT-REQ-READ-CNT TO RCT-COUNT-VALUE(1)
           MOVE 'APPROVED' TO RCT-COUNT-LABEL(2)
           MOVE WS-CT-APPROVED-CNT TO RCT-COUNT-VALUE(2)
           MOVE 'DECLINED' TO RCT-COUNT-LABEL(3)
           MOVE WS-CT-DECLINED-CNT TO RCT-COUNT-VALUE(3)

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
           OPEN INPUT  AUTH-REQUESTS-IN
      *    OPTIONAL - created empty on the portfolio's first
      ******************************************************************
       SCREEN-ONE-REQUEST.
           MOVE ZERO TO WS-HOLDS-OUTSTANDING
           MOVE ZERO TO WS-CASH-HOLDS-OUTSTANDING
           MOVE ZERO TO WS-OPEN-TO-BUY

           IF AR-AMOUNT = ZERO OR AR-AMOUNT < ZERO
               EXIT PARAGRAPH
           END-IF

      *    A charged-off account's line is gone - its balance was
      *    written off and it never authorizes again
           IF ACCT-STATUS = WS-STATUS-CHGOFF
               MOVE WS-REASON-CHGDOFF TO WS-DECLINE-REASON
               PERFORM WRITE-DECLINE-RESPONSE
               EXIT PARAGRAPH
           END-IF

      *    A swipe dated after the card's month-end expiry is on a
      *    lapsed plastic - the reissued card carries the same number
      *    with a later date.  No date on file (a converted master)
      *    is not treated as expired.
           IF ACCT-EXPIRY-DATE > ZERO
              AND AR-DATE > ACCT-EXPIRY-DATE
               MOVE WS-REASON-EXPIRED TO WS-DECLINE-REASON
               PERFORM WRITE-DECLINE-RESPONSE
               EXIT PARAGRAPH
           END-IF

      *    A 30-day account still authorizes - the cardholder has the
      *    cycle left to cure - but 60 and 90+ stages stop new
      *    spending the way the statement-time auto-block eventually
               EXIT PARAGRAPH
           END-IF

      *    A cash advance must also fit the cash line - the cash line
      *    less the cash segment already owed less the cash holds -
      *    and the response reports whichever open-to-buy is the
      *    tighter
           IF AR-CASH-REQUEST
      *        A master converted from before cash pricing has no
      *        line and no cash rate - it screens against the line
      *        CARDPROC gives it on its first posting
               MOVE ACCT-CASH-LIMIT TO WS-CASH-LINE
               IF ACCT-CASH-LIMIT = ZERO AND ACCT-CASH-APR = ZERO
                   COMPUTE WS-CASH-LINE ROUNDED =
                       ACCT-CREDIT-LIMIT * WS-CASH-LINE-PCT
               END-IF
               COMPUTE WS-CASH-OPEN-TO-BUY =
                   WS-CASH-LINE - ACCT-CASH-BAL
                   - WS-CASH-HOLDS-OUTSTANDING
               IF WS-CASH-OPEN-TO-BUY < WS-OPEN-TO-BUY
                   MOVE WS-CASH-OPEN-TO-BUY TO WS-OPEN-TO-BUY
               END-IF
               IF AR-AMOUNT > WS-CASH-OPEN-TO-BUY
                   MOVE WS-REASON-CASHLIM TO WS-DECLINE-REASON
                   PERFORM WRITE-DECLINE-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM WRITE-AUTH-HOLD.

      ******************************************************************
      * Sum The Holds Already Outstanding On This Card - keyed browse *
      * of the hold file from the card's first hold, so each new      *
      * approval sees the open-to-buy the earlier approvals already   *
      * spoke for; cash holds are also totalled on their own for the  *
      * cash line                                                     *
      ******************************************************************
       SUM-OUTSTANDING-HOLDS.
           SET HOLD-NOT-EOF TO TRUE
                   NOT AT END
                       IF AH-CARD-NUM = AR-CARD-NUM
                           ADD AH-AMOUNT TO WS-HOLDS-OUTSTANDING
                           IF AH-CASH-HOLD
                               ADD AH-AMOUNT
                                   TO WS-CASH-HOLDS-OUTSTANDING
                           END-IF
                       ELSE
                           SET HOLD-EOF TO TRUE
                       END-IF
           MOVE AR-AMOUNT TO AH-AMOUNT
           MOVE AR-DATE TO AH-AUTH-DATE
           MOVE AR-MERCH-ID TO AH-MERCH-ID
           MOVE AR-REQ-TYPE TO AH-HOLD-TYPE

           WRITE AUTH-HOLD-REC
               INVALID KEY
                   ADD 1 TO WS-CT-DCL-DUPAUTH
               WHEN WS-REASON-XFERRED
                   ADD 1 TO WS-CT-DCL-XFERRED
               WHEN WS-REASON-CHGDOFF
                   ADD 1 TO WS-CT-DCL-CHGDOFF
               WHEN WS-REASON-CASHLIM
                   ADD 1 TO WS-CT-DCL-CASHLIM
               WHEN WS-REASON-EXPIRED
                   ADD 1 TO WS-CT-DCL-EXPIRED
           END-EVALUATE

           MOVE WS-DISP-DECLINED TO RSP-DISPOSITION
           DISPLAY '=============================================='
           DISPLAY 'AUTHSCRN AUTHORIZATION SCREENING TOTALS'
           DISPLAY '=============================================='
           DISPLAY 'CASH LINE PERCENT  . . . . : ' WS-CASH-LINE-PCT
           DISPLAY 'REQUESTS READ  . . . . COUNT: '
                   WS-CT-REQ-READ-CNT
           DISPLAY 'APPROVED / HELD  . . . COUNT: '
           DISPLAY '  BADDATE  . . . COUNT: ' WS-CT-DCL-BADDATE
           DISPLAY '  DUPAUTH  . . . COUNT: ' WS-CT-DCL-DUPAUTH
           DISPLAY '  XFERRED  . . . COUNT: ' WS-CT-DCL-XFERRED
           DISPLAY '  CHGDOFF  . . . COUNT: ' WS-CT-DCL-CHGDOFF
           DISPLAY '  CASHLIM  . . . COUNT: ' WS-CT-DCL-CASHLIM
           DISPLAY '  EXPIRED  . . . COUNT: ' WS-CT-DCL-EXPIRED
           DISPLAY '=============================================='.

      ******************************************************************
