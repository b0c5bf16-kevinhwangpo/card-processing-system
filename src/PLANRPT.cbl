       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANRPT.
       AUTHOR. Card Processing System.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * Purpose: Monthly hardship plan status report for the          *
      *          collections manager.  Walks the account master and   *
      *          lists, section by section, the plans enrolled this   *
      *          month, the active plans being kept (no plan payment  *
      *          missed), the active plans with a payment missed      *
      *          (one more breaks them), and the plans that broke and *
      *          that completed this month - each with its terms,     *
      *          payments kept and missed, and the balance left.  The *
      *          month is the calendar month of the processing date,  *
      *          through that date; run at month end.  Read only.     *
      *                                                               *
      * Inputs:  ACCTMAST    - indexed account master                 *
      *          PARMFILE    - optional run parameter cards (the      *
      *                        same keyword/value layout CARDPROC     *
      *                        reads): PROCDATE                       *
      * Output:  PLANPRINT   - 132-column plan status report          *
      *                                                               *
      * Modification History:                                         *
      *   2026-10-15  Initial version.                                *
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

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PLAN-PRINT-OUT
               ASSIGN TO PLANPRINT
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
      * Plan Status Report - Output                                   *
      ******************************************************************
       FD  PLAN-PRINT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PRINT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * File Status Fields                                            *
      ******************************************************************
       01  WS-ACCT-MAST-STATUS      PIC X(2).
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-PRINT-STATUS          PIC X(2).

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

      ******************************************************************
      * Report Work Fields - the report month runs from its first day *
      * through the processing date; the section being listed picks   *
      * which plans a browse of the master prints                     *
      ******************************************************************
       01  WS-MONTH-START           PIC 9(8).
       01  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START.
           05  WS-MONTH-START-YYYYMM PIC 9(6).
           05  WS-MONTH-START-DD    PIC 9(2).
       01  WS-SECTION-CODE          PIC X(1).
           88  SECTION-ENROLLED               VALUE 'E'.
           88  SECTION-KEPT                   VALUE 'K'.
           88  SECTION-MISSED                 VALUE 'M'.
           88  SECTION-BROKEN                 VALUE 'B'.
           88  SECTION-COMPLETED              VALUE 'C'.
       01  WS-IN-SECTION-FLAG       PIC X(1).
           88  IN-SECTION                     VALUE 'Y'.
           88  NOT-IN-SECTION                 VALUE 'N'.
       01  WS-SECTION-CNT           PIC 9(7).
       01  WS-SECTION-BAL           PIC S9(9)V99.

      ******************************************************************
      * Report Control Totals - one count and balance per section,    *
      * and the broken and completed plans on file from any month     *
      ******************************************************************
       01  WS-CT-ACCT-READ-CNT      PIC 9(7) VALUE ZERO.
       01  WS-CT-ENROLLED-CNT       PIC 9(7) VALUE ZERO.
       01  WS-CT-ENROLLED-BAL       PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-KEPT-CNT           PIC 9(7) VALUE ZERO.
       01  WS-CT-KEPT-BAL           PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-MISSED-CNT         PIC 9(7) VALUE ZERO.
       01  WS-CT-MISSED-BAL         PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-BROKEN-CNT         PIC 9(7) VALUE ZERO.
       01  WS-CT-BROKEN-BAL         PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-COMPLETED-CNT      PIC 9(7) VALUE ZERO.
       01  WS-CT-COMPLETED-BAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-ALL-BROKEN-CNT     PIC 9(7) VALUE ZERO.
       01  WS-CT-ALL-COMPLETED-CNT  PIC 9(7) VALUE ZERO.

      ******************************************************************
      * Plan Status Report Line Layouts                               *
      ******************************************************************
       01  WS-LINE-CNT              PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(3) VALUE 55.
       01  WS-PLAN-HEAD-1.
           05  FILLER               PIC X(40) VALUE
               'PLANRPT HARDSHIP PLAN STATUS REPORT'.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'MONTH FROM: '.
           05  WS-HEAD-MONTH-START  PIC 9(8).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'THROUGH:    '.
           05  WS-HEAD-DATE         PIC 9(8).
           05  FILLER               PIC X(44) VALUE SPACES.
       01  WS-PLAN-HEAD-2.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER               PIC X(22) VALUE 'NAME'.
           05  FILLER               PIC X(3) VALUE 'ST'.
           05  FILLER               PIC X(3) VALUE 'DQ'.
           05  FILLER               PIC X(10) VALUE 'START'.
           05  FILLER               PIC X(5) VALUE 'TERM'.
           05  FILLER               PIC X(5) VALUE 'KEPT'.
           05  FILLER               PIC X(3) VALUE 'MS'.
           05  FILLER               PIC X(12) VALUE '  PLAN PMT'.
           05  FILLER               PIC X(8) VALUE 'PLN APR'.
           05  FILLER               PIC X(8) VALUE 'ORG APR'.
           05  FILLER               PIC X(13) VALUE '    BALANCE'.
           05  FILLER               PIC X(8) VALUE 'END DATE'.
           05  FILLER               PIC X(13) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-SECTION-TITLE     PIC X(50).
           05  FILLER               PIC X(81) VALUE SPACES.
       01  WS-PLAN-DETAIL.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-PLD-CARD-NUM      PIC X(16).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PLD-NAME          PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PLD-STATUS        PIC X(1).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PLD-DELQ          PIC X(1).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PLD-START-DATE    PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PLD-TERM          PIC ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PLD-KEPT          PIC ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PLD-MISSED        PIC 9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PLD-PMT-AMT       PIC Z(6)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PLD-PLAN-APR      PIC Z9.999.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PLD-ORIG-APR      PIC Z9.999.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PLD-BALANCE       PIC -Z(6)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PLD-END-DATE      PIC X(8).
           05  FILLER               PIC X(13) VALUE SPACES.
       01  WS-SECTION-TOTAL-LINE.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE 'SECTION TOTAL'.
           05  WS-STL-COUNT         PIC Z(6)9.
           05  FILLER               PIC X(10) VALUE ' PLANS'.
           05  FILLER               PIC X(17) VALUE 'BALANCE'.
           05  WS-STL-BALANCE       PIC -Z(8)9.99.
           05  FILLER               PIC X(66) VALUE SPACES.
       01  WS-NONE-LINE.
           05  FILLER               PIC X(19) VALUE SPACES.
           05  FILLER               PIC X(113) VALUE
               '*** NONE THIS MONTH ***'.

       PROCEDURE DIVISION.
      ******************************************************************
      * Main Processing Logic - one browse of the master per section, *
      * so each section lists in card number order under its own      *
      * title                                                         *
      ******************************************************************
       MAIN-PARA.
           PERFORM READ-RUN-PARMS
           PERFORM INIT-FILES

           SET SECTION-ENROLLED TO TRUE
           MOVE 'PLANS ENROLLED THIS MONTH' TO WS-SECTION-TITLE
           PERFORM LIST-PLAN-SECTION
           MOVE WS-SECTION-CNT TO WS-CT-ENROLLED-CNT
           MOVE WS-SECTION-BAL TO WS-CT-ENROLLED-BAL

           SET SECTION-KEPT TO TRUE
           MOVE 'ACTIVE PLANS BEING KEPT - NO PAYMENT MISSED'
               TO WS-SECTION-TITLE
           PERFORM LIST-PLAN-SECTION
           MOVE WS-SECTION-CNT TO WS-CT-KEPT-CNT
           MOVE WS-SECTION-BAL TO WS-CT-KEPT-BAL

           SET SECTION-MISSED TO TRUE
           MOVE 'ACTIVE PLANS WITH A PAYMENT MISSED'
               TO WS-SECTION-TITLE
           PERFORM LIST-PLAN-SECTION
           MOVE WS-SECTION-CNT TO WS-CT-MISSED-CNT
           MOVE WS-SECTION-BAL TO WS-CT-MISSED-BAL

           SET SECTION-BROKEN TO TRUE
           MOVE 'PLANS BROKEN THIS MONTH' TO WS-SECTION-TITLE
           PERFORM LIST-PLAN-SECTION
           MOVE WS-SECTION-CNT TO WS-CT-BROKEN-CNT
           MOVE WS-SECTION-BAL TO WS-CT-BROKEN-BAL

           SET SECTION-COMPLETED TO TRUE
           MOVE 'PLANS COMPLETED THIS MONTH' TO WS-SECTION-TITLE
           PERFORM LIST-PLAN-SECTION
           MOVE WS-SECTION-CNT TO WS-CT-COMPLETED-CNT
           MOVE WS-SECTION-BAL TO WS-CT-COMPLETED-BAL

           PERFORM WRITE-CONTROL-REPORT
           PERFORM CLOSE-FILES
           STOP RUN.

      ******************************************************************
      * Read Run Parameter Cards - PROCDATE to date a rerun.  A bad   *
      * card stops the run before anything is written.                *
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

           MOVE WS-PROC-DATE TO WS-MONTH-START
           MOVE 01 TO WS-MONTH-START-DD.

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
      * Initialize Files                                              *
      ******************************************************************
       INIT-FILES.
           OPEN INPUT  ACCOUNT-MASTER
           OPEN OUTPUT PLAN-PRINT-OUT

           IF WS-ACCT-MAST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT-MASTER: '
                       WS-ACCT-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PLAN-PRINT-OUT: '
                       WS-PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * List One Section - the section title, then a browse of the    *
      * whole master from the top listing every plan that belongs in  *
      * the section, then the section's count and balance             *
      ******************************************************************
       LIST-PLAN-SECTION.
           MOVE ZERO TO WS-SECTION-CNT
           MOVE ZERO TO WS-SECTION-BAL

           IF WS-LINE-CNT + 6 > WS-LINES-PER-PAGE
               PERFORM PRINT-PLAN-HEADINGS
           END-IF
           MOVE SPACES TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           MOVE WS-SECTION-LINE TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           ADD 2 TO WS-LINE-CNT

           MOVE LOW-VALUES TO ACCT-CARD-NUM
           SET ACCT-NOT-EOF TO TRUE
           START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-CARD-NUM
               INVALID KEY
                   SET ACCT-EOF TO TRUE
           END-START

           PERFORM UNTIL ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       SET ACCT-EOF TO TRUE
                   NOT AT END
                       PERFORM SELECT-FOR-SECTION
                       IF IN-SECTION
                           PERFORM LIST-PLAN-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SECTION-CNT = ZERO
               MOVE WS-NONE-LINE TO PRINT-REC
               PERFORM WRITE-PRINT-REC
               ADD 1 TO WS-LINE-CNT
           END-IF
           MOVE WS-SECTION-CNT TO WS-STL-COUNT
           MOVE WS-SECTION-BAL TO WS-STL-BALANCE
           MOVE WS-SECTION-TOTAL-LINE TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           ADD 1 TO WS-LINE-CNT.

      ******************************************************************
      * Does This Account Belong In The Section Being Listed -        *
      * enrolled, broken, and completed are this month's events, by   *
      * the plan's start or end date; kept and missed are where every *
      * active plan stands now.  The first pass also counts the       *
      * master and the broken and completed plans on file.            *
      ******************************************************************
       SELECT-FOR-SECTION.
           SET NOT-IN-SECTION TO TRUE

           IF SECTION-ENROLLED
               ADD 1 TO WS-CT-ACCT-READ-CNT
               IF ACCT-PLAN-BROKEN
                   ADD 1 TO WS-CT-ALL-BROKEN-CNT
               END-IF
               IF ACCT-PLAN-COMPLETED
                   ADD 1 TO WS-CT-ALL-COMPLETED-CNT
               END-IF
           END-IF

           IF ACCT-NO-PLAN
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN SECTION-ENROLLED
                   IF ACCT-PLAN-START-DATE NOT < WS-MONTH-START
                      AND ACCT-PLAN-START-DATE NOT > WS-PROC-DATE
                       SET IN-SECTION TO TRUE
                   END-IF
               WHEN SECTION-KEPT
                   IF ACCT-PLAN-ACTIVE
                      AND ACCT-PLAN-MISSED-CNT = ZERO
                       SET IN-SECTION TO TRUE
                   END-IF
               WHEN SECTION-MISSED
                   IF ACCT-PLAN-ACTIVE
                      AND ACCT-PLAN-MISSED-CNT > ZERO
                       SET IN-SECTION TO TRUE
                   END-IF
               WHEN SECTION-BROKEN
                   IF ACCT-PLAN-BROKEN
                      AND ACCT-PLAN-END-DATE NOT < WS-MONTH-START
                      AND ACCT-PLAN-END-DATE NOT > WS-PROC-DATE
                       SET IN-SECTION TO TRUE
                   END-IF
               WHEN SECTION-COMPLETED
                   IF ACCT-PLAN-COMPLETED
                      AND ACCT-PLAN-END-DATE NOT < WS-MONTH-START
                      AND ACCT-PLAN-END-DATE NOT > WS-PROC-DATE
                       SET IN-SECTION TO TRUE
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * List One Plan On The Report                                   *
      ******************************************************************
       LIST-PLAN-LINE.
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM PRINT-PLAN-HEADINGS
           END-IF

           MOVE ACCT-CARD-NUM TO WS-PLD-CARD-NUM
           MOVE ACCT-NAME TO WS-PLD-NAME
           MOVE ACCT-STATUS TO WS-PLD-STATUS
           MOVE ACCT-DELQ-STAGE TO WS-PLD-DELQ
           MOVE ACCT-PLAN-START-DATE TO WS-PLD-START-DATE
           MOVE ACCT-PLAN-TERM TO WS-PLD-TERM
           MOVE ACCT-PLAN-KEPT-CNT TO WS-PLD-KEPT
           MOVE ACCT-PLAN-MISSED-CNT TO WS-PLD-MISSED
           MOVE ACCT-PLAN-PMT-AMT TO WS-PLD-PMT-AMT
           MOVE ACCT-PLAN-APR TO WS-PLD-PLAN-APR
           MOVE ACCT-PLAN-ORIG-APR TO WS-PLD-ORIG-APR
           MOVE ACCT-CURR-BAL TO WS-PLD-BALANCE
           IF ACCT-PLAN-END-DATE = ZERO
               MOVE SPACES TO WS-PLD-END-DATE
           ELSE
               MOVE ACCT-PLAN-END-DATE TO WS-PLD-END-DATE
           END-IF
           MOVE WS-PLAN-DETAIL TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           ADD 1 TO WS-LINE-CNT

           ADD 1 TO WS-SECTION-CNT
           ADD ACCT-CURR-BAL TO WS-SECTION-BAL.

      ******************************************************************
      * Print The Report Headings At Top Of A New Page                *
      ******************************************************************
       PRINT-PLAN-HEADINGS.
           MOVE WS-MONTH-START TO WS-HEAD-MONTH-START
           MOVE WS-PROC-DATE TO WS-HEAD-DATE
           MOVE WS-PLAN-HEAD-1 TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PLAN-PRINT-OUT: '
                       WS-PRINT-STATUS
           END-IF
           MOVE SPACES TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           MOVE WS-PLAN-HEAD-2 TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           MOVE 3 TO WS-LINE-CNT.

      ******************************************************************
      * Write The Print Record, Single Spaced, Checking The File      *
      * Status The Way Every Other Write In The Suite Does            *
      ******************************************************************
       WRITE-PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PLAN-PRINT-OUT: '
                       WS-PRINT-STATUS
           END-IF.

      ******************************************************************
      * Write Plan Status Report Control Totals                       *
      ******************************************************************
       WRITE-CONTROL-REPORT.
           DISPLAY '=============================================='
           DISPLAY 'PLANRPT HARDSHIP PLAN STATUS REPORT TOTALS'
           DISPLAY '=============================================='
           DISPLAY 'REPORT MONTH FROM  . . . . . : ' WS-MONTH-START
           DISPLAY 'THROUGH PROCESSING DATE  . . : ' WS-PROC-DATE
           DISPLAY 'ACCOUNTS READ  . . . . COUNT: '
                   WS-CT-ACCT-READ-CNT
           DISPLAY 'ENROLLED THIS MONTH  . COUNT: '
                   WS-CT-ENROLLED-CNT
                   '  BALANCE: ' WS-CT-ENROLLED-BAL
           DISPLAY 'ACTIVE, KEPT . . . . . COUNT: '
                   WS-CT-KEPT-CNT
                   '  BALANCE: ' WS-CT-KEPT-BAL
           DISPLAY 'ACTIVE, PAYMENT MISSED COUNT: '
                   WS-CT-MISSED-CNT
                   '  BALANCE: ' WS-CT-MISSED-BAL
           DISPLAY 'BROKEN THIS MONTH  . . COUNT: '
                   WS-CT-BROKEN-CNT
                   '  BALANCE: ' WS-CT-BROKEN-BAL
           DISPLAY 'COMPLETED THIS MONTH . COUNT: '
                   WS-CT-COMPLETED-CNT
                   '  BALANCE: ' WS-CT-COMPLETED-BAL
           DISPLAY 'BROKEN, ALL MONTHS . . COUNT: '
                   WS-CT-ALL-BROKEN-CNT
           DISPLAY 'COMPLETED, ALL MONTHS  COUNT: '
                   WS-CT-ALL-COMPLETED-CNT
           DISPLAY '=============================================='.

      ******************************************************************
      * Close All Files                                               *
      ******************************************************************
       CLOSE-FILES.
           CLOSE ACCOUNT-MASTER
                 PLAN-PRINT-OUT.
