      *                        date for a rerun                       *
      * Output:  BUREAUOUT   - bureau reporting file, detail records  *
      *                        ('1') and one trailer ('9')            *
      * I-O:     RUNCTL      - job-stream run control file            *
      *                                                               *
      * Modification History:                                         *
      *   2026-09-01  Initial version.                                *
      *   2026-10-15  Charged-off accounts (status W) report condition *
      *               W with payment rating 9, and the balance        *
      *               reported is the written-off amount still owed   *
      *               (charge-off less recoveries), not the zeroed    *
      *               master balance.                                 *
      *   2026-10-15  Account master carries the cash advance         *
      *               segment, cash line, and cash APR.               *
      *   2026-10-15  Account master carries the card expiry date.    *
      *   2026-10-15  Account master carries the hardship plan terms. *
      *   2026-10-15  Detail record carries a special comment code -  *
      *               P while the account is in an active hardship    *
      *               payment plan.                                   *
      *   2026-10-15  Run control: checks in and out on the shared    *
      *               RUNCTL file under the report date, and refuses  *
      *               to start until CARDPROC has completed for that  *
      *               date.                                           *
      *   2026-10-15  Account master carries the date the balance     *
      *               went into credit.                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUREAU-OUT-STATUS.

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
      * Run Parameter File - Input (optional).  Same card layout as   *
           05  BRX-CARD-NUM         PIC X(16).
           05  BRX-NAME             PIC X(20).
      *    Account condition: A active, B blocked, C closed,
      *    T transferred to a successor card number, W charged off
           05  BRX-CONDITION        PIC X(1).
      *    Payment rating: 0 current, 1 30 days, 2 60 days,
      *    3 90+ days past due, 9 charged off
           05  BRX-PAY-RATING       PIC X(1).
           05  BRX-CURR-BAL         PIC -9(7).99.
           05  BRX-CREDIT-LIMIT     PIC 9(7).99.
           05  BRX-MIN-DUE          PIC 9(7).99.
           05  BRX-LAST-PMT-DATE    PIC 9(8).
           05  BRX-LAST-STMT-DATE   PIC 9(8).
      *    Special comment: P while the account is paying under an
      *    active hardship/workout payment plan, space otherwise
           05  BRX-SPECIAL-CMT      PIC X(1).
           05  FILLER               PIC X(5).
       01  BUREAU-TRAILER-REC.
           05  BRT-REC-TYPE         PIC X(1).
           05  BRT-REPORT-DATE      PIC 9(8).
           05  BRT-LIMIT-TOTAL      PIC 9(9).99.
           05  FILLER               PIC X(59).

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
       01  WS-ACCT-MAST-STATUS      PIC X(2).
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-BUREAU-OUT-STATUS     PIC X(2).
       01  WS-RUNCTL-STATUS         PIC X(2).

      ******************************************************************
      * End of File Flags                                             *
       01  WS-DATE-CHECK            PIC 9(8).
       01  WS-REPORT-DATE           PIC 9(8) VALUE ZERO.

      ******************************************************************
      * Bureau Record Work Fields                                     *
      ******************************************************************
       01  WS-STATUS-CHGOFF         PIC X(1) VALUE 'W'.
       01  WS-CMT-PAYMENT-PLAN      PIC X(1) VALUE 'P'.
       01  WS-REPORT-BAL            PIC S9(7)V99.

      ******************************************************************
      * Extract Control Totals                                        *
      ******************************************************************
       01  WS-CT-BLOCKED-CNT        PIC 9(7) VALUE ZERO.
       01  WS-CT-CLOSED-CNT         PIC 9(7) VALUE ZERO.
       01  WS-CT-XFER-CNT           PIC 9(7) VALUE ZERO.
       01  WS-CT-CHGOFF-CNT         PIC 9(7) VALUE ZERO.
       01  WS-CT-DELQ-CNT           PIC 9(7) VALUE ZERO.
       01  WS-CT-PLAN-CNT           PIC 9(7) VALUE ZERO.
       01  WS-CT-BAL-TOTAL          PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-LIMIT-TOTAL        PIC 9(9)V99 VALUE ZERO.

      ******************************************************************
      * Run Control Work Fields                                       *
      ******************************************************************
       01  WS-RUN-PROGRAM           PIC X(8) VALUE 'BUREAUEX'.
       01  WS-RUN-PREREQ            PIC X(8).
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

           PERFORM UNTIL ACCT-EOF
           PERFORM WRITE-BUREAU-TRAILER
           PERFORM WRITE-CONTROL-REPORT
           PERFORM CLOSE-FILES
           PERFORM END-RUN-CONTROL
           STOP RUN.

      ******************************************************************
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * Start Run Control - the extract reports the balances and      *
      * ratings CARDPROC posts, so the run starts only once CARDPROC  *
      * has completed for the report date.  The check comes before    *
      * anything is opened for output, so a refused run leaves the    *
      * last extract as it was.                                       *
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

           MOVE WS-REPORT-DATE TO RCT-PROC-DATE
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
           MOVE WS-REPORT-DATE TO RCT-PROC-DATE
           MOVE WS-RUN-PREREQ TO RCT-PROGRAM
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY 'RUN REFUSED: ' WS-RUN-PREREQ
                           ' HAS NOT RUN FOR ' WS-REPORT-DATE
                   PERFORM REFUSE-RUN
           END-READ

           IF NOT RCT-COMPLETED
               DISPLAY 'RUN REFUSED: ' WS-RUN-PREREQ
                       ' HAS NOT COMPLETED FOR ' WS-REPORT-DATE
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
               MOVE WS-REPORT-DATE TO RCT-PROC-DATE
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

           MOVE WS-REPORT-DATE TO RCT-PROC-DATE
           MOVE WS-RUN-PROGRAM TO RCT-PROGRAM
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY 'ERROR: RUN-CONTROL ROW MISSING FOR '
                           WS-RUN-PROGRAM ' ' WS-REPORT-DATE
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
           MOVE 'ACCTS READ' TO RCT-COUNT-LABEL(1)
           MOVE WS-CT-READ-CNT TO RCT-COUNT-VALUE(1)
           MOVE 'DELINQUENT' TO RCT-COUNT-LABEL(2)
           MOVE WS-CT-DELQ-CNT TO RCT-COUNT-VALUE(2)
           MOVE 'CHARGED OFF' TO RCT-COUNT-LABEL(3)
           MOVE WS-CT-CHGOFF-CNT TO RCT-COUNT-VALUE(3)
           MOVE 'IN PLAN' TO RCT-COUNT-LABEL(4)
           MOVE WS-CT-PLAN-CNT TO RCT-COUNT-VALUE(4)

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

      ******************************************************************
      * Write One Account's Bureau Record - the condition is the      *
      * master's own status byte (active, blocked, closed,            *
      * transferred, or charged off) and the payment rating is the    *
      * delinquency stage digit (9 once charged off), so the bureau   *
      * sees exactly what collections works from; an account in an    *
      * active hardship plan carries the payment-plan special comment *
      ******************************************************************
       WRITE-ONE-BUREAU-RECORD.
           MOVE SPACES TO BUREAU-DETAIL-REC
           MOVE ACCT-STATUS TO BRX-CONDITION

           EVALUATE TRUE
               WHEN ACCT-STATUS = WS-STATUS-CHGOFF
                   MOVE '9' TO BRX-PAY-RATING
               WHEN ACCT-DELQ-30
                   MOVE '1' TO BRX-PAY-RATING
               WHEN ACCT-DELQ-60
                   MOVE '0' TO BRX-PAY-RATING
           END-EVALUATE

      *    A charged-off account's master balance was zeroed by the
      *    write-off - the bureau is owed the debt still outstanding
           IF ACCT-STATUS = WS-STATUS-CHGOFF
               COMPUTE WS-REPORT-BAL =
                   ACCT-CHGOFF-AMT - ACCT-RECOVERY-AMT
           ELSE
               MOVE ACCT-CURR-BAL TO WS-REPORT-BAL
           END-IF
           MOVE WS-REPORT-BAL TO BRX-CURR-BAL
           MOVE ACCT-CREDIT-LIMIT TO BRX-CREDIT-LIMIT
           MOVE ACCT-PRIOR-MIN-DUE TO BRX-MIN-DUE
           MOVE ACCT-LAST-PMT-DATE TO BRX-LAST-PMT-DATE
           MOVE ACCT-LAST-STMT-DATE TO BRX-LAST-STMT-DATE
           IF ACCT-PLAN-ACTIVE
               MOVE WS-CMT-PAYMENT-PLAN TO BRX-SPECIAL-CMT
               ADD 1 TO WS-CT-PLAN-CNT
           END-IF

           WRITE BUREAU-DETAIL-REC
           IF WS-BUREAU-OUT-STATUS NOT = '00'
                   ADD 1 TO WS-CT-CLOSED-CNT
               WHEN 'T'
                   ADD 1 TO WS-CT-XFER-CNT
               WHEN 'W'
                   ADD 1 TO WS-CT-CHGOFF-CNT
           END-EVALUATE
           IF NOT ACCT-DELQ-CURRENT
               ADD 1 TO WS-CT-DELQ-CNT
           END-IF
           ADD WS-REPORT-BAL TO WS-CT-BAL-TOTAL
           ADD ACCT-CREDIT-LIMIT TO WS-CT-LIMIT-TOTAL.

      ******************************************************************
           DISPLAY '  BLOCKED  . . . COUNT: ' WS-CT-BLOCKED-CNT
           DISPLAY '  CLOSED . . . . COUNT: ' WS-CT-CLOSED-CNT
           DISPLAY '  TRANSFERRED  . COUNT: ' WS-CT-XFER-CNT
           DISPLAY '  CHARGED OFF  . COUNT: ' WS-CT-CHGOFF-CNT
           DISPLAY '  PAST DUE . . . COUNT: ' WS-CT-DELQ-CNT
           DISPLAY '  PAYMENT PLAN . COUNT: ' WS-CT-PLAN-CNT
           DISPLAY 'BALANCE TOTAL  . . . . . . . : ' WS-CT-BAL-TOTAL
           DISPLAY 'CREDIT LIMIT TOTAL . . . . . : '
                   WS-CT-LIMIT-TOTAL
