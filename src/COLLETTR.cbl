      * Output:  LTRPRINT    - 132-column letter print images         *
      *          AGENCYOUT   - agency placement extract, detail       *
      *                        records ('1') and one trailer ('9')    *
      *          AUDITOUT    - master file audit log rows             *
      * I-O:     RUNCTL      - job-stream run control file            *
      *                                                               *
      * Modification History:                                         *
      *   2026-09-01  Initial version.                                *
      *   2026-09-01  Start the placement clock here when an account  *
      *               reaches the placement branch with no 90+ entry  *
      *               date on file, instead of aging a zero date.     *
      *   2026-10-15  Charged-off (status W) accounts are out of      *
      *               scope - no letters, no placement.               *
      *   2026-10-15  Account master carries the cash advance         *
      *               segment, cash line, and cash APR.               *
      *   2026-10-15  Account master carries the card expiry date.    *
      *   2026-10-15  Letter code changes, agency placement marks,    *
      *               and 90+ entry-date stamps write before/after    *
      *               rows to the common AUDITOUT master audit log.   *
      *   2026-10-15  Account master carries the hardship plan terms. *
      *   2026-10-15  Accounts in an active hardship plan are held    *
      *               out of the series - no letters, no placement -  *
      *               and counted on the run totals.                  *
      *   2026-10-15  Run control: checks in and out on the shared    *
      *               RUNCTL file, and refuses to start until         *
      *               CARDPROC has completed for the processing date. *
      *   2026-10-15  Account master carries the date the balance     *
      *               went into credit.                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AGENCY-OUT-STATUS.

           SELECT AUDIT-LOG-OUT
               ASSIGN TO AUDITOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-OUT-STATUS.

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
           05  AGT-BAL-TOTAL        PIC -9(9).99.
           05  FILLER               PIC X(71).

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
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-PRINT-STATUS          PIC X(2).
       01  WS-AGENCY-OUT-STATUS     PIC X(2).
       01  WS-AUDIT-OUT-STATUS      PIC X(2).
       01  WS-RUNCTL-STATUS         PIC X(2).

      ******************************************************************
      * End of File Flags                                             *
       01  WS-DELQ-90-AGE           PIC S9(5).
       01  WS-STATUS-CLOSED         PIC X(1) VALUE 'C'.
       01  WS-STATUS-XFERRED        PIC X(1) VALUE 'T'.
       01  WS-STATUS-CHGOFF         PIC X(1) VALUE 'W'.

      ******************************************************************
      * Letter Control Totals                                         *
      ******************************************************************
       01  WS-CT-PAST-DUE-CNT       PIC 9(7) VALUE ZERO.
       01  WS-CT-PLAN-HELD-CNT      PIC 9(7) VALUE ZERO.
       01  WS-CT-LTR-CNT            PIC 9(7) VALUE ZERO.
       01  WS-CT-LTR1-CNT           PIC 9(7) VALUE ZERO.
       01  WS-CT-LTR2-CNT           PIC 9(7) VALUE ZERO.
       01  WS-CT-PLACED-BAL         PIC S9(9)V99 VALUE ZERO.
       01  WS-CT-NO-ADDR-CNT        PIC 9(7) VALUE ZERO.

      ******************************************************************
      * Audit Trail Work Fields - the row being written to the        *
      * master file audit log                                         *
      ******************************************************************
       01  WS-AUD-PROGRAM           PIC X(8) VALUE 'COLLETTR'.
       01  WS-AUD-ROW-TYPE          PIC X(8).
       01  WS-AUD-FIELD-NAME        PIC X(24).
       01  WS-AUD-BEFORE-VALUE      PIC X(30).
       01  WS-AUD-AFTER-VALUE       PIC X(30).
       01  WS-CT-AUDIT-CNT          PIC 9(7) VALUE ZERO.

      ******************************************************************
      * Letter Print Line Layouts                                     *
      ******************************************************************
           05  WS-AMT-VALUE         PIC -9(7).99.
           05  FILLER               PIC X(95) VALUE SPACES.

      ******************************************************************
      * Run Control Work Fields                                       *
      ******************************************************************
       01  WS-RUN-PROGRAM           PIC X(8) VALUE 'COLLETTR'.
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
           PERFORM WRITE-AGENCY-TRAILER
           PERFORM WRITE-CONTROL-REPORT
           PERFORM CLOSE-FILES
           PERFORM END-RUN-CONTROL
           STOP RUN.

      ******************************************************************
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * Start Run Control - letters work from the balances and        *
      * delinquency stages CARDPROC posts, so the run starts only     *
      * once CARDPROC has completed for the same processing date.     *
      * The check comes before anything is opened for output, so a    *
      * refused run leaves every file as the last run left it.        *
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
           MOVE 'PAST DUE' TO RCT-COUNT-LABEL(1)
           MOVE WS-CT-PAST-DUE-CNT TO RCT-COUNT-VALUE(1)
           MOVE 'LETTERS' TO RCT-COUNT-LABEL(2)
           MOVE WS-CT-LTR-CNT TO RCT-COUNT-VALUE(2)
           MOVE 'PLACED' TO RCT-COUNT-LABEL(3)
           MOVE WS-CT-PLACED-CNT TO RCT-COUNT-VALUE(3)
           MOVE 'PLAN HELD' TO RCT-COUNT-LABEL(4)
           MOVE WS-CT-PLAN-HELD-CNT TO RCT-COUNT-VALUE(4)

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
           OPEN INPUT  CARDHOLDER-MASTER
           OPEN OUTPUT LETTER-PRINT-OUT
                       AGENCY-OUT
                       AUDIT-LOG-OUT

           IF WS-ACCT-MAST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT-MASTER: '
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

      ******************************************************************
      * Work One Account - only open past-due accounts are in scope;  *
      * closed, transferred, and charged-off records, current         *
      * accounts, and accounts already placed with the agency pass    *
      * through untouched.  A past-due account in an active hardship  *
      * plan is held where its series stands until the plan breaks   *
      * (the series resumes) or completes (the cure resets it).       *
      ******************************************************************
       WORK-ONE-ACCOUNT.
           IF ACCT-DELQ-CURRENT
              OR ACCT-STATUS = WS-STATUS-CLOSED
              OR ACCT-STATUS = WS-STATUS-XFERRED
              OR ACCT-STATUS = WS-STATUS-CHGOFF
              OR ACCT-AGENCY-PLACED
               EXIT PARAGRAPH
           END-IF

           IF ACCT-PLAN-ACTIVE
               ADD 1 TO WS-CT-PLAN-HELD-CNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CT-PAST-DUE-CNT

      *    The series position: spaces/zero reads as no letter yet
                   IF WS-ACCT-MAST-STATUS NOT = '00'
                       DISPLAY 'ERROR REWRITING ACCOUNT-MASTER: '
                               WS-ACCT-MAST-STATUS
                   ELSE
                       MOVE 'DELQ' TO WS-AUD-ROW-TYPE
                       MOVE 'ACCT-DELQ-90-DATE' TO WS-AUD-FIELD-NAME
                       MOVE ZERO TO WS-AUD-BEFORE-VALUE
                       MOVE ACCT-DELQ-90-DATE TO WS-AUD-AFTER-VALUE
                       PERFORM WRITE-AUDIT-REC
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           PERFORM FIND-CARDHOLDER
           PERFORM PRINT-ONE-LETTER

           MOVE ACCT-LAST-LTR-CD TO WS-AUD-BEFORE-VALUE
           MOVE WS-SEND-LTR-NUM TO ACCT-LAST-LTR-CD
           MOVE WS-PROC-DATE TO ACCT-LAST-LTR-DATE
           REWRITE ACCOUNT-MASTER-REC
           IF WS-ACCT-MAST-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCOUNT-MASTER: '
                       WS-ACCT-MAST-STATUS
           ELSE
               MOVE 'LETTER' TO WS-AUD-ROW-TYPE
               MOVE 'ACCT-LAST-LTR-CD' TO WS-AUD-FIELD-NAME
               MOVE ACCT-LAST-LTR-CD TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           ADD 1 TO WS-CT-LTR-CNT
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-LAST-LTR-CD TO WS-AUD-BEFORE-VALUE
           MOVE '5' TO ACCT-LAST-LTR-CD
           MOVE WS-PROC-DATE TO ACCT-LAST-LTR-DATE
           REWRITE ACCOUNT-MASTER-REC
           IF WS-ACCT-MAST-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCOUNT-MASTER: '
                       WS-ACCT-MAST-STATUS
           ELSE
               MOVE 'AGENCY' TO WS-AUD-ROW-TYPE
               MOVE 'ACCT-LAST-LTR-CD' TO WS-AUD-FIELD-NAME
               MOVE ACCT-LAST-LTR-CD TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF

           ADD 1 TO WS-CT-PLACED-CNT
           ADD ACCT-CURR-BAL TO WS-CT-PLACED-BAL.

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
      * Write The Agency Extract's Balancing Trailer                  *
      ******************************************************************
           DISPLAY 'AGENCY PLACEMENT DAYS  . . . : ' WS-AGENCY-DAYS
           DISPLAY 'PAST-DUE ACCOUNTS IN SCOPE . : '
                   WS-CT-PAST-DUE-CNT
           DISPLAY 'HELD IN HARDSHIP PLAN  . . . : '
                   WS-CT-PLAN-HELD-CNT
           DISPLAY 'LETTERS PRINTED  . . . COUNT: ' WS-CT-LTR-CNT
           DISPLAY '  LETTER 1 REMINDER  . COUNT: ' WS-CT-LTR1-CNT
           DISPLAY '  LETTER 2 URGENT  . . COUNT: ' WS-CT-LTR2-CNT
                   WS-CT-NO-ADDR-CNT
           DISPLAY 'PLACED WITH AGENCY . . COUNT: ' WS-CT-PLACED-CNT
                   '  BALANCE: ' WS-CT-PLACED-BAL
           DISPLAY 'MASTER AUDIT ROWS WRITTEN  COUNT: '
                   WS-CT-AUDIT-CNT
           DISPLAY '=============================================='.

      ******************************************************************
           CLOSE ACCOUNT-MASTER
                 CARDHOLDER-MASTER
                 LETTER-PRINT-OUT
                 AGENCY-OUT
                 AUDIT-LOG-OUT.
