      *                        downstream onto the yearly archive     *
      *          ACCTARCH    - master record images of the accounts   *
      *                        purged this run                        *
      *          AUDITOUT    - master file audit log rows, one per    *
      *                        purged account                         *
      * I-O:     RUNCTL      - job-stream run control file            *
      *                                                               *
      * Modification History:                                         *
      *   2026-09-01  Initial version.                                *
      *   2026-09-01  Skip the account purge when the split proof     *
      *               fails - a run whose outputs are to be thrown    *
      *               away must not delete live master records.       *
      *   2026-10-15  Account master and archive images carry the     *
      *               charge-off date, amount, and recoveries.        *
      *   2026-10-15  Account master and archive images carry the     *
      *               cash advance segment, cash line, and cash APR.  *
      *   2026-10-15  Account master and archive images carry the     *
      *               card expiry date.                               *
      *   2026-10-15  Each purged account writes a PURGE row to the   *
      *               common AUDITOUT master audit log.               *
      *   2026-10-15  Account master and archive images carry the     *
      *               hardship plan terms.                            *
      *   2026-10-15  Run control: checks in and out on the shared    *
      *               RUNCTL file, and refuses to start until         *
      *               STMTPRNT has completed for the processing       *
      *               date.  A split proof failure ends the run       *
      *               marked failed.                                  *
      *   2026-10-15  Account master carries the date the balance     *
      *               went into credit.                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-ARCH-STATUS.

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
      * Dispute Master File - indexed, keyed on card number, date,    *
      ******************************************************************
       FD  ACCT-ARCHIVE-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 445 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  ACCT-ARCHIVE-REC         PIC X(445).

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
       01  WS-ACTIVE-OUT-STATUS     PIC X(2).
       01  WS-ARCH-OUT-STATUS       PIC X(2).
       01  WS-ACCT-ARCH-STATUS      PIC X(2).
       01  WS-AUDIT-OUT-STATUS      PIC X(2).
       01  WS-RUNCTL-STATUS         PIC X(2).

      ******************************************************************
      * End of File Flags                                             *
       01  WS-CT-PURGED-CNT         PIC 9(7) VALUE ZERO.
       01  WS-CT-HELD-DISP-CNT      PIC 9(7) VALUE ZERO.

      ******************************************************************
      * Audit Trail Work Fields - the row being written to the        *
      * master file audit log                                         *
      ******************************************************************
       01  WS-AUD-PROGRAM           PIC X(8) VALUE 'HISTARCH'.
       01  WS-AUD-ROW-TYPE          PIC X(8).
       01  WS-AUD-FIELD-NAME        PIC X(24).
       01  WS-AUD-BEFORE-VALUE      PIC X(30).
       01  WS-AUD-AFTER-VALUE       PIC X(30).
       01  WS-CT-AUDIT-CNT          PIC 9(7) VALUE ZERO.

      ******************************************************************
      * Run Control Work Fields                                       *
      ******************************************************************
       01  WS-RUN-PROGRAM           PIC X(8) VALUE 'HISTARCH'.
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
           PERFORM COMPUTE-RETENTION-CUTOFF
           PERFORM INIT-FILES
           PERFORM SPLIT-LEDGER
           END-IF
           PERFORM WRITE-CONTROL-REPORT
           PERFORM CLOSE-FILES
           PERFORM END-RUN-CONTROL
           STOP RUN.

      ******************************************************************
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * Start Run Control - the split must not take ledger rows       *
      * away before the night's statements have printed from them,    *
      * so the run starts only once STMTPRNT (which itself waits on   *
      * CARDPROC) has completed for the same processing date.  The    *
      * check comes before anything is opened for output, so a        *
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

           MOVE 'STMTPRNT' TO WS-RUN-PREREQ
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
           MOVE 'ROWS IN' TO RCT-COUNT-LABEL(1)
           MOVE WS-CT-ROWS-IN-CNT TO RCT-COUNT-VALUE(1)
           MOVE 'ACTIVE ROWS' TO RCT-COUNT-LABEL(2)
           MOVE WS-CT-ACTIVE-CNT TO RCT-COUNT-VALUE(2)
           MOVE 'ARCHIVED' TO RCT-COUNT-LABEL(3)
           MOVE WS-CT-ARCH-CNT TO RCT-COUNT-VALUE(3)
           MOVE 'ACCTS PURGED' TO RCT-COUNT-LABEL(4)
           MOVE WS-CT-PURGED-CNT TO RCT-COUNT-VALUE(4)

           REWRITE RUN-CONTROL-REC
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING RUN-CONTROL: '
                       WS-RUNCTL-STATUS ' - RUN NOT MARKED ENDED'
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE RUN-CONTROL.

      ******************************************************************
      * Compute The Retention Cutoff Year/Month - the processing      *
      * date's month, stepped back ARCHMONTHS months; rows posted in  *
           OPEN OUTPUT TRANHIST-ACTIVE-OUT
                       TRANHIST-ARCH-OUT
                       ACCT-ARCHIVE-OUT
                       AUDIT-LOG-OUT

           IF WS-ACCT-MAST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT-MASTER: '
               DISPLAY 'ERROR OPENING ACCT-ARCHIVE-OUT: '
                       WS-ACCT-ARCH-STATUS
               STOP RUN
           END-IF

           IF WS-AUDIT-OUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT-LOG-OUT: '
                       WS-AUDIT-OUT-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
                       WS-ACCT-MAST-STATUS
           ELSE
               ADD 1 TO WS-CT-PURGED-CNT
               MOVE 'PURGE' TO WS-AUD-ROW-TYPE
               MOVE 'ACCOUNT-MASTER-REC' TO WS-AUD-FIELD-NAME
               MOVE ACCT-NAME TO WS-AUD-BEFORE-VALUE
               MOVE 'PURGED TO ACCOUNT ARCHIVE' TO WS-AUD-AFTER-VALUE
               PERFORM WRITE-AUDIT-REC
           END-IF.

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
           DISPLAY '  PURGED TO ARCHIVE  . COUNT: ' WS-CT-PURGED-CNT
           DISPLAY '  HELD - OPEN DISPUTE  COUNT: '
                   WS-CT-HELD-DISP-CNT
           DISPLAY 'MASTER AUDIT ROWS WRITTEN  COUNT: '
                   WS-CT-AUDIT-CNT
           DISPLAY '=============================================='.

      ******************************************************************
                 TRANHIST-IN
                 TRANHIST-ACTIVE-OUT
                 TRANHIST-ARCH-OUT
                 ACCT-ARCHIVE-OUT
                 AUDIT-LOG-OUT.
