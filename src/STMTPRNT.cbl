      *                                                               *
      * Inputs:  STMTSUMIN   - CARDPROC's STATEMENTS-OUT summaries    *
      *          TRANHISTIN  - CARDPROC's TRANHIST-OUT ledger rows    *
      *          PARMFILE    - optional run parameter cards (the      *
      *                        same keyword/value layout CARDPROC     *
      *                        reads): PROCDATE                       *
      * I-O:     RUNCTL      - job-stream run control file            *
      * Output:  STMTPRINT   - 132-column print image                 *
      *                                                               *
      * The ledger is written in more than one pass (postings, then   *
      *   2026-09-01  Label fraud-confirmation (J) and clearance (E)  *
      *               ledger rows FRD and CLR on the statement        *
      *               detail.                                         *
      *   2026-10-15  Cash advances: the summary record carries the   *
      *               cycle's cash advances and cash finance charges, *
      *               printed on their own cycle total lines; cash    *
      *               advance (G) ledger rows are labeled CSH.        *
      *   2026-10-15  Label hardship plan enrollment (Q) ledger rows  *
      *               PLN on the statement detail.                    *
      *   2026-10-15  Run control: a PARMFILE PROCDATE card names the *
      *               processing date; the run checks in and out on   *
      *               the shared RUNCTL file, and refuses to start    *
      *               until CARDPROC has completed for that date.     *
      *   2026-10-15  Label credit balance refund (1) ledger rows RFD *
      *               on the statement detail.                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESTMT-STATUS.

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
       FD  STMT-SUMMARY-IN
           RECORDING MODE IS F
           RECORD CONTAINS 295 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  STMT-SUMMARY-REC.
           05  SI-CARD-NUM          PIC X(16).
           05  SI-PTS-REDEEMED      PIC X(7).
           05  FILLER               PIC X(1).
           05  SI-PTS-BALANCE       PIC X(10).
      *    Cash advances and the cash finance charge, kept out of the
      *    purchase and finance charge totals above
           05  FILLER               PIC X(1).
           05  SI-CASH-TOTAL        PIC X(10).
           05  FILLER               PIC X(1).
           05  SI-CASH-INT-TOTAL    PIC X(10).

      ******************************************************************
      * Transaction History/Ledger File - Input (CARDPROC's           *
      ******************************************************************
       FD  E-STMT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 295 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  E-STMT-REC               PIC X(295).

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
       01  WS-CARD-MAST-STATUS      PIC X(2).
       01  WS-PRINT-STATUS          PIC X(2).
       01  WS-ESTMT-STATUS          PIC X(2).
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-RUNCTL-STATUS         PIC X(2).

      ******************************************************************
      * End of File Flags                                             *
       01  WS-HIST-EOF              PIC X(1) VALUE 'N'.
           88  HIST-EOF                        VALUE 'Y'.
           88  HIST-NOT-EOF                    VALUE 'N'.
       01  WS-PARM-EOF              PIC X(1) VALUE 'N'.
           88  PARM-EOF                        VALUE 'Y'.
           88  PARM-NOT-EOF                    VALUE 'N'.

      ******************************************************************
      * Run Parameter Work Fields - the processing date is the date   *
      * CARDPROC posted and cut these statements under                *
      ******************************************************************
       01  WS-PARM-VALUE-NUM        PIC S9(9)V9(5).
       01  WS-DATE-CHECK            PIC 9(8).
       01  WS-PROC-DATE             PIC 9(8) VALUE ZERO.

      ******************************************************************
      * Work Variables                                                *
           05  WS-ADDR-BODY         PIC X(35).
           05  FILLER               PIC X(93) VALUE SPACES.

      ******************************************************************
      * Run Control Work Fields                                       *
      ******************************************************************
       01  WS-RUN-PROGRAM           PIC X(8) VALUE 'STMTPRNT'.
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
           PERFORM SORT-TRANSACTION-HISTORY
           PERFORM INIT-FILES
           PERFORM READ-NEXT-SUMMARY
                       ' STATEMENTS HAD NO ADDRESS ON FILE'
           END-IF
           PERFORM CLOSE-FILES
           PERFORM END-RUN-CONTROL
           STOP RUN.

      ******************************************************************
      * Read Run Parameter Cards - PROCDATE names the processing date *
      * the statements were cut under, for a rerun; with no parm file *
      * the run prints as of today.  A bad card stops the run before  *
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
      * Start Run Control - the statements print from the summaries   *
      * and ledger CARDPROC writes, so the run starts only once       *
      * CARDPROC has completed for the same processing date.  The     *
      * check comes before the ledger sort and before anything is     *
      * opened for output, so a refused run leaves every file as the  *
      * last run left it.                                             *
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
           MOVE 'STATEMENTS' TO RCT-COUNT-LABEL(1)
           MOVE WS-STATEMENT-COUNT TO RCT-COUNT-VALUE(1)
           MOVE 'E-STATEMENTS' TO RCT-COUNT-LABEL(2)
           MOVE WS-ESTMT-COUNT TO RCT-COUNT-VALUE(2)
           MOVE 'NO ADDRESS' TO RCT-COUNT-LABEL(3)
           MOVE WS-NO-ADDR-COUNT TO RCT-COUNT-VALUE(3)

           REWRITE RUN-CONTROL-REC
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING RUN-CONTROL: '
                       WS-RUNCTL-STATUS ' - RUN NOT MARKED ENDED'
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE RUN-CONTROL.

      ******************************************************************
      * Process One Statement Summary - route it to paper or to the   *
      * e-statement extract by the cardholder's delivery preference.  *
               WHEN 'W' MOVE 'RDM' TO WS-TYPE-LABEL
               WHEN 'J' MOVE 'FRD' TO WS-TYPE-LABEL
               WHEN 'E' MOVE 'CLR' TO WS-TYPE-LABEL
               WHEN 'G' MOVE 'CSH' TO WS-TYPE-LABEL
               WHEN 'Q' MOVE 'PLN' TO WS-TYPE-LABEL
               WHEN '1' MOVE 'RFD' TO WS-TYPE-LABEL
               WHEN OTHER MOVE '???' TO WS-TYPE-LABEL
           END-EVALUATE

           MOVE 'PURCHASES . . . . : ' TO WS-TOT-LABEL
           MOVE SI-PURCH-TOTAL TO WS-TOT-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE 'CASH ADVANCES . . : ' TO WS-TOT-LABEL
           MOVE SI-CASH-TOTAL TO WS-TOT-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE 'REFUNDS . . . . . : ' TO WS-TOT-LABEL
           MOVE SI-REFUND-TOTAL TO WS-TOT-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE 'FINANCE CHARGES . : ' TO WS-TOT-LABEL
           MOVE SI-INT-TOTAL TO WS-TOT-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE 'CASH FIN CHARGES  : ' TO WS-TOT-LABEL
           MOVE SI-CASH-INT-TOTAL TO WS-TOT-AMOUNT
           PERFORM PRINT-TOTAL-LINE
           MOVE 'LATE POSTINGS . . : ' TO WS-TOT-LABEL
           MOVE SI-LATE-TXN-CNT TO WS-TOT-AMOUNT
           PERFORM PRINT-TOTAL-LINE
