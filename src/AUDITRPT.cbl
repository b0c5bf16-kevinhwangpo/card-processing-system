       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITRPT.
       AUTHOR. Card Processing System.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * Purpose: Daily master file audit report.  Every program that  *
      *          changes the account or cardholder master writes one  *
      *          before/after row per field changed to its AUDITOUT   *
      *          log; the day's logs are concatenated into AUDITIN    *
      *          and listed here three ways:                          *
      *            - by card, so one cardholder's changes read        *
      *              together in the order they were made;            *
      *            - by change type (maintenance transaction type or  *
      *              automatic process), with a count per type;       *
      *            - the changes flagged for second review: a credit  *
      *              or cash line moved by LIMCHGAMT dollars or more, *
      *              or by LIMCHGPCT percent or more of the old line, *
      *              or a purchase, cash, or hardship plan APR (or    *
      *              the rate held to restore when the plan ends)     *
      *              moved by APRCHGPTS points or more.  Opening      *
      *              terms on a new account and the terms copied      *
      *              onto a replacement card are not changes and are  *
      *              never flagged.                                   *
      *          Flagged rows are also marked on the by-card and      *
      *          by-type listings.                                    *
      *                                                               *
      * Inputs:  AUDITIN     - the day's master file audit log rows   *
      *          PARMFILE    - optional run parameter cards (the      *
      *                        same keyword/value layout CARDPROC     *
      *                        reads): PROCDATE, LIMCHGAMT,           *
      *                        LIMCHGPCT, APRCHGPTS                   *
      * Output:  AUDITRPT    - 132-column audit report                *
      *                                                               *
      * Modification History:                                         *
      *   2026-10-15  Initial version.                                *
      *   2026-10-15  Hardship plan APR and the rate held to restore  *
      *               when the plan ends are screened against         *
      *               APRCHGPTS like the purchase and cash APRs.      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-IN
               ASSIGN TO AUDITIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-STATUS.

           SELECT AUDIT-BY-CARD
               ASSIGN TO AUDBYCARD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BY-CARD-STATUS.

           SELECT AUDIT-BY-TYPE
               ASSIGN TO AUDBYTYPE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BY-TYPE-STATUS.

           SELECT AUD-SORT-WORK
               ASSIGN TO AUDSORTW.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AUDIT-PRINT-OUT
               ASSIGN TO AUDITRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Master File Audit Log - Input.  Layout must stay in step with *
      * CARDPROC's AUDIT-LOG-OUT FD.                                  *
      ******************************************************************
       FD  AUDIT-LOG-IN
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-REC-IN             PIC X(130).

      ******************************************************************
      * Audit Log Sorted By Card - card, then the order the changes   *
      * were made                                                     *
      ******************************************************************
       FD  AUDIT-BY-CARD
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-BY-CARD-REC        PIC X(130).

      ******************************************************************
      * Audit Log Sorted By Change Type - type, then card             *
      ******************************************************************
       FD  AUDIT-BY-TYPE
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-BY-TYPE-REC        PIC X(130).

      ******************************************************************
      * Sort Work File - equal keys keep their logged order, so one   *
      * card's changes list in the order they were made               *
      ******************************************************************
       SD  AUD-SORT-WORK.
       01  AUD-SORT-REC.
           05  AUW-CARD-NUM         PIC X(16).
           05  FILLER               PIC X(1).
           05  AUW-PROGRAM          PIC X(8).
           05  FILLER               PIC X(1).
           05  AUW-CHANGE-TYPE      PIC X(8).
           05  FILLER               PIC X(96).

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
      * Audit Report - Output                                         *
      ******************************************************************
       FD  AUDIT-PRINT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PRINT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * File Status Fields                                            *
      ******************************************************************
       01  WS-AUDIT-IN-STATUS       PIC X(2).
       01  WS-BY-CARD-STATUS        PIC X(2).
       01  WS-BY-TYPE-STATUS        PIC X(2).
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-PRINT-STATUS          PIC X(2).

      ******************************************************************
      * End of File Flags                                             *
      ******************************************************************
       01  WS-AUDIT-EOF             PIC X(1) VALUE 'N'.
           88  AUDIT-EOF                       VALUE 'Y'.
           88  AUDIT-NOT-EOF                   VALUE 'N'.
       01  WS-PARM-EOF              PIC X(1) VALUE 'N'.
           88  PARM-EOF                       VALUE 'Y'.
           88  PARM-NOT-EOF                   VALUE 'N'.

      ******************************************************************
      * Audit Row Work Area - each sorted row is moved here to be     *
      * judged and printed                                            *
      ******************************************************************
       01  WS-AUDIT-ROW.
           05  WS-AUD-CARD-NUM      PIC X(16).
           05  FILLER               PIC X(1).
           05  WS-AUD-PROGRAM       PIC X(8).
           05  FILLER               PIC X(1).
           05  WS-AUD-CHANGE-TYPE   PIC X(8).
               88  WS-AUD-NEW-RECORD        VALUE 'O' 'T'.
           05  FILLER               PIC X(1).
           05  WS-AUD-PROC-DATE     PIC 9(8).
           05  FILLER               PIC X(1).
           05  WS-AUD-FIELD-NAME    PIC X(24).
               88  WS-AUD-LIMIT-FIELD       VALUE 'ACCT-CREDIT-LIMIT'
                                                  'ACCT-CASH-LIMIT'.
               88  WS-AUD-APR-FIELD         VALUE 'ACCT-APR'
                                                  'ACCT-CASH-APR'
                                                  'ACCT-PLAN-APR'
                                                  'ACCT-PLAN-ORIG-APR'.
           05  FILLER               PIC X(1).
           05  WS-AUD-BEFORE-VALUE  PIC X(30).
           05  FILLER               PIC X(1).
           05  WS-AUD-AFTER-VALUE   PIC X(30).

      ******************************************************************
      * Run Parameter Work Fields                                     *
      ******************************************************************
       01  WS-PARM-VALUE-NUM        PIC S9(9)V9(5).
       01  WS-DATE-CHECK            PIC 9(8).
       01  WS-PROC-DATE             PIC 9(8) VALUE ZERO.
       01  WS-LIMIT-CHG-AMT         PIC 9(7)V99 VALUE 5000.00.
       01  WS-LIMIT-CHG-PCT         PIC 9(3) VALUE 50.
       01  WS-APR-CHG-PTS           PIC 9(2)V999 VALUE 5.000.

      ******************************************************************
      * Review Decision Work Fields                                   *
      ******************************************************************
       01  WS-REVIEW-FLAG           PIC X(1) VALUE 'N'.
           88  ROW-NEEDS-REVIEW               VALUE 'Y'.
           88  ROW-NO-REVIEW                  VALUE 'N'.
       01  WS-BEFORE-NUM            PIC S9(9)V999.
       01  WS-AFTER-NUM             PIC S9(9)V999.
       01  WS-CHANGE-NUM            PIC S9(9)V999.
       01  WS-CHANGE-PCT            PIC S9(7)V99.
       01  WS-PREV-CARD-NUM         PIC X(16).
       01  WS-PREV-CHANGE-TYPE      PIC X(8).
       01  WS-TYPE-ROW-CNT          PIC 9(7).

      ******************************************************************
      * Report Control Totals                                         *
      ******************************************************************
       01  WS-CT-ROWS-CNT           PIC 9(7) VALUE ZERO.
       01  WS-CT-CARDS-CNT          PIC 9(7) VALUE ZERO.
       01  WS-CT-TYPES-CNT          PIC 9(7) VALUE ZERO.
       01  WS-CT-REVIEW-CNT         PIC 9(7) VALUE ZERO.
       01  WS-CT-REVIEW-LIMIT-CNT   PIC 9(7) VALUE ZERO.
       01  WS-CT-REVIEW-APR-CNT     PIC 9(7) VALUE ZERO.

      ******************************************************************
      * Report Line Layouts                                           *
      ******************************************************************
       01  WS-PAGE-NUM              PIC 9(5) VALUE ZERO.
       01  WS-LINE-CNT              PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(3) VALUE 55.
       01  WS-RPT-HEAD-1.
           05  FILLER               PIC X(38) VALUE
               'AUDITRPT MASTER FILE AUDIT REPORT'.
           05  FILLER               PIC X(12) VALUE 'RUN DATE:   '.
           05  WS-HEAD-DATE         PIC 9(8).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-HEAD-SECTION      PIC X(40).
           05  FILLER               PIC X(19) VALUE SPACES.
           05  FILLER               PIC X(5) VALUE 'PAGE '.
           05  WS-HEAD-PAGE         PIC ZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
       01  WS-RPT-HEAD-2.
           05  FILLER               PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER               PIC X(10) VALUE 'PROGRAM'.
           05  FILLER               PIC X(10) VALUE 'CHG TYPE'.
           05  FILLER               PIC X(10) VALUE 'PROC DATE'.
           05  FILLER               PIC X(20) VALUE 'FIELD CHANGED'.
           05  FILLER               PIC X(27) VALUE 'BEFORE'.
           05  FILLER               PIC X(27) VALUE 'AFTER'.
           05  FILLER               PIC X(10) VALUE SPACES.
      *    Values wider than the column print truncated; every value
      *    the suite logs today fits
       01  WS-RPT-DETAIL.
           05  WS-RPD-CARD-NUM      PIC X(16).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RPD-PROGRAM       PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RPD-CHANGE-TYPE   PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RPD-PROC-DATE     PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RPD-FIELD-NAME    PIC X(18).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RPD-BEFORE-VALUE  PIC X(25).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RPD-AFTER-VALUE   PIC X(25).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RPD-REVIEW        PIC X(9).
           05  FILLER               PIC X(1) VALUE SPACES.
       01  WS-RPT-TYPE-TOTAL.
           05  FILLER               PIC X(28) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'CHANGE TYPE '.
           05  WS-RPT-TOT-TYPE      PIC X(8).
           05  FILLER               PIC X(10) VALUE '  ROWS:   '.
           05  WS-RPT-TOT-CNT       PIC ZZZZZZ9.
           05  FILLER               PIC X(67) VALUE SPACES.
       01  WS-RPT-TEXT-LINE.
           05  WS-RPT-TEXT          PIC X(132).

       PROCEDURE DIVISION.
      ******************************************************************
      * Main Processing Logic                                         *
      ******************************************************************
       MAIN-PARA.
           PERFORM READ-RUN-PARMS
           PERFORM SORT-AUDIT-LOG
           PERFORM INIT-FILES

           PERFORM LIST-BY-CARD
           PERFORM LIST-BY-TYPE
           PERFORM LIST-FOR-REVIEW

           PERFORM WRITE-CONTROL-REPORT
           PERFORM CLOSE-FILES
           STOP RUN.

      ******************************************************************
      * Read Run Parameter Cards - PROCDATE dates the report for a    *
      * rerun; LIMCHGAMT, LIMCHGPCT, and APRCHGPTS set the second-    *
      * review thresholds.  A bad card stops the run before anything  *
      * is written.                                                   *
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

               WHEN 'LIMCHGAMT'
                   IF WS-PARM-VALUE-NUM < 1
                      OR WS-PARM-VALUE-NUM > 9999999.99
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-LIMIT-CHG-AMT

               WHEN 'LIMCHGPCT'
                   IF WS-PARM-VALUE-NUM < 1
                      OR WS-PARM-VALUE-NUM > 999
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-LIMIT-CHG-PCT

               WHEN 'APRCHGPTS'
                   IF WS-PARM-VALUE-NUM < 0.001
                      OR WS-PARM-VALUE-NUM > 99.999
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-APR-CHG-PTS

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
      * Sort The Day's Audit Log Both Ways - the programs each write  *
      * their own log and the day's logs arrive concatenated, so      *
      * neither order exists until sorted                             *
      ******************************************************************
       SORT-AUDIT-LOG.
           SORT AUD-SORT-WORK
               ON ASCENDING KEY AUW-CARD-NUM
               WITH DUPLICATES IN ORDER
               USING AUDIT-LOG-IN
               GIVING AUDIT-BY-CARD

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'ERROR SORTING AUDIT LOG BY CARD, SORT RETURN: '
                       SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT AUD-SORT-WORK
               ON ASCENDING KEY AUW-CHANGE-TYPE
               ON ASCENDING KEY AUW-CARD-NUM
               WITH DUPLICATES IN ORDER
               USING AUDIT-LOG-IN
               GIVING AUDIT-BY-TYPE

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'ERROR SORTING AUDIT LOG BY TYPE, SORT RETURN: '
                       SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Initialize Files                                              *
      ******************************************************************
       INIT-FILES.
           OPEN OUTPUT AUDIT-PRINT-OUT

           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT-PRINT-OUT: '
                       WS-PRINT-STATUS
               STOP RUN
           END-IF

           MOVE WS-PROC-DATE TO WS-HEAD-DATE.

      ******************************************************************
      * List The Changes By Card - a blank line between cards         *
      ******************************************************************
       LIST-BY-CARD.
           MOVE 'CHANGES BY CARD' TO WS-HEAD-SECTION
           MOVE 99 TO WS-LINE-CNT
           MOVE SPACES TO WS-PREV-CARD-NUM
           PERFORM OPEN-BY-CARD

           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-BY-CARD INTO WS-AUDIT-ROW
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CT-ROWS-CNT
                       IF WS-AUD-CARD-NUM NOT = WS-PREV-CARD-NUM
                           ADD 1 TO WS-CT-CARDS-CNT
                           IF WS-PREV-CARD-NUM NOT = SPACES
                               PERFORM PRINT-BLANK-LINE
                           END-IF
                           MOVE WS-AUD-CARD-NUM TO WS-PREV-CARD-NUM
                       END-IF
                       PERFORM JUDGE-FOR-REVIEW
                       IF ROW-NEEDS-REVIEW
                           ADD 1 TO WS-CT-REVIEW-CNT
                           IF WS-AUD-LIMIT-FIELD
                               ADD 1 TO WS-CT-REVIEW-LIMIT-CNT
                           ELSE
                               ADD 1 TO WS-CT-REVIEW-APR-CNT
                           END-IF
                       END-IF
                       PERFORM PRINT-DETAIL-LINE
               END-READ
           END-PERFORM

           IF WS-CT-ROWS-CNT = ZERO
               PERFORM PRINT-HEADINGS
               MOVE 'NO MASTER FILE CHANGES LOGGED' TO WS-RPT-TEXT
               MOVE WS-RPT-TEXT-LINE TO PRINT-REC
               PERFORM WRITE-PRINT-REC
           END-IF

           CLOSE AUDIT-BY-CARD.

      ******************************************************************
      * List The Changes By Change Type - a row count at the foot of  *
      * each type                                                     *
      ******************************************************************
       LIST-BY-TYPE.
           MOVE 'CHANGES BY CHANGE TYPE' TO WS-HEAD-SECTION
           MOVE 99 TO WS-LINE-CNT
           MOVE SPACES TO WS-PREV-CHANGE-TYPE
           MOVE ZERO TO WS-TYPE-ROW-CNT
           SET AUDIT-NOT-EOF TO TRUE

           OPEN INPUT AUDIT-BY-TYPE
           IF WS-BY-TYPE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT-BY-TYPE: '
                       WS-BY-TYPE-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-BY-TYPE INTO WS-AUDIT-ROW
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       IF WS-AUD-CHANGE-TYPE NOT = WS-PREV-CHANGE-TYPE
                           IF WS-TYPE-ROW-CNT > ZERO
                               PERFORM PRINT-TYPE-TOTAL
                           END-IF
                           ADD 1 TO WS-CT-TYPES-CNT
                           MOVE WS-AUD-CHANGE-TYPE
                               TO WS-PREV-CHANGE-TYPE
                       END-IF
                       ADD 1 TO WS-TYPE-ROW-CNT
                       PERFORM JUDGE-FOR-REVIEW
                       PERFORM PRINT-DETAIL-LINE
               END-READ
           END-PERFORM

           IF WS-TYPE-ROW-CNT > ZERO
               PERFORM PRINT-TYPE-TOTAL
           END-IF

           CLOSE AUDIT-BY-TYPE.

      ******************************************************************
      * List The Changes Flagged For Second Review - a second pass of *
      * the by-card file, printing only the flagged rows              *
      ******************************************************************
       LIST-FOR-REVIEW.
           MOVE 'CHANGES FLAGGED FOR SECOND REVIEW' TO WS-HEAD-SECTION
           PERFORM PRINT-HEADINGS
           PERFORM OPEN-BY-CARD

           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-BY-CARD INTO WS-AUDIT-ROW
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM JUDGE-FOR-REVIEW
                       IF ROW-NEEDS-REVIEW
                           PERFORM PRINT-DETAIL-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CT-REVIEW-CNT = ZERO
               MOVE 'NO CHANGES MET THE REVIEW THRESHOLDS'
                   TO WS-RPT-TEXT
               MOVE WS-RPT-TEXT-LINE TO PRINT-REC
               PERFORM WRITE-PRINT-REC
           END-IF

           CLOSE AUDIT-BY-CARD.

      ******************************************************************
      * Open The By-Card Sorted Log For A Pass                        *
      ******************************************************************
       OPEN-BY-CARD.
           SET AUDIT-NOT-EOF TO TRUE
           OPEN INPUT AUDIT-BY-CARD
           IF WS-BY-CARD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AUDIT-BY-CARD: '
                       WS-BY-CARD-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      * Judge One Row For Second Review - only line and APR changes   *
      * qualify, and never the opening terms of a new record.  A line *
      * is flagged on the dollar move or on the move as a percent of  *
      * the old line (a line raised from zero is judged on dollars    *
      * only); an APR on the points moved.  Either direction counts.  *
      ******************************************************************
       JUDGE-FOR-REVIEW.
           SET ROW-NO-REVIEW TO TRUE

           IF WS-AUD-NEW-RECORD
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-AUD-LIMIT-FIELD AND NOT WS-AUD-APR-FIELD
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-AUD-BEFORE-VALUE) NOT = ZERO
              OR FUNCTION TEST-NUMVAL(WS-AUD-AFTER-VALUE) NOT = ZERO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-BEFORE-NUM = FUNCTION NUMVAL(WS-AUD-BEFORE-VALUE)
           COMPUTE WS-AFTER-NUM = FUNCTION NUMVAL(WS-AUD-AFTER-VALUE)
           COMPUTE WS-CHANGE-NUM = WS-AFTER-NUM - WS-BEFORE-NUM
           IF WS-CHANGE-NUM < ZERO
               COMPUTE WS-CHANGE-NUM = ZERO - WS-CHANGE-NUM
           END-IF

           IF WS-AUD-APR-FIELD
               IF WS-CHANGE-NUM NOT < WS-APR-CHG-PTS
                   SET ROW-NEEDS-REVIEW TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-CHANGE-NUM NOT < WS-LIMIT-CHG-AMT
               SET ROW-NEEDS-REVIEW TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-BEFORE-NUM > ZERO
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-CHANGE-NUM * 100 / WS-BEFORE-NUM
               IF WS-CHANGE-PCT NOT < WS-LIMIT-CHG-PCT
                   SET ROW-NEEDS-REVIEW TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * Print One Audit Row                                           *
      ******************************************************************
       PRINT-DETAIL-LINE.
           IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
               PERFORM PRINT-HEADINGS
           END-IF

           MOVE WS-AUD-CARD-NUM TO WS-RPD-CARD-NUM
           MOVE WS-AUD-PROGRAM TO WS-RPD-PROGRAM
           MOVE WS-AUD-CHANGE-TYPE TO WS-RPD-CHANGE-TYPE
           MOVE WS-AUD-PROC-DATE TO WS-RPD-PROC-DATE
           MOVE WS-AUD-FIELD-NAME TO WS-RPD-FIELD-NAME
           MOVE WS-AUD-BEFORE-VALUE TO WS-RPD-BEFORE-VALUE
           MOVE WS-AUD-AFTER-VALUE TO WS-RPD-AFTER-VALUE
           IF ROW-NEEDS-REVIEW
               MOVE '** REVIEW' TO WS-RPD-REVIEW
           ELSE
               MOVE SPACES TO WS-RPD-REVIEW
           END-IF
           MOVE WS-RPT-DETAIL TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           ADD 1 TO WS-LINE-CNT.

      ******************************************************************
      * Print The Row Count For The Change Type Just Listed           *
      ******************************************************************
       PRINT-TYPE-TOTAL.
           MOVE WS-PREV-CHANGE-TYPE TO WS-RPT-TOT-TYPE
           MOVE WS-TYPE-ROW-CNT TO WS-RPT-TOT-CNT
           MOVE WS-RPT-TYPE-TOTAL TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           PERFORM PRINT-BLANK-LINE
           ADD 1 TO WS-LINE-CNT
           MOVE ZERO TO WS-TYPE-ROW-CNT.

      ******************************************************************
      * Print A Blank Separator Line                                  *
      ******************************************************************
       PRINT-BLANK-LINE.
           MOVE SPACES TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           ADD 1 TO WS-LINE-CNT.

      ******************************************************************
      * Print The Report Headings At Top Of A New Page                *
      ******************************************************************
       PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-HEAD-PAGE
           MOVE WS-RPT-HEAD-1 TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUDIT-PRINT-OUT: '
                       WS-PRINT-STATUS
           END-IF
           MOVE SPACES TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           MOVE WS-RPT-HEAD-2 TO PRINT-REC
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
               DISPLAY 'ERROR WRITING AUDIT-PRINT-OUT: '
                       WS-PRINT-STATUS
           END-IF.

      ******************************************************************
      * Write Audit Report Control Totals                             *
      ******************************************************************
       WRITE-CONTROL-REPORT.
           DISPLAY '=============================================='
           DISPLAY 'AUDITRPT MASTER FILE AUDIT REPORT TOTALS'
           DISPLAY '=============================================='
           DISPLAY 'PROCESSING DATE  . . . . . . : ' WS-PROC-DATE
           DISPLAY 'LIMIT REVIEW AMOUNT  . . . . : ' WS-LIMIT-CHG-AMT
           DISPLAY 'LIMIT REVIEW PERCENT . . . . : ' WS-LIMIT-CHG-PCT
           DISPLAY 'APR REVIEW POINTS  . . . . . : ' WS-APR-CHG-PTS
           DISPLAY 'AUDIT ROWS LISTED  . . COUNT: ' WS-CT-ROWS-CNT
           DISPLAY 'CARDS CHANGED  . . . . COUNT: ' WS-CT-CARDS-CNT
           DISPLAY 'CHANGE TYPES . . . . . COUNT: ' WS-CT-TYPES-CNT
           DISPLAY 'FLAGGED FOR REVIEW . . COUNT: ' WS-CT-REVIEW-CNT
           DISPLAY '  LINE CHANGES . . . . COUNT: '
                   WS-CT-REVIEW-LIMIT-CNT
           DISPLAY '  APR CHANGES  . . . . COUNT: '
                   WS-CT-REVIEW-APR-CNT
           DISPLAY '=============================================='.

      ******************************************************************
      * Close All Files                                               *
      ******************************************************************
       CLOSE-FILES.
           CLOSE AUDIT-PRINT-OUT.
