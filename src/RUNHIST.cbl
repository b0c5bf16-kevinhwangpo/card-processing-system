       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNHIST.
       AUTHOR. Card Processing System.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      * Purpose: Morning job-stream run history for operations.       *
      *          Reads the shared run control file and lists, for     *
      *          each processing date in the window, every step of    *
      *          the job stream in running order - the step it waits  *
      *          on, whether it completed, failed, started and never  *
      *          ended (abended or still running), or is outstanding  *
      *          (no run on file), with its run count, start and end  *
      *          times, return code, and the key counts the step      *
      *          recorded.  Month-end steps are outstanding only on   *
      *          the last day of a month.  Read only.                 *
      *                                                               *
      * Inputs:  RUNCTL      - indexed run control file, one row per  *
      *                        step per processing date               *
      *          PARMFILE    - optional run parameter cards (the      *
      *                        same keyword/value layout CARDPROC     *
      *                        reads): PROCDATE (the last date        *
      *                        listed, default today), HISTDAYS       *
      *                        (dates listed, default 7)              *
      * Output:  RUNHPRINT   - 132-column run history report          *
      *                                                               *
      * Return code 8 when any step in the window failed or never     *
      * ended, so the scheduler holds the morning's work for it.      *
      *                                                               *
      * Modification History:                                         *
      *   2026-10-15  Initial version.                                *
      *   2026-10-15  CRREFUND credit balance refund step added to    *
      *               the job stream table.                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL PARM-FILE
               ASSIGN TO PARMFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HIST-PRINT-OUT
               ASSIGN TO RUNHPRINT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      * Run History Report - Output                                   *
      ******************************************************************
       FD  HIST-PRINT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PRINT-REC                PIC X(132).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * File Status Fields                                            *
      ******************************************************************
       01  WS-RUNCTL-STATUS         PIC X(2).
       01  WS-PARM-STATUS           PIC X(2).
       01  WS-PRINT-STATUS          PIC X(2).

      ******************************************************************
      * End of File Flags                                             *
      ******************************************************************
       01  WS-PARM-EOF              PIC X(1) VALUE 'N'.
           88  PARM-EOF                       VALUE 'Y'.
           88  PARM-NOT-EOF                   VALUE 'N'.

      ******************************************************************
      * Run Parameter Work Fields                                     *
      ******************************************************************
       01  WS-PARM-VALUE-NUM        PIC S9(9)V9(5).
       01  WS-DATE-CHECK            PIC 9(8).
       01  WS-PROC-DATE             PIC 9(8) VALUE ZERO.
       01  WS-HIST-DAYS             PIC 9(2) VALUE 7.

      ******************************************************************
      * Job Stream Step Table - every step that checks in on the run  *
      * control file, in running order, with the step it waits on and *
      * how often it is due (D every processing date, M the last day  *
      * of each month).  A step added to the stream is added here.    *
      ******************************************************************
       01  WS-STEP-DEFS.
           05  FILLER               PIC X(17) VALUE 'AUTHSCRN        D'.
           05  FILLER               PIC X(17) VALUE 'CARDPROC        D'.
           05  FILLER               PIC X(17) VALUE 'STMTPRNTCARDPROCD'.
           05  FILLER               PIC X(17) VALUE 'COLLETTRCARDPROCD'.
           05  FILLER               PIC X(17) VALUE 'CRREFUNDCARDPROCD'.
           05  FILLER               PIC X(17) VALUE 'BUREAUEXCARDPROCM'.
           05  FILLER               PIC X(17) VALUE 'HISTARCHSTMTPRNTM'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-DEFS.
           05  WS-STEP-ENTRY        OCCURS 7 TIMES.
               10  WS-STEP-NAME     PIC X(8).
               10  WS-STEP-PREREQ   PIC X(8).
               10  WS-STEP-FREQ     PIC X(1).
                   88  STEP-MONTH-END           VALUE 'M'.
       01  WS-STEP-MAX              PIC 9(2) VALUE 7.
       01  WS-STEP-SUB              PIC 9(2).
       01  WS-CNT-SUB               PIC 9(1).

      ******************************************************************
      * Report Work Fields - the window of processing dates walked    *
      * as day numbers, and the date being listed                     *
      ******************************************************************
       01  WS-FIRST-DAY-INT         PIC 9(7).
       01  WS-LAST-DAY-INT          PIC 9(7).
       01  WS-DAY-INT               PIC 9(7).
       01  WS-FROM-DATE             PIC 9(8).
       01  WS-RPT-DATE              PIC 9(8).
       01  WS-NEXT-DATE             PIC 9(8).
       01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
           05  WS-NEXT-YYYYMM       PIC 9(6).
           05  WS-NEXT-DD           PIC 9(2).
       01  WS-MONTH-END-FLAG        PIC X(1).
           88  MONTH-END-DATE                 VALUE 'Y'.
           88  NOT-MONTH-END-DATE             VALUE 'N'.
      *    OPTIONAL - with no run control file yet every due step is
      *    outstanding and nothing is read
       01  WS-RUNCTL-FLAG           PIC X(1) VALUE 'Y'.
           88  RUNCTL-PRESENT                 VALUE 'Y'.
           88  RUNCTL-ABSENT                  VALUE 'N'.
       01  WS-RUN-ROW-FLAG          PIC X(1) VALUE 'N'.
           88  RUN-ROW-FOUND                  VALUE 'Y'.
           88  RUN-ROW-NOT-FOUND              VALUE 'N'.
      *    Start and end stamps are YYYYMMDDHHMMSS on the file and
      *    print as YYYYMMDD HH:MM:SS
       01  WS-STAMP-WORK            PIC 9(14).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP-WORK.
           05  WS-STAMP-DATE        PIC 9(8).
           05  WS-STAMP-HH          PIC 9(2).
           05  WS-STAMP-MM          PIC 9(2).
           05  WS-STAMP-SS          PIC 9(2).
       01  WS-STAMP-EDIT.
           05  WS-SE-DATE           PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-SE-HH             PIC 9(2).
           05  FILLER               PIC X(1) VALUE ':'.
           05  WS-SE-MM             PIC 9(2).
           05  FILLER               PIC X(1) VALUE ':'.
           05  WS-SE-SS             PIC 9(2).
       01  WS-EDIT-RUNS             PIC ZZ9.
       01  WS-EDIT-RC               PIC ZZZ9.

      ******************************************************************
      * Per-Date Counts - reset for each processing date listed       *
      ******************************************************************
       01  WS-DT-COMPLETED-CNT      PIC 9(2).
       01  WS-DT-FAILED-CNT         PIC 9(2).
       01  WS-DT-UNENDED-CNT        PIC 9(2).
       01  WS-DT-OUTSTANDING-CNT    PIC 9(2).

      ******************************************************************
      * Report Control Totals                                         *
      ******************************************************************
       01  WS-CT-DATES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-CT-COMPLETED-CNT      PIC 9(5) VALUE ZERO.
       01  WS-CT-FAILED-CNT         PIC 9(5) VALUE ZERO.
       01  WS-CT-UNENDED-CNT        PIC 9(5) VALUE ZERO.
       01  WS-CT-OUTSTANDING-CNT    PIC 9(5) VALUE ZERO.
       01  WS-CT-NOT-DUE-CNT        PIC 9(5) VALUE ZERO.

      ******************************************************************
      * Run History Report Line Layouts                               *
      ******************************************************************
       01  WS-LINE-CNT              PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE        PIC 9(3) VALUE 55.
       01  WS-HIST-HEAD-1.
           05  FILLER               PIC X(40) VALUE
               'RUNHIST JOB-STREAM RUN HISTORY REPORT'.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'DATES FROM: '.
           05  WS-HEAD-FROM-DATE    PIC 9(8).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'THROUGH:    '.
           05  WS-HEAD-DATE         PIC 9(8).
           05  FILLER               PIC X(44) VALUE SPACES.
       01  WS-HIST-HEAD-2.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'STEP'.
           05  FILLER               PIC X(10) VALUE 'WAITS ON'.
           05  FILLER               PIC X(17) VALUE 'RESULT'.
           05  FILLER               PIC X(5) VALUE 'RUNS'.
           05  FILLER               PIC X(9) VALUE 'RESTART'.
           05  FILLER               PIC X(19) VALUE 'STARTED'.
           05  FILLER               PIC X(19) VALUE 'ENDED'.
           05  FILLER               PIC X(4) VALUE '  RC'.
           05  FILLER               PIC X(36) VALUE SPACES.
       01  WS-DATE-LINE.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  FILLER               PIC X(17) VALUE 'PROCESSING DATE '.
           05  WS-DL-DATE           PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-MONTH-END      PIC X(20).
           05  FILLER               PIC X(84) VALUE SPACES.
       01  WS-STEP-LINE.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-SL-STEP           PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-PREREQ         PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-RESULT         PIC X(15).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-RUNS           PIC X(3).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-RESTART        PIC X(7).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-START          PIC X(17).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-END            PIC X(17).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-RC             PIC X(4).
           05  FILLER               PIC X(36) VALUE SPACES.
      *    The key counts the step recorded, under its step line
       01  WS-COUNT-LINE.
           05  FILLER               PIC X(13) VALUE SPACES.
           05  WS-CL-ENTRY          OCCURS 4 TIMES.
               10  WS-CL-LABEL      PIC X(12).
               10  FILLER           PIC X(1).
               10  WS-CL-VALUE      PIC Z(10)9.
               10  FILLER           PIC X(4).
           05  FILLER               PIC X(7) VALUE SPACES.
       01  WS-DATE-TOTAL-LINE.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE 'COMPLETED '.
           05  WS-DTL-COMPLETED     PIC Z9.
           05  FILLER               PIC X(10) VALUE '   FAILED '.
           05  WS-DTL-FAILED        PIC Z9.
           05  FILLER               PIC X(19) VALUE
               '   STARTED, NO END '.
           05  WS-DTL-UNENDED       PIC Z9.
           05  FILLER               PIC X(15) VALUE '   OUTSTANDING '.
           05  WS-DTL-OUTSTANDING   PIC Z9.
           05  FILLER               PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * Main Processing Logic - one block per processing date, oldest *
      * first, through the PROCDATE                                   *
      ******************************************************************
       MAIN-PARA.
           PERFORM READ-RUN-PARMS
           PERFORM INIT-FILES

           PERFORM VARYING WS-DAY-INT FROM WS-FIRST-DAY-INT BY 1
                   UNTIL WS-DAY-INT > WS-LAST-DAY-INT
               PERFORM REPORT-ONE-DATE
           END-PERFORM

           PERFORM WRITE-CONTROL-REPORT
           PERFORM CLOSE-FILES

      *    A failed or unfinished step holds the morning's work until
      *    operations has seen to it
           IF WS-CT-FAILED-CNT > ZERO
              OR WS-CT-UNENDED-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * Read Run Parameter Cards - PROCDATE is the last date listed   *
      * and HISTDAYS how many dates the window covers.  A bad card    *
      * stops the run before anything is written.                     *
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

           COMPUTE WS-LAST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
           COMPUTE WS-FIRST-DAY-INT =
               WS-LAST-DAY-INT - WS-HIST-DAYS + 1
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-FIRST-DAY-INT).

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

               WHEN 'HISTDAYS'
                   IF WS-PARM-VALUE-NUM < 1
                      OR WS-PARM-VALUE-NUM > 31
                       PERFORM BAD-PARM-ABORT
                   END-IF
                   MOVE WS-PARM-VALUE-NUM TO WS-HIST-DAYS

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
           OPEN INPUT  RUN-CONTROL
           OPEN OUTPUT HIST-PRINT-OUT

           IF WS-RUNCTL-STATUS = '05'
               SET RUNCTL-ABSENT TO TRUE
           ELSE
               IF WS-RUNCTL-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING RUN-CONTROL: '
                           WS-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HIST-PRINT-OUT: '
                       WS-PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Report One Processing Date - the date heading (marked when it *
      * is a month end, so the month-end steps are due), a line per   *
      * step, and the date's tally                                    *
      ******************************************************************
       REPORT-ONE-DATE.
           COMPUTE WS-RPT-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT + 1)
           IF WS-NEXT-DD = 01
               SET MONTH-END-DATE TO TRUE
           ELSE
               SET NOT-MONTH-END-DATE TO TRUE
           END-IF
           ADD 1 TO WS-CT-DATES-CNT

           MOVE ZERO TO WS-DT-COMPLETED-CNT
           MOVE ZERO TO WS-DT-FAILED-CNT
           MOVE ZERO TO WS-DT-UNENDED-CNT
           MOVE ZERO TO WS-DT-OUTSTANDING-CNT

           IF WS-LINE-CNT + 4 > WS-LINES-PER-PAGE
               PERFORM PRINT-HIST-HEADINGS
           END-IF
           MOVE SPACES TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           ADD 1 TO WS-LINE-CNT
           PERFORM PRINT-DATE-HEADING

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-MAX
               PERFORM REPORT-ONE-STEP
           END-PERFORM

           MOVE WS-DT-COMPLETED-CNT TO WS-DTL-COMPLETED
           MOVE WS-DT-FAILED-CNT TO WS-DTL-FAILED
           MOVE WS-DT-UNENDED-CNT TO WS-DTL-UNENDED
           MOVE WS-DT-OUTSTANDING-CNT TO WS-DTL-OUTSTANDING
           MOVE WS-DATE-TOTAL-LINE TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           ADD 1 TO WS-LINE-CNT.

      ******************************************************************
      * Print The Date Heading - also repeated at the top of a page   *
      * when one date's steps run over the page break                 *
      ******************************************************************
       PRINT-DATE-HEADING.
           MOVE WS-RPT-DATE TO WS-DL-DATE
           IF MONTH-END-DATE
               MOVE '(MONTH END)' TO WS-DL-MONTH-END
           ELSE
               MOVE SPACES TO WS-DL-MONTH-END
           END-IF
           MOVE WS-DATE-LINE TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           ADD 1 TO WS-LINE-CNT.

      ******************************************************************
      * Report One Step For The Date - its run control row if it has  *
      * one.  With no row a step is outstanding when it is due that   *
      * date; a month-end step on any other date is simply not due.   *
      ******************************************************************
       REPORT-ONE-STEP.
           IF WS-LINE-CNT + 2 > WS-LINES-PER-PAGE
               PERFORM PRINT-HIST-HEADINGS
               PERFORM PRINT-DATE-HEADING
           END-IF

           MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-SL-STEP
           MOVE WS-STEP-PREREQ(WS-STEP-SUB) TO WS-SL-PREREQ
           MOVE SPACES TO WS-SL-RUNS
           MOVE SPACES TO WS-SL-RESTART
           MOVE SPACES TO WS-SL-START
           MOVE SPACES TO WS-SL-END
           MOVE SPACES TO WS-SL-RC

           SET RUN-ROW-NOT-FOUND TO TRUE
           IF RUNCTL-PRESENT
               MOVE WS-RPT-DATE TO RCT-PROC-DATE
               MOVE WS-STEP-NAME(WS-STEP-SUB) TO RCT-PROGRAM
               READ RUN-CONTROL
                   INVALID KEY
                       SET RUN-ROW-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET RUN-ROW-FOUND TO TRUE
               END-READ
           END-IF

           IF RUN-ROW-NOT-FOUND
               IF STEP-MONTH-END(WS-STEP-SUB)
                  AND NOT-MONTH-END-DATE
                   MOVE 'NOT DUE' TO WS-SL-RESULT
                   ADD 1 TO WS-CT-NOT-DUE-CNT
               ELSE
                   MOVE 'OUTSTANDING' TO WS-SL-RESULT
                   ADD 1 TO WS-DT-OUTSTANDING-CNT
                   ADD 1 TO WS-CT-OUTSTANDING-CNT
               END-IF
               MOVE WS-STEP-LINE TO PRINT-REC
               PERFORM WRITE-PRINT-REC
               ADD 1 TO WS-LINE-CNT
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN RCT-COMPLETED
                   MOVE 'COMPLETED' TO WS-SL-RESULT
                   ADD 1 TO WS-DT-COMPLETED-CNT
                   ADD 1 TO WS-CT-COMPLETED-CNT
               WHEN RCT-FAILED
                   MOVE 'FAILED' TO WS-SL-RESULT
                   ADD 1 TO WS-DT-FAILED-CNT
                   ADD 1 TO WS-CT-FAILED-CNT
               WHEN OTHER
                   MOVE 'STARTED, NO END' TO WS-SL-RESULT
                   ADD 1 TO WS-DT-UNENDED-CNT
                   ADD 1 TO WS-CT-UNENDED-CNT
           END-EVALUATE

           MOVE RCT-RUN-CNT TO WS-EDIT-RUNS
           MOVE WS-EDIT-RUNS TO WS-SL-RUNS
           IF RCT-WAS-RESTART
               MOVE 'RESTART' TO WS-SL-RESTART
           END-IF
           MOVE RCT-START-STAMP TO WS-STAMP-WORK
           PERFORM EDIT-STAMP
           MOVE WS-STAMP-EDIT TO WS-SL-START
           IF RCT-END-STAMP > ZERO
               MOVE RCT-END-STAMP TO WS-STAMP-WORK
               PERFORM EDIT-STAMP
               MOVE WS-STAMP-EDIT TO WS-SL-END
               MOVE RCT-RETURN-CODE TO WS-EDIT-RC
               MOVE WS-EDIT-RC TO WS-SL-RC
           END-IF
           MOVE WS-STEP-LINE TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           ADD 1 TO WS-LINE-CNT

      *    A run still started has recorded no counts yet
           IF RCT-COUNT-LABEL(1) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CNT-SUB FROM 1 BY 1
                   UNTIL WS-CNT-SUB > 4
               MOVE SPACES TO WS-CL-ENTRY(WS-CNT-SUB)
               IF RCT-COUNT-LABEL(WS-CNT-SUB) NOT = SPACES
                   MOVE RCT-COUNT-LABEL(WS-CNT-SUB)
                       TO WS-CL-LABEL(WS-CNT-SUB)
                   MOVE RCT-COUNT-VALUE(WS-CNT-SUB)
                       TO WS-CL-VALUE(WS-CNT-SUB)
               END-IF
           END-PERFORM
           MOVE WS-COUNT-LINE TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           ADD 1 TO WS-LINE-CNT.

      ******************************************************************
      * Edit A Run Control Stamp For Print                            *
      ******************************************************************
       EDIT-STAMP.
           MOVE WS-STAMP-DATE TO WS-SE-DATE
           MOVE WS-STAMP-HH TO WS-SE-HH
           MOVE WS-STAMP-MM TO WS-SE-MM
           MOVE WS-STAMP-SS TO WS-SE-SS.

      ******************************************************************
      * Print The Report Headings At Top Of A New Page                *
      ******************************************************************
       PRINT-HIST-HEADINGS.
           MOVE WS-FROM-DATE TO WS-HEAD-FROM-DATE
           MOVE WS-PROC-DATE TO WS-HEAD-DATE
           MOVE WS-HIST-HEAD-1 TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING HIST-PRINT-OUT: '
                       WS-PRINT-STATUS
           END-IF
           MOVE SPACES TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           MOVE WS-HIST-HEAD-2 TO PRINT-REC
           PERFORM WRITE-PRINT-REC
           MOVE 3 TO WS-LINE-CNT.

      ******************************************************************
      * Write The Print Record, Single Spaced, Checking The File      *
      * Status The Way Every Other Write In The Suite Does            *
      ******************************************************************
       WRITE-PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING HIST-PRINT-OUT: '
                       WS-PRINT-STATUS
           END-IF.

      ******************************************************************
      * Write Run History Control Totals                              *
      ******************************************************************
       WRITE-CONTROL-REPORT.
           DISPLAY '=============================================='
           DISPLAY 'RUNHIST JOB-STREAM RUN HISTORY TOTALS'
           DISPLAY '=============================================='
           DISPLAY 'DATES FROM . . . . . . . . . : ' WS-FROM-DATE
           DISPLAY 'THROUGH PROCESSING DATE  . . : ' WS-PROC-DATE
           DISPLAY 'DATES LISTED . . . . . COUNT: ' WS-CT-DATES-CNT
           DISPLAY 'STEPS COMPLETED  . . . COUNT: '
                   WS-CT-COMPLETED-CNT
           DISPLAY 'STEPS FAILED . . . . . COUNT: '
                   WS-CT-FAILED-CNT
           DISPLAY 'STEPS STARTED, NO END  COUNT: '
                   WS-CT-UNENDED-CNT
           DISPLAY 'STEPS OUTSTANDING  . . COUNT: '
                   WS-CT-OUTSTANDING-CNT
           DISPLAY 'MONTH-END NOT DUE  . . COUNT: '
                   WS-CT-NOT-DUE-CNT
           IF RUNCTL-ABSENT
               DISPLAY 'NO RUN CONTROL FILE ON DISK - NO STEP HAS '
                       'RUN YET'
           END-IF
           DISPLAY '=============================================='.

      ******************************************************************
      * Close All Files                                               *
      ******************************************************************
       CLOSE-FILES.
           CLOSE RUN-CONTROL
                 HIST-PRINT-OUT.
