       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLCLS.

      ******************************************************************
      * Month-end period close. A month closes only when every
      * business date in it on the DIVRUN calendar has a finalized
      * run on DIVHST and no extract item of the month is still
      * waiting on DIVUNM for its acknowledgment. The closed month
      * is recorded as a "P" row on DIVRUN dated the first of the
      * month; from then on BUGSOLUTION refuses an override rerun
      * into it, so a correction is posted as an adjustment in the
      * current period, and BUGSOLARC may archive its rows. The
      * DIVCLS close certificate ties, by department, the results
      * filed on DIVAHST to the ledger postings kept on DIVGLH,
      * and both to the run totals on DIVHST. The month closed is
      * the month of the last finalized date once no business day
      * of it is left, otherwise the month before. The job refuses
      * to start while the DIVLOCK batch-window lock is set and
      * holds the lock itself while it reads the month.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIVISOR-RUN-CONTROL-FILE ASSIGN TO "DIVRUN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-HISTORY-FILE ASSIGN TO "DIVHST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-ACCT-HISTORY-FILE ASSIGN TO "DIVAHST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-GL-HISTORY-FILE ASSIGN TO "DIVGLH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-UNMATCHED-FILE ASSIGN TO "DIVUNM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-LOCK-FILE ASSIGN TO "DIVLOCK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "DIVCLS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Run-control calendar: "C" carries the last finalized date,
      * "H" rows the holidays, "P" rows the months already closed.
      ******************************************************************
       FD  DIVISOR-RUN-CONTROL-FILE.
       01  DIV-RUN-CONTROL-RECORD.
           05  RC-RECORD-TYPE          PIC X.
               88  RC-CONTROL-RECORD              VALUE "C".
               88  RC-HOLIDAY-RECORD              VALUE "H".
               88  RC-PERIOD-CLOSED-RECORD        VALUE "P".
           05  RC-DATE                 PIC 9(8).
           05  RC-DATE-X REDEFINES RC-DATE.
               10  RC-YYYYMM           PIC 9(6).
               10  RC-DD               PIC 9(2).
           05  RC-RUN-NUMBER           PIC 9(5).

      ******************************************************************
      * Run history appended by BUGSOLUTION, one row of control
      * totals per finalized run.
      ******************************************************************
       FD  DIVISOR-HISTORY-FILE.
       01  DIV-HISTORY-RECORD.
           05  HST-RUN-DATE            PIC 9(8).
           05  HST-RECORDS-READ        PIC 9(7).
           05  HST-RECORDS-COMPUTED    PIC 9(7).
           05  HST-RECORDS-REJECTED    PIC 9(7).
           05  HST-SUM-RESULT          PIC S9(9)V9(4)
                                       SIGN LEADING SEPARATE.
           05  HST-RUN-NUMBER          PIC 9(5).

      ******************************************************************
      * Permanent account-level results history appended by
      * BUGSOLUTION, one row per computed result or reversal.
      ******************************************************************
       FD  DIVISOR-ACCT-HISTORY-FILE.
       01  DIV-ACCT-HISTORY-RECORD.
           05  AHS-ACCOUNT-NUMBER      PIC 9(8).
           05  AHS-DEPARTMENT          PIC X(3).
           05  AHS-DIVIDEND            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  AHS-DIVISOR             PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  AHS-RESULT              PIC S9(7)V9(4)
                                       SIGN LEADING SEPARATE.
           05  AHS-QUOTIENT            PIC S9(7)
                                       SIGN LEADING SEPARATE.
           05  AHS-REMAINDER           PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  AHS-RUN-DATE            PIC 9(8).
           05  AHS-RUN-NUMBER          PIC 9(5).
           05  AHS-ENTRY-TYPE          PIC X.
               88  AHS-REVERSAL-ENTRY             VALUE "R".
           05  AHS-ORIG-RUN-DATE       PIC 9(8).
           05  AHS-ORIG-RUN-NUMBER     PIC 9(5).
           05  AHS-OPERATOR-ID         PIC X(8).

      ******************************************************************
      * Permanent copy of every DIVGL set a finalized run posted,
      * appended by BUGSOLUTION.
      ******************************************************************
       FD  DIVISOR-GL-HISTORY-FILE.
       01  DIV-GL-HISTORY-RECORD.
           05  GLH-RECORD-TYPE         PIC X.
               88  GLH-SUMMARY-RECORD             VALUE "S".
               88  GLH-OFFSET-RECORD              VALUE "O".
           05  GLH-DEPARTMENT          PIC X(3).
           05  GLH-RUN-DATE            PIC 9(8).
           05  GLH-RUN-NUMBER          PIC 9(5).
           05  GLH-RECORD-COUNT        PIC 9(7).
           05  GLH-AMOUNT              PIC S9(9)V9(4)
                                       SIGN LEADING SEPARATE.

      ******************************************************************
      * Extract items still waiting for the downstream system's
      * acknowledgment, carried forward by BUGSOLRCN.
      ******************************************************************
       FD  DIVISOR-UNMATCHED-FILE.
       01  DIV-UNMATCHED-RECORD.
           05  UNM-ACCOUNT-NUMBER      PIC 9(8).
           05  UNM-DIVIDEND            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  UNM-DIVISOR             PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  UNM-RESULT              PIC S9(7)V9(4)
                                       SIGN LEADING SEPARATE.
           05  UNM-RUN-DATE            PIC 9(8).
           05  UNM-RUN-NUMBER          PIC 9(5).
           05  UNM-AGE                 PIC 9(3).

       FD  DIVISOR-LOCK-FILE.
       01  DIV-LOCK-RECORD.
           05  LCK-STATUS              PIC X.
           05  LCK-TIMESTAMP           PIC X(21).

      ******************************************************************
      * Period close certificate.
      ******************************************************************
       FD  CLOSE-REPORT-FILE.
       01  CLS-REPORT-LINE             PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-RUN-EOF-SW           PIC X VALUE "N".
               88  WS-RUN-EOF                     VALUE "Y".
           05  WS-HST-EOF-SW           PIC X VALUE "N".
               88  WS-HST-EOF                     VALUE "Y".
           05  WS-AHS-EOF-SW           PIC X VALUE "N".
               88  WS-AHS-EOF                     VALUE "Y".
           05  WS-GLH-EOF-SW           PIC X VALUE "N".
               88  WS-GLH-EOF                     VALUE "Y".
           05  WS-UNM-EOF-SW           PIC X VALUE "N".
               88  WS-UNM-EOF                     VALUE "Y".
           05  WS-BATCH-LOCK-SW        PIC X VALUE "N".
               88  WS-BATCH-RUNNING               VALUE "Y".
           05  WS-LAST-DATE-SW         PIC X VALUE "N".
               88  WS-HAVE-LAST-DATE              VALUE "Y".
           05  WS-HOLIDAY-SW           PIC X VALUE "N".
               88  WS-DAY-IS-HOLIDAY              VALUE "Y".
           05  WS-BUSINESS-DAY-SW      PIC X VALUE "N".
               88  WS-IS-BUSINESS-DAY             VALUE "Y".
           05  WS-MONTH-CLOSED-SW      PIC X VALUE "N".
               88  WS-MONTH-ALREADY-CLOSED        VALUE "Y".
           05  WS-DAY-LEFT-SW          PIC X VALUE "N".
               88  WS-BUSINESS-DAY-LEFT           VALUE "Y".
           05  WS-DATE-FOUND-SW        PIC X VALUE "N".
               88  WS-DATE-FINALIZED              VALUE "Y".
           05  WS-TABLE-FULL-SW        PIC X VALUE "N".
               88  WS-TABLE-OVERFLOWED            VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY                    PIC X(8).

       01  WS-LAST-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-LAST-RUN-PARTS REDEFINES WS-LAST-RUN-DATE.
           05  WS-LAST-RUN-YYYYMM      PIC 9(6).
           05  WS-LAST-RUN-DD          PIC 9(2).

      ******************************************************************
      * The month being closed, held as its first day and as a
      * year and month for stepping back across a year end.
      ******************************************************************
       01  WS-CLOSE-CONTROLS.
           05  WS-CLOSE-DATE           PIC 9(8) VALUE 0.
           05  WS-CLOSE-DATE-PARTS REDEFINES WS-CLOSE-DATE.
               10  WS-CLOSE-YYYYMM     PIC 9(6).
               10  WS-CLOSE-YYYYMM-X REDEFINES WS-CLOSE-YYYYMM.
                   15  WS-CLOSE-YYYY   PIC 9(4).
                   15  WS-CLOSE-MM     PIC 9(2).
               10  WS-CLOSE-DD         PIC 9(2).
           05  WS-DAY-INT              PIC 9(7) VALUE 0.
           05  WS-DAY-NUMBER           PIC 9 VALUE 0.
           05  WS-DAY-DATE             PIC 9(8) VALUE 0.
           05  WS-DAY-DATE-PARTS REDEFINES WS-DAY-DATE.
               10  WS-DAY-YYYYMM       PIC 9(6).
               10  WS-DAY-DD           PIC 9(2).

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT        PIC 9(3) VALUE 0.
           05  WS-HOLIDAY-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-HOLIDAY-COUNT
                   INDEXED BY HX.
               10  WS-HOL-DATE         PIC 9(8).

       01  WS-CLOSED-MONTH-TABLE.
           05  WS-CLOSED-COUNT         PIC 9(3) VALUE 0.
           05  WS-CLOSED-ENTRY OCCURS 0 TO 240 TIMES
                   DEPENDING ON WS-CLOSED-COUNT
                   INDEXED BY PX.
               10  WS-CLOSED-YYYYMM    PIC 9(6).

      ******************************************************************
      * The month's finalized runs from DIVHST. An override rerun
      * replaces its date's row, so a date normally has one.
      ******************************************************************
       01  WS-RUN-TABLE.
           05  WS-RUN-COUNT            PIC 9(3) VALUE 0.
           05  WS-RUN-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-RUN-COUNT
                   INDEXED BY RX.
               10  WS-RT-RUN-DATE      PIC 9(8).
               10  WS-RT-RUN-NUMBER    PIC 9(5).
               10  WS-RT-READ          PIC 9(7).
               10  WS-RT-COMPUTED      PIC 9(7).
               10  WS-RT-REJECTED      PIC 9(7).
               10  WS-RT-SUM-RESULT    PIC S9(9)V9(4).

      ******************************************************************
      * Department tie-out, built from DIVAHST and DIVGLH together.
      ******************************************************************
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT           PIC 9(3) VALUE 0.
           05  WS-DEPT-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-DEPT-COUNT
                   INDEXED BY DX.
               10  WS-DT-DEPARTMENT    PIC X(3).
               10  WS-DT-AHS-ROWS      PIC 9(7).
               10  WS-DT-AHS-AMOUNT    PIC S9(11)V9(4).
               10  WS-DT-GL-ROWS       PIC 9(7).
               10  WS-DT-GL-AMOUNT     PIC S9(11)V9(4).
               10  WS-DT-OFFSET-AMOUNT PIC S9(11)V9(4).

       01  WS-WORK-FIELDS.
           05  WS-SEARCH-DEPARTMENT    PIC X(3).
           05  WS-DEPT-SUB             PIC 9(3) VALUE 0.
           05  WS-DIFFERENCE           PIC S9(13)V9(4) VALUE 0.

       01  WS-CLOSE-COUNTERS.
           05  WS-BUSINESS-DAYS        PIC 9(3) VALUE 0.
           05  WS-MISSING-DATES        PIC 9(3) VALUE 0.
           05  WS-UNACKED-ITEMS        PIC 9(7) VALUE 0.
           05  WS-DEPTS-OUT            PIC 9(3) VALUE 0.
           05  WS-HST-TOTAL            PIC S9(13)V9(4) VALUE 0.
           05  WS-AHS-TOTAL-ROWS       PIC 9(9) VALUE 0.
           05  WS-AHS-TOTAL            PIC S9(13)V9(4) VALUE 0.
           05  WS-GL-TOTAL-ROWS        PIC 9(9) VALUE 0.
           05  WS-GL-TOTAL             PIC S9(13)V9(4) VALUE 0.
           05  WS-OFFSET-TOTAL         PIC S9(13)V9(4) VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 0.
           05  WS-PAGE-NUMBER          PIC 9(3) VALUE 0.

       01  WS-REPORT-TITLE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE "PERIOD CLOSE CERTIFICATE".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  WS-RPT-PAGE-NUMBER      PIC ZZ9.

       01  WS-REPORT-DATE-LINE.
           05  FILLER                  PIC X(14)
               VALUE "PERIOD:       ".
           05  WS-RDL-PERIOD           PIC X(7).
           05  FILLER                  PIC X(16)
               VALUE "   CLOSE DATE: ".
           05  WS-RDL-DATE             PIC X(10).

       01  WS-SECTION-LINE.
           05  WS-SL-TITLE             PIC X(60).

       01  WS-RUN-COLUMN-HEADER.
           05  FILLER                  PIC X(12) VALUE "BUSINESS DAY".
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "  RUN#".
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "     READ".
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE " COMPUTED".
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE " REJECTED".
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(23)
               VALUE "         SUM OF RESULTS".

       01  WS-RUN-DETAIL-LINE.
           05  WS-RDT-DATE             PIC X(10).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  WS-RDT-RUN-NUMBER       PIC ZZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RDT-READ             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RDT-COMPUTED         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RDT-REJECTED         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RDT-SUM              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.9999-.

       01  WS-MISSING-DETAIL-LINE.
           05  WS-MDT-DATE             PIC X(10).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE "*** NOT FINALIZED ***".

       01  WS-UNM-COLUMN-HEADER.
           05  FILLER                  PIC X(8) VALUE "ACCOUNT ".
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE  ".
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "  RUN#".
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "       RESULT".
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE " AGE".

       01  WS-UNM-DETAIL-LINE.
           05  WS-UDT-ACCOUNT          PIC 9(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-UDT-RUN-DATE         PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-UDT-RUN-NUMBER       PIC ZZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-UDT-RESULT           PIC ZZZZZZ9.9999-.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-UDT-AGE              PIC ZZ9.

       01  WS-DEPT-COLUMN-HEADER.
           05  FILLER                  PIC X(5) VALUE "DEPT ".
           05  FILLER                  PIC X(9) VALUE " AHS ROWS".
           05  FILLER                  PIC X(23)
               VALUE "          DIVAHST TOTAL".
           05  FILLER                  PIC X(9) VALUE "  GL ROWS".
           05  FILLER                  PIC X(23)
               VALUE "            GL POSTINGS".
           05  FILLER                  PIC X(23)
               VALUE "             DIFFERENCE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "STATUS".

       01  WS-DEPT-DETAIL-LINE.
           05  WS-DDT-DEPARTMENT       PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DDT-AHS-ROWS         PIC ZZZZZZZZ9.
           05  WS-DDT-AHS-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.9999-.
           05  WS-DDT-GL-ROWS          PIC ZZZZZZZZ9.
           05  WS-DDT-GL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.9999-.
           05  WS-DDT-DIFFERENCE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.9999-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DDT-STATUS           PIC X(16).

       01  WS-TIE-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.9999-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-STATUS            PIC X(16).

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL             PIC X(40).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       01  WS-RESULT-LINE.
           05  FILLER                  PIC X(8) VALUE "RESULT: ".
           05  WS-RL-TEXT              PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-BUSINESS-DATES
           PERFORM 3000-CHECK-UNACKNOWLEDGED
           PERFORM 4000-TIE-OUT-DEPARTMENTS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM 1010-CHECK-BATCH-LOCK
           PERFORM 1020-LOAD-RUN-CONTROL
           PERFORM 1040-SELECT-CLOSE-MONTH
           PERFORM 1005-SET-BATCH-LOCK
           OPEN OUTPUT CLOSE-REPORT-FILE
           PERFORM 1080-WRITE-REPORT-HEADERS.

      ******************************************************************
      * The lock keeps BUGSOLUTION and the online programs off the
      * histories while the month is read and the "P" row written.
      * Cleared in 9400.
      ******************************************************************
       1005-SET-BATCH-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN OUTPUT DIVISOR-LOCK-FILE
           MOVE "Y" TO LCK-STATUS
           MOVE WS-CURRENT-TIMESTAMP TO LCK-TIMESTAMP
           WRITE DIV-LOCK-RECORD
           CLOSE DIVISOR-LOCK-FILE.

      ******************************************************************
      * A set lock means a run (or an abended run that never cleared
      * it) may still be adding to the month, so nothing is closed.
      ******************************************************************
       1010-CHECK-BATCH-LOCK.
           OPEN INPUT DIVISOR-LOCK-FILE
           READ DIVISOR-LOCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LCK-STATUS = "Y" THEN
                       SET WS-BATCH-RUNNING TO TRUE
                   END-IF
           END-READ
           CLOSE DIVISOR-LOCK-FILE
           IF WS-BATCH-RUNNING THEN
               DISPLAY "Error: batch lock is set on DIVLOCK - "
                   "period close refused."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * The calendar gives the last finalized date, the holidays
      * that are not business days, and the months already closed.
      ******************************************************************
       1020-LOAD-RUN-CONTROL.
           OPEN INPUT DIVISOR-RUN-CONTROL-FILE
           PERFORM 1025-READ-RUN-CONTROL UNTIL WS-RUN-EOF
           CLOSE DIVISOR-RUN-CONTROL-FILE.

       1025-READ-RUN-CONTROL.
           READ DIVISOR-RUN-CONTROL-FILE
               AT END
                   SET WS-RUN-EOF TO TRUE
               NOT AT END
                   IF RC-DATE IS NUMERIC THEN
                       EVALUATE TRUE
                           WHEN RC-CONTROL-RECORD
                               MOVE RC-DATE TO WS-LAST-RUN-DATE
                               SET WS-HAVE-LAST-DATE TO TRUE
                           WHEN RC-HOLIDAY-RECORD
                               IF WS-HOLIDAY-COUNT < 100 THEN
                                   ADD 1 TO WS-HOLIDAY-COUNT
                                   MOVE RC-DATE
                                       TO WS-HOL-DATE(WS-HOLIDAY-COUNT)
                               END-IF
                           WHEN RC-PERIOD-CLOSED-RECORD
                               IF WS-CLOSED-COUNT < 240 THEN
                                   ADD 1 TO WS-CLOSED-COUNT
                                   MOVE RC-YYYYMM TO
                                       WS-CLOSED-YYYYMM(WS-CLOSED-COUNT)
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

      ******************************************************************
      * The last finalized date's month is closed once none of its
      * business days is left after that date; until then it is
      * still being run, and the month before it is the one due.
      ******************************************************************
       1040-SELECT-CLOSE-MONTH.
           IF NOT WS-HAVE-LAST-DATE THEN
               DISPLAY "Error: no finalized business date on DIVRUN - "
                   "period close refused."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LAST-RUN-DATE TO WS-CLOSE-DATE
           MOVE 1 TO WS-CLOSE-DD
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-LAST-RUN-DATE) + 1
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           PERFORM 1045-LOOK-FOR-DAY-LEFT
               UNTIL WS-BUSINESS-DAY-LEFT
               OR WS-DAY-YYYYMM NOT = WS-LAST-RUN-YYYYMM
           IF WS-BUSINESS-DAY-LEFT THEN
               IF WS-CLOSE-MM = 1 THEN
                   SUBTRACT 1 FROM WS-CLOSE-YYYY
                   MOVE 12 TO WS-CLOSE-MM
               ELSE
                   SUBTRACT 1 FROM WS-CLOSE-MM
               END-IF
           END-IF
           SET PX TO 1
           SEARCH WS-CLOSED-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CLOSED-YYYYMM(PX) = WS-CLOSE-YYYYMM
                   SET WS-MONTH-ALREADY-CLOSED TO TRUE
           END-SEARCH
           IF WS-MONTH-ALREADY-CLOSED THEN
               DISPLAY "Error: period " WS-CLOSE-YYYY "/"
                   WS-CLOSE-MM " is already closed on DIVRUN - "
                   "period close refused."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1045-LOOK-FOR-DAY-LEFT.
           PERFORM 1150-TEST-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY THEN
               SET WS-BUSINESS-DAY-LEFT TO TRUE
           ELSE
               ADD 1 TO WS-DAY-INT
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           END-IF.

       1080-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RPT-PAGE-NUMBER
           WRITE CLS-REPORT-LINE FROM WS-REPORT-TITLE-LINE
           MOVE SPACES TO WS-RDL-PERIOD
           STRING WS-CLOSE-MM "/" WS-CLOSE-YYYY
               DELIMITED BY SIZE INTO WS-RDL-PERIOD
           MOVE SPACES TO WS-RDL-DATE
           STRING WS-TODAY(5:2) "/" WS-TODAY(7:2) "/" WS-TODAY(1:4)
               DELIMITED BY SIZE INTO WS-RDL-DATE
           WRITE CLS-REPORT-LINE FROM WS-REPORT-DATE-LINE
           MOVE SPACES TO CLS-REPORT-LINE
           WRITE CLS-REPORT-LINE
           MOVE 3 TO WS-LINE-COUNT.

       1090-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
               PERFORM 1080-WRITE-REPORT-HEADERS
           END-IF.

      ******************************************************************
      * WS-DAY-DATE/WS-DAY-INT is a business day when it is neither
      * a Saturday, a Sunday nor a DIVRUN holiday.
      ******************************************************************
       1150-TEST-BUSINESS-DAY.
           MOVE "N" TO WS-BUSINESS-DAY-SW
           COMPUTE WS-DAY-NUMBER = FUNCTION MOD(WS-DAY-INT, 7)
           IF WS-DAY-NUMBER = 0 OR WS-DAY-NUMBER = 6 THEN
               CONTINUE
           ELSE
               MOVE "N" TO WS-HOLIDAY-SW
               SET HX TO 1
               SEARCH WS-HOLIDAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HOL-DATE(HX) = WS-DAY-DATE
                       SET WS-DAY-IS-HOLIDAY TO TRUE
               END-SEARCH
               IF NOT WS-DAY-IS-HOLIDAY THEN
                   SET WS-IS-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * Section 1: every business day of the month against the
      * finalized runs on DIVHST. A business day with no finalized
      * run holds the close.
      ******************************************************************
       2000-CHECK-BUSINESS-DATES.
           OPEN INPUT DIVISOR-HISTORY-FILE
           PERFORM 2050-LOAD-ONE-RUN UNTIL WS-HST-EOF
           CLOSE DIVISOR-HISTORY-FILE
           MOVE "1. BUSINESS DAYS AND FINALIZED RUNS (DIVHST)"
               TO WS-SL-TITLE
           WRITE CLS-REPORT-LINE FROM WS-SECTION-LINE
           WRITE CLS-REPORT-LINE FROM WS-RUN-COLUMN-HEADER
           ADD 2 TO WS-LINE-COUNT
           MOVE WS-CLOSE-DATE TO WS-DAY-DATE
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DAY-DATE)
           PERFORM 2100-CHECK-ONE-DAY
               UNTIL WS-DAY-YYYYMM NOT = WS-CLOSE-YYYYMM
           MOVE SPACES TO CLS-REPORT-LINE
           WRITE CLS-REPORT-LINE
           MOVE "BUSINESS DAYS IN PERIOD" TO WS-CL-LABEL
           MOVE WS-BUSINESS-DAYS TO WS-CL-COUNT
           WRITE CLS-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "BUSINESS DAYS NOT FINALIZED" TO WS-CL-LABEL
           MOVE WS-MISSING-DATES TO WS-CL-COUNT
           WRITE CLS-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "TOTAL SUM OF RESULTS (DIVHST)" TO WS-TL-LABEL
           MOVE WS-HST-TOTAL TO WS-TL-AMOUNT
           MOVE SPACES TO WS-TL-STATUS
           WRITE CLS-REPORT-LINE FROM WS-TIE-LINE
           MOVE SPACES TO CLS-REPORT-LINE
           WRITE CLS-REPORT-LINE
           ADD 5 TO WS-LINE-COUNT.

       2050-LOAD-ONE-RUN.
           READ DIVISOR-HISTORY-FILE
               AT END
                   SET WS-HST-EOF TO TRUE
               NOT AT END
                   IF HST-RUN-DATE IS NUMERIC
                       AND HST-RUN-DATE(1:6) = WS-CLOSE-YYYYMM THEN
                       PERFORM 2060-FILE-ONE-RUN
                   END-IF
           END-READ.

       2060-FILE-ONE-RUN.
           IF HST-SUM-RESULT IS NUMERIC THEN
               ADD HST-SUM-RESULT TO WS-HST-TOTAL
           END-IF
           IF WS-RUN-COUNT < 100 THEN
               ADD 1 TO WS-RUN-COUNT
               MOVE HST-RUN-DATE TO WS-RT-RUN-DATE(WS-RUN-COUNT)
               MOVE HST-RUN-NUMBER TO WS-RT-RUN-NUMBER(WS-RUN-COUNT)
               MOVE HST-RECORDS-READ TO WS-RT-READ(WS-RUN-COUNT)
               MOVE HST-RECORDS-COMPUTED
                   TO WS-RT-COMPUTED(WS-RUN-COUNT)
               MOVE HST-RECORDS-REJECTED
                   TO WS-RT-REJECTED(WS-RUN-COUNT)
               MOVE ZERO TO WS-RT-SUM-RESULT(WS-RUN-COUNT)
               IF HST-SUM-RESULT IS NUMERIC THEN
                   MOVE HST-SUM-RESULT
                       TO WS-RT-SUM-RESULT(WS-RUN-COUNT)
               END-IF
           ELSE
               IF NOT WS-TABLE-OVERFLOWED THEN
                   SET WS-TABLE-OVERFLOWED TO TRUE
                   DISPLAY "Warning: run table full - later DIVHST "
                       "rows not listed"
               END-IF
           END-IF.

       2100-CHECK-ONE-DAY.
           PERFORM 1150-TEST-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY THEN
               ADD 1 TO WS-BUSINESS-DAYS
               MOVE "N" TO WS-DATE-FOUND-SW
               MOVE SPACES TO WS-RDT-DATE
               STRING WS-DAY-DATE(5:2) "/" WS-DAY-DATE(7:2) "/"
                   WS-DAY-DATE(1:4)
                   DELIMITED BY SIZE INTO WS-RDT-DATE
               PERFORM 2150-PRINT-ONE-RUN
                   VARYING RX FROM 1 BY 1
                   UNTIL RX > WS-RUN-COUNT
               IF NOT WS-DATE-FINALIZED THEN
                   ADD 1 TO WS-MISSING-DATES
                   MOVE WS-RDT-DATE TO WS-MDT-DATE
                   PERFORM 1090-CHECK-PAGE-BREAK
                   WRITE CLS-REPORT-LINE FROM WS-MISSING-DETAIL-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-IF
           ADD 1 TO WS-DAY-INT
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).

       2150-PRINT-ONE-RUN.
           IF WS-RT-RUN-DATE(RX) = WS-DAY-DATE THEN
               SET WS-DATE-FINALIZED TO TRUE
               MOVE WS-RT-RUN-NUMBER(RX) TO WS-RDT-RUN-NUMBER
               MOVE WS-RT-READ(RX) TO WS-RDT-READ
               MOVE WS-RT-COMPUTED(RX) TO WS-RDT-COMPUTED
               MOVE WS-RT-REJECTED(RX) TO WS-RDT-REJECTED
               MOVE WS-RT-SUM-RESULT(RX) TO WS-RDT-SUM
               PERFORM 1090-CHECK-PAGE-BREAK
               WRITE CLS-REPORT-LINE FROM WS-RUN-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      ******************************************************************
      * Section 2: extract items of the month, or of an earlier one,
      * that the downstream system has not yet acknowledged. Any
      * such item holds the close.
      ******************************************************************
       3000-CHECK-UNACKNOWLEDGED.
           PERFORM 1090-CHECK-PAGE-BREAK
           MOVE "2. UNACKNOWLEDGED EXTRACT ITEMS (DIVUNM)"
               TO WS-SL-TITLE
           WRITE CLS-REPORT-LINE FROM WS-SECTION-LINE
           WRITE CLS-REPORT-LINE FROM WS-UNM-COLUMN-HEADER
           ADD 2 TO WS-LINE-COUNT
           OPEN INPUT DIVISOR-UNMATCHED-FILE
           PERFORM 3050-CHECK-ONE-ITEM UNTIL WS-UNM-EOF
           CLOSE DIVISOR-UNMATCHED-FILE
           IF WS-UNACKED-ITEMS = 0 THEN
               MOVE "NONE" TO CLS-REPORT-LINE
               WRITE CLS-REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE SPACES TO CLS-REPORT-LINE
           WRITE CLS-REPORT-LINE
           MOVE "UNACKNOWLEDGED ITEMS" TO WS-CL-LABEL
           MOVE WS-UNACKED-ITEMS TO WS-CL-COUNT
           WRITE CLS-REPORT-LINE FROM WS-COUNT-LINE
           MOVE SPACES TO CLS-REPORT-LINE
           WRITE CLS-REPORT-LINE
           ADD 3 TO WS-LINE-COUNT.

       3050-CHECK-ONE-ITEM.
           READ DIVISOR-UNMATCHED-FILE
               AT END
                   SET WS-UNM-EOF TO TRUE
               NOT AT END
                   IF UNM-RUN-DATE IS NUMERIC
                       AND UNM-RUN-DATE(1:6) <= WS-CLOSE-YYYYMM THEN
                       ADD 1 TO WS-UNACKED-ITEMS
                       MOVE UNM-ACCOUNT-NUMBER TO WS-UDT-ACCOUNT
                       MOVE SPACES TO WS-UDT-RUN-DATE
                       STRING UNM-RUN-DATE(5:2) "/" UNM-RUN-DATE(7:2)
                           "/" UNM-RUN-DATE(1:4)
                           DELIMITED BY SIZE INTO WS-UDT-RUN-DATE
                       MOVE UNM-RUN-NUMBER TO WS-UDT-RUN-NUMBER
                       MOVE UNM-RESULT TO WS-UDT-RESULT
                       MOVE UNM-AGE TO WS-UDT-AGE
                       PERFORM 1090-CHECK-PAGE-BREAK
                       WRITE CLS-REPORT-LINE FROM WS-UNM-DETAIL-LINE
                       ADD 1 TO WS-LINE-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * Section 3: per department, the month's DIVAHST results
      * against the DIVGLH summary postings, and each summary
      * against its offset. The totals then tie all three files.
      * A department out of tie does not hold the close - the
      * month's figures are what they are - but it is reported and
      * gives return code 8 so the difference is adjusted in the
      * current period.
      ******************************************************************
       4000-TIE-OUT-DEPARTMENTS.
           OPEN INPUT DIVISOR-ACCT-HISTORY-FILE
           PERFORM 4050-READ-ONE-RESULT UNTIL WS-AHS-EOF
           CLOSE DIVISOR-ACCT-HISTORY-FILE
           OPEN INPUT DIVISOR-GL-HISTORY-FILE
           PERFORM 4100-READ-ONE-POSTING UNTIL WS-GLH-EOF
           CLOSE DIVISOR-GL-HISTORY-FILE
           PERFORM 1090-CHECK-PAGE-BREAK
           MOVE "3. DEPARTMENT TIE-OUT (DIVAHST / DIVGLH)"
               TO WS-SL-TITLE
           WRITE CLS-REPORT-LINE FROM WS-SECTION-LINE
           WRITE CLS-REPORT-LINE FROM WS-DEPT-COLUMN-HEADER
           ADD 2 TO WS-LINE-COUNT
           PERFORM 4200-PRINT-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           PERFORM 4300-PRINT-TIE-TOTALS.

       4050-READ-ONE-RESULT.
           READ DIVISOR-ACCT-HISTORY-FILE
               AT END
                   SET WS-AHS-EOF TO TRUE
               NOT AT END
                   IF AHS-RUN-DATE IS NUMERIC
                       AND AHS-RUN-DATE(1:6) = WS-CLOSE-YYYYMM
                       AND AHS-RESULT IS NUMERIC THEN
                       MOVE AHS-DEPARTMENT TO WS-SEARCH-DEPARTMENT
                       PERFORM 4150-FIND-DEPARTMENT
                       IF WS-DEPT-SUB > 0 THEN
                           ADD 1 TO WS-DT-AHS-ROWS(WS-DEPT-SUB)
                           ADD AHS-RESULT
                               TO WS-DT-AHS-AMOUNT(WS-DEPT-SUB)
                       END-IF
                       ADD 1 TO WS-AHS-TOTAL-ROWS
                       ADD AHS-RESULT TO WS-AHS-TOTAL
                   END-IF
           END-READ.

       4100-READ-ONE-POSTING.
           READ DIVISOR-GL-HISTORY-FILE
               AT END
                   SET WS-GLH-EOF TO TRUE
               NOT AT END
                   IF GLH-RUN-DATE IS NUMERIC
                       AND GLH-RUN-DATE(1:6) = WS-CLOSE-YYYYMM
                       AND GLH-AMOUNT IS NUMERIC THEN
                       PERFORM 4110-FILE-ONE-POSTING
                   END-IF
           END-READ.

       4110-FILE-ONE-POSTING.
           MOVE GLH-DEPARTMENT TO WS-SEARCH-DEPARTMENT
           PERFORM 4150-FIND-DEPARTMENT
           EVALUATE TRUE
               WHEN GLH-SUMMARY-RECORD
                   IF WS-DEPT-SUB > 0 THEN
                       ADD GLH-RECORD-COUNT
                           TO WS-DT-GL-ROWS(WS-DEPT-SUB)
                       ADD GLH-AMOUNT TO WS-DT-GL-AMOUNT(WS-DEPT-SUB)
                   END-IF
                   ADD GLH-RECORD-COUNT TO WS-GL-TOTAL-ROWS
                   ADD GLH-AMOUNT TO WS-GL-TOTAL
               WHEN GLH-OFFSET-RECORD
                   IF WS-DEPT-SUB > 0 THEN
                       ADD GLH-AMOUNT
                           TO WS-DT-OFFSET-AMOUNT(WS-DEPT-SUB)
                   END-IF
                   ADD GLH-AMOUNT TO WS-OFFSET-TOTAL
           END-EVALUATE.

      ******************************************************************
      * Returns the department's table entry in WS-DEPT-SUB, adding
      * it when new; zero when the table is full, in which case the
      * row still counts in the grand totals.
      ******************************************************************
       4150-FIND-DEPARTMENT.
           MOVE 0 TO WS-DEPT-SUB
           SET DX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   IF WS-DEPT-COUNT < 100 THEN
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                       INITIALIZE WS-DEPT-ENTRY(WS-DEPT-SUB)
                       MOVE WS-SEARCH-DEPARTMENT
                           TO WS-DT-DEPARTMENT(WS-DEPT-SUB)
                   ELSE
                       IF NOT WS-TABLE-OVERFLOWED THEN
                           SET WS-TABLE-OVERFLOWED TO TRUE
                           DISPLAY "Warning: department table full - "
                               "totals only for later departments"
                       END-IF
                   END-IF
               WHEN WS-DT-DEPARTMENT(DX) = WS-SEARCH-DEPARTMENT
                   SET WS-DEPT-SUB TO DX
           END-SEARCH.

       4200-PRINT-ONE-DEPARTMENT.
           MOVE WS-DT-DEPARTMENT(WS-DEPT-SUB) TO WS-DDT-DEPARTMENT
           MOVE WS-DT-AHS-ROWS(WS-DEPT-SUB) TO WS-DDT-AHS-ROWS
           MOVE WS-DT-AHS-AMOUNT(WS-DEPT-SUB) TO WS-DDT-AHS-AMOUNT
           MOVE WS-DT-GL-ROWS(WS-DEPT-SUB) TO WS-DDT-GL-ROWS
           MOVE WS-DT-GL-AMOUNT(WS-DEPT-SUB) TO WS-DDT-GL-AMOUNT
           COMPUTE WS-DIFFERENCE = WS-DT-AHS-AMOUNT(WS-DEPT-SUB)
               - WS-DT-GL-AMOUNT(WS-DEPT-SUB)
           MOVE WS-DIFFERENCE TO WS-DDT-DIFFERENCE
           IF WS-DIFFERENCE NOT = 0 THEN
               MOVE "OUT OF TIE" TO WS-DDT-STATUS
               ADD 1 TO WS-DEPTS-OUT
           ELSE
               IF WS-DT-GL-AMOUNT(WS-DEPT-SUB)
                   + WS-DT-OFFSET-AMOUNT(WS-DEPT-SUB) NOT = 0 THEN
                   MOVE "OFFSET NOT NET" TO WS-DDT-STATUS
                   ADD 1 TO WS-DEPTS-OUT
               ELSE
                   MOVE "TIES" TO WS-DDT-STATUS
               END-IF
           END-IF
           PERFORM 1090-CHECK-PAGE-BREAK
           WRITE CLS-REPORT-LINE FROM WS-DEPT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       4300-PRINT-TIE-TOTALS.
           MOVE SPACES TO CLS-REPORT-LINE
           WRITE CLS-REPORT-LINE
           MOVE "ALL" TO WS-DDT-DEPARTMENT
           MOVE WS-AHS-TOTAL-ROWS TO WS-DDT-AHS-ROWS
           MOVE WS-AHS-TOTAL TO WS-DDT-AHS-AMOUNT
           MOVE WS-GL-TOTAL-ROWS TO WS-DDT-GL-ROWS
           MOVE WS-GL-TOTAL TO WS-DDT-GL-AMOUNT
           COMPUTE WS-DIFFERENCE = WS-AHS-TOTAL - WS-GL-TOTAL
           MOVE WS-DIFFERENCE TO WS-DDT-DIFFERENCE
           MOVE SPACES TO WS-DDT-STATUS
           WRITE CLS-REPORT-LINE FROM WS-DEPT-DETAIL-LINE
           MOVE SPACES TO CLS-REPORT-LINE
           WRITE CLS-REPORT-LINE
           ADD 3 TO WS-LINE-COUNT
           IF WS-HST-TOTAL = WS-AHS-TOTAL
               AND WS-AHS-TOTAL = WS-GL-TOTAL
               AND WS-GL-TOTAL + WS-OFFSET-TOTAL = 0 THEN
               MOVE "TIES" TO WS-TL-STATUS
           ELSE
               MOVE "OUT OF TIE" TO WS-TL-STATUS
               IF WS-DEPTS-OUT = 0 THEN
                   ADD 1 TO WS-DEPTS-OUT
               END-IF
           END-IF
           PERFORM 1090-CHECK-PAGE-BREAK
           MOVE "RUN TOTALS (DIVHST)" TO WS-TL-LABEL
           MOVE WS-HST-TOTAL TO WS-TL-AMOUNT
           WRITE CLS-REPORT-LINE FROM WS-TIE-LINE
           MOVE SPACES TO WS-TL-STATUS
           MOVE "ACCOUNT RESULTS (DIVAHST)" TO WS-TL-LABEL
           MOVE WS-AHS-TOTAL TO WS-TL-AMOUNT
           WRITE CLS-REPORT-LINE FROM WS-TIE-LINE
           MOVE "LEDGER POSTINGS (DIVGLH)" TO WS-TL-LABEL
           MOVE WS-GL-TOTAL TO WS-TL-AMOUNT
           WRITE CLS-REPORT-LINE FROM WS-TIE-LINE
           MOVE "LEDGER OFFSETS (DIVGLH)" TO WS-TL-LABEL
           MOVE WS-OFFSET-TOTAL TO WS-TL-AMOUNT
           WRITE CLS-REPORT-LINE FROM WS-TIE-LINE
           MOVE SPACES TO CLS-REPORT-LINE
           WRITE CLS-REPORT-LINE
           ADD 5 TO WS-LINE-COUNT.

      ******************************************************************
      * A missing business day or an unacknowledged item leaves the
      * month open. Otherwise the "P" row is added to the calendar
      * behind the rows already on it, and the certificate stands
      * whether or not every department tied.
      ******************************************************************
       9000-TERMINATE.
           IF WS-MISSING-DATES > 0 OR WS-UNACKED-ITEMS > 0 THEN
               MOVE "PERIOD NOT CLOSED - EXCEPTIONS ABOVE MUST BE "
                   TO WS-RL-TEXT
               MOVE "CLEARED FIRST" TO WS-RL-TEXT(46:)
               WRITE CLS-REPORT-LINE FROM WS-RESULT-LINE
               DISPLAY "Error: period " WS-CLOSE-YYYY "/" WS-CLOSE-MM
                   " not closed - see DIVCLS."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 9100-WRITE-PERIOD-CLOSED
               IF WS-DEPTS-OUT > 0 THEN
                   MOVE "PERIOD CLOSED - OUT OF TIE, ADJUST IN THE "
                       TO WS-RL-TEXT
                   MOVE "CURRENT PERIOD" TO WS-RL-TEXT(43:)
                   DISPLAY "Error: period " WS-CLOSE-YYYY "/"
                       WS-CLOSE-MM " closed out of tie - see DIVCLS."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "PERIOD CLOSED" TO WS-RL-TEXT
               END-IF
               WRITE CLS-REPORT-LINE FROM WS-RESULT-LINE
           END-IF
           CLOSE CLOSE-REPORT-FILE
           PERFORM 9400-CLEAR-BATCH-LOCK
           DISPLAY "PERIOD . . . . . . . . . : " WS-CLOSE-YYYY "/"
               WS-CLOSE-MM
           DISPLAY "BUSINESS DAYS  . . . . . : " WS-BUSINESS-DAYS
           DISPLAY "DAYS NOT FINALIZED . . . : " WS-MISSING-DATES
           DISPLAY "UNACKNOWLEDGED ITEMS . . : " WS-UNACKED-ITEMS
           DISPLAY "DEPARTMENTS OUT OF TIE . : " WS-DEPTS-OUT.

       9100-WRITE-PERIOD-CLOSED.
           OPEN EXTEND DIVISOR-RUN-CONTROL-FILE
           MOVE "P" TO RC-RECORD-TYPE
           MOVE WS-CLOSE-DATE TO RC-DATE
           MOVE ZERO TO RC-RUN-NUMBER
           WRITE DIV-RUN-CONTROL-RECORD
           CLOSE DIVISOR-RUN-CONTROL-FILE.

       9400-CLEAR-BATCH-LOCK.
           OPEN OUTPUT DIVISOR-LOCK-FILE
           CLOSE DIVISOR-LOCK-FILE.
