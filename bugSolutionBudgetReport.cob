       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLBVA.

      ******************************************************************
      * Department budget-versus-actual report. Reads the monthly
      * budget amount and expected record count each department
      * keeps on its DIVCTL row (maintained through BUGSOLCTL) and
      * the DIVAHST account history BUGSOLUTION appends to, and
      * prints the DIVBVA report for the month to date: per
      * department, the budget against the month's results so far
      * and the percentage used, the record count against the
      * expected count, and a straight-line projection of both to
      * month end - the month-to-date figure scaled up by the days
      * in the month over the days elapsed. A department whose
      * projected results exceed its budget is flagged OVER. The
      * month is the one holding the as-of date, today unless the
      * optional DIVBVP parameter gives another; results count by
      * the date they were posted, and an "R" reversal takes its
      * original's result and record back out.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIVISOR-CONTROL-FILE ASSIGN TO "DIVCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-ACCT-HISTORY-FILE ASSIGN TO "DIVAHST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-BUDGET-PARM-FILE ASSIGN TO "DIVBVP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-SORT-FILE ASSIGN TO "SORTWK".

           SELECT CONTROL-WORK-FILE ASSIGN TO "DIVBVCWK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO "SORTWK".

           SELECT HISTORY-WORK-FILE ASSIGN TO "DIVBVHWK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUDGET-REPORT-FILE ASSIGN TO "DIVBVA"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Control parameters keyed by department (layout as in
      * BUGSOLUTION). Only the department's own row carries a
      * budget; the *** default row's is not applied to others.
      ******************************************************************
       FD  DIVISOR-CONTROL-FILE.
       01  DIV-CONTROL-RECORD.
           05  CTL-DEPARTMENT          PIC X(3).
           05  CTL-MAX-DIVISOR         PIC 9(5).
           05  CTL-DECIMAL-PLACES      PIC 9.
           05  CTL-REJECT-WARN-PCT     PIC 9(3).
           05  CTL-REJECT-FAIL-PCT     PIC 9(3).
           05  CTL-VARIANCE-PCT        PIC 9(3).
           05  CTL-LOOKBACK-DAYS       PIC 9(3).
           05  CTL-BUDGET-AMOUNT       PIC 9(9)V99.
           05  CTL-BUDGET-COUNT        PIC 9(7).

      ******************************************************************
      * Permanent account history (layout as in BUGSOLUTION).
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
           05  AHS-ORIG-RUN-DATE       PIC 9(8).
           05  AHS-ORIG-RUN-NUMBER     PIC 9(5).
           05  AHS-OPERATOR-ID         PIC X(8).

      ******************************************************************
      * Optional as-of date, YYYYMMDD. Blank takes today.
      ******************************************************************
       FD  DIVISOR-BUDGET-PARM-FILE.
       01  DIV-BUDGET-PARM-RECORD.
           05  BVP-AS-OF-DATE          PIC X(8).
           05  BVP-AS-OF-DATE-N REDEFINES BVP-AS-OF-DATE
                                       PIC 9(8).

       SD  CONTROL-SORT-FILE.
       01  CONTROL-SORT-RECORD.
           05  CS-DEPARTMENT           PIC X(3).
           05  CS-MAX-DIVISOR          PIC 9(5).
           05  CS-DECIMAL-PLACES       PIC 9.
           05  CS-REJECT-WARN-PCT      PIC 9(3).
           05  CS-REJECT-FAIL-PCT      PIC 9(3).
           05  CS-VARIANCE-PCT         PIC 9(3).
           05  CS-LOOKBACK-DAYS        PIC 9(3).
           05  CS-BUDGET-AMOUNT        PIC 9(9)V99.
           05  CS-BUDGET-COUNT         PIC 9(7).

       FD  CONTROL-WORK-FILE.
       01  CTL-WORK-RECORD.
           05  CW-DEPARTMENT           PIC X(3).
           05  CW-MAX-DIVISOR          PIC 9(5).
           05  CW-DECIMAL-PLACES       PIC 9.
           05  CW-REJECT-WARN-PCT      PIC 9(3).
           05  CW-REJECT-FAIL-PCT      PIC 9(3).
           05  CW-VARIANCE-PCT         PIC 9(3).
           05  CW-LOOKBACK-DAYS        PIC 9(3).
           05  CW-BUDGET-AMOUNT        PIC 9(9)V99.
           05  CW-BUDGET-COUNT         PIC 9(7).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-ACCOUNT-NUMBER       PIC 9(8).
           05  SR-DEPARTMENT           PIC X(3).
           05  SR-DIVIDEND             PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SR-DIVISOR              PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SR-RESULT               PIC S9(7)V9(4)
                                       SIGN LEADING SEPARATE.
           05  SR-QUOTIENT             PIC S9(7)
                                       SIGN LEADING SEPARATE.
           05  SR-REMAINDER            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SR-RUN-DATE             PIC 9(8).
           05  SR-RUN-NUMBER           PIC 9(5).
           05  SR-ENTRY-TYPE           PIC X.
           05  SR-ORIG-RUN-DATE        PIC 9(8).
           05  SR-ORIG-RUN-NUMBER      PIC 9(5).
           05  SR-OPERATOR-ID          PIC X(8).

       FD  HISTORY-WORK-FILE.
       01  AHS-WORK-RECORD.
           05  HW-ACCOUNT-NUMBER       PIC 9(8).
           05  HW-DEPARTMENT           PIC X(3).
           05  HW-DIVIDEND             PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  HW-DIVISOR              PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  HW-RESULT               PIC S9(7)V9(4)
                                       SIGN LEADING SEPARATE.
           05  HW-QUOTIENT             PIC S9(7)
                                       SIGN LEADING SEPARATE.
           05  HW-REMAINDER            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  HW-RUN-DATE             PIC 9(8).
           05  HW-RUN-NUMBER           PIC 9(5).
           05  HW-ENTRY-TYPE           PIC X.
               88  HW-REVERSAL-ENTRY              VALUE "R".
           05  HW-ORIG-RUN-DATE        PIC 9(8).
           05  HW-ORIG-RUN-NUMBER      PIC 9(5).
           05  HW-OPERATOR-ID          PIC X(8).

       FD  BUDGET-REPORT-FILE.
       01  BVA-REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CTL-EOF-SW           PIC X VALUE "N".
               88  WS-CTL-EOF                     VALUE "Y".
           05  WS-CTL-READY-SW         PIC X VALUE "N".
               88  WS-CTL-READY                   VALUE "Y".
           05  WS-HIST-EOF-SW          PIC X VALUE "N".
               88  WS-HIST-EOF                    VALUE "Y".
           05  WS-DEPT-ROW-SW          PIC X VALUE "N".
               88  WS-DEPT-HAS-ROW                VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY                    PIC 9(8).

      ******************************************************************
      * The month reported, as-of date inclusive. The projection
      * runs straight-line over calendar days.
      ******************************************************************
       01  WS-MONTH-CONTROLS.
           05  WS-AS-OF-DATE           PIC 9(8) VALUE 0.
           05  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
               10  WS-AS-OF-YYYY       PIC 9(4).
               10  WS-AS-OF-MM         PIC 9(2).
               10  WS-AS-OF-DD         PIC 9(2).
           05  WS-MONTH-START          PIC 9(8) VALUE 0.
           05  WS-NEXT-MONTH-START     PIC 9(8) VALUE 0.
           05  WS-DAYS-IN-MONTH        PIC 9(2) VALUE 0.
           05  WS-DAYS-ELAPSED         PIC 9(2) VALUE 0.

       01  WS-DATE-WORK.
           05  WS-EDIT-DATE-IN         PIC 9(8) VALUE 0.
           05  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE-IN.
               10  WS-EDIT-YYYY        PIC 9(4).
               10  WS-EDIT-MM          PIC 9(2).
               10  WS-EDIT-DD          PIC 9(2).
           05  WS-EDIT-DATE-OUT        PIC X(10) VALUE SPACES.

      ******************************************************************
      * Department being matched: its DIVCTL row, if it has one,
      * and its month-to-date results from DIVAHST.
      ******************************************************************
       01  WS-MATCH-CONTROLS.
           05  WS-CTL-KEY              PIC X(3) VALUE SPACES.
           05  WS-HIST-KEY             PIC X(3) VALUE SPACES.
           05  WS-CUR-DEPT             PIC X(3) VALUE SPACES.

       01  WS-DEPT-FIGURES.
           05  WS-DEPT-BUDGET          PIC 9(9)V99 VALUE 0.
           05  WS-DEPT-EXPECTED        PIC 9(7) VALUE 0.
           05  WS-DEPT-ACTUAL          PIC S9(11)V9(4) VALUE 0.
           05  WS-DEPT-COUNT           PIC S9(7) VALUE 0.
           05  WS-DEPT-ROWS            PIC 9(7) VALUE 0.

       01  WS-TOTAL-FIGURES.
           05  WS-TOT-BUDGET           PIC 9(11)V99 VALUE 0.
           05  WS-TOT-EXPECTED         PIC 9(9) VALUE 0.
           05  WS-TOT-ACTUAL           PIC S9(11)V9(4) VALUE 0.
           05  WS-TOT-COUNT            PIC S9(9) VALUE 0.

      ******************************************************************
      * Figures for the line being printed, department or total.
      ******************************************************************
       01  WS-LINE-FIGURES.
           05  WS-LF-BUDGET            PIC 9(11)V99 VALUE 0.
           05  WS-LF-EXPECTED          PIC 9(9) VALUE 0.
           05  WS-LF-ACTUAL            PIC S9(11)V9(4) VALUE 0.
           05  WS-LF-COUNT             PIC S9(9) VALUE 0.
           05  WS-LF-PROJECTED         PIC S9(11)V99 VALUE 0.
           05  WS-LF-PROJ-COUNT        PIC S9(9) VALUE 0.
           05  WS-LF-PCT               PIC S9(9)V9 VALUE 0.

       01  WS-COUNTERS.
           05  WS-CONTROL-ROWS         PIC 9(5) VALUE 0.
           05  WS-HISTORY-READ         PIC 9(7) VALUE 0.
           05  WS-ROWS-IN-MONTH        PIC 9(7) VALUE 0.
           05  WS-DEPTS-REPORTED       PIC 9(5) VALUE 0.
           05  WS-DEPTS-NO-BUDGET      PIC 9(5) VALUE 0.
           05  WS-DEPTS-OVER           PIC 9(5) VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 0.
           05  WS-PAGE-NUMBER          PIC 9(3) VALUE 0.

       01  WS-REPORT-TITLE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE "BUDGET VERSUS ACTUAL".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  WS-RPT-PAGE-NUMBER      PIC ZZ9.

       01  WS-REPORT-PERIOD-LINE.
           05  FILLER                  PIC X(14)
               VALUE "MONTH TO DATE ".
           05  WS-RPL-FROM-DATE        PIC X(10).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  WS-RPL-TO-DATE          PIC X(10).
           05  FILLER                  PIC X(7) VALUE "  DAY  ".
           05  WS-RPL-DAYS-ELAPSED     PIC Z9.
           05  FILLER                  PIC X(4) VALUE " OF ".
           05  WS-RPL-DAYS-IN-MONTH    PIC Z9.

       01  WS-REPORT-COLUMN-HEADER-1.
           05  FILLER                  PIC X(5) VALUE "DEPT".
           05  FILLER                  PIC X(13) VALUE "     MONTHLY".
           05  FILLER                  PIC X(15)
               VALUE "        ACTUAL".
           05  FILLER                  PIC X(8) VALUE "    PCT".
           05  FILLER                  PIC X(16)
               VALUE "     PROJECTED".
           05  FILLER                  PIC X(8) VALUE " EXPECT".
           05  FILLER                  PIC X(9) VALUE "  ACTUAL".
           05  FILLER                  PIC X(8) VALUE "    PCT".
           05  FILLER                  PIC X(10) VALUE "    PROJ".
           05  FILLER                  PIC X(4) VALUE "FLAG".

       01  WS-REPORT-COLUMN-HEADER-2.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "      BUDGET".
           05  FILLER                  PIC X(15)
               VALUE " MONTH TO DATE".
           05  FILLER                  PIC X(8) VALUE "   USED".
           05  FILLER                  PIC X(16)
               VALUE "  AT MONTH END".
           05  FILLER                  PIC X(8) VALUE "  COUNT".
           05  FILLER                  PIC X(9) VALUE "   COUNT".
           05  FILLER                  PIC X(8) VALUE "   USED".
           05  FILLER                  PIC X(10) VALUE "   COUNT".
           05  FILLER                  PIC X(4) VALUE SPACES.

       01  WS-REPORT-COLUMN-HEADER-3.
           05  FILLER                  PIC X(96)
               VALUE ALL "-".

      ******************************************************************
      * Budget and percentage columns print NONE when the
      * department has no budget amount or record count set.
      ******************************************************************
       01  WS-REPORT-DETAIL-LINE.
           05  WS-RDL-DEPT             PIC X(5).
           05  WS-RDL-BUDGET           PIC ZZZZZZZZ9.99.
           05  WS-RDL-BUDGET-X REDEFINES WS-RDL-BUDGET
                                       PIC X(12).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RDL-ACTUAL           PIC ZZZZZZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RDL-PCT              PIC ZZZ9.9-.
           05  WS-RDL-PCT-X REDEFINES WS-RDL-PCT
                                       PIC X(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RDL-PROJECTED        PIC ZZZZZZZZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RDL-EXPECTED         PIC ZZZZZZ9.
           05  WS-RDL-EXPECTED-X REDEFINES WS-RDL-EXPECTED
                                       PIC X(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RDL-COUNT            PIC ZZZZZZ9-.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RDL-COUNT-PCT        PIC ZZZ9.9-.
           05  WS-RDL-COUNT-PCT-X REDEFINES WS-RDL-COUNT-PCT
                                       PIC X(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RDL-PROJ-COUNT       PIC ZZZZZZ9-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RDL-FLAG             PIC X(4).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COMPARE-BUDGETS
           PERFORM 3000-PRINT-REPORT-TOTAL
           PERFORM 9000-TERMINATE
           STOP RUN.

      ******************************************************************
      * The as-of date defaults to today and is overridden from
      * DIVBVP. A date that is not a valid YYYYMMDD is reported and
      * the default kept. The month runs from its first day to the
      * as-of date; the days in the month come from the first of
      * the next month.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-AS-OF-DATE
           MOVE SPACES TO DIV-BUDGET-PARM-RECORD
           OPEN INPUT DIVISOR-BUDGET-PARM-FILE
           READ DIVISOR-BUDGET-PARM-FILE
               AT END
                   MOVE SPACES TO DIV-BUDGET-PARM-RECORD
           END-READ
           CLOSE DIVISOR-BUDGET-PARM-FILE
           IF BVP-AS-OF-DATE NOT = SPACES THEN
               IF BVP-AS-OF-DATE IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(BVP-AS-OF-DATE-N)
                       = 0 THEN
                   MOVE BVP-AS-OF-DATE-N TO WS-AS-OF-DATE
               ELSE
                   DISPLAY "Warning: DIVBVP as-of date " BVP-AS-OF-DATE
                       " invalid - default kept"
               END-IF
           END-IF
           COMPUTE WS-MONTH-START =
               WS-AS-OF-YYYY * 10000 + WS-AS-OF-MM * 100 + 1
           IF WS-AS-OF-MM = 12 THEN
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-AS-OF-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           MOVE WS-AS-OF-DD TO WS-DAYS-ELAPSED
           OPEN OUTPUT BUDGET-REPORT-FILE
           PERFORM 1080-WRITE-REPORT-HEADERS.

       1060-EDIT-DATE.
           MOVE SPACES TO WS-EDIT-DATE-OUT
           STRING WS-EDIT-MM "/" WS-EDIT-DD "/" WS-EDIT-YYYY
               DELIMITED BY SIZE INTO WS-EDIT-DATE-OUT.

       1080-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RPT-PAGE-NUMBER
           WRITE BVA-REPORT-LINE FROM WS-REPORT-TITLE-LINE
           MOVE WS-MONTH-START TO WS-EDIT-DATE-IN
           PERFORM 1060-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-RPL-FROM-DATE
           MOVE WS-AS-OF-DATE TO WS-EDIT-DATE-IN
           PERFORM 1060-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-RPL-TO-DATE
           MOVE WS-DAYS-ELAPSED TO WS-RPL-DAYS-ELAPSED
           MOVE WS-DAYS-IN-MONTH TO WS-RPL-DAYS-IN-MONTH
           WRITE BVA-REPORT-LINE FROM WS-REPORT-PERIOD-LINE
           MOVE SPACES TO BVA-REPORT-LINE
           WRITE BVA-REPORT-LINE
           WRITE BVA-REPORT-LINE FROM WS-REPORT-COLUMN-HEADER-1
           WRITE BVA-REPORT-LINE FROM WS-REPORT-COLUMN-HEADER-2
           WRITE BVA-REPORT-LINE FROM WS-REPORT-COLUMN-HEADER-3
           MOVE 6 TO WS-LINE-COUNT.

      ******************************************************************
      * DIVCTL and DIVAHST are each sorted on department and matched
      * one department at a time. A department prints when it has
      * a DIVCTL row of its own or results posted in the month, so
      * a budgeted department with nothing run yet still shows, as
      * does activity for a department with no row and no budget.
      ******************************************************************
       2000-COMPARE-BUDGETS.
           SORT CONTROL-SORT-FILE
               ON ASCENDING KEY CS-DEPARTMENT
               USING DIVISOR-CONTROL-FILE
               GIVING CONTROL-WORK-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SR-DEPARTMENT
               USING DIVISOR-ACCT-HISTORY-FILE
               GIVING HISTORY-WORK-FILE
           OPEN INPUT CONTROL-WORK-FILE
           OPEN INPUT HISTORY-WORK-FILE
           PERFORM 2010-NEXT-CONTROL-ROW
           PERFORM 2030-READ-HISTORY-WORK
           PERFORM 2100-MATCH-ONE-DEPARTMENT
               UNTIL WS-CTL-EOF AND WS-HIST-EOF
           CLOSE CONTROL-WORK-FILE
           CLOSE HISTORY-WORK-FILE.

      ******************************************************************
      * The *** default row and blank rows are passed over.
      ******************************************************************
       2010-NEXT-CONTROL-ROW.
           MOVE "N" TO WS-CTL-READY-SW
           PERFORM 2020-READ-CONTROL-WORK UNTIL WS-CTL-READY.

       2020-READ-CONTROL-WORK.
           READ CONTROL-WORK-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
                   SET WS-CTL-READY TO TRUE
                   MOVE HIGH-VALUES TO WS-CTL-KEY
               NOT AT END
                   IF CW-DEPARTMENT = "***"
                       OR CW-DEPARTMENT = SPACES THEN
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-CONTROL-ROWS
                       SET WS-CTL-READY TO TRUE
                       MOVE CW-DEPARTMENT TO WS-CTL-KEY
                   END-IF
           END-READ.

       2030-READ-HISTORY-WORK.
           READ HISTORY-WORK-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-HIST-KEY
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   MOVE HW-DEPARTMENT TO WS-HIST-KEY
           END-READ.

      ******************************************************************
      * Rows written before the budget was carried have nothing in
      * the budget fields and are taken as no budget set.
      ******************************************************************
       2100-MATCH-ONE-DEPARTMENT.
           IF WS-CTL-KEY < WS-HIST-KEY THEN
               MOVE WS-CTL-KEY TO WS-CUR-DEPT
           ELSE
               MOVE WS-HIST-KEY TO WS-CUR-DEPT
           END-IF
           MOVE 0 TO WS-DEPT-BUDGET
           MOVE 0 TO WS-DEPT-EXPECTED
           MOVE 0 TO WS-DEPT-ACTUAL
           MOVE 0 TO WS-DEPT-COUNT
           MOVE 0 TO WS-DEPT-ROWS
           MOVE "N" TO WS-DEPT-ROW-SW
           IF WS-CTL-KEY = WS-CUR-DEPT THEN
               SET WS-DEPT-HAS-ROW TO TRUE
               IF CW-BUDGET-AMOUNT IS NUMERIC THEN
                   MOVE CW-BUDGET-AMOUNT TO WS-DEPT-BUDGET
               END-IF
               IF CW-BUDGET-COUNT IS NUMERIC THEN
                   MOVE CW-BUDGET-COUNT TO WS-DEPT-EXPECTED
               END-IF
               PERFORM 2010-NEXT-CONTROL-ROW
           END-IF
           PERFORM 2150-ADD-HISTORY-ROW
               UNTIL WS-HIST-KEY NOT = WS-CUR-DEPT
           IF WS-DEPT-HAS-ROW OR WS-DEPT-ROWS > 0 THEN
               PERFORM 2200-PRINT-DEPARTMENT
           END-IF.

      ******************************************************************
      * A result counts in the month it was posted. An "R" entry
      * carries its original's result negated and takes the
      * original's record back off the count.
      ******************************************************************
       2150-ADD-HISTORY-ROW.
           IF HW-RUN-DATE IS NUMERIC
               AND HW-RESULT IS NUMERIC
               AND HW-RUN-DATE >= WS-MONTH-START
               AND HW-RUN-DATE <= WS-AS-OF-DATE THEN
               ADD 1 TO WS-DEPT-ROWS
               ADD 1 TO WS-ROWS-IN-MONTH
               ADD HW-RESULT TO WS-DEPT-ACTUAL
               IF HW-REVERSAL-ENTRY THEN
                   SUBTRACT 1 FROM WS-DEPT-COUNT
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
               END-IF
           END-IF
           PERFORM 2030-READ-HISTORY-WORK.

       2200-PRINT-DEPARTMENT.
           ADD 1 TO WS-DEPTS-REPORTED
           ADD WS-DEPT-BUDGET TO WS-TOT-BUDGET
           ADD WS-DEPT-EXPECTED TO WS-TOT-EXPECTED
           ADD WS-DEPT-ACTUAL TO WS-TOT-ACTUAL
           ADD WS-DEPT-COUNT TO WS-TOT-COUNT
           IF WS-DEPT-BUDGET = 0 THEN
               ADD 1 TO WS-DEPTS-NO-BUDGET
           END-IF
           MOVE WS-DEPT-BUDGET TO WS-LF-BUDGET
           MOVE WS-DEPT-EXPECTED TO WS-LF-EXPECTED
           MOVE WS-DEPT-ACTUAL TO WS-LF-ACTUAL
           MOVE WS-DEPT-COUNT TO WS-LF-COUNT
           MOVE WS-CUR-DEPT TO WS-RDL-DEPT
           PERFORM 2300-FORMAT-FIGURES
           IF WS-RDL-FLAG NOT = SPACES THEN
               ADD 1 TO WS-DEPTS-OVER
           END-IF
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
               PERFORM 1080-WRITE-REPORT-HEADERS
           END-IF
           WRITE BVA-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      * Percentage used and the straight-line projection to month
      * end: the figure so far times the days in the month over the
      * days elapsed. The flag goes on when the projected results
      * exceed a budget that is set.
      ******************************************************************
       2300-FORMAT-FIGURES.
           COMPUTE WS-LF-PROJECTED ROUNDED =
               WS-LF-ACTUAL * WS-DAYS-IN-MONTH / WS-DAYS-ELAPSED
           COMPUTE WS-LF-PROJ-COUNT ROUNDED =
               WS-LF-COUNT * WS-DAYS-IN-MONTH / WS-DAYS-ELAPSED
           MOVE WS-LF-ACTUAL TO WS-RDL-ACTUAL
           MOVE WS-LF-PROJECTED TO WS-RDL-PROJECTED
           MOVE WS-LF-COUNT TO WS-RDL-COUNT
           MOVE WS-LF-PROJ-COUNT TO WS-RDL-PROJ-COUNT
           MOVE SPACES TO WS-RDL-FLAG
           IF WS-LF-BUDGET = 0 THEN
               MOVE "        NONE" TO WS-RDL-BUDGET-X
               MOVE SPACES TO WS-RDL-PCT-X
           ELSE
               MOVE WS-LF-BUDGET TO WS-RDL-BUDGET
               COMPUTE WS-LF-PCT ROUNDED =
                   WS-LF-ACTUAL * 100 / WS-LF-BUDGET
               PERFORM 2310-EDIT-PCT
               MOVE WS-LF-PCT TO WS-RDL-PCT
               IF WS-LF-PROJECTED > WS-LF-BUDGET THEN
                   MOVE "OVER" TO WS-RDL-FLAG
               END-IF
           END-IF
           IF WS-LF-EXPECTED = 0 THEN
               MOVE "   NONE" TO WS-RDL-EXPECTED-X
               MOVE SPACES TO WS-RDL-COUNT-PCT-X
           ELSE
               MOVE WS-LF-EXPECTED TO WS-RDL-EXPECTED
               COMPUTE WS-LF-PCT ROUNDED =
                   WS-LF-COUNT * 100 / WS-LF-EXPECTED
               PERFORM 2310-EDIT-PCT
               MOVE WS-LF-PCT TO WS-RDL-COUNT-PCT
           END-IF.

      ******************************************************************
      * A percentage past the column's width prints as 9999.9.
      ******************************************************************
       2310-EDIT-PCT.
           IF WS-LF-PCT > 9999.9 THEN
               MOVE 9999.9 TO WS-LF-PCT
           END-IF
           IF WS-LF-PCT < -9999.9 THEN
               MOVE -9999.9 TO WS-LF-PCT
           END-IF.

      ******************************************************************
      * The total line is measured against the budgets that are
      * set; its flag is left off, since one department's overrun
      * can hide inside another's slack.
      ******************************************************************
       3000-PRINT-REPORT-TOTAL.
           MOVE WS-TOT-BUDGET TO WS-LF-BUDGET
           MOVE WS-TOT-EXPECTED TO WS-LF-EXPECTED
           MOVE WS-TOT-ACTUAL TO WS-LF-ACTUAL
           MOVE WS-TOT-COUNT TO WS-LF-COUNT
           MOVE "TOTAL" TO WS-RDL-DEPT
           PERFORM 2300-FORMAT-FIGURES
           MOVE SPACES TO WS-RDL-FLAG
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE THEN
               PERFORM 1080-WRITE-REPORT-HEADERS
           END-IF
           WRITE BVA-REPORT-LINE FROM WS-REPORT-COLUMN-HEADER-3
           WRITE BVA-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           ADD 2 TO WS-LINE-COUNT.

       9000-TERMINATE.
           CLOSE BUDGET-REPORT-FILE
           DISPLAY "DEPARTMENT CONTROL ROWS:    " WS-CONTROL-ROWS
           DISPLAY "HISTORY ROWS READ:          " WS-HISTORY-READ
           DISPLAY "HISTORY ROWS IN MONTH:      " WS-ROWS-IN-MONTH
           DISPLAY "DEPARTMENTS REPORTED:       " WS-DEPTS-REPORTED
           DISPLAY "DEPARTMENTS WITH NO BUDGET: " WS-DEPTS-NO-BUDGET
           DISPLAY "PROJECTED OVER BUDGET:      " WS-DEPTS-OVER.
