       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLOPR.

      ******************************************************************
      * Operator keying-quality report. Reads the DIVOPACT operator
      * activity file appended by BUGSOLUTION (and by BUGSOLVAR for
      * declined variance holds), sorts it into month, operator and
      * department sequence, and prints the DIVOPRPT report: a
      * section per month with one line per operator and
      * department giving the entries keyed, computed, rejected and
      * suppressed as duplicates, followed by the rejects broken
      * down by reason code. An entry is keyed once it has settled
      * as computed, rejected or duplicate; variance holds are
      * shown for information and count when they settle. The
      * error rate is rejects plus duplicates over entries keyed,
      * set against the shop average for the same month, so
      * supervisors can see who needs retraining and on what.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIVISOR-OPER-ACTIVITY-FILE
               ASSIGN TO "DIVOPACT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO "SORTWK".

           SELECT OPER-ACTIVITY-WORK-FILE ASSIGN TO "DIVOPAWK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-OPERATOR-FILE ASSIGN TO "DIVOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT OPER-REPORT-FILE ASSIGN TO "DIVOPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DIVISOR-OPER-ACTIVITY-FILE.
       01  DIV-OPER-ACTIVITY-RECORD.
           05  OPA-RUN-DATE            PIC 9(8).
           05  OPA-RUN-NUMBER          PIC 9(5).
           05  OPA-OPERATOR-ID         PIC X(8).
           05  OPA-DEPARTMENT          PIC X(3).
           05  OPA-OUTCOME             PIC X.
           05  OPA-REASON-CODE         PIC X(8).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-RUN-DATE.
               10  SR-RUN-YYYYMM       PIC 9(6).
               10  SR-RUN-DD           PIC 9(2).
           05  SR-RUN-NUMBER           PIC 9(5).
           05  SR-OPERATOR-ID          PIC X(8).
           05  SR-DEPARTMENT           PIC X(3).
           05  SR-OUTCOME              PIC X.
           05  SR-REASON-CODE          PIC X(8).

       FD  OPER-ACTIVITY-WORK-FILE.
       01  OPA-WORK-RECORD.
           05  OW-RUN-DATE             PIC 9(8).
           05  OW-RUN-DATE-X REDEFINES OW-RUN-DATE.
               10  OW-RUN-YYYYMM       PIC 9(6).
               10  OW-RUN-DD           PIC 9(2).
           05  OW-RUN-NUMBER           PIC 9(5).
           05  OW-OPERATOR-ID          PIC X(8).
           05  OW-DEPARTMENT           PIC X(3).
           05  OW-OUTCOME              PIC X.
               88  OW-COMPUTED                    VALUE "C".
               88  OW-REJECTED                    VALUE "R".
               88  OW-DUPLICATE                   VALUE "D".
               88  OW-VARIANCE-HELD               VALUE "V".
           05  OW-REASON-CODE          PIC X(8).

      ******************************************************************
      * Operator master shared by the screen programs: one record
      * per operator with an active switch and a permission switch
      * per screen function. Read here for the operator's name.
      ******************************************************************
       FD  DIVISOR-OPERATOR-FILE.
       01  DIV-OPERATOR-RECORD.
           05  OP-OPERATOR-ID          PIC X(8).
           05  OP-OPERATOR-NAME        PIC X(20).
           05  OP-ACTIVE-SW            PIC X.
               88  OP-OPERATOR-ACTIVE             VALUE "A".
           05  OP-ENTRY-SW             PIC X.
               88  OP-ENTRY-ALLOWED               VALUE "Y".
           05  OP-RECYCLE-SW           PIC X.
               88  OP-RECYCLE-ALLOWED             VALUE "Y".
           05  OP-MAINT-SW             PIC X.
               88  OP-MAINT-ALLOWED               VALUE "Y".
           05  OP-INQUIRY-SW           PIC X.
               88  OP-INQUIRY-ALLOWED             VALUE "Y".
           05  OP-SUSPENSE-SW          PIC X.
               88  OP-SUSPENSE-ALLOWED            VALUE "Y".
           05  OP-CONTROL-SW           PIC X.
               88  OP-CONTROL-ALLOWED             VALUE "Y".
           05  OP-STANDING-SW          PIC X.
               88  OP-STANDING-ALLOWED            VALUE "Y".
           05  OP-APPROVE-SW           PIC X.
               88  OP-APPROVE-ALLOWED             VALUE "Y".

       FD  OPER-REPORT-FILE.
       01  OPR-REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-STATUS          PIC XX VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  WS-END-OF-FILE                 VALUE "Y".
           05  WS-FIRST-SECTION-SW     PIC X VALUE "Y".
               88  WS-FIRST-SECTION               VALUE "Y".

       01  WS-BREAK-CONTROLS.
           05  WS-PREV-YYYYMM          PIC 9(6) VALUE 0.
           05  WS-PREV-OPERATOR        PIC X(8) VALUE SPACES.
           05  WS-PREV-DEPARTMENT      PIC X(3) VALUE SPACES.

      ******************************************************************
      * Shop totals per month, built on the first pass over the
      * sorted activity so each month's section can show the shop
      * average before the operators in it are printed. The sorted
      * file is in month order, so the second pass steps through
      * the table in the same order.
      ******************************************************************
       01  WS-MONTH-TABLE.
           05  WS-MONTH-COUNT          PIC 9(3) VALUE 0.
           05  WS-MONTH-SUB            PIC 9(3) VALUE 0.
           05  WS-MONTH-ENTRY OCCURS 240 TIMES.
               10  WS-MON-YYYYMM       PIC 9(6).
               10  WS-MON-KEYED        PIC 9(7).
               10  WS-MON-ERRORS       PIC 9(7).

      ******************************************************************
      * Totals for the operator and department being printed, with
      * its rejects counted by reason code.
      ******************************************************************
       01  WS-GROUP-TOTALS.
           05  WS-GRP-COMPUTED         PIC 9(7) VALUE 0.
           05  WS-GRP-REJECTED         PIC 9(7) VALUE 0.
           05  WS-GRP-DUPLICATE        PIC 9(7) VALUE 0.
           05  WS-GRP-HELD             PIC 9(7) VALUE 0.
           05  WS-GRP-KEYED            PIC 9(7) VALUE 0.
           05  WS-GRP-ERRORS           PIC 9(7) VALUE 0.
           05  WS-REASON-COUNT         PIC 9(2) VALUE 0.
           05  WS-REASON-SUB           PIC 9(2) VALUE 0.
           05  WS-REASON-ENTRY OCCURS 20 TIMES.
               10  WS-RSN-CODE         PIC X(8).
               10  WS-RSN-COUNT        PIC 9(7).

       01  WS-SECTION-TOTALS.
           05  WS-SEC-COMPUTED         PIC 9(7) VALUE 0.
           05  WS-SEC-REJECTED         PIC 9(7) VALUE 0.
           05  WS-SEC-DUPLICATE        PIC 9(7) VALUE 0.
           05  WS-SEC-HELD             PIC 9(7) VALUE 0.

       01  WS-RATES.
           05  WS-ERROR-PCT            PIC S9(3)V9 VALUE 0.
           05  WS-SHOP-PCT             PIC S9(3)V9 VALUE 0.
           05  WS-PCT-DIFFERENCE       PIC S9(3)V9 VALUE 0.

       01  WS-COUNTERS.
           05  WS-ACTIVITY-READ        PIC 9(7) VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 0.
           05  WS-PAGE-NUMBER          PIC 9(3) VALUE 0.

       01  WS-REPORT-TITLE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE "OPERATOR KEYING QUALITY".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  WS-RPT-PAGE-NUMBER      PIC ZZ9.

       01  WS-MONTH-HEADING-LINE.
           05  FILLER                  PIC X(7) VALUE "MONTH: ".
           05  WS-MHL-MONTH            PIC X(7).
           05  FILLER                  PIC X(16)
               VALUE "   SHOP KEYED: ".
           05  WS-MHL-KEYED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(15)
               VALUE "   ERRORS: ".
           05  WS-MHL-ERRORS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
               VALUE "   SHOP AVERAGE ".
           05  WS-MHL-SHOP-PCT         PIC ZZ9.9.
           05  FILLER                  PIC X VALUE "%".

       01  WS-REPORT-COLUMN-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "OPERATOR".
           05  FILLER                  PIC X(21) VALUE "NAME".
           05  FILLER                  PIC X(6) VALUE "DEPT".
           05  FILLER                  PIC X(8) VALUE " KEYED".
           05  FILLER                  PIC X(8) VALUE "COMPUTED".
           05  FILLER                  PIC X(7) VALUE "  HELD".
           05  FILLER                  PIC X(7) VALUE "REJECT".
           05  FILLER                  PIC X(8) VALUE "  DUPS".
           05  FILLER                  PIC X(8) VALUE "ERROR %".
           05  FILLER                  PIC X(7) VALUE "VS SHOP".

       01  WS-REPORT-COLUMN-HEADER-2.
           05  FILLER                  PIC X(90)
               VALUE ALL "-".

       01  WS-REPORT-DETAIL-LINE.
           05  WS-RPT-OPERATOR         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-NAME             PIC X(20).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RPT-DEPARTMENT       PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-KEYED            PIC ZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-COMPUTED         PIC ZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-HELD             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-REJECTED         PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-DUPLICATE        PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-ERROR-PCT        PIC ZZ9.9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-VS-SHOP          PIC +++9.9.

       01  WS-REASON-DETAIL-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "REJECT REASON  ".
           05  WS-RDL-REASON           PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RDL-COUNT            PIC ZZZZZZ9.

       01  WS-SECTION-TOTAL-LINE.
           05  FILLER                  PIC X(17)
               VALUE "MONTH TOTAL   -  ".
           05  FILLER                  PIC X(10) VALUE "COMPUTED: ".
           05  WS-STL-COMPUTED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(8) VALUE "  HELD: ".
           05  WS-STL-HELD             PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  WS-STL-REJECTED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(8) VALUE "  DUPS: ".
           05  WS-STL-DUPLICATE        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACTIVITY UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE
           STOP RUN.

      ******************************************************************
      * DIVOPACT is appended in run order; it is sorted here into
      * month, operator, department and reason sequence so the
      * report breaks cleanly by month and by operator within it.
      * The sorted file is read once for the shop totals, then
      * again to print.
      ******************************************************************
       1000-INITIALIZE.
           SORT SORT-FILE
               ON ASCENDING KEY SR-RUN-YYYYMM
               ON ASCENDING KEY SR-OPERATOR-ID
               ON ASCENDING KEY SR-DEPARTMENT
               ON ASCENDING KEY SR-REASON-CODE
               USING DIVISOR-OPER-ACTIVITY-FILE
               GIVING OPER-ACTIVITY-WORK-FILE
           OPEN INPUT OPER-ACTIVITY-WORK-FILE
           PERFORM 1100-READ-WORK
           PERFORM 1200-ACCUMULATE-SHOP-TOTALS UNTIL WS-END-OF-FILE
           CLOSE OPER-ACTIVITY-WORK-FILE
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DIVISOR-OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = "00" THEN
               DISPLAY "Error: cannot open operator master, status "
                   WS-OPERATOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OPER-ACTIVITY-WORK-FILE
           OPEN OUTPUT OPER-REPORT-FILE
           PERFORM 1080-WRITE-REPORT-HEADERS
           PERFORM 1100-READ-WORK.

       1080-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RPT-PAGE-NUMBER
           WRITE OPR-REPORT-LINE FROM WS-REPORT-TITLE-LINE
           MOVE SPACES TO OPR-REPORT-LINE
           WRITE OPR-REPORT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       1100-READ-WORK.
           READ OPER-ACTIVITY-WORK-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      ******************************************************************
      * First pass: one table entry per month on file, holding the
      * entries settled that month and how many of them were
      * rejected or suppressed as duplicates.
      ******************************************************************
       1200-ACCUMULATE-SHOP-TOTALS.
           IF OPA-WORK-RECORD = SPACES
               OR OW-RUN-DATE IS NOT NUMERIC THEN
               CONTINUE
           ELSE
               IF WS-MONTH-COUNT = 0
                   OR OW-RUN-YYYYMM NOT = WS-MON-YYYYMM
                       (WS-MONTH-COUNT) THEN
                   IF WS-MONTH-COUNT >= 240 THEN
                       DISPLAY "Error: DIVOPACT holds more than 240 "
                           "months - archive it before reporting"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-MONTH-COUNT
                   MOVE OW-RUN-YYYYMM TO WS-MON-YYYYMM (WS-MONTH-COUNT)
                   MOVE 0 TO WS-MON-KEYED (WS-MONTH-COUNT)
                   MOVE 0 TO WS-MON-ERRORS (WS-MONTH-COUNT)
               END-IF
               EVALUATE TRUE
                   WHEN OW-COMPUTED
                       ADD 1 TO WS-MON-KEYED (WS-MONTH-COUNT)
                   WHEN OW-REJECTED
                   WHEN OW-DUPLICATE
                       ADD 1 TO WS-MON-KEYED (WS-MONTH-COUNT)
                       ADD 1 TO WS-MON-ERRORS (WS-MONTH-COUNT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 1100-READ-WORK.

       2000-PROCESS-ACTIVITY.
           IF OPA-WORK-RECORD = SPACES
               OR OW-RUN-DATE IS NOT NUMERIC THEN
               PERFORM 1100-READ-WORK
           ELSE
               ADD 1 TO WS-ACTIVITY-READ
               IF OW-RUN-YYYYMM NOT = WS-PREV-YYYYMM THEN
                   PERFORM 2050-MONTH-BREAK
               ELSE
                   IF OW-OPERATOR-ID NOT = WS-PREV-OPERATOR
                       OR OW-DEPARTMENT NOT = WS-PREV-DEPARTMENT THEN
                       PERFORM 2300-PRINT-GROUP
                       PERFORM 2080-START-GROUP
                   END-IF
               END-IF
               PERFORM 2100-ADD-ACTIVITY
               PERFORM 1100-READ-WORK
           END-IF.

      ******************************************************************
      * Control break on month: finish the last operator and the
      * month total, then open the new month's section with the
      * shop figures from the first pass.
      ******************************************************************
       2050-MONTH-BREAK.
           IF WS-FIRST-SECTION THEN
               MOVE "N" TO WS-FIRST-SECTION-SW
           ELSE
               PERFORM 2300-PRINT-GROUP
               PERFORM 2060-PRINT-SECTION-TOTAL
           END-IF
           MOVE OW-RUN-YYYYMM TO WS-PREV-YYYYMM
           ADD 1 TO WS-MONTH-SUB
           MOVE 0 TO WS-SEC-COMPUTED
           MOVE 0 TO WS-SEC-REJECTED
           MOVE 0 TO WS-SEC-DUPLICATE
           MOVE 0 TO WS-SEC-HELD
           IF WS-MON-KEYED (WS-MONTH-SUB) > 0 THEN
               COMPUTE WS-SHOP-PCT ROUNDED =
                   WS-MON-ERRORS (WS-MONTH-SUB) * 100
                       / WS-MON-KEYED (WS-MONTH-SUB)
           ELSE
               MOVE 0 TO WS-SHOP-PCT
           END-IF
           PERFORM 2070-WRITE-SECTION-HEADING
           PERFORM 2080-START-GROUP.

       2060-PRINT-SECTION-TOTAL.
           MOVE WS-SEC-COMPUTED TO WS-STL-COMPUTED
           MOVE WS-SEC-HELD TO WS-STL-HELD
           MOVE WS-SEC-REJECTED TO WS-STL-REJECTED
           MOVE WS-SEC-DUPLICATE TO WS-STL-DUPLICATE
           MOVE SPACES TO OPR-REPORT-LINE
           WRITE OPR-REPORT-LINE
           WRITE OPR-REPORT-LINE FROM WS-SECTION-TOTAL-LINE
           ADD 2 TO WS-LINE-COUNT.

       2070-WRITE-SECTION-HEADING.
           MOVE SPACES TO WS-MHL-MONTH
           STRING WS-PREV-YYYYMM(1:4) "/" WS-PREV-YYYYMM(5:2)
               DELIMITED BY SIZE INTO WS-MHL-MONTH
           MOVE WS-MON-KEYED (WS-MONTH-SUB) TO WS-MHL-KEYED
           MOVE WS-MON-ERRORS (WS-MONTH-SUB) TO WS-MHL-ERRORS
           MOVE WS-SHOP-PCT TO WS-MHL-SHOP-PCT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1080-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO OPR-REPORT-LINE
           WRITE OPR-REPORT-LINE
           WRITE OPR-REPORT-LINE FROM WS-MONTH-HEADING-LINE
           WRITE OPR-REPORT-LINE FROM WS-REPORT-COLUMN-HEADER-1
           WRITE OPR-REPORT-LINE FROM WS-REPORT-COLUMN-HEADER-2
           ADD 4 TO WS-LINE-COUNT.

       2080-START-GROUP.
           MOVE OW-OPERATOR-ID TO WS-PREV-OPERATOR
           MOVE OW-DEPARTMENT TO WS-PREV-DEPARTMENT
           MOVE 0 TO WS-GRP-COMPUTED
           MOVE 0 TO WS-GRP-REJECTED
           MOVE 0 TO WS-GRP-DUPLICATE
           MOVE 0 TO WS-GRP-HELD
           MOVE 0 TO WS-REASON-COUNT.

       2100-ADD-ACTIVITY.
           EVALUATE TRUE
               WHEN OW-COMPUTED
                   ADD 1 TO WS-GRP-COMPUTED
                   ADD 1 TO WS-SEC-COMPUTED
               WHEN OW-REJECTED
                   ADD 1 TO WS-GRP-REJECTED
                   ADD 1 TO WS-SEC-REJECTED
                   PERFORM 2150-COUNT-REASON
               WHEN OW-DUPLICATE
                   ADD 1 TO WS-GRP-DUPLICATE
                   ADD 1 TO WS-SEC-DUPLICATE
               WHEN OW-VARIANCE-HELD
                   ADD 1 TO WS-GRP-HELD
                   ADD 1 TO WS-SEC-HELD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Rejects arrive in reason-code order within the operator and
      * department, so a new code is always added at the end of the
      * table. Nineteen codes are listed by name; the twentieth
      * entry is OTHER and counts every code after them.
      ******************************************************************
       2150-COUNT-REASON.
           IF WS-REASON-COUNT > 0
               AND OW-REASON-CODE = WS-RSN-CODE (WS-REASON-COUNT) THEN
               ADD 1 TO WS-RSN-COUNT (WS-REASON-COUNT)
           ELSE
               EVALUATE TRUE
                   WHEN WS-REASON-COUNT < 19
                       ADD 1 TO WS-REASON-COUNT
                       MOVE OW-REASON-CODE
                           TO WS-RSN-CODE (WS-REASON-COUNT)
                       MOVE 1 TO WS-RSN-COUNT (WS-REASON-COUNT)
                   WHEN WS-REASON-COUNT = 19
                       ADD 1 TO WS-REASON-COUNT
                       MOVE "OTHER" TO WS-RSN-CODE (WS-REASON-COUNT)
                       MOVE 1 TO WS-RSN-COUNT (WS-REASON-COUNT)
                   WHEN OTHER
                       ADD 1 TO WS-RSN-COUNT (WS-REASON-COUNT)
               END-EVALUATE
           END-IF.

      ******************************************************************
      * One line for the finished operator and department with the
      * error rate set against the month's shop average, then its
      * rejects by reason. The operator's name comes from DIVOPER;
      * entries generated from standing instructions are filed
      * under STANDING, and entries with no operator recorded are
      * shown as (NONE).
      ******************************************************************
       2300-PRINT-GROUP.
           COMPUTE WS-GRP-KEYED =
               WS-GRP-COMPUTED + WS-GRP-REJECTED + WS-GRP-DUPLICATE
           COMPUTE WS-GRP-ERRORS = WS-GRP-REJECTED + WS-GRP-DUPLICATE
           IF WS-GRP-KEYED > 0 THEN
               COMPUTE WS-ERROR-PCT ROUNDED =
                   WS-GRP-ERRORS * 100 / WS-GRP-KEYED
           ELSE
               MOVE 0 TO WS-ERROR-PCT
           END-IF
           COMPUTE WS-PCT-DIFFERENCE = WS-ERROR-PCT - WS-SHOP-PCT
           IF WS-LINE-COUNT + 1 + WS-REASON-COUNT
               >= WS-LINES-PER-PAGE THEN
               PERFORM 1080-WRITE-REPORT-HEADERS
               PERFORM 2070-WRITE-SECTION-HEADING
           END-IF
           EVALUATE TRUE
               WHEN WS-PREV-OPERATOR = SPACES
                   MOVE "(NONE)" TO WS-RPT-OPERATOR
                   MOVE "*NOT RECORDED*" TO WS-RPT-NAME
               WHEN WS-PREV-OPERATOR = "STANDING"
                   MOVE WS-PREV-OPERATOR TO WS-RPT-OPERATOR
                   MOVE "STANDING INSTRUCTION" TO WS-RPT-NAME
               WHEN OTHER
                   MOVE WS-PREV-OPERATOR TO WS-RPT-OPERATOR
                   MOVE WS-PREV-OPERATOR TO OP-OPERATOR-ID
                   READ DIVISOR-OPERATOR-FILE
                       INVALID KEY
                           MOVE "*NOT ON DIVOPER*" TO WS-RPT-NAME
                       NOT INVALID KEY
                           MOVE OP-OPERATOR-NAME TO WS-RPT-NAME
                   END-READ
           END-EVALUATE
           MOVE WS-PREV-DEPARTMENT TO WS-RPT-DEPARTMENT
           MOVE WS-GRP-KEYED TO WS-RPT-KEYED
           MOVE WS-GRP-COMPUTED TO WS-RPT-COMPUTED
           MOVE WS-GRP-HELD TO WS-RPT-HELD
           MOVE WS-GRP-REJECTED TO WS-RPT-REJECTED
           MOVE WS-GRP-DUPLICATE TO WS-RPT-DUPLICATE
           MOVE WS-ERROR-PCT TO WS-RPT-ERROR-PCT
           MOVE WS-PCT-DIFFERENCE TO WS-RPT-VS-SHOP
           WRITE OPR-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 0 TO WS-REASON-SUB
           PERFORM 2350-PRINT-REASON-LINE
               UNTIL WS-REASON-SUB >= WS-REASON-COUNT.

       2350-PRINT-REASON-LINE.
           ADD 1 TO WS-REASON-SUB
           MOVE WS-RSN-CODE (WS-REASON-SUB) TO WS-RDL-REASON
           MOVE WS-RSN-COUNT (WS-REASON-SUB) TO WS-RDL-COUNT
           WRITE OPR-REPORT-LINE FROM WS-REASON-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       9000-TERMINATE.
           IF WS-FIRST-SECTION THEN
               MOVE "NO OPERATOR ACTIVITY ON FILE" TO OPR-REPORT-LINE
               WRITE OPR-REPORT-LINE
           ELSE
               PERFORM 2300-PRINT-GROUP
               PERFORM 2060-PRINT-SECTION-TOTAL
           END-IF
           CLOSE OPER-ACTIVITY-WORK-FILE
           CLOSE DIVISOR-OPERATOR-FILE
           CLOSE OPER-REPORT-FILE
           DISPLAY "OPERATOR ACTIVITY RECORDS READ: " WS-ACTIVITY-READ.
