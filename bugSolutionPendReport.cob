       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLPCR.

      ******************************************************************
      * Daily pending change report. Reads DIVPEND, the queue of
      * DIVMAST and DIVCTL changes awaiting a second operator, and
      * prints the DIVPCR listing for the current date in three
      * sections: changes approved today, changes declined today
      * (with the reason), and changes still pending after more
      * than one business day. Business days skip weekends and the
      * DIVRUN holiday rows, the same calendar BUGSOLUTION runs by.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIVISOR-PENDING-FILE ASSIGN TO "DIVPEND"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-RUN-CONTROL-FILE ASSIGN TO "DIVRUN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-CHANGE-REPORT-FILE ASSIGN TO "DIVPCR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Pending master and control changes. A maintenance session
      * appends one P row per change keyed, holding the before and
      * after images of the DIVMAST record or DIVCTL row; BUGSOLAPR
      * appends an A (approved and applied) or D (declined) row
      * for the same change number when a second operator decides
      * it. A change is pending while its P row has no decision row
      * after it.
      ******************************************************************
       FD  DIVISOR-PENDING-FILE.
       01  DIV-PENDING-RECORD.
           05  PND-CHANGE-ID           PIC 9(6).
           05  PND-TARGET-FILE         PIC X.
               88  PND-MASTER-CHANGE              VALUE "M".
               88  PND-CONTROL-CHANGE             VALUE "C".
           05  PND-FUNCTION            PIC X.
           05  PND-STATUS              PIC X.
               88  PND-PENDING                    VALUE "P".
               88  PND-APPROVED                   VALUE "A".
               88  PND-DECLINED                   VALUE "D".
           05  PND-MAKER-ID            PIC X(8).
           05  PND-MADE-TIMESTAMP      PIC X(21).
           05  PND-CHECKER-ID          PIC X(8).
           05  PND-CHECKED-TIMESTAMP   PIC X(21).
           05  PND-DECLINE-REASON      PIC X(20).
           05  PND-BEFORE-IMAGE        PIC X(40).
           05  PND-BEFORE-MASTER REDEFINES PND-BEFORE-IMAGE.
               10  PND-OLD-ACCOUNT     PIC X(8).
               10  PND-OLD-NAME        PIC X(20).
               10  PND-OLD-ACTIVE      PIC X.
               10  PND-OLD-DEPARTMENT  PIC X(3).
               10  FILLER              PIC X(8).
           05  PND-BEFORE-CONTROL REDEFINES PND-BEFORE-IMAGE.
               10  PND-OLD-CTL-DEPT    PIC X(3).
               10  PND-OLD-MAX-DIVISOR PIC 9(5).
               10  PND-OLD-DECIMALS    PIC 9.
               10  PND-OLD-WARN-PCT    PIC 9(3).
               10  PND-OLD-FAIL-PCT    PIC 9(3).
               10  PND-OLD-VARIANCE-PCT
                                       PIC 9(3).
               10  PND-OLD-LOOKBACK-DAYS
                                       PIC 9(3).
               10  PND-OLD-BUDGET-AMOUNT
                                       PIC 9(9)V99.
               10  PND-OLD-BUDGET-COUNT
                                       PIC 9(7).
               10  FILLER              PIC X.
           05  PND-AFTER-IMAGE         PIC X(40).
           05  PND-AFTER-MASTER REDEFINES PND-AFTER-IMAGE.
               10  PND-NEW-ACCOUNT     PIC X(8).
               10  PND-NEW-NAME        PIC X(20).
               10  PND-NEW-ACTIVE      PIC X.
               10  PND-NEW-DEPARTMENT  PIC X(3).
               10  FILLER              PIC X(8).
           05  PND-AFTER-CONTROL REDEFINES PND-AFTER-IMAGE.
               10  PND-NEW-CTL-DEPT    PIC X(3).
               10  PND-NEW-MAX-DIVISOR PIC 9(5).
               10  PND-NEW-DECIMALS    PIC 9.
               10  PND-NEW-WARN-PCT    PIC 9(3).
               10  PND-NEW-FAIL-PCT    PIC 9(3).
               10  PND-NEW-VARIANCE-PCT
                                       PIC 9(3).
               10  PND-NEW-LOOKBACK-DAYS
                                       PIC 9(3).
               10  PND-NEW-BUDGET-AMOUNT
                                       PIC 9(9)V99.
               10  PND-NEW-BUDGET-COUNT
                                       PIC 9(7).
               10  FILLER              PIC X.

      ******************************************************************
      * Run-control calendar: only the "H" holiday rows are used.
      ******************************************************************
       FD  DIVISOR-RUN-CONTROL-FILE.
       01  DIV-RUN-CONTROL-RECORD.
           05  RC-RECORD-TYPE          PIC X.
               88  RC-CONTROL-RECORD              VALUE "C".
               88  RC-HOLIDAY-RECORD              VALUE "H".
           05  RC-DATE                 PIC 9(8).
           05  RC-RUN-NUMBER           PIC 9(5).

       FD  PENDING-CHANGE-REPORT-FILE.
       01  PCR-REPORT-LINE             PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PEND-EOF-SW          PIC X VALUE "N".
               88  WS-PEND-EOF                    VALUE "Y".
           05  WS-PEND-OVERFLOW-SW     PIC X VALUE "N".
               88  WS-PEND-OVERFLOW               VALUE "Y".
           05  WS-RUN-EOF-SW           PIC X VALUE "N".
               88  WS-RUN-EOF                     VALUE "Y".
           05  WS-HOLIDAY-SW           PIC X VALUE "N".
               88  WS-DAY-IS-HOLIDAY              VALUE "Y".

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-RAW     PIC X(21).
           05  WS-REPORT-DATE          PIC 9(8) VALUE 0.
           05  WS-REPORT-DATE-INT      PIC 9(7) VALUE 0.
           05  WS-MADE-DATE-X          PIC X(8).
           05  WS-MADE-DATE-NUM REDEFINES WS-MADE-DATE-X
                                       PIC 9(8).
           05  WS-MADE-DATE-INT        PIC 9(7) VALUE 0.
           05  WS-DAY-INT              PIC 9(7) VALUE 0.
           05  WS-DAY-DATE             PIC 9(8) VALUE 0.
           05  WS-DAY-NUMBER           PIC 9 VALUE 0.
           05  WS-BUSINESS-DAYS        PIC 9(5) VALUE 0.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT        PIC 9(3) VALUE 0.
           05  WS-HOLIDAY-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-HOLIDAY-COUNT
                   INDEXED BY HX.
               10  WS-HOL-DATE         PIC 9(8).

      ******************************************************************
      * Changes still pending: each P row adds an entry, a later A
      * or D row for the same change number takes it out again.
      ******************************************************************
       01  WS-PENDING-TABLE.
           05  WS-PEND-COUNT           PIC 9(3) VALUE 0.
           05  WS-PEND-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-PEND-COUNT.
               10  WS-PT-CHANGE-ID     PIC 9(6).
               10  WS-PT-REST          PIC X(161).

       01  WS-WORK-FIELDS.
           05  WS-SUB                  PIC 9(3) VALUE 0.
           05  WS-FOUND-SUB            PIC 9(3) VALUE 0.
           05  WS-WANT-STATUS          PIC X VALUE SPACE.

       01  WS-COUNTERS.
           05  WS-ROWS-READ            PIC 9(7) VALUE 0.
           05  WS-SECTION-COUNT        PIC 9(5) VALUE 0.
           05  WS-APPROVED-COUNT       PIC 9(5) VALUE 0.
           05  WS-DECLINED-COUNT       PIC 9(5) VALUE 0.
           05  WS-OVERDUE-COUNT        PIC 9(5) VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 0.
           05  WS-PAGE-NUMBER          PIC 9(3) VALUE 0.

       01  WS-REPORT-TITLE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(26)
               VALUE "PENDING CHANGE REPORT FOR ".
           05  WS-TTL-DATE             PIC X(10).
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  WS-RPT-PAGE-NUMBER      PIC ZZ9.

       01  WS-SECTION-HEADING-LINE.
           05  WS-SCH-TITLE            PIC X(50).

       01  WS-REPORT-COLUMN-HEADER-1.
           05  FILLER                  PIC X(8) VALUE "CHANGE".
           05  FILLER                  PIC X(9) VALUE "FILE".
           05  FILLER                  PIC X(8) VALUE "FUNC".
           05  FILLER                  PIC X(10) VALUE "KEY".
           05  FILLER                  PIC X(10) VALUE "KEYED BY".
           05  FILLER                  PIC X(18) VALUE "KEYED ON".
           05  FILLER                  PIC X(10) VALUE "CHECKER".
           05  FILLER                  PIC X(7) VALUE "AT".
           05  FILLER                  PIC X(24) VALUE "NOTE".

       01  WS-REPORT-COLUMN-HEADER-2.
           05  FILLER                  PIC X(104)
               VALUE ALL "-".

       01  WS-REPORT-DETAIL-LINE.
           05  WS-RPT-CHANGE-ID        PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-FILE             PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-FUNCTION         PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-KEY              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-MAKER            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-MADE-ON          PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-CHECKER          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-CHECKED-AT       PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-NOTE             PIC X(24).

       01  WS-OVERDUE-NOTE.
           05  FILLER                  PIC X(8) VALUE "WAITING ".
           05  WS-OVN-DAYS             PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE " BUS. DAYS".

       01  WS-SECTION-TOTAL-LINE.
           05  WS-STL-LABEL            PIC X(30).
           05  WS-STL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           MOVE "A" TO WS-WANT-STATUS
           MOVE "CHANGES APPROVED TODAY" TO WS-SCH-TITLE
           PERFORM 2000-PRINT-DECIDED-SECTION
           MOVE WS-SECTION-COUNT TO WS-APPROVED-COUNT
           MOVE "D" TO WS-WANT-STATUS
           MOVE "CHANGES DECLINED TODAY" TO WS-SCH-TITLE
           PERFORM 2000-PRINT-DECIDED-SECTION
           MOVE WS-SECTION-COUNT TO WS-DECLINED-COUNT
           PERFORM 3000-PRINT-OVERDUE-SECTION
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW
           MOVE WS-CURRENT-DATE-RAW(1:8) TO WS-REPORT-DATE
           COMPUTE WS-REPORT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
           MOVE SPACES TO WS-TTL-DATE
           STRING WS-CURRENT-DATE-RAW(5:2) "/"
               WS-CURRENT-DATE-RAW(7:2) "/" WS-CURRENT-DATE-RAW(1:4)
               DELIMITED BY SIZE INTO WS-TTL-DATE
           OPEN INPUT DIVISOR-RUN-CONTROL-FILE
           PERFORM 1050-READ-RUN-CONTROL UNTIL WS-RUN-EOF
           CLOSE DIVISOR-RUN-CONTROL-FILE
           OPEN OUTPUT PENDING-CHANGE-REPORT-FILE
           PERFORM 1080-WRITE-REPORT-HEADERS.

       1050-READ-RUN-CONTROL.
           READ DIVISOR-RUN-CONTROL-FILE
               AT END
                   SET WS-RUN-EOF TO TRUE
               NOT AT END
                   IF RC-HOLIDAY-RECORD AND RC-DATE IS NUMERIC
                       AND WS-HOLIDAY-COUNT < 100 THEN
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE RC-DATE TO WS-HOL-DATE(WS-HOLIDAY-COUNT)
                   END-IF
           END-READ.

       1080-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RPT-PAGE-NUMBER
           WRITE PCR-REPORT-LINE FROM WS-REPORT-TITLE-LINE
           MOVE SPACES TO PCR-REPORT-LINE
           WRITE PCR-REPORT-LINE
           WRITE PCR-REPORT-LINE FROM WS-REPORT-COLUMN-HEADER-1
           WRITE PCR-REPORT-LINE FROM WS-REPORT-COLUMN-HEADER-2
           MOVE ZERO TO WS-LINE-COUNT.

       1090-WRITE-SECTION-HEADING.
           IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
               PERFORM 1080-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO PCR-REPORT-LINE
           WRITE PCR-REPORT-LINE
           WRITE PCR-REPORT-LINE FROM WS-SECTION-HEADING-LINE
           ADD 2 TO WS-LINE-COUNT
           MOVE 0 TO WS-SECTION-COUNT.

       1095-WRITE-SECTION-TOTAL.
           MOVE WS-SECTION-COUNT TO WS-STL-COUNT
           MOVE SPACES TO PCR-REPORT-LINE
           WRITE PCR-REPORT-LINE
           WRITE PCR-REPORT-LINE FROM WS-SECTION-TOTAL-LINE
           ADD 2 TO WS-LINE-COUNT.

      ******************************************************************
      * One pass of DIVPEND per decided section: every A (or D) row
      * whose decision is dated today. The decision row repeats the
      * whole change, so nothing needs matching to its P row.
      ******************************************************************
       2000-PRINT-DECIDED-SECTION.
           PERFORM 1090-WRITE-SECTION-HEADING
           MOVE "N" TO WS-PEND-EOF-SW
           OPEN INPUT DIVISOR-PENDING-FILE
           PERFORM 2050-CHECK-ONE-DECIDED-ROW UNTIL WS-PEND-EOF
           CLOSE DIVISOR-PENDING-FILE
           IF WS-WANT-STATUS = "A" THEN
               MOVE "CHANGES APPROVED  . . . . . :" TO WS-STL-LABEL
           ELSE
               MOVE "CHANGES DECLINED  . . . . . :" TO WS-STL-LABEL
           END-IF
           PERFORM 1095-WRITE-SECTION-TOTAL.

       2050-CHECK-ONE-DECIDED-ROW.
           READ DIVISOR-PENDING-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
               NOT AT END
                   IF WS-WANT-STATUS = "A" THEN
                       ADD 1 TO WS-ROWS-READ
                   END-IF
                   IF PND-STATUS = WS-WANT-STATUS
                       AND PND-CHECKED-TIMESTAMP(1:8)
                           = WS-CURRENT-DATE-RAW(1:8) THEN
                       PERFORM 2100-PRINT-CHANGE-LINE
                   END-IF
           END-READ.

      ******************************************************************
      * The key printed is the account or department from whichever
      * image is present - an add has only the after image, a
      * delete only the before.
      ******************************************************************
       2100-PRINT-CHANGE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1080-WRITE-REPORT-HEADERS
           END-IF
           MOVE PND-CHANGE-ID TO WS-RPT-CHANGE-ID
           IF PND-MASTER-CHANGE THEN
               MOVE "DIVMAST" TO WS-RPT-FILE
               IF PND-NEW-ACCOUNT = SPACES THEN
                   MOVE PND-OLD-ACCOUNT TO WS-RPT-KEY
               ELSE
                   MOVE PND-NEW-ACCOUNT TO WS-RPT-KEY
               END-IF
           ELSE
               MOVE "DIVCTL" TO WS-RPT-FILE
               IF PND-NEW-CTL-DEPT = SPACES THEN
                   MOVE PND-OLD-CTL-DEPT TO WS-RPT-KEY
               ELSE
                   MOVE PND-NEW-CTL-DEPT TO WS-RPT-KEY
               END-IF
           END-IF
           EVALUATE PND-FUNCTION
               WHEN "A"
                   MOVE "ADD" TO WS-RPT-FUNCTION
               WHEN "C"
                   MOVE "CHANGE" TO WS-RPT-FUNCTION
               WHEN "D"
                   MOVE "DELETE" TO WS-RPT-FUNCTION
               WHEN OTHER
                   MOVE PND-FUNCTION TO WS-RPT-FUNCTION
           END-EVALUATE
           MOVE PND-MAKER-ID TO WS-RPT-MAKER
           MOVE SPACES TO WS-RPT-MADE-ON
           STRING PND-MADE-TIMESTAMP(5:2) "/" PND-MADE-TIMESTAMP(7:2)
               "/" PND-MADE-TIMESTAMP(1:4) " "
               PND-MADE-TIMESTAMP(9:2) ":" PND-MADE-TIMESTAMP(11:2)
               DELIMITED BY SIZE INTO WS-RPT-MADE-ON
           MOVE SPACES TO WS-RPT-CHECKER
           MOVE SPACES TO WS-RPT-CHECKED-AT
           MOVE SPACES TO WS-RPT-NOTE
           IF PND-PENDING THEN
               MOVE WS-BUSINESS-DAYS TO WS-OVN-DAYS
               MOVE WS-OVERDUE-NOTE TO WS-RPT-NOTE
           ELSE
               MOVE PND-CHECKER-ID TO WS-RPT-CHECKER
               STRING PND-CHECKED-TIMESTAMP(9:2) ":"
                   PND-CHECKED-TIMESTAMP(11:2)
                   DELIMITED BY SIZE INTO WS-RPT-CHECKED-AT
               MOVE PND-DECLINE-REASON TO WS-RPT-NOTE
           END-IF
           WRITE PCR-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-SECTION-COUNT.

      ******************************************************************
      * Changes still undecided are gathered first (a P row in, its
      * A or D row out), then each is aged in business days from
      * the day after it was keyed through today. Anything keyed
      * more than one business day ago is listed.
      ******************************************************************
       3000-PRINT-OVERDUE-SECTION.
           MOVE "CHANGES PENDING MORE THAN ONE BUSINESS DAY"
               TO WS-SCH-TITLE
           PERFORM 1090-WRITE-SECTION-HEADING
           MOVE "N" TO WS-PEND-EOF-SW
           OPEN INPUT DIVISOR-PENDING-FILE
           PERFORM 3050-LOAD-ONE-PENDING-ROW UNTIL WS-PEND-EOF
           CLOSE DIVISOR-PENDING-FILE
           IF WS-PEND-OVERFLOW THEN
               MOVE "Warning: over 500 changes pending - oldest listed."
                   TO PCR-REPORT-LINE
               WRITE PCR-REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM 3200-AGE-ONE-PENDING-CHANGE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PEND-COUNT
           MOVE WS-SECTION-COUNT TO WS-OVERDUE-COUNT
           MOVE "CHANGES OVERDUE . . . . . . :" TO WS-STL-LABEL
           PERFORM 1095-WRITE-SECTION-TOTAL.

       3050-LOAD-ONE-PENDING-ROW.
           READ DIVISOR-PENDING-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
               NOT AT END
                   IF PND-CHANGE-ID IS NUMERIC THEN
                       EVALUATE TRUE
                           WHEN PND-PENDING
                               PERFORM 3060-ADD-PENDING-ENTRY
                           WHEN PND-APPROVED OR PND-DECLINED
                               PERFORM 3065-DROP-DECIDED-ENTRY
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       3060-ADD-PENDING-ENTRY.
           IF WS-PEND-COUNT >= 500 THEN
               SET WS-PEND-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-PEND-COUNT
               MOVE DIV-PENDING-RECORD TO WS-PEND-ENTRY(WS-PEND-COUNT)
           END-IF.

       3065-DROP-DECIDED-ENTRY.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 3066-CHECK-ONE-ENTRY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PEND-COUNT OR WS-FOUND-SUB > 0
           IF WS-FOUND-SUB > 0 THEN
               PERFORM 3067-SHIFT-ONE-ENTRY
                   VARYING WS-SUB FROM WS-FOUND-SUB BY 1
                   UNTIL WS-SUB >= WS-PEND-COUNT
               SUBTRACT 1 FROM WS-PEND-COUNT
           END-IF.

       3066-CHECK-ONE-ENTRY.
           IF WS-PT-CHANGE-ID(WS-SUB) = PND-CHANGE-ID THEN
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.

       3067-SHIFT-ONE-ENTRY.
           MOVE WS-PEND-ENTRY(WS-SUB + 1) TO WS-PEND-ENTRY(WS-SUB).

       3200-AGE-ONE-PENDING-CHANGE.
           MOVE WS-PEND-ENTRY(WS-SUB) TO DIV-PENDING-RECORD
           MOVE PND-MADE-TIMESTAMP(1:8) TO WS-MADE-DATE-X
           MOVE 0 TO WS-BUSINESS-DAYS
           IF WS-MADE-DATE-NUM IS NUMERIC THEN
               COMPUTE WS-MADE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MADE-DATE-NUM)
               PERFORM 3250-COUNT-ONE-DAY
                   VARYING WS-DAY-INT FROM WS-MADE-DATE-INT BY 1
                   UNTIL WS-DAY-INT >= WS-REPORT-DATE-INT
           END-IF
           IF WS-BUSINESS-DAYS > 1 THEN
               PERFORM 2100-PRINT-CHANGE-LINE
           END-IF.

      ******************************************************************
      * WS-DAY-INT runs from the day the change was keyed, so the
      * day counted is the one after it. Day numbers 0 and 6 of the
      * integer date are Sunday and Saturday.
      ******************************************************************
       3250-COUNT-ONE-DAY.
           COMPUTE WS-DAY-NUMBER = FUNCTION MOD(WS-DAY-INT + 1, 7)
           IF WS-DAY-NUMBER = 0 OR WS-DAY-NUMBER = 6 THEN
               CONTINUE
           ELSE
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT + 1)
               MOVE "N" TO WS-HOLIDAY-SW
               SET HX TO 1
               SEARCH WS-HOLIDAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HOL-DATE(HX) = WS-DAY-DATE
                       SET WS-DAY-IS-HOLIDAY TO TRUE
               END-SEARCH
               IF NOT WS-DAY-IS-HOLIDAY THEN
                   ADD 1 TO WS-BUSINESS-DAYS
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE PENDING-CHANGE-REPORT-FILE
           DISPLAY "DIVPEND ROWS READ  . . . : " WS-ROWS-READ
           DISPLAY "APPROVED TODAY . . . . . : " WS-APPROVED-COUNT
           DISPLAY "DECLINED TODAY . . . . . : " WS-DECLINED-COUNT
           DISPLAY "PENDING OVER ONE DAY . . : " WS-OVERDUE-COUNT.
