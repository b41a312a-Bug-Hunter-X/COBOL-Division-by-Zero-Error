       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLSIG.

      ******************************************************************
      * Standing instruction generator, run ahead of BUGSOLUTION.
      * Every active DIVSTI instruction falling due since the last
      * finalized business date on the DIVRUN calendar is written
      * to DIVIN as a batch of its own - header, one detail and
      * trailer - with source ID "SI" and the instruction number,
      * so BUGSOLUTION balances and reports it like any keyed
      * batch. A due date that is a weekend or a DIVRUN holiday
      * rolls forward to the next business date, which is the run
      * that picks it up; so does a business date on which no run
      * finalized. Every instruction and due date generated
      * is logged to DIVSIGL, and a due date already on the log is
      * never generated a second time, so the job can be rerun on
      * the same date without doubling anything. The DIVSIGR report
      * lists each instruction generated or already generated. The
      * job refuses to run while the DIVLOCK batch-window lock is
      * set, or on a weekend or holiday.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIVISOR-STANDING-FILE ASSIGN TO "DIVSTI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SI-INSTRUCTION-ID
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT OPTIONAL DIVISOR-GENERATION-LOG-FILE
               ASSIGN TO "DIVSIGL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-INPUT-FILE ASSIGN TO "DIVIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-RUN-CONTROL-FILE ASSIGN TO "DIVRUN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-LOCK-FILE ASSIGN TO "DIVLOCK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERATION-REPORT-FILE ASSIGN TO "DIVSIGR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * One standing instruction, maintained through BUGSOLSIM.
      * Frequency "D" falls due every business date, "M" on day
      * SI-DAY-OF-MONTH of each month (the last day of a shorter
      * month), "E" on the last day of each month. An end date of
      * zero leaves the instruction open.
      ******************************************************************
       FD  DIVISOR-STANDING-FILE.
       01  DIV-STANDING-RECORD.
           05  SI-INSTRUCTION-ID       PIC 9(6).
           05  SI-ACCOUNT-NUMBER       PIC 9(8).
           05  SI-DEPARTMENT           PIC X(3).
           05  SI-DIVIDEND             PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SI-DIVISOR              PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SI-FREQUENCY            PIC X.
               88  SI-DAILY                       VALUE "D".
               88  SI-MONTHLY                     VALUE "M".
               88  SI-MONTH-END                   VALUE "E".
           05  SI-DAY-OF-MONTH         PIC 9(2).
           05  SI-START-DATE           PIC 9(8).
           05  SI-END-DATE             PIC 9(8).
           05  SI-ACTIVE-SW            PIC X.
               88  SI-INSTRUCTION-ACTIVE          VALUE "A".

      ******************************************************************
      * One row per instruction and due date generated: the due
      * date the schedule gave, the business date it was generated
      * for (later than the due date when it rolled forward), the
      * batch source ID it went out under, and when.
      ******************************************************************
       FD  DIVISOR-GENERATION-LOG-FILE.
       01  DIV-GENERATION-LOG-RECORD.
           05  SGL-KEY.
               10  SGL-INSTRUCTION-ID  PIC 9(6).
               10  SGL-DUE-DATE        PIC 9(8).
           05  SGL-BUSINESS-DATE       PIC 9(8).
           05  SGL-SOURCE-ID           PIC X(8).
           05  SGL-TIMESTAMP           PIC X(21).

       FD  DIVISOR-INPUT-FILE.
       01  DIV-INPUT-RECORD.
           05  DI-RECORD-TYPE          PIC X.
               88  DI-HEADER-RECORD               VALUE "H".
               88  DI-DETAIL-RECORD               VALUE "D".
               88  DI-ALLOC-RECORD                VALUE "A".
               88  DI-TRAILER-RECORD              VALUE "T".
           05  DI-DETAIL-FIELDS.
               10  DI-ACCOUNT-NUMBER   PIC X(8).
               10  DI-DEPARTMENT       PIC X(3).
               10  DI-DIVIDEND         PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
               10  DI-DIVIDEND-X REDEFINES DI-DIVIDEND
                                       PIC X(8).
               10  DI-DIVISOR          PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
               10  DI-DIVISOR-X REDEFINES DI-DIVISOR
                                       PIC X(8).
               10  DI-RECYCLE-COUNT    PIC 9.
               10  DI-OPERATOR-ID      PIC X(8).
           05  DI-HEADER-FIELDS REDEFINES DI-DETAIL-FIELDS.
               10  DI-HDR-BATCH-DATE   PIC X(8).
               10  DI-HDR-SOURCE-ID    PIC X(8).
               10  FILLER              PIC X(20).
           05  DI-TRAILER-FIELDS REDEFINES DI-DETAIL-FIELDS.
               10  DI-TRL-RECORD-COUNT PIC 9(7).
               10  DI-TRL-HASH-TOTAL   PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(16).

      ******************************************************************
      * Run-control calendar: the "C" control record gives the last
      * finalized business date, the "H" rows the holidays.
      ******************************************************************
       FD  DIVISOR-RUN-CONTROL-FILE.
       01  DIV-RUN-CONTROL-RECORD.
           05  RC-RECORD-TYPE          PIC X.
               88  RC-CONTROL-RECORD              VALUE "C".
               88  RC-HOLIDAY-RECORD              VALUE "H".
               88  RC-PERIOD-CLOSED-RECORD        VALUE "P".
           05  RC-DATE                 PIC 9(8).
           05  RC-RUN-NUMBER           PIC 9(5).

       FD  DIVISOR-LOCK-FILE.
       01  DIV-LOCK-RECORD.
           05  LCK-STATUS              PIC X.
           05  LCK-TIMESTAMP           PIC X(21).

       FD  GENERATION-REPORT-FILE.
       01  GEN-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STANDING-STATUS          PIC XX VALUE "00".

       01  WS-SWITCHES.
           05  WS-STANDING-EOF-SW      PIC X VALUE "N".
               88  WS-STANDING-EOF                VALUE "Y".
           05  WS-LOG-EOF-SW           PIC X VALUE "N".
               88  WS-LOG-EOF                     VALUE "Y".
           05  WS-RUN-EOF-SW           PIC X VALUE "N".
               88  WS-RUN-EOF                     VALUE "Y".
           05  WS-BATCH-LOCK-SW        PIC X VALUE "N".
               88  WS-BATCH-RUNNING               VALUE "Y".
           05  WS-HOLIDAY-FULL-SW      PIC X VALUE "N".
               88  WS-HOLIDAY-TABLE-FULL          VALUE "Y".
           05  WS-BUSINESS-DATE-SW     PIC X VALUE "Y".
               88  WS-BUSINESS-DATE               VALUE "Y".
               88  WS-NOT-BUSINESS-DATE           VALUE "N".
           05  WS-DUE-SW               PIC X VALUE "N".
               88  WS-DATE-IS-DUE                 VALUE "Y".
           05  WS-GENERATED-SW         PIC X VALUE "N".
               88  WS-ALREADY-GENERATED           VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY                    PIC 9(8) VALUE 0.
       01  WS-LAST-RUN-DATE            PIC 9(8) VALUE 0.

      ******************************************************************
      * The generation window runs from the day after the last
      * finalized business date through today, as integer dates.
      * With no finalized date, or a rerun of a date already
      * finalized, the window is today alone.
      ******************************************************************
       01  WS-WINDOW-CONTROLS.
           05  WS-TODAY-INT            PIC 9(7) VALUE 0.
           05  WS-WINDOW-START-INT     PIC 9(7) VALUE 0.
           05  WS-WINDOW-START-DATE    PIC 9(8) VALUE 0.
           05  WS-DAY-INT              PIC 9(7) VALUE 0.
           05  WS-DAY-NUMBER           PIC 9 VALUE 0.
           05  WS-DUE-DATE             PIC 9(8) VALUE 0.
           05  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
               10  WS-DUE-YYYY         PIC 9(4).
               10  WS-DUE-MM           PIC 9(2).
               10  WS-DUE-DD           PIC 9(2).
           05  WS-NEXT-DATE            PIC 9(8) VALUE 0.
           05  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
               10  WS-NEXT-YYYY        PIC 9(4).
               10  WS-NEXT-MM          PIC 9(2).
               10  WS-NEXT-DD          PIC 9(2).
           05  WS-TEST-DATE            PIC 9(8) VALUE 0.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT        PIC 9(3) VALUE 0.
           05  WS-HOLIDAY-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-HOLIDAY-COUNT
                   INDEXED BY HX.
               10  WS-HOL-DATE         PIC 9(8).

      ******************************************************************
      * Instruction/due-date pairs already on DIVSIGL. Only rows due
      * inside the window can match anything this run, so only
      * those are loaded.
      ******************************************************************
       01  WS-GENERATED-TABLE.
           05  WS-GEN-COUNT            PIC 9(4) VALUE 0.
           05  WS-GEN-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-GEN-COUNT
                   INDEXED BY GX.
               10  WS-GEN-KEY          PIC X(14).

       01  WS-GEN-FIELDS.
           05  WS-GEN-KEY-WORK.
               10  WS-GKW-INSTRUCTION-ID PIC 9(6).
               10  WS-GKW-DUE-DATE     PIC 9(8).
           05  WS-SOURCE-ID            PIC X(8).

       01  WS-COUNTERS.
           05  WS-INSTR-READ           PIC 9(7) VALUE 0.
           05  WS-INSTR-INACTIVE       PIC 9(7) VALUE 0.
           05  WS-BATCHES-GENERATED    PIC 9(7) VALUE 0.
           05  WS-ROLLED-FORWARD       PIC 9(7) VALUE 0.
           05  WS-CARRIED-FORWARD      PIC 9(7) VALUE 0.
           05  WS-ALREADY-DONE         PIC 9(7) VALUE 0.
           05  WS-AMOUNT-GENERATED     PIC S9(10)V99 VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 0.
           05  WS-PAGE-NUMBER          PIC 9(3) VALUE 0.

       01  WS-REPORT-TITLE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "STANDING INSTRUCTION GENERATION REPORT".
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  WS-RPT-PAGE-NUMBER      PIC ZZ9.

       01  WS-REPORT-DATE-LINE.
           05  FILLER                  PIC X(15)
               VALUE "BUSINESS DATE: ".
           05  WS-RDL-TODAY            PIC X(10).
           05  FILLER                  PIC X(18)
               VALUE "   DUE DATES FROM ".
           05  WS-RDL-WINDOW-START     PIC X(10).

       01  WS-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(40)
               VALUE "INSTR   ACCOUNT   DEPT FREQ  DUE DATE   ".
           05  FILLER                  PIC X(40)
               VALUE "   DIVIDEND  STATUS".

       01  WS-DETAIL-LINE.
           05  WS-DL-INSTRUCTION-ID    PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-ACCOUNT           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-DEPARTMENT        PIC X(3).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-DL-FREQUENCY         PIC X.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-DUE-DATE          PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-DIVIDEND          PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-STATUS            PIC X(29).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(34).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.

       01  WS-AMOUNT-TOTAL-LINE.
           05  WS-ATL-LABEL            PIC X(34).
           05  WS-ATL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-INSTRUCTION UNTIL WS-STANDING-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM 1010-CHECK-BATCH-LOCK
           PERFORM 1020-LOAD-RUN-CALENDAR
           PERFORM 1030-CHECK-BUSINESS-DATE
           PERFORM 1040-SET-WINDOW
           PERFORM 1050-LOAD-GENERATION-LOG
           OPEN INPUT DIVISOR-STANDING-FILE
           IF WS-STANDING-STATUS NOT = "00"
               AND WS-STANDING-STATUS NOT = "05" THEN
               DISPLAY "Error: cannot open standing instructions, "
                   "status " WS-STANDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND DIVISOR-INPUT-FILE
           OPEN EXTEND DIVISOR-GENERATION-LOG-FILE
           OPEN OUTPUT GENERATION-REPORT-FILE
           PERFORM 1080-WRITE-REPORT-HEADERS
           PERFORM 1100-READ-INSTRUCTION.

      ******************************************************************
      * A set lock means BUGSOLUTION is already reading DIVIN, so
      * nothing may be appended to it.
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
                   "generation refused."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1020-LOAD-RUN-CALENDAR.
           OPEN INPUT DIVISOR-RUN-CONTROL-FILE
           PERFORM 1025-READ-RUN-CONTROL UNTIL WS-RUN-EOF
           CLOSE DIVISOR-RUN-CONTROL-FILE.

       1025-READ-RUN-CONTROL.
           READ DIVISOR-RUN-CONTROL-FILE
               AT END
                   SET WS-RUN-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RC-CONTROL-RECORD
                           IF RC-DATE IS NUMERIC THEN
                               MOVE RC-DATE TO WS-LAST-RUN-DATE
                           END-IF
                       WHEN RC-HOLIDAY-RECORD
                           IF RC-DATE IS NUMERIC THEN
                               IF WS-HOLIDAY-COUNT < 100 THEN
                                   ADD 1 TO WS-HOLIDAY-COUNT
                                   MOVE RC-DATE
                                       TO WS-HOL-DATE
                                           (WS-HOLIDAY-COUNT)
                               ELSE
                                   IF NOT WS-HOLIDAY-TABLE-FULL THEN
                                       SET WS-HOLIDAY-TABLE-FULL
                                           TO TRUE
                                       DISPLAY "Warning: holiday "
                                           "table full - dates past "
                                           "100 not checked this run"
                                   END-IF
                               END-IF
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * Generation runs on the business dates BUGSOLUTION runs on,
      * so a weekend or holiday is refused the same way.
      ******************************************************************
       1030-CHECK-BUSINESS-DATE.
           MOVE WS-TODAY TO WS-TEST-DATE
           PERFORM 2400-TEST-BUSINESS-DATE
           IF WS-NOT-BUSINESS-DATE THEN
               DISPLAY "Error: " WS-TODAY
                   " is a weekend or holiday - not a processing date."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-SET-WINDOW.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           IF WS-LAST-RUN-DATE = 0
               OR WS-LAST-RUN-DATE >= WS-TODAY
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-LAST-RUN-DATE)
                   NOT = 0 THEN
               MOVE WS-TODAY-INT TO WS-WINDOW-START-INT
           ELSE
               COMPUTE WS-WINDOW-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-RUN-DATE) + 1
           END-IF
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT).

      ******************************************************************
      * A table overflow would let an instruction be generated a
      * second time, so the job stops rather than run without the
      * full log.
      ******************************************************************
       1050-LOAD-GENERATION-LOG.
           OPEN INPUT DIVISOR-GENERATION-LOG-FILE
           PERFORM 1055-READ-GENERATION-LOG UNTIL WS-LOG-EOF
           CLOSE DIVISOR-GENERATION-LOG-FILE.

       1055-READ-GENERATION-LOG.
           READ DIVISOR-GENERATION-LOG-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
               NOT AT END
                   IF SGL-DUE-DATE IS NUMERIC
                       AND SGL-DUE-DATE >= WS-WINDOW-START-DATE THEN
                       IF WS-GEN-COUNT >= 5000 THEN
                           DISPLAY "Error: generation log table full"
                               " - generation refused."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-GEN-COUNT
                       MOVE SGL-KEY TO WS-GEN-KEY(WS-GEN-COUNT)
                   END-IF
           END-READ.

       1080-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RPT-PAGE-NUMBER
           WRITE GEN-REPORT-LINE FROM WS-REPORT-TITLE-LINE
           MOVE SPACES TO WS-RDL-TODAY
           STRING WS-TODAY(5:2) "/" WS-TODAY(7:2) "/" WS-TODAY(1:4)
               DELIMITED BY SIZE INTO WS-RDL-TODAY
           MOVE SPACES TO WS-RDL-WINDOW-START
           STRING WS-WINDOW-START-DATE(5:2) "/"
               WS-WINDOW-START-DATE(7:2) "/"
               WS-WINDOW-START-DATE(1:4)
               DELIMITED BY SIZE INTO WS-RDL-WINDOW-START
           WRITE GEN-REPORT-LINE FROM WS-REPORT-DATE-LINE
           MOVE SPACES TO GEN-REPORT-LINE
           WRITE GEN-REPORT-LINE
           WRITE GEN-REPORT-LINE FROM WS-COLUMN-HEADER-LINE
           MOVE 4 TO WS-LINE-COUNT.

       1100-READ-INSTRUCTION.
           READ DIVISOR-STANDING-FILE NEXT RECORD
               AT END
                   SET WS-STANDING-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-INSTR-READ
           END-READ.

      ******************************************************************
      * Each active instruction is tested against every date in the
      * window. An inactive one is counted and passed over.
      ******************************************************************
       2000-PROCESS-INSTRUCTION.
           IF SI-INSTRUCTION-ACTIVE THEN
               PERFORM 2100-CHECK-ONE-DATE
                   VARYING WS-DAY-INT FROM WS-WINDOW-START-INT BY 1
                   UNTIL WS-DAY-INT > WS-TODAY-INT
           ELSE
               ADD 1 TO WS-INSTR-INACTIVE
           END-IF
           PERFORM 1100-READ-INSTRUCTION.

      ******************************************************************
      * A date is due when the schedule says so and it lies within
      * the instruction's start and end dates. Daily instructions
      * fall due on business dates only; a monthly day past the end
      * of a short month falls due on its last day. The date is
      * first checked against the log, then generated.
      ******************************************************************
       2100-CHECK-ONE-DATE.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT + 1)
           MOVE "N" TO WS-DUE-SW
           EVALUATE TRUE
               WHEN SI-DAILY
                   MOVE WS-DUE-DATE TO WS-TEST-DATE
                   PERFORM 2400-TEST-BUSINESS-DATE
                   IF WS-BUSINESS-DATE THEN
                       SET WS-DATE-IS-DUE TO TRUE
                   END-IF
               WHEN SI-MONTHLY
                   IF WS-DUE-DD = SI-DAY-OF-MONTH
                       OR (WS-NEXT-DD = 1
                           AND WS-DUE-DD < SI-DAY-OF-MONTH) THEN
                       SET WS-DATE-IS-DUE TO TRUE
                   END-IF
               WHEN SI-MONTH-END
                   IF WS-NEXT-DD = 1 THEN
                       SET WS-DATE-IS-DUE TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DUE-DATE < SI-START-DATE
               OR (SI-END-DATE NOT = 0
                   AND WS-DUE-DATE > SI-END-DATE) THEN
               MOVE "N" TO WS-DUE-SW
           END-IF
           IF WS-DATE-IS-DUE THEN
               PERFORM 2200-CHECK-ALREADY-GENERATED
               IF WS-ALREADY-GENERATED THEN
                   ADD 1 TO WS-ALREADY-DONE
                   MOVE "ALREADY GENERATED - SKIPPED" TO WS-DL-STATUS
                   PERFORM 2500-WRITE-DETAIL-LINE
               ELSE
                   PERFORM 2300-GENERATE-BATCH
               END-IF
           END-IF.

       2200-CHECK-ALREADY-GENERATED.
           MOVE "N" TO WS-GENERATED-SW
           MOVE SI-INSTRUCTION-ID TO WS-GKW-INSTRUCTION-ID
           MOVE WS-DUE-DATE TO WS-GKW-DUE-DATE
           SET GX TO 1
           SEARCH WS-GEN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GEN-KEY(GX) = WS-GEN-KEY-WORK
                   SET WS-ALREADY-GENERATED TO TRUE
           END-SEARCH.

      ******************************************************************
      * The instruction goes onto DIVIN as a batch of its own, dated
      * today: header, the detail and a trailer balancing it. The
      * log row follows the trailer, so a batch is only ever logged
      * once it is complete on DIVIN.
      ******************************************************************
       2300-GENERATE-BATCH.
           MOVE SPACES TO WS-SOURCE-ID
           STRING "SI" SI-INSTRUCTION-ID
               DELIMITED BY SIZE INTO WS-SOURCE-ID

           MOVE SPACES TO DIV-INPUT-RECORD
           SET DI-HEADER-RECORD TO TRUE
           MOVE WS-TODAY TO DI-HDR-BATCH-DATE
           MOVE WS-SOURCE-ID TO DI-HDR-SOURCE-ID
           WRITE DIV-INPUT-RECORD

           MOVE SPACES TO DIV-INPUT-RECORD
           SET DI-DETAIL-RECORD TO TRUE
           MOVE SI-ACCOUNT-NUMBER TO DI-ACCOUNT-NUMBER
           MOVE SI-DEPARTMENT TO DI-DEPARTMENT
           MOVE SI-DIVIDEND TO DI-DIVIDEND
           MOVE SI-DIVISOR TO DI-DIVISOR
           MOVE ZERO TO DI-RECYCLE-COUNT
           MOVE "STANDING" TO DI-OPERATOR-ID
           WRITE DIV-INPUT-RECORD

           MOVE SPACES TO DIV-INPUT-RECORD
           SET DI-TRAILER-RECORD TO TRUE
           MOVE 1 TO DI-TRL-RECORD-COUNT
           MOVE SI-DIVIDEND TO DI-TRL-HASH-TOTAL
           WRITE DIV-INPUT-RECORD

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-GEN-KEY-WORK TO SGL-KEY
           MOVE WS-TODAY TO SGL-BUSINESS-DATE
           MOVE WS-SOURCE-ID TO SGL-SOURCE-ID
           MOVE WS-CURRENT-TIMESTAMP TO SGL-TIMESTAMP
           WRITE DIV-GENERATION-LOG-RECORD
           IF WS-GEN-COUNT < 5000 THEN
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-GEN-KEY-WORK TO WS-GEN-KEY(WS-GEN-COUNT)
           END-IF

           ADD 1 TO WS-BATCHES-GENERATED
           ADD SI-DIVIDEND TO WS-AMOUNT-GENERATED
           MOVE WS-DUE-DATE TO WS-TEST-DATE
           PERFORM 2400-TEST-BUSINESS-DATE
           EVALUATE TRUE
               WHEN WS-DUE-DATE = WS-TODAY
                   MOVE "GENERATED" TO WS-DL-STATUS
               WHEN WS-NOT-BUSINESS-DATE
                   ADD 1 TO WS-ROLLED-FORWARD
                   MOVE "GENERATED - ROLLED FORWARD" TO WS-DL-STATUS
               WHEN OTHER
                   ADD 1 TO WS-CARRIED-FORWARD
                   MOVE "GENERATED - MISSED RUN DATE" TO WS-DL-STATUS
           END-EVALUATE
           PERFORM 2500-WRITE-DETAIL-LINE.

      ******************************************************************
      * Business date test for WS-TEST-DATE: not a Saturday or
      * Sunday, and not a holiday row on the calendar.
      ******************************************************************
       2400-TEST-BUSINESS-DATE.
           SET WS-BUSINESS-DATE TO TRUE
           COMPUTE WS-DAY-NUMBER = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-TEST-DATE), 7)
           IF WS-DAY-NUMBER = 0 OR WS-DAY-NUMBER = 6 THEN
               SET WS-NOT-BUSINESS-DATE TO TRUE
           ELSE
               SET HX TO 1
               SEARCH WS-HOLIDAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HOL-DATE(HX) = WS-TEST-DATE
                       SET WS-NOT-BUSINESS-DATE TO TRUE
               END-SEARCH
           END-IF.

       2500-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE THEN
               PERFORM 1080-WRITE-REPORT-HEADERS
           END-IF
           MOVE SI-INSTRUCTION-ID TO WS-DL-INSTRUCTION-ID
           MOVE SI-ACCOUNT-NUMBER TO WS-DL-ACCOUNT
           MOVE SI-DEPARTMENT TO WS-DL-DEPARTMENT
           MOVE SI-FREQUENCY TO WS-DL-FREQUENCY
           PERFORM 2600-FORMAT-DUE-DATE
           MOVE SI-DIVIDEND TO WS-DL-DIVIDEND
           WRITE GEN-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       2600-FORMAT-DUE-DATE.
           MOVE SPACES TO WS-DL-DUE-DATE
           STRING WS-DUE-MM "/" WS-DUE-DD "/" WS-DUE-YYYY
               DELIMITED BY SIZE INTO WS-DL-DUE-DATE.

       9000-TERMINATE.
           MOVE SPACES TO GEN-REPORT-LINE
           WRITE GEN-REPORT-LINE
           MOVE "INSTRUCTIONS READ" TO WS-TL-LABEL
           MOVE WS-INSTR-READ TO WS-TL-COUNT
           WRITE GEN-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "INSTRUCTIONS INACTIVE" TO WS-TL-LABEL
           MOVE WS-INSTR-INACTIVE TO WS-TL-COUNT
           WRITE GEN-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "BATCHES GENERATED TO DIVIN" TO WS-TL-LABEL
           MOVE WS-BATCHES-GENERATED TO WS-TL-COUNT
           WRITE GEN-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "  ROLLED FORWARD - WEEKEND/HOLIDAY" TO WS-TL-LABEL
           MOVE WS-ROLLED-FORWARD TO WS-TL-COUNT
           WRITE GEN-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "  DUE ON A MISSED RUN DATE" TO WS-TL-LABEL
           MOVE WS-CARRIED-FORWARD TO WS-TL-COUNT
           WRITE GEN-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "ALREADY GENERATED - SKIPPED" TO WS-TL-LABEL
           MOVE WS-ALREADY-DONE TO WS-TL-COUNT
           WRITE GEN-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE "DIVIDEND AMOUNT GENERATED" TO WS-ATL-LABEL
           MOVE WS-AMOUNT-GENERATED TO WS-ATL-AMOUNT
           WRITE GEN-REPORT-LINE FROM WS-AMOUNT-TOTAL-LINE
           CLOSE DIVISOR-STANDING-FILE
           CLOSE DIVISOR-INPUT-FILE
           CLOSE DIVISOR-GENERATION-LOG-FILE
           CLOSE GENERATION-REPORT-FILE
           DISPLAY "STANDING INSTRUCTIONS READ : " WS-INSTR-READ
           DISPLAY "BATCHES GENERATED  . . . . : "
               WS-BATCHES-GENERATED.
