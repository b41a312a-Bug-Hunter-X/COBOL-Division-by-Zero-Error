       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLARC.

      ******************************************************************
      * History retention and archive. The permanent files DIVAHST,
      * DIVHST, DIVMLOG and DIVWOFF are only ever appended to; this
      * batch job trims each one back to its retention period. Rows
      * dated before a file's cutoff month move onto a dated archive
      * file (the live file name, a point and the archive date) and
      * the live file is rewritten holding only the retained rows.
      * A row is never archived out of a month that has not closed
      * on the DIVRUN calendar, whatever its age. The DIVARC
      * retention report gives, per file, the rows and amount totals
      * read, kept and archived, so an auditor can prove every row
      * is on one side or the other. Retention periods come from
      * DIVRETN, one row per file; a file with no row keeps its
      * built-in period. The job refuses to start while the
      * DIVLOCK batch-window lock is set and holds the lock itself
      * while it rewrites the live files.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIVISOR-ACCT-HISTORY-FILE ASSIGN TO "DIVAHST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-HISTORY-FILE ASSIGN TO "DIVHST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-MAINT-LOG-FILE ASSIGN TO "DIVMLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-WRITEOFF-FILE ASSIGN TO "DIVWOFF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-RETENTION-FILE ASSIGN TO "DIVRETN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-RUN-CONTROL-FILE ASSIGN TO "DIVRUN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-LOCK-FILE ASSIGN TO "DIVLOCK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-ARCHIVE-WORK-FILE
               ASSIGN TO "DIVARCWK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-ARCHIVE-FILE
               ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-REPORT-FILE ASSIGN TO "DIVARC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
      * Run history appended by BUGSOLUTION, one row of control
      * totals per run.
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
      * Master change log appended by BUGSOLAPR. It carries no
      * amounts, so its retention section reports row counts only.
      ******************************************************************
       FD  DIVISOR-MAINT-LOG-FILE.
       01  DIV-MAINT-LOG-RECORD.
           05  MLG-TIMESTAMP           PIC X(21).
           05  MLG-FUNCTION            PIC X.
           05  MLG-OPERATOR-ID         PIC X(8).
           05  MLG-BEFORE-IMAGE.
               10  MLG-OLD-ACCOUNT     PIC X(8).
               10  MLG-OLD-NAME        PIC X(20).
               10  MLG-OLD-ACTIVE      PIC X.
               10  MLG-OLD-DEPARTMENT  PIC X(3).
           05  MLG-AFTER-IMAGE.
               10  MLG-NEW-ACCOUNT     PIC X(8).
               10  MLG-NEW-NAME        PIC X(20).
               10  MLG-NEW-ACTIVE      PIC X.
               10  MLG-NEW-DEPARTMENT  PIC X(3).

      ******************************************************************
      * Write-off log appended by BUGSOLSUS: when, by whom, the
      * keyed reason and the full suspense image written off. The
      * amount totalled is the dividend on the suspense image.
      ******************************************************************
       FD  DIVISOR-WRITEOFF-FILE.
       01  DIV-WRITEOFF-RECORD.
           05  WOF-TIMESTAMP           PIC X(21).
           05  WOF-OPERATOR-ID         PIC X(8).
           05  WOF-REASON              PIC X(20).
           05  WOF-SUSPENSE-IMAGE.
               10  WOF-SUS-ACCOUNT     PIC X(8).
               10  FILLER              PIC X.
               10  WOF-SUS-DEPARTMENT  PIC X(3).
               10  FILLER              PIC X.
               10  WOF-SUS-DIVIDEND    PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(59).

      ******************************************************************
      * Retention parameters: one row per permanent file, giving
      * the number of whole months kept on the live file before
      * the current month.
      ******************************************************************
       FD  DIVISOR-RETENTION-FILE.
       01  DIV-RETENTION-RECORD.
           05  RET-FILE-NAME           PIC X(8).
           05  RET-MONTHS              PIC 9(3).

      ******************************************************************
      * Run-control calendar. Besides the "C" control record and
      * the "H" holidays it carries a "P" row for every month that
      * has been through period close, dated the first of that
      * month.
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

       FD  DIVISOR-LOCK-FILE.
       01  DIV-LOCK-RECORD.
           05  LCK-STATUS              PIC X.
           05  LCK-TIMESTAMP           PIC X(21).

      ******************************************************************
      * Retained rows of the file being trimmed, parked here until
      * the live file is rewritten from them.
      ******************************************************************
       FD  DIVISOR-ARCHIVE-WORK-FILE.
       01  DIV-ARCHIVE-WORK-RECORD     PIC X(150).

       FD  DIVISOR-ARCHIVE-FILE.
       01  DIV-ARCHIVE-RECORD          PIC X(150).

       FD  ARCHIVE-REPORT-FILE.
       01  ARC-REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-LIVE-EOF-SW          PIC X VALUE "N".
               88  WS-LIVE-EOF                    VALUE "Y".
           05  WS-WORK-EOF-SW          PIC X VALUE "N".
               88  WS-WORK-EOF                    VALUE "Y".
           05  WS-RUN-EOF-SW           PIC X VALUE "N".
               88  WS-RUN-EOF                     VALUE "Y".
           05  WS-RETN-EOF-SW          PIC X VALUE "N".
               88  WS-RETN-EOF                    VALUE "Y".
           05  WS-BATCH-LOCK-SW        PIC X VALUE "N".
               88  WS-BATCH-RUNNING               VALUE "Y".
           05  WS-ARCHIVE-OPEN-SW      PIC X VALUE "N".
               88  WS-ARCHIVE-OPEN                VALUE "Y".
           05  WS-CLOSED-FULL-SW       PIC X VALUE "N".
               88  WS-CLOSED-TABLE-FULL           VALUE "Y".
           05  WS-MONTH-CLOSED-SW      PIC X VALUE "N".
               88  WS-MONTH-CLOSED                VALUE "Y".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY                    PIC X(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 9(2).
           05  WS-TODAY-DD             PIC 9(2).

       01  WS-ARCHIVE-NAME             PIC X(40) VALUE SPACES.

      ******************************************************************
      * Built-in retention periods, in whole months kept before the
      * current month, overridden per file from DIVRETN. The last
      * byte says whether the file carries an amount to total.
      ******************************************************************
       01  WS-RETENTION-DEFAULTS.
           05  FILLER                  PIC X(12) VALUE "DIVAHST 024Y".
           05  FILLER                  PIC X(12) VALUE "DIVHST  036Y".
           05  FILLER                  PIC X(12) VALUE "DIVMLOG 084N".
           05  FILLER                  PIC X(12) VALUE "DIVWOFF 084Y".
       01  WS-RETENTION-TABLE REDEFINES WS-RETENTION-DEFAULTS.
           05  WS-RET-ENTRY OCCURS 4 TIMES
                   INDEXED BY RX.
               10  WS-RET-FILE-NAME    PIC X(8).
               10  WS-RET-MONTHS       PIC 9(3).
               10  WS-RET-AMOUNT-SW    PIC X.
                   88  WS-RET-HAS-AMOUNT          VALUE "Y".

       01  WS-CLOSED-MONTH-TABLE.
           05  WS-CLOSED-COUNT         PIC 9(3) VALUE 0.
           05  WS-CLOSED-ENTRY OCCURS 0 TO 240 TIMES
                   DEPENDING ON WS-CLOSED-COUNT
                   INDEXED BY PX.
               10  WS-CLOSED-YYYYMM    PIC 9(6).

       01  WS-CUTOFF-CONTROLS.
           05  WS-FILE-SUB             PIC 9 VALUE 0.
           05  WS-MONTH-INDEX          PIC 9(7) VALUE 0.
           05  WS-CUTOFF-YYYY          PIC 9(4) VALUE 0.
           05  WS-CUTOFF-MM            PIC 9(2) VALUE 0.
           05  WS-CUTOFF-YYYYMM        PIC 9(6) VALUE 0.
           05  WS-ROW-DATE             PIC X(8).
           05  WS-ROW-DATE-PARTS REDEFINES WS-ROW-DATE.
               10  WS-ROW-YYYYMM       PIC 9(6).
               10  WS-ROW-DD           PIC 9(2).
           05  WS-ROW-AMOUNT           PIC S9(9)V9(4) VALUE 0.
           05  WS-ROW-IMAGE            PIC X(150).

       01  WS-FILE-COUNTERS.
           05  WS-FC-READ              PIC 9(9) VALUE 0.
           05  WS-FC-KEPT              PIC 9(9) VALUE 0.
           05  WS-FC-ARCHIVED          PIC 9(9) VALUE 0.
           05  WS-FC-OPEN-KEPT         PIC 9(9) VALUE 0.
           05  WS-FC-REWRITTEN         PIC 9(9) VALUE 0.
           05  WS-FC-READ-AMOUNT       PIC S9(13)V9(4) VALUE 0.
           05  WS-FC-KEPT-AMOUNT       PIC S9(13)V9(4) VALUE 0.
           05  WS-FC-ARCH-AMOUNT       PIC S9(13)V9(4) VALUE 0.
           05  WS-FC-CHECK-AMOUNT      PIC S9(13)V9(4) VALUE 0.

       01  WS-RUN-COUNTERS.
           05  WS-TOTAL-READ           PIC 9(9) VALUE 0.
           05  WS-TOTAL-ARCHIVED       PIC 9(9) VALUE 0.
           05  WS-FILES-OUT-OF-BAL     PIC 9 VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 0.
           05  WS-PAGE-NUMBER          PIC 9(3) VALUE 0.

       01  WS-REPORT-TITLE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE "HISTORY RETENTION REPORT".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  WS-RPT-PAGE-NUMBER      PIC ZZ9.

       01  WS-REPORT-DATE-LINE.
           05  FILLER                  PIC X(14)
               VALUE "ARCHIVE DATE: ".
           05  WS-RDL-DATE             PIC X(10).

       01  WS-FILE-HEADING-LINE.
           05  FILLER                  PIC X(6) VALUE "FILE: ".
           05  WS-FHL-FILE-NAME        PIC X(8).
           05  FILLER                  PIC X(13)
               VALUE "  RETENTION: ".
           05  WS-FHL-MONTHS           PIC ZZ9.
           05  FILLER                  PIC X(29)
               VALUE " MONTHS  ARCHIVING BEFORE:  ".
           05  WS-FHL-CUTOFF           PIC X(7).

       01  WS-ARCHIVE-NAME-LINE.
           05  FILLER                  PIC X(14)
               VALUE "ARCHIVE FILE: ".
           05  WS-ANL-NAME             PIC X(40).

       01  WS-FILE-COLUMN-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "       ROWS".
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(22)
               VALUE "                AMOUNT".

       01  WS-FILE-COUNT-LINE.
           05  WS-FCL-LABEL            PIC X(30).
           05  WS-FCL-ROWS             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-FCL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.9999-.

       01  WS-FILE-ROWS-LINE.
           05  WS-FRL-LABEL            PIC X(30).
           05  WS-FRL-ROWS             PIC ZZZ,ZZZ,ZZ9.

       01  WS-FILE-STATUS-LINE.
           05  FILLER                  PIC X(8) VALUE "STATUS: ".
           05  WS-FSL-STATUS           PIC X(60).

       01  WS-GRAND-TOTAL-LINE.
           05  WS-GTL-LABEL            PIC X(30).
           05  WS-GTL-ROWS             PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ARCHIVE-ONE-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 4
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM 1010-CHECK-BATCH-LOCK
           PERFORM 1020-LOAD-CLOSED-MONTHS
           PERFORM 1030-LOAD-RETENTION
           PERFORM 1005-SET-BATCH-LOCK
           OPEN OUTPUT ARCHIVE-REPORT-FILE
           PERFORM 1080-WRITE-REPORT-HEADERS.

      ******************************************************************
      * The lock marks the batch window as this job's while the live
      * histories are being rewritten; the online programs divert
      * to DIVHOLD as they do for BUGSOLUTION. Cleared in 9400.
      ******************************************************************
       1005-SET-BATCH-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           OPEN OUTPUT DIVISOR-LOCK-FILE
           MOVE "Y" TO LCK-STATUS
           MOVE WS-CURRENT-TIMESTAMP TO LCK-TIMESTAMP
           WRITE DIV-LOCK-RECORD
           CLOSE DIVISOR-LOCK-FILE.

      ******************************************************************
      * A set lock means BUGSOLUTION (or an abended run that never
      * cleared it) owns the histories, so nothing is touched.
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
                   "archive refused."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Every "P" row on the calendar is a month through period
      * close. Months past the table's 240 are treated as open, so
      * an overflow can only ever keep rows, never archive them.
      ******************************************************************
       1020-LOAD-CLOSED-MONTHS.
           OPEN INPUT DIVISOR-RUN-CONTROL-FILE
           PERFORM 1025-READ-RUN-CONTROL UNTIL WS-RUN-EOF
           CLOSE DIVISOR-RUN-CONTROL-FILE.

       1025-READ-RUN-CONTROL.
           READ DIVISOR-RUN-CONTROL-FILE
               AT END
                   SET WS-RUN-EOF TO TRUE
               NOT AT END
                   IF RC-PERIOD-CLOSED-RECORD
                       AND RC-DATE IS NUMERIC THEN
                       IF WS-CLOSED-COUNT < 240 THEN
                           ADD 1 TO WS-CLOSED-COUNT
                           MOVE RC-YYYYMM
                               TO WS-CLOSED-YYYYMM(WS-CLOSED-COUNT)
                       ELSE
                           IF NOT WS-CLOSED-TABLE-FULL THEN
                               SET WS-CLOSED-TABLE-FULL TO TRUE
                               DISPLAY "Warning: closed-month table "
                                   "full - later months kept"
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * A DIVRETN row overrides the built-in period for its file. A
      * period that is not numeric, or zero, is ignored with a
      * warning rather than archiving everything up to the current
      * month.
      ******************************************************************
       1030-LOAD-RETENTION.
           OPEN INPUT DIVISOR-RETENTION-FILE
           PERFORM 1035-READ-RETENTION UNTIL WS-RETN-EOF
           CLOSE DIVISOR-RETENTION-FILE.

       1035-READ-RETENTION.
           READ DIVISOR-RETENTION-FILE
               AT END
                   SET WS-RETN-EOF TO TRUE
               NOT AT END
                   IF DIV-RETENTION-RECORD = SPACES THEN
                       CONTINUE
                   ELSE
                       PERFORM 1038-APPLY-RETENTION
                   END-IF
           END-READ.

       1038-APPLY-RETENTION.
           SET RX TO 1
           SEARCH WS-RET-ENTRY
               AT END
                   DISPLAY "Warning: DIVRETN row for unknown file "
                       RET-FILE-NAME " ignored"
               WHEN WS-RET-FILE-NAME(RX) = RET-FILE-NAME
                   IF RET-MONTHS IS NUMERIC AND RET-MONTHS > 0 THEN
                       MOVE RET-MONTHS TO WS-RET-MONTHS(RX)
                   ELSE
                       DISPLAY "Warning: DIVRETN period for "
                           RET-FILE-NAME " invalid - default kept"
                   END-IF
           END-SEARCH.

       1080-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RPT-PAGE-NUMBER
           WRITE ARC-REPORT-LINE FROM WS-REPORT-TITLE-LINE
           MOVE SPACES TO WS-RDL-DATE
           STRING WS-TODAY(5:2) "/" WS-TODAY(7:2) "/" WS-TODAY(1:4)
               DELIMITED BY SIZE INTO WS-RDL-DATE
           WRITE ARC-REPORT-LINE FROM WS-REPORT-DATE-LINE
           MOVE SPACES TO ARC-REPORT-LINE
           WRITE ARC-REPORT-LINE
           MOVE 3 TO WS-LINE-COUNT.

      ******************************************************************
      * One pass per permanent file: every live row is read and
      * either parked on the work file (kept) or written to the
      * dated archive file. Only when something was archived is
      * the live file rewritten from the work file; otherwise it
      * is left exactly as it was.
      ******************************************************************
       2000-ARCHIVE-ONE-FILE.
           SET RX TO WS-FILE-SUB
           INITIALIZE WS-FILE-COUNTERS
           MOVE "N" TO WS-LIVE-EOF-SW
           MOVE "N" TO WS-ARCHIVE-OPEN-SW
           PERFORM 2050-SET-CUTOFF-MONTH
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING WS-RET-FILE-NAME(RX) DELIMITED BY SPACE
               "." WS-TODAY DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           PERFORM 2100-OPEN-LIVE-FILE
           OPEN OUTPUT DIVISOR-ARCHIVE-WORK-FILE
           PERFORM 2200-READ-LIVE-ROW
           PERFORM 2300-FILE-ONE-ROW UNTIL WS-LIVE-EOF
           PERFORM 2150-CLOSE-LIVE-FILE
           CLOSE DIVISOR-ARCHIVE-WORK-FILE
           IF WS-ARCHIVE-OPEN THEN
               CLOSE DIVISOR-ARCHIVE-FILE
               PERFORM 2500-REWRITE-LIVE-FILE
           ELSE
               MOVE WS-FC-KEPT TO WS-FC-REWRITTEN
           END-IF
           OPEN OUTPUT DIVISOR-ARCHIVE-WORK-FILE
           CLOSE DIVISOR-ARCHIVE-WORK-FILE
           ADD WS-FC-READ TO WS-TOTAL-READ
           ADD WS-FC-ARCHIVED TO WS-TOTAL-ARCHIVED
           PERFORM 2700-PRINT-FILE-SECTION.

      ******************************************************************
      * The cutoff month is the current month less the retention
      * period; rows dated in any earlier month are due to archive.
      * Months are counted from year zero to step back across years.
      ******************************************************************
       2050-SET-CUTOFF-MONTH.
           COMPUTE WS-MONTH-INDEX = WS-TODAY-YYYY * 12
               + WS-TODAY-MM - 1 - WS-RET-MONTHS(RX)
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CUTOFF-YYYY
               REMAINDER WS-CUTOFF-MM
           ADD 1 TO WS-CUTOFF-MM
           COMPUTE WS-CUTOFF-YYYYMM = WS-CUTOFF-YYYY * 100
               + WS-CUTOFF-MM.

       2100-OPEN-LIVE-FILE.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   OPEN INPUT DIVISOR-ACCT-HISTORY-FILE
               WHEN 2
                   OPEN INPUT DIVISOR-HISTORY-FILE
               WHEN 3
                   OPEN INPUT DIVISOR-MAINT-LOG-FILE
               WHEN 4
                   OPEN INPUT DIVISOR-WRITEOFF-FILE
           END-EVALUATE.

       2150-CLOSE-LIVE-FILE.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   CLOSE DIVISOR-ACCT-HISTORY-FILE
               WHEN 2
                   CLOSE DIVISOR-HISTORY-FILE
               WHEN 3
                   CLOSE DIVISOR-MAINT-LOG-FILE
               WHEN 4
                   CLOSE DIVISOR-WRITEOFF-FILE
           END-EVALUATE.

      ******************************************************************
      * Each file is read into the common row image along with the
      * date that ages it and the amount that totals it: the result
      * on DIVAHST, the run's sum of results on DIVHST, the
      * written-off dividend on DIVWOFF, and none on DIVMLOG.
      ******************************************************************
       2200-READ-LIVE-ROW.
           MOVE SPACES TO WS-ROW-DATE
           MOVE ZERO TO WS-ROW-AMOUNT
           EVALUATE WS-FILE-SUB
               WHEN 1
                   PERFORM 2210-READ-ACCT-HISTORY
               WHEN 2
                   PERFORM 2220-READ-RUN-HISTORY
               WHEN 3
                   PERFORM 2230-READ-MAINT-LOG
               WHEN 4
                   PERFORM 2240-READ-WRITEOFF
           END-EVALUATE.

       2210-READ-ACCT-HISTORY.
           READ DIVISOR-ACCT-HISTORY-FILE
               AT END
                   SET WS-LIVE-EOF TO TRUE
               NOT AT END
                   MOVE DIV-ACCT-HISTORY-RECORD TO WS-ROW-IMAGE
                   MOVE AHS-RUN-DATE TO WS-ROW-DATE
                   IF AHS-RESULT IS NUMERIC THEN
                       MOVE AHS-RESULT TO WS-ROW-AMOUNT
                   END-IF
           END-READ.

       2220-READ-RUN-HISTORY.
           READ DIVISOR-HISTORY-FILE
               AT END
                   SET WS-LIVE-EOF TO TRUE
               NOT AT END
                   MOVE DIV-HISTORY-RECORD TO WS-ROW-IMAGE
                   MOVE HST-RUN-DATE TO WS-ROW-DATE
                   IF HST-SUM-RESULT IS NUMERIC THEN
                       MOVE HST-SUM-RESULT TO WS-ROW-AMOUNT
                   END-IF
           END-READ.

       2230-READ-MAINT-LOG.
           READ DIVISOR-MAINT-LOG-FILE
               AT END
                   SET WS-LIVE-EOF TO TRUE
               NOT AT END
                   MOVE DIV-MAINT-LOG-RECORD TO WS-ROW-IMAGE
                   MOVE MLG-TIMESTAMP(1:8) TO WS-ROW-DATE
           END-READ.

       2240-READ-WRITEOFF.
           READ DIVISOR-WRITEOFF-FILE
               AT END
                   SET WS-LIVE-EOF TO TRUE
               NOT AT END
                   MOVE DIV-WRITEOFF-RECORD TO WS-ROW-IMAGE
                   MOVE WOF-TIMESTAMP(1:8) TO WS-ROW-DATE
                   IF WOF-SUS-DIVIDEND IS NUMERIC THEN
                       MOVE WOF-SUS-DIVIDEND TO WS-ROW-AMOUNT
                   END-IF
           END-READ.

      ******************************************************************
      * A row goes to the archive only when it is dated before the
      * cutoff month and that month has closed. A row with no
      * usable date is always kept.
      ******************************************************************
       2300-FILE-ONE-ROW.
           ADD 1 TO WS-FC-READ
           ADD WS-ROW-AMOUNT TO WS-FC-READ-AMOUNT
           IF WS-ROW-DATE IS NUMERIC
               AND WS-ROW-YYYYMM < WS-CUTOFF-YYYYMM THEN
               PERFORM 2310-CHECK-MONTH-CLOSED
               IF WS-MONTH-CLOSED THEN
                   PERFORM 2350-ARCHIVE-ROW
               ELSE
                   ADD 1 TO WS-FC-OPEN-KEPT
                   PERFORM 2340-KEEP-ROW
               END-IF
           ELSE
               PERFORM 2340-KEEP-ROW
           END-IF
           PERFORM 2200-READ-LIVE-ROW.

       2310-CHECK-MONTH-CLOSED.
           MOVE "N" TO WS-MONTH-CLOSED-SW
           SET PX TO 1
           SEARCH WS-CLOSED-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CLOSED-YYYYMM(PX) = WS-ROW-YYYYMM
                   SET WS-MONTH-CLOSED TO TRUE
           END-SEARCH.

       2340-KEEP-ROW.
           MOVE WS-ROW-IMAGE TO DIV-ARCHIVE-WORK-RECORD
           WRITE DIV-ARCHIVE-WORK-RECORD
           ADD 1 TO WS-FC-KEPT
           ADD WS-ROW-AMOUNT TO WS-FC-KEPT-AMOUNT.

      ******************************************************************
      * The dated archive file is opened on the first row archived,
      * so a file with nothing due leaves no empty archive behind.
      * A second pass on the same day extends the same archive.
      ******************************************************************
       2350-ARCHIVE-ROW.
           IF NOT WS-ARCHIVE-OPEN THEN
               OPEN EXTEND DIVISOR-ARCHIVE-FILE
               SET WS-ARCHIVE-OPEN TO TRUE
           END-IF
           MOVE WS-ROW-IMAGE TO DIV-ARCHIVE-RECORD
           WRITE DIV-ARCHIVE-RECORD
           ADD 1 TO WS-FC-ARCHIVED
           ADD WS-ROW-AMOUNT TO WS-FC-ARCH-AMOUNT.

      ******************************************************************
      * The live file is rebuilt from the kept rows on the work
      * file, counting them back so the report can show the live
      * file holds exactly the rows counted as kept.
      ******************************************************************
       2500-REWRITE-LIVE-FILE.
           MOVE "N" TO WS-WORK-EOF-SW
           OPEN INPUT DIVISOR-ARCHIVE-WORK-FILE
           EVALUATE WS-FILE-SUB
               WHEN 1
                   OPEN OUTPUT DIVISOR-ACCT-HISTORY-FILE
               WHEN 2
                   OPEN OUTPUT DIVISOR-HISTORY-FILE
               WHEN 3
                   OPEN OUTPUT DIVISOR-MAINT-LOG-FILE
               WHEN 4
                   OPEN OUTPUT DIVISOR-WRITEOFF-FILE
           END-EVALUATE
           PERFORM 2510-RESTORE-ONE-ROW UNTIL WS-WORK-EOF
           PERFORM 2150-CLOSE-LIVE-FILE
           CLOSE DIVISOR-ARCHIVE-WORK-FILE.

       2510-RESTORE-ONE-ROW.
           READ DIVISOR-ARCHIVE-WORK-FILE
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   EVALUATE WS-FILE-SUB
                       WHEN 1
                           MOVE DIV-ARCHIVE-WORK-RECORD
                               TO DIV-ACCT-HISTORY-RECORD
                           WRITE DIV-ACCT-HISTORY-RECORD
                       WHEN 2
                           MOVE DIV-ARCHIVE-WORK-RECORD
                               TO DIV-HISTORY-RECORD
                           WRITE DIV-HISTORY-RECORD
                       WHEN 3
                           MOVE DIV-ARCHIVE-WORK-RECORD
                               TO DIV-MAINT-LOG-RECORD
                           WRITE DIV-MAINT-LOG-RECORD
                       WHEN 4
                           MOVE DIV-ARCHIVE-WORK-RECORD
                               TO DIV-WRITEOFF-RECORD
                           WRITE DIV-WRITEOFF-RECORD
                   END-EVALUATE
                   ADD 1 TO WS-FC-REWRITTEN
           END-READ.

      ******************************************************************
      * The file's section of the retention report. It balances
      * when rows read equal rows kept plus rows archived, the
      * amounts tie the same way, and the rewritten live file holds
      * exactly the kept rows.
      ******************************************************************
       2700-PRINT-FILE-SECTION.
           IF WS-LINE-COUNT + 14 > WS-LINES-PER-PAGE THEN
               PERFORM 1080-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-RET-FILE-NAME(RX) TO WS-FHL-FILE-NAME
           MOVE WS-RET-MONTHS(RX) TO WS-FHL-MONTHS
           MOVE SPACES TO WS-FHL-CUTOFF
           STRING WS-CUTOFF-YYYYMM(5:2) "/" WS-CUTOFF-YYYYMM(1:4)
               DELIMITED BY SIZE INTO WS-FHL-CUTOFF
           WRITE ARC-REPORT-LINE FROM WS-FILE-HEADING-LINE
           IF WS-FC-ARCHIVED > 0 THEN
               MOVE WS-ARCHIVE-NAME TO WS-ANL-NAME
           ELSE
               MOVE "NONE - NO ROWS DUE" TO WS-ANL-NAME
           END-IF
           WRITE ARC-REPORT-LINE FROM WS-ARCHIVE-NAME-LINE
           WRITE ARC-REPORT-LINE FROM WS-FILE-COLUMN-HEADER
           ADD 3 TO WS-LINE-COUNT

           MOVE "ROWS READ FROM LIVE FILE" TO WS-FCL-LABEL
           MOVE WS-FC-READ TO WS-FCL-ROWS
           MOVE WS-FC-READ-AMOUNT TO WS-FCL-AMOUNT
           PERFORM 2750-WRITE-COUNT-LINE
           MOVE "ROWS KEPT ON LIVE FILE" TO WS-FCL-LABEL
           MOVE WS-FC-KEPT TO WS-FCL-ROWS
           MOVE WS-FC-KEPT-AMOUNT TO WS-FCL-AMOUNT
           PERFORM 2750-WRITE-COUNT-LINE
           MOVE "ROWS ARCHIVED" TO WS-FCL-LABEL
           MOVE WS-FC-ARCHIVED TO WS-FCL-ROWS
           MOVE WS-FC-ARCH-AMOUNT TO WS-FCL-AMOUNT
           PERFORM 2750-WRITE-COUNT-LINE

           MOVE "  KEPT - MONTH NOT CLOSED" TO WS-FRL-LABEL
           MOVE WS-FC-OPEN-KEPT TO WS-FRL-ROWS
           WRITE ARC-REPORT-LINE FROM WS-FILE-ROWS-LINE
           MOVE "ROWS NOW ON LIVE FILE" TO WS-FRL-LABEL
           MOVE WS-FC-REWRITTEN TO WS-FRL-ROWS
           WRITE ARC-REPORT-LINE FROM WS-FILE-ROWS-LINE
           ADD 2 TO WS-LINE-COUNT

           COMPUTE WS-FC-CHECK-AMOUNT = WS-FC-KEPT-AMOUNT
               + WS-FC-ARCH-AMOUNT
           IF WS-FC-READ = WS-FC-KEPT + WS-FC-ARCHIVED
               AND WS-FC-READ-AMOUNT = WS-FC-CHECK-AMOUNT
               AND WS-FC-REWRITTEN = WS-FC-KEPT THEN
               IF WS-RET-HAS-AMOUNT(RX) THEN
                   MOVE "BALANCED - READ = KEPT + ARCHIVED"
                       TO WS-FSL-STATUS
               ELSE
                   MOVE "BALANCED - ROW COUNTS ONLY, NO AMOUNT FIELD"
                       TO WS-FSL-STATUS
               END-IF
           ELSE
               MOVE "OUT OF BALANCE - CHECK LIVE AND ARCHIVE FILES"
                   TO WS-FSL-STATUS
               ADD 1 TO WS-FILES-OUT-OF-BAL
           END-IF
           WRITE ARC-REPORT-LINE FROM WS-FILE-STATUS-LINE
           MOVE SPACES TO ARC-REPORT-LINE
           WRITE ARC-REPORT-LINE
           ADD 2 TO WS-LINE-COUNT.

       2750-WRITE-COUNT-LINE.
           IF NOT WS-RET-HAS-AMOUNT(RX) THEN
               MOVE WS-FCL-ROWS TO WS-FRL-ROWS
               MOVE WS-FCL-LABEL TO WS-FRL-LABEL
               WRITE ARC-REPORT-LINE FROM WS-FILE-ROWS-LINE
           ELSE
               WRITE ARC-REPORT-LINE FROM WS-FILE-COUNT-LINE
           END-IF
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      * An out-of-balance file ends the job with RETURN-CODE 8 so
      * the schedule stops before anything reads the histories.
      ******************************************************************
       9000-TERMINATE.
           MOVE "TOTAL ROWS READ - ALL FILES" TO WS-GTL-LABEL
           MOVE WS-TOTAL-READ TO WS-GTL-ROWS
           WRITE ARC-REPORT-LINE FROM WS-GRAND-TOTAL-LINE
           MOVE "TOTAL ROWS ARCHIVED" TO WS-GTL-LABEL
           MOVE WS-TOTAL-ARCHIVED TO WS-GTL-ROWS
           WRITE ARC-REPORT-LINE FROM WS-GRAND-TOTAL-LINE
           CLOSE ARCHIVE-REPORT-FILE
           PERFORM 9400-CLEAR-BATCH-LOCK
           DISPLAY "HISTORY ROWS READ  . . . : " WS-TOTAL-READ
           DISPLAY "HISTORY ROWS ARCHIVED  . : " WS-TOTAL-ARCHIVED
           IF WS-FILES-OUT-OF-BAL > 0 THEN
               DISPLAY "Error: retention report out of balance - "
                   "see DIVARC."
               MOVE 8 TO RETURN-CODE
           END-IF.

       9400-CLEAR-BATCH-LOCK.
           OPEN OUTPUT DIVISOR-LOCK-FILE
           CLOSE DIVISOR-LOCK-FILE.
