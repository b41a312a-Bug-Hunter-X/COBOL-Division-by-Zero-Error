       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLRJR.

      ******************************************************************
      * Reject root-cause analysis. Reads the DIVRJH permanent
      * reject history that BUGSOLUTION, BUGSOLREC and BUGSOLSUS
      * append to, follows every reject to its final outcome -
      * recycled and computed, suspended, written off, reinstated,
      * or still open - and prints the DIVRJR report for the
      * rejects filed in a run-date range: rejects by reason code
      * against batch source ID, then against department; the
      * weekly trend by reason code; the accounts rejected more
      * than once, worst first; and a summary of final outcomes
      * with the average days from reject to resolution. A reject
      * is resolved once it has been computed, written off or
      * reinstated. The range comes from the optional DIVRJP
      * parameter; by default it runs from the Monday eleven weeks
      * before this week's through today, twelve weeks in all.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIVISOR-REJECT-HISTORY-FILE
               ASSIGN TO "DIVRJH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-REJECT-PARM-FILE ASSIGN TO "DIVRJP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO "SORTWK".

           SELECT REJECT-HISTORY-WORK-FILE ASSIGN TO "DIVRJHWK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-SORT-FILE ASSIGN TO "SORTWK".

           SELECT REJECT-ANALYSIS-FILE ASSIGN TO "DIVRJAWK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-ORDERED-FILE ASSIGN TO "DIVRJOWK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-SORT-FILE ASSIGN TO "SORTWK".

           SELECT ACCOUNT-SUMMARY-FILE ASSIGN TO "DIVRJSWK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-RANKED-FILE ASSIGN TO "DIVRJKWK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-REPORT-FILE ASSIGN TO "DIVRJR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Permanent reject history (layout as in BUGSOLUTION): a "J"
      * row per reject and "O" rows for what became of it, under
      * the reject's key.
      ******************************************************************
       FD  DIVISOR-REJECT-HISTORY-FILE.
       01  DIV-REJECT-HISTORY-RECORD.
           05  RJH-ROW-TYPE            PIC X.
           05  RJH-REJECT-KEY.
               10  RJH-REJECT-TIMESTAMP
                                       PIC X(21).
               10  RJH-ACCOUNT         PIC X(8).
           05  RJH-RUN-DATE            PIC 9(8).
           05  RJH-RUN-NUMBER          PIC 9(5).
           05  RJH-SOURCE-ID           PIC X(8).
           05  RJH-DEPARTMENT          PIC X(3).
           05  RJH-REASON-CODE         PIC X(8).
           05  RJH-RECYCLE-COUNT       PIC 9.
           05  RJH-OPERATOR-ID         PIC X(8).
           05  RJH-OUTCOME             PIC X.
           05  RJH-OUTCOME-DATE        PIC 9(8).

      ******************************************************************
      * Optional report range: first and last run date, YYYYMMDD.
      * Either may be left blank to take its default.
      ******************************************************************
       FD  DIVISOR-REJECT-PARM-FILE.
       01  DIV-REJECT-PARM-RECORD.
           05  RJP-FROM-DATE           PIC X(8).
           05  RJP-FROM-DATE-N REDEFINES RJP-FROM-DATE
                                       PIC 9(8).
           05  RJP-TO-DATE             PIC X(8).
           05  RJP-TO-DATE-N REDEFINES RJP-TO-DATE
                                       PIC 9(8).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-ROW-TYPE             PIC X.
           05  SR-REJECT-KEY           PIC X(29).
           05  SR-RUN-DATE             PIC 9(8).
           05  SR-RUN-NUMBER           PIC 9(5).
           05  SR-SOURCE-ID            PIC X(8).
           05  SR-DEPARTMENT           PIC X(3).
           05  SR-REASON-CODE          PIC X(8).
           05  SR-RECYCLE-COUNT        PIC 9.
           05  SR-OPERATOR-ID          PIC X(8).
           05  SR-OUTCOME              PIC X.
           05  SR-OUTCOME-DATE         PIC 9(8).

       FD  REJECT-HISTORY-WORK-FILE.
       01  RJH-WORK-RECORD.
           05  HW-ROW-TYPE             PIC X.
               88  HW-REJECT-ROW                  VALUE "J".
               88  HW-OUTCOME-ROW                 VALUE "O".
           05  HW-REJECT-KEY           PIC X(29).
           05  HW-REJECT-KEY-PARTS REDEFINES HW-REJECT-KEY.
               10  HW-REJECT-TIMESTAMP PIC X(21).
               10  HW-ACCOUNT          PIC X(8).
           05  HW-RUN-DATE             PIC 9(8).
           05  HW-RUN-NUMBER           PIC 9(5).
           05  HW-SOURCE-ID            PIC X(8).
           05  HW-DEPARTMENT           PIC X(3).
           05  HW-REASON-CODE          PIC X(8).
           05  HW-RECYCLE-COUNT        PIC 9.
           05  HW-OPERATOR-ID          PIC X(8).
           05  HW-OUTCOME              PIC X.
           05  HW-OUTCOME-DATE         PIC 9(8).

      ******************************************************************
      * One row per reject filed in the report range, with its
      * final outcome and, once resolved, the days it took. Sorted
      * into a different order for each section of the report.
      ******************************************************************
       FD  REJECT-ANALYSIS-FILE.
       01  REJECT-ANALYSIS-RECORD.
           05  RA-RUN-DATE             PIC 9(8).
           05  RA-WEEK-START           PIC 9(8).
           05  RA-REASON-CODE          PIC X(8).
           05  RA-SOURCE-ID            PIC X(8).
           05  RA-DEPARTMENT           PIC X(3).
           05  RA-ACCOUNT              PIC X(8).
           05  RA-OUTCOME              PIC X.
           05  RA-RESOLVED-SW          PIC X.
           05  RA-DAYS-TO-RESOLVE      PIC 9(5).

       SD  REJECT-SORT-FILE.
       01  REJECT-SORT-RECORD.
           05  RS-RUN-DATE             PIC 9(8).
           05  RS-WEEK-START           PIC 9(8).
           05  RS-REASON-CODE          PIC X(8).
           05  RS-SOURCE-ID            PIC X(8).
           05  RS-DEPARTMENT           PIC X(3).
           05  RS-ACCOUNT              PIC X(8).
           05  RS-OUTCOME              PIC X.
           05  RS-RESOLVED-SW          PIC X.
           05  RS-DAYS-TO-RESOLVE      PIC 9(5).

       FD  REJECT-ORDERED-FILE.
       01  REJECT-ORDERED-RECORD.
           05  RO-RUN-DATE             PIC 9(8).
           05  RO-WEEK-START           PIC 9(8).
           05  RO-REASON-CODE          PIC X(8).
           05  RO-SOURCE-ID            PIC X(8).
           05  RO-DEPARTMENT           PIC X(3).
           05  RO-ACCOUNT              PIC X(8).
           05  RO-OUTCOME              PIC X.
               88  RO-COMPUTED                    VALUE "C".
               88  RO-SUSPENDED                   VALUE "S".
               88  RO-WRITTEN-OFF                 VALUE "W".
               88  RO-REINSTATED                  VALUE "I".
           05  RO-RESOLVED-SW          PIC X.
               88  RO-RESOLVED                    VALUE "Y".
           05  RO-DAYS-TO-RESOLVE      PIC 9(5).

      ******************************************************************
      * One row per account rejected more than once in the range,
      * ranked by reject count for the repeat-reject section.
      ******************************************************************
       FD  ACCOUNT-SUMMARY-FILE.
       01  ACCOUNT-SUMMARY-RECORD.
           05  AS-REJECTS              PIC 9(5).
           05  AS-ACCOUNT              PIC X(8).
           05  AS-DEPARTMENT           PIC X(3).
           05  AS-SOURCE-ID            PIC X(8).
           05  AS-LAST-REASON          PIC X(8).
           05  AS-FIRST-DATE           PIC 9(8).
           05  AS-LAST-DATE            PIC 9(8).
           05  AS-RESOLVED             PIC 9(5).
           05  AS-TOTAL-DAYS           PIC 9(7).

       SD  ACCOUNT-SORT-FILE.
       01  ACCOUNT-SORT-RECORD.
           05  AX-REJECTS              PIC 9(5).
           05  AX-ACCOUNT              PIC X(8).
           05  AX-DEPARTMENT           PIC X(3).
           05  AX-SOURCE-ID            PIC X(8).
           05  AX-LAST-REASON          PIC X(8).
           05  AX-FIRST-DATE           PIC 9(8).
           05  AX-LAST-DATE            PIC 9(8).
           05  AX-RESOLVED             PIC 9(5).
           05  AX-TOTAL-DAYS           PIC 9(7).

       FD  ACCOUNT-RANKED-FILE.
       01  ACCOUNT-RANKED-RECORD.
           05  AR-REJECTS              PIC 9(5).
           05  AR-ACCOUNT              PIC X(8).
           05  AR-DEPARTMENT           PIC X(3).
           05  AR-SOURCE-ID            PIC X(8).
           05  AR-LAST-REASON          PIC X(8).
           05  AR-FIRST-DATE           PIC 9(8).
           05  AR-LAST-DATE            PIC 9(8).
           05  AR-RESOLVED             PIC 9(5).
           05  AR-TOTAL-DAYS           PIC 9(7).

       FD  REJECT-REPORT-FILE.
       01  RJR-REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  WS-END-OF-FILE                 VALUE "Y".
           05  WS-REJECT-HELD-SW       PIC X VALUE "N".
               88  WS-REJECT-HELD                 VALUE "Y".
           05  WS-FIRST-ROW-SW         PIC X VALUE "Y".
               88  WS-FIRST-ROW                   VALUE "Y".
           05  WS-WEEK-OPEN-SW         PIC X VALUE "N".
               88  WS-WEEK-OPEN                   VALUE "Y".
           05  WS-BREAKDOWN-SW         PIC X VALUE "S".
               88  WS-BY-SOURCE                   VALUE "S".
               88  WS-BY-DEPARTMENT               VALUE "D".

       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-TODAY                    PIC 9(8).

      ******************************************************************
      * Report range, and the Mondays that start its first and last
      * weeks. Weeks run Monday to Sunday.
      ******************************************************************
       01  WS-DATE-RANGE.
           05  WS-FROM-DATE            PIC 9(8) VALUE 0.
           05  WS-TO-DATE              PIC 9(8) VALUE 0.
           05  WS-FROM-WEEK            PIC 9(8) VALUE 0.
           05  WS-TO-WEEK              PIC 9(8) VALUE 0.
           05  WS-DEFAULT-FROM-DATE    PIC 9(8) VALUE 0.

       01  WS-DATE-WORK.
           05  WS-WEEK-DATE-IN         PIC 9(8) VALUE 0.
           05  WS-WEEK-DATE-OUT        PIC 9(8) VALUE 0.
           05  WS-DAY-NUMBER           PIC 9(7) VALUE 0.
           05  WS-DAYS-WORK            PIC S9(7) VALUE 0.
           05  WS-EDIT-DATE-IN         PIC 9(8) VALUE 0.
           05  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE-IN.
               10  WS-EDIT-YYYY        PIC 9(4).
               10  WS-EDIT-MM          PIC 9(2).
               10  WS-EDIT-DD          PIC 9(2).
           05  WS-EDIT-DATE-OUT        PIC X(10) VALUE SPACES.

      ******************************************************************
      * The reject being followed through its outcome rows.
      ******************************************************************
       01  WS-HELD-REJECT.
           05  WS-HR-KEY               PIC X(29) VALUE SPACES.
           05  WS-HR-RUN-DATE          PIC 9(8) VALUE 0.
           05  WS-HR-REASON-CODE       PIC X(8) VALUE SPACES.
           05  WS-HR-SOURCE-ID         PIC X(8) VALUE SPACES.
           05  WS-HR-DEPARTMENT        PIC X(3) VALUE SPACES.
           05  WS-HR-ACCOUNT           PIC X(8) VALUE SPACES.
           05  WS-HR-OUTCOME           PIC X VALUE SPACE.
           05  WS-HR-OUTCOME-DATE      PIC 9(8) VALUE 0.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ         PIC 9(7) VALUE 0.
           05  WS-REJECTS-FILED        PIC 9(7) VALUE 0.
           05  WS-REJECTS-IN-RANGE     PIC 9(7) VALUE 0.
           05  WS-ORPHAN-OUTCOMES      PIC 9(7) VALUE 0.
           05  WS-REPEAT-ACCOUNTS      PIC 9(7) VALUE 0.

      ******************************************************************
      * Final outcomes of the rejects in range, for the summary.
      ******************************************************************
       01  WS-OUTCOME-TOTALS.
           05  WS-OUT-COMPUTED         PIC 9(7) VALUE 0.
           05  WS-OUT-SUSPENDED        PIC 9(7) VALUE 0.
           05  WS-OUT-WRITTEN-OFF      PIC 9(7) VALUE 0.
           05  WS-OUT-REINSTATED       PIC 9(7) VALUE 0.
           05  WS-OUT-RECYCLED         PIC 9(7) VALUE 0.
           05  WS-OUT-REJECTED-AGAIN   PIC 9(7) VALUE 0.
           05  WS-OUT-ON-DIVREJ        PIC 9(7) VALUE 0.
           05  WS-OUT-RESOLVED         PIC 9(7) VALUE 0.
           05  WS-OUT-TOTAL-DAYS       PIC 9(9) VALUE 0.

      ******************************************************************
      * Breakdown totals at three levels: 1 for the reason and
      * source or department being printed, 2 for the reason code,
      * 3 for the whole section. Open counts everything not yet
      * resolved, including rejects sitting in suspense.
      ******************************************************************
       01  WS-LEVEL-TOTALS.
           05  WS-LEVEL-ENTRY OCCURS 3 TIMES.
               10  WS-LV-REJECTS       PIC 9(7).
               10  WS-LV-COMPUTED      PIC 9(7).
               10  WS-LV-SUSPENDED     PIC 9(7).
               10  WS-LV-WRITTEN-OFF   PIC 9(7).
               10  WS-LV-REINSTATED    PIC 9(7).
               10  WS-LV-OPEN          PIC 9(7).
               10  WS-LV-RESOLVED      PIC 9(7).
               10  WS-LV-TOTAL-DAYS    PIC 9(9).
       01  WS-LEVEL-SUB                PIC 9 VALUE 0.

       01  WS-BREAK-CONTROLS.
           05  WS-PREV-REASON          PIC X(8) VALUE SPACES.
           05  WS-PREV-KEY             PIC X(8) VALUE SPACES.
           05  WS-CUR-KEY              PIC X(8) VALUE SPACES.

      ******************************************************************
      * Weekly trend: the week being counted, by reason code, with
      * codes outside the five feed-data reasons under OTHER.
      ******************************************************************
       01  WS-WEEK-CONTROLS.
           05  WS-CUR-WEEK             PIC 9(8) VALUE 0.
           05  WS-NEXT-WEEK            PIC 9(8) VALUE 0.
           05  WS-WEEK-TOTAL           PIC 9(7) VALUE 0.
           05  WS-PRIOR-WEEK-TOTAL     PIC 9(7) VALUE 0.
           05  WS-WEEKS-PRINTED        PIC 9(5) VALUE 0.
           05  WS-WEEK-CHANGE          PIC S9(7) VALUE 0.
           05  WS-WEEK-REASON-SUB      PIC 9 VALUE 0.
       01  WS-WEEK-COUNTS.
           05  WS-WK-COUNT             PIC 9(7) OCCURS 6 TIMES.

       01  WS-ACCOUNT-CONTROLS.
           05  WS-ACC-ACCOUNT          PIC X(8) VALUE SPACES.
           05  WS-ACC-DEPARTMENT       PIC X(3) VALUE SPACES.
           05  WS-ACC-SOURCE-ID        PIC X(8) VALUE SPACES.
           05  WS-ACC-LAST-REASON      PIC X(8) VALUE SPACES.
           05  WS-ACC-REJECTS          PIC 9(5) VALUE 0.
           05  WS-ACC-FIRST-DATE       PIC 9(8) VALUE 0.
           05  WS-ACC-LAST-DATE        PIC 9(8) VALUE 0.
           05  WS-ACC-RESOLVED         PIC 9(5) VALUE 0.
           05  WS-ACC-TOTAL-DAYS       PIC 9(7) VALUE 0.

       01  WS-RATES.
           05  WS-AVG-DAYS             PIC 9(5)V9 VALUE 0.
           05  WS-PCT-OF-ALL           PIC 9(3)V9 VALUE 0.
           05  WS-OUTCOME-COUNT        PIC 9(7) VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 0.
           05  WS-PAGE-NUMBER          PIC 9(3) VALUE 0.

       01  WS-REPORT-TITLE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE "REJECT ROOT-CAUSE ANALYSIS".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  WS-RPT-PAGE-NUMBER      PIC ZZ9.

       01  WS-REPORT-RANGE-LINE.
           05  FILLER                  PIC X(19)
               VALUE "REJECTS FILED FROM ".
           05  WS-RRL-FROM-DATE        PIC X(10).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  WS-RRL-TO-DATE          PIC X(10).

       01  WS-SECTION-HEADING-LINE.
           05  WS-SHL-TITLE            PIC X(60).

       01  WS-REPORT-COLUMN-HEADER-2.
           05  FILLER                  PIC X(90)
               VALUE ALL "-".

       01  WS-BREAKDOWN-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE "REASON".
           05  WS-BCH-KEY-LABEL        PIC X(8).
           05  FILLER                  PIC X(9) VALUE "  REJECTS".
           05  FILLER                  PIC X(9) VALUE " COMPUTED".
           05  FILLER                  PIC X(9) VALUE " SUSPENSE".
           05  FILLER                  PIC X(9) VALUE " WRITEOFF".
           05  FILLER                  PIC X(9) VALUE "  REINSTD".
           05  FILLER                  PIC X(9) VALUE "     OPEN".
           05  FILLER                  PIC X(9) VALUE " AVG DAYS".
           05  FILLER                  PIC X(7) VALUE "  % ALL".

       01  WS-BREAKDOWN-DETAIL-LINE.
           05  WS-BDL-REASON           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-BDL-KEY              PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-BDL-REJECTS          PIC ZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-BDL-COMPUTED         PIC ZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-BDL-SUSPENDED        PIC ZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-BDL-WRITTEN-OFF      PIC ZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-BDL-REINSTATED       PIC ZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-BDL-OPEN             PIC ZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-BDL-AVG-DAYS         PIC ZZZZ9.9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-BDL-PCT-OF-ALL       PIC ZZ9.9.

       01  WS-WEEK-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE "WEEK OF".
           05  FILLER                  PIC X(9) VALUE "  ZERODIV".
           05  FILLER                  PIC X(9) VALUE "  RANGEHI".
           05  FILLER                  PIC X(9) VALUE "   NOACCT".
           05  FILLER                  PIC X(9) VALUE " INACTACC".
           05  FILLER                  PIC X(9) VALUE " BATCHOOB".
           05  FILLER                  PIC X(9) VALUE "    OTHER".
           05  FILLER                  PIC X(9) VALUE "    TOTAL".
           05  FILLER                  PIC X(10)
               VALUE "  VS PRIOR".

       01  WS-WEEK-DETAIL-LINE.
           05  WS-WDL-WEEK             PIC X(10).
           05  WS-WDL-COUNT-GROUP.
               10  WS-WDL-COUNT-ENTRY OCCURS 6 TIMES.
                   15  FILLER          PIC X(3).
                   15  WS-WDL-COUNT    PIC ZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-WDL-TOTAL            PIC ZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-WDL-CHANGE           PIC ++++++9.
           05  WS-WDL-CHANGE-X REDEFINES WS-WDL-CHANGE
                                       PIC X(7).

       01  WS-ACCOUNT-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE "ACCOUNT".
           05  FILLER                  PIC X(6) VALUE "DEPT".
           05  FILLER                  PIC X(10) VALUE "SOURCE".
           05  FILLER                  PIC X(8) VALUE "LAST RSN".
           05  FILLER                  PIC X(9) VALUE "  REJECTS".
           05  FILLER                  PIC X(12) VALUE "  FIRST".
           05  FILLER                  PIC X(12) VALUE "  LAST".
           05  FILLER                  PIC X(9) VALUE " RESOLVED".
           05  FILLER                  PIC X(9) VALUE "     OPEN".
           05  FILLER                  PIC X(9) VALUE " AVG DAYS".

       01  WS-ACCOUNT-DETAIL-LINE.
           05  WS-ADL-ACCOUNT          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ADL-DEPARTMENT       PIC X(3).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-ADL-SOURCE-ID        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ADL-LAST-REASON      PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-ADL-REJECTS          PIC ZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ADL-FIRST-DATE       PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ADL-LAST-DATE        PIC X(10).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-ADL-RESOLVED         PIC ZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-ADL-OPEN             PIC ZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ADL-AVG-DAYS         PIC ZZZZ9.9.

       01  WS-OUTCOME-SUMMARY-LINE.
           05  WS-OSL-LABEL            PIC X(40).
           05  WS-OSL-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-OSL-PCT              PIC ZZ9.9.
           05  FILLER                  PIC X VALUE "%".

       01  WS-AVERAGE-DAYS-LINE.
           05  FILLER                  PIC X(40)
               VALUE "AVERAGE DAYS FROM REJECT TO RESOLUTION".
           05  WS-ADAY-AVG-DAYS        PIC ZZZZ9.9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FOLLOW-REJECTS
           PERFORM 3000-BREAKDOWN-BY-SOURCE
           PERFORM 3050-BREAKDOWN-BY-DEPARTMENT
           PERFORM 5000-WEEKLY-TREND
           PERFORM 6000-REPEAT-REJECTS
           PERFORM 7000-OUTCOME-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

      ******************************************************************
      * The range defaults to the twelve weeks ending today and is
      * overridden from DIVRJP. A date that is not a valid YYYYMMDD,
      * or a range that ends before it starts, is reported and the
      * default kept.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-TO-DATE
           MOVE SPACES TO DIV-REJECT-PARM-RECORD
           OPEN INPUT DIVISOR-REJECT-PARM-FILE
           READ DIVISOR-REJECT-PARM-FILE
               AT END
                   MOVE SPACES TO DIV-REJECT-PARM-RECORD
           END-READ
           CLOSE DIVISOR-REJECT-PARM-FILE
           IF RJP-TO-DATE NOT = SPACES THEN
               IF RJP-TO-DATE IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(RJP-TO-DATE-N) = 0
                   THEN
                   MOVE RJP-TO-DATE-N TO WS-TO-DATE
               ELSE
                   DISPLAY "Warning: DIVRJP to date " RJP-TO-DATE
                       " invalid - default kept"
               END-IF
           END-IF
           MOVE WS-TO-DATE TO WS-WEEK-DATE-IN
           PERFORM 1050-FIND-WEEK-START
           MOVE WS-WEEK-DATE-OUT TO WS-TO-WEEK
           COMPUTE WS-DEFAULT-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TO-WEEK) - 77)
           MOVE WS-DEFAULT-FROM-DATE TO WS-FROM-DATE
           IF RJP-FROM-DATE NOT = SPACES THEN
               IF RJP-FROM-DATE IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(RJP-FROM-DATE-N)
                       = 0 THEN
                   MOVE RJP-FROM-DATE-N TO WS-FROM-DATE
               ELSE
                   DISPLAY "Warning: DIVRJP from date " RJP-FROM-DATE
                       " invalid - default kept"
               END-IF
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE THEN
               DISPLAY "Warning: DIVRJP from date after to date"
                   " - default kept"
               MOVE WS-DEFAULT-FROM-DATE TO WS-FROM-DATE
           END-IF
           MOVE WS-FROM-DATE TO WS-WEEK-DATE-IN
           PERFORM 1050-FIND-WEEK-START
           MOVE WS-WEEK-DATE-OUT TO WS-FROM-WEEK
           OPEN OUTPUT REJECT-REPORT-FILE.

      ******************************************************************
      * Monday of the week holding WS-WEEK-DATE-IN. Day 1 of the
      * integer calendar is a Monday.
      ******************************************************************
       1050-FIND-WEEK-START.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-DATE-IN)
           COMPUTE WS-DAY-NUMBER = WS-DAY-NUMBER
               - FUNCTION MOD(WS-DAY-NUMBER + 6, 7)
           COMPUTE WS-WEEK-DATE-OUT =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).

       1060-EDIT-DATE.
           MOVE SPACES TO WS-EDIT-DATE-OUT
           STRING WS-EDIT-MM "/" WS-EDIT-DD "/" WS-EDIT-YYYY
               DELIMITED BY SIZE INTO WS-EDIT-DATE-OUT.

       1080-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RPT-PAGE-NUMBER
           WRITE RJR-REPORT-LINE FROM WS-REPORT-TITLE-LINE
           MOVE WS-FROM-DATE TO WS-EDIT-DATE-IN
           PERFORM 1060-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-RRL-FROM-DATE
           MOVE WS-TO-DATE TO WS-EDIT-DATE-IN
           PERFORM 1060-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-RRL-TO-DATE
           WRITE RJR-REPORT-LINE FROM WS-REPORT-RANGE-LINE
           MOVE SPACES TO RJR-REPORT-LINE
           WRITE RJR-REPORT-LINE
           MOVE 3 TO WS-LINE-COUNT.

       1090-WRITE-SECTION-HEADING.
           MOVE SPACES TO RJR-REPORT-LINE
           WRITE RJR-REPORT-LINE
           WRITE RJR-REPORT-LINE FROM WS-SECTION-HEADING-LINE
           MOVE SPACES TO RJR-REPORT-LINE
           WRITE RJR-REPORT-LINE
           ADD 3 TO WS-LINE-COUNT.

      ******************************************************************
      * DIVRJH is appended in time order across programs; sorting
      * it on the reject key brings each "J" row together with the
      * "O" rows filed against it, in the order they were filed, so
      * the last one read is the final outcome. Every "J" row is
      * counted as a reject of its own - the run stamps each one
      * with a key not used before. As with DIVAHST, a reject filed
      * between the last checkpoint and an abend is filed again,
      * under a new key, by the restart and is counted twice. A
      * held result BUGSOLVAR rejects is filed there as a VARIANCE
      * "J" row of its own. "O" rows whose reject is no longer on
      * file - dropped by an override rerun - are counted and
      * passed over.
      ******************************************************************
       2000-FOLLOW-REJECTS.
           SORT SORT-FILE
               ON ASCENDING KEY SR-REJECT-KEY
               ON ASCENDING KEY SR-ROW-TYPE
               WITH DUPLICATES IN ORDER
               USING DIVISOR-REJECT-HISTORY-FILE
               GIVING REJECT-HISTORY-WORK-FILE
           OPEN INPUT REJECT-HISTORY-WORK-FILE
           OPEN OUTPUT REJECT-ANALYSIS-FILE
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2010-READ-HISTORY-WORK
           PERFORM 2050-PROCESS-HISTORY-ROW UNTIL WS-END-OF-FILE
           PERFORM 2100-FILE-HELD-REJECT
           CLOSE REJECT-HISTORY-WORK-FILE
           CLOSE REJECT-ANALYSIS-FILE.

       2010-READ-HISTORY-WORK.
           READ REJECT-HISTORY-WORK-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2050-PROCESS-HISTORY-ROW.
           IF RJH-WORK-RECORD = SPACES THEN
               CONTINUE
           ELSE
               ADD 1 TO WS-HISTORY-READ
               IF HW-REJECT-KEY NOT = WS-HR-KEY
                   OR HW-REJECT-ROW THEN
                   PERFORM 2100-FILE-HELD-REJECT
                   MOVE HW-REJECT-KEY TO WS-HR-KEY
                   IF HW-REJECT-ROW THEN
                       PERFORM 2060-HOLD-REJECT
                   ELSE
                       ADD 1 TO WS-ORPHAN-OUTCOMES
                   END-IF
               ELSE
                   IF WS-REJECT-HELD THEN
                       MOVE HW-OUTCOME TO WS-HR-OUTCOME
                       MOVE HW-OUTCOME-DATE TO WS-HR-OUTCOME-DATE
                   ELSE
                       ADD 1 TO WS-ORPHAN-OUTCOMES
                   END-IF
               END-IF
           END-IF
           PERFORM 2010-READ-HISTORY-WORK.

       2060-HOLD-REJECT.
           SET WS-REJECT-HELD TO TRUE
           ADD 1 TO WS-REJECTS-FILED
           MOVE HW-RUN-DATE TO WS-HR-RUN-DATE
           MOVE HW-REASON-CODE TO WS-HR-REASON-CODE
           MOVE HW-SOURCE-ID TO WS-HR-SOURCE-ID
           MOVE HW-DEPARTMENT TO WS-HR-DEPARTMENT
           MOVE HW-ACCOUNT TO WS-HR-ACCOUNT
           MOVE SPACE TO WS-HR-OUTCOME
           MOVE 0 TO WS-HR-OUTCOME-DATE.

      ******************************************************************
      * The followed reject is written to the analysis file if it
      * was filed in the range. Days to resolution run from the
      * run that rejected it to the date it was computed, written
      * off or reinstated.
      ******************************************************************
       2100-FILE-HELD-REJECT.
           IF WS-REJECT-HELD THEN
               MOVE "N" TO WS-REJECT-HELD-SW
               IF WS-HR-RUN-DATE IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-HR-RUN-DATE) = 0
                   AND WS-HR-RUN-DATE >= WS-FROM-DATE
                   AND WS-HR-RUN-DATE <= WS-TO-DATE THEN
                   PERFORM 2150-WRITE-ANALYSIS-ROW
               END-IF
           END-IF.

       2150-WRITE-ANALYSIS-ROW.
           ADD 1 TO WS-REJECTS-IN-RANGE
           MOVE SPACES TO REJECT-ANALYSIS-RECORD
           MOVE WS-HR-RUN-DATE TO RA-RUN-DATE
           MOVE WS-HR-RUN-DATE TO WS-WEEK-DATE-IN
           PERFORM 1050-FIND-WEEK-START
           MOVE WS-WEEK-DATE-OUT TO RA-WEEK-START
           MOVE WS-HR-REASON-CODE TO RA-REASON-CODE
           IF WS-HR-SOURCE-ID = SPACES THEN
               MOVE "(NONE)" TO RA-SOURCE-ID
           ELSE
               MOVE WS-HR-SOURCE-ID TO RA-SOURCE-ID
           END-IF
           MOVE WS-HR-DEPARTMENT TO RA-DEPARTMENT
           MOVE WS-HR-ACCOUNT TO RA-ACCOUNT
           MOVE WS-HR-OUTCOME TO RA-OUTCOME
           MOVE "N" TO RA-RESOLVED-SW
           MOVE 0 TO RA-DAYS-TO-RESOLVE
           EVALUATE WS-HR-OUTCOME
               WHEN "C"
                   ADD 1 TO WS-OUT-COMPUTED
                   PERFORM 2160-SET-RESOLVED
               WHEN "W"
                   ADD 1 TO WS-OUT-WRITTEN-OFF
                   PERFORM 2160-SET-RESOLVED
               WHEN "I"
                   ADD 1 TO WS-OUT-REINSTATED
                   PERFORM 2160-SET-RESOLVED
               WHEN "S"
                   ADD 1 TO WS-OUT-SUSPENDED
               WHEN "Y"
                   ADD 1 TO WS-OUT-RECYCLED
               WHEN "A"
                   ADD 1 TO WS-OUT-REJECTED-AGAIN
               WHEN OTHER
                   ADD 1 TO WS-OUT-ON-DIVREJ
           END-EVALUATE
           WRITE REJECT-ANALYSIS-RECORD.

       2160-SET-RESOLVED.
           MOVE "Y" TO RA-RESOLVED-SW
           ADD 1 TO WS-OUT-RESOLVED
           IF WS-HR-OUTCOME-DATE IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-HR-OUTCOME-DATE) = 0
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-HR-RUN-DATE) = 0
               THEN
               COMPUTE WS-DAYS-WORK =
                   FUNCTION INTEGER-OF-DATE(WS-HR-OUTCOME-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-HR-RUN-DATE)
               IF WS-DAYS-WORK > 0 THEN
                   MOVE WS-DAYS-WORK TO RA-DAYS-TO-RESOLVE
                   ADD WS-DAYS-WORK TO WS-OUT-TOTAL-DAYS
               END-IF
           END-IF.

      ******************************************************************
      * Rejects by reason code against the batch source ID, then
      * against department: one line per pair, a subtotal per
      * reason and a total for the range.
      ******************************************************************
       3000-BREAKDOWN-BY-SOURCE.
           SORT REJECT-SORT-FILE
               ON ASCENDING KEY RS-REASON-CODE
               ON ASCENDING KEY RS-SOURCE-ID
               USING REJECT-ANALYSIS-FILE
               GIVING REJECT-ORDERED-FILE
           SET WS-BY-SOURCE TO TRUE
           MOVE "SOURCE" TO WS-BCH-KEY-LABEL
           MOVE "REJECTS BY REASON CODE AND BATCH SOURCE ID"
               TO WS-SHL-TITLE
           PERFORM 3100-PRINT-BREAKDOWN.

       3050-BREAKDOWN-BY-DEPARTMENT.
           SORT REJECT-SORT-FILE
               ON ASCENDING KEY RS-REASON-CODE
               ON ASCENDING KEY RS-DEPARTMENT
               USING REJECT-ANALYSIS-FILE
               GIVING REJECT-ORDERED-FILE
           SET WS-BY-DEPARTMENT TO TRUE
           MOVE "DEPT" TO WS-BCH-KEY-LABEL
           MOVE "REJECTS BY REASON CODE AND DEPARTMENT"
               TO WS-SHL-TITLE
           PERFORM 3100-PRINT-BREAKDOWN.

       3100-PRINT-BREAKDOWN.
           PERFORM 1080-WRITE-REPORT-HEADERS
           PERFORM 3150-WRITE-BREAKDOWN-HEADING
           INITIALIZE WS-LEVEL-TOTALS
           MOVE "Y" TO WS-FIRST-ROW-SW
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REJECT-ORDERED-FILE
           PERFORM 3110-READ-ORDERED
           PERFORM 3200-PROCESS-BREAKDOWN-ROW UNTIL WS-END-OF-FILE
           CLOSE REJECT-ORDERED-FILE
           IF WS-FIRST-ROW THEN
               MOVE "NO REJECTS FILED IN THE PERIOD" TO RJR-REPORT-LINE
               WRITE RJR-REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM 3300-PRINT-GROUP
               PERFORM 3350-PRINT-REASON-TOTAL
               MOVE 3 TO WS-LEVEL-SUB
               MOVE "*TOTAL*" TO WS-BDL-REASON
               MOVE SPACES TO WS-BDL-KEY
               PERFORM 3400-PRINT-LEVEL-LINE
           END-IF.

       3110-READ-ORDERED.
           READ REJECT-ORDERED-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3150-WRITE-BREAKDOWN-HEADING.
           PERFORM 1090-WRITE-SECTION-HEADING
           WRITE RJR-REPORT-LINE FROM WS-BREAKDOWN-COLUMN-HEADER
           WRITE RJR-REPORT-LINE FROM WS-REPORT-COLUMN-HEADER-2
           ADD 2 TO WS-LINE-COUNT.

       3200-PROCESS-BREAKDOWN-ROW.
           IF WS-BY-SOURCE THEN
               MOVE RO-SOURCE-ID TO WS-CUR-KEY
           ELSE
               MOVE RO-DEPARTMENT TO WS-CUR-KEY
           END-IF
           EVALUATE TRUE
               WHEN WS-FIRST-ROW
                   MOVE "N" TO WS-FIRST-ROW-SW
                   MOVE RO-REASON-CODE TO WS-PREV-REASON
                   MOVE WS-CUR-KEY TO WS-PREV-KEY
               WHEN RO-REASON-CODE NOT = WS-PREV-REASON
                   PERFORM 3300-PRINT-GROUP
                   PERFORM 3350-PRINT-REASON-TOTAL
                   MOVE RO-REASON-CODE TO WS-PREV-REASON
                   MOVE WS-CUR-KEY TO WS-PREV-KEY
               WHEN WS-CUR-KEY NOT = WS-PREV-KEY
                   PERFORM 3300-PRINT-GROUP
                   MOVE WS-CUR-KEY TO WS-PREV-KEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 3250-ADD-TO-LEVEL
               VARYING WS-LEVEL-SUB FROM 1 BY 1
               UNTIL WS-LEVEL-SUB > 3
           PERFORM 3110-READ-ORDERED.

       3250-ADD-TO-LEVEL.
           ADD 1 TO WS-LV-REJECTS (WS-LEVEL-SUB)
           EVALUATE TRUE
               WHEN RO-COMPUTED
                   ADD 1 TO WS-LV-COMPUTED (WS-LEVEL-SUB)
               WHEN RO-SUSPENDED
                   ADD 1 TO WS-LV-SUSPENDED (WS-LEVEL-SUB)
               WHEN RO-WRITTEN-OFF
                   ADD 1 TO WS-LV-WRITTEN-OFF (WS-LEVEL-SUB)
               WHEN RO-REINSTATED
                   ADD 1 TO WS-LV-REINSTATED (WS-LEVEL-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RO-RESOLVED THEN
               ADD 1 TO WS-LV-RESOLVED (WS-LEVEL-SUB)
               ADD RO-DAYS-TO-RESOLVE TO WS-LV-TOTAL-DAYS (WS-LEVEL-SUB)
           ELSE
               ADD 1 TO WS-LV-OPEN (WS-LEVEL-SUB)
           END-IF.

       3300-PRINT-GROUP.
           MOVE 1 TO WS-LEVEL-SUB
           MOVE WS-PREV-REASON TO WS-BDL-REASON
           MOVE WS-PREV-KEY TO WS-BDL-KEY
           PERFORM 3400-PRINT-LEVEL-LINE.

       3350-PRINT-REASON-TOTAL.
           MOVE 2 TO WS-LEVEL-SUB
           MOVE WS-PREV-REASON TO WS-BDL-REASON
           MOVE "*TOTAL*" TO WS-BDL-KEY
           PERFORM 3400-PRINT-LEVEL-LINE
           MOVE SPACES TO RJR-REPORT-LINE
           WRITE RJR-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      * One breakdown line from the totals at WS-LEVEL-SUB, which
      * are then cleared for the next group at that level.
      ******************************************************************
       3400-PRINT-LEVEL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
               PERFORM 1080-WRITE-REPORT-HEADERS
               PERFORM 3150-WRITE-BREAKDOWN-HEADING
           END-IF
           IF WS-LV-RESOLVED (WS-LEVEL-SUB) > 0 THEN
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-LV-TOTAL-DAYS (WS-LEVEL-SUB)
                       / WS-LV-RESOLVED (WS-LEVEL-SUB)
           ELSE
               MOVE 0 TO WS-AVG-DAYS
           END-IF
           IF WS-REJECTS-IN-RANGE > 0 THEN
               COMPUTE WS-PCT-OF-ALL ROUNDED =
                   WS-LV-REJECTS (WS-LEVEL-SUB) * 100
                       / WS-REJECTS-IN-RANGE
           ELSE
               MOVE 0 TO WS-PCT-OF-ALL
           END-IF
           MOVE WS-LV-REJECTS (WS-LEVEL-SUB) TO WS-BDL-REJECTS
           MOVE WS-LV-COMPUTED (WS-LEVEL-SUB) TO WS-BDL-COMPUTED
           MOVE WS-LV-SUSPENDED (WS-LEVEL-SUB) TO WS-BDL-SUSPENDED
           MOVE WS-LV-WRITTEN-OFF (WS-LEVEL-SUB) TO WS-BDL-WRITTEN-OFF
           MOVE WS-LV-REINSTATED (WS-LEVEL-SUB) TO WS-BDL-REINSTATED
           MOVE WS-LV-OPEN (WS-LEVEL-SUB) TO WS-BDL-OPEN
           MOVE WS-AVG-DAYS TO WS-BDL-AVG-DAYS
           MOVE WS-PCT-OF-ALL TO WS-BDL-PCT-OF-ALL
           WRITE RJR-REPORT-LINE FROM WS-BREAKDOWN-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           INITIALIZE WS-LEVEL-ENTRY (WS-LEVEL-SUB).

      ******************************************************************
      * Week-by-week rejects by reason code, every week of the range
      * shown whether or not it had rejects, with the change in the
      * total from the week before.
      ******************************************************************
       5000-WEEKLY-TREND.
           SORT REJECT-SORT-FILE
               ON ASCENDING KEY RS-WEEK-START
               ON ASCENDING KEY RS-REASON-CODE
               USING REJECT-ANALYSIS-FILE
               GIVING REJECT-ORDERED-FILE
           MOVE "WEEKLY REJECT TREND BY REASON CODE" TO WS-SHL-TITLE
           PERFORM 1080-WRITE-REPORT-HEADERS
           PERFORM 5050-WRITE-WEEK-HEADING
           MOVE WS-FROM-WEEK TO WS-NEXT-WEEK
           MOVE "N" TO WS-WEEK-OPEN-SW
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REJECT-ORDERED-FILE
           PERFORM 3110-READ-ORDERED
           PERFORM 5100-PROCESS-WEEK-ROW UNTIL WS-END-OF-FILE
           CLOSE REJECT-ORDERED-FILE
           IF WS-WEEK-OPEN THEN
               PERFORM 5200-PRINT-WEEK
           END-IF
           PERFORM 5250-PRINT-EMPTY-WEEK
               UNTIL WS-NEXT-WEEK > WS-TO-WEEK.

       5050-WRITE-WEEK-HEADING.
           PERFORM 1090-WRITE-SECTION-HEADING
           WRITE RJR-REPORT-LINE FROM WS-WEEK-COLUMN-HEADER
           WRITE RJR-REPORT-LINE FROM WS-REPORT-COLUMN-HEADER-2
           ADD 2 TO WS-LINE-COUNT.

       5100-PROCESS-WEEK-ROW.
           IF NOT WS-WEEK-OPEN
               OR RO-WEEK-START NOT = WS-CUR-WEEK THEN
               IF WS-WEEK-OPEN THEN
                   PERFORM 5200-PRINT-WEEK
               END-IF
               PERFORM 5250-PRINT-EMPTY-WEEK
                   UNTIL WS-NEXT-WEEK >= RO-WEEK-START
               MOVE RO-WEEK-START TO WS-CUR-WEEK
               INITIALIZE WS-WEEK-COUNTS
               SET WS-WEEK-OPEN TO TRUE
           END-IF
           EVALUATE RO-REASON-CODE
               WHEN "ZERODIV"
                   MOVE 1 TO WS-WEEK-REASON-SUB
               WHEN "RANGEHI"
                   MOVE 2 TO WS-WEEK-REASON-SUB
               WHEN "NOACCT"
                   MOVE 3 TO WS-WEEK-REASON-SUB
               WHEN "INACTACC"
                   MOVE 4 TO WS-WEEK-REASON-SUB
               WHEN "BATCHOOB"
                   MOVE 5 TO WS-WEEK-REASON-SUB
               WHEN OTHER
                   MOVE 6 TO WS-WEEK-REASON-SUB
           END-EVALUATE
           ADD 1 TO WS-WK-COUNT (WS-WEEK-REASON-SUB)
           PERFORM 3110-READ-ORDERED.

       5200-PRINT-WEEK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
               PERFORM 1080-WRITE-REPORT-HEADERS
               PERFORM 5050-WRITE-WEEK-HEADING
           END-IF
           MOVE SPACES TO WS-WEEK-DETAIL-LINE
           MOVE WS-CUR-WEEK TO WS-EDIT-DATE-IN
           PERFORM 1060-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-WDL-WEEK
           MOVE 0 TO WS-WEEK-TOTAL
           PERFORM 5210-EDIT-WEEK-COUNT
               VARYING WS-WEEK-REASON-SUB FROM 1 BY 1
               UNTIL WS-WEEK-REASON-SUB > 6
           MOVE WS-WEEK-TOTAL TO WS-WDL-TOTAL
           IF WS-WEEKS-PRINTED = 0 THEN
               MOVE SPACES TO WS-WDL-CHANGE-X
           ELSE
               COMPUTE WS-WEEK-CHANGE =
                   WS-WEEK-TOTAL - WS-PRIOR-WEEK-TOTAL
               MOVE WS-WEEK-CHANGE TO WS-WDL-CHANGE
           END-IF
           WRITE RJR-REPORT-LINE FROM WS-WEEK-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-WEEKS-PRINTED
           MOVE WS-WEEK-TOTAL TO WS-PRIOR-WEEK-TOTAL
           MOVE "N" TO WS-WEEK-OPEN-SW
           COMPUTE WS-NEXT-WEEK = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CUR-WEEK) + 7).

       5210-EDIT-WEEK-COUNT.
           MOVE WS-WK-COUNT (WS-WEEK-REASON-SUB)
               TO WS-WDL-COUNT (WS-WEEK-REASON-SUB)
           ADD WS-WK-COUNT (WS-WEEK-REASON-SUB) TO WS-WEEK-TOTAL.

       5250-PRINT-EMPTY-WEEK.
           MOVE WS-NEXT-WEEK TO WS-CUR-WEEK
           INITIALIZE WS-WEEK-COUNTS
           PERFORM 5200-PRINT-WEEK.

      ******************************************************************
      * Accounts rejected more than once in the range, most rejects
      * first. Allocation rejects carry no account and are left out.
      ******************************************************************
       6000-REPEAT-REJECTS.
           SORT REJECT-SORT-FILE
               ON ASCENDING KEY RS-ACCOUNT
               ON ASCENDING KEY RS-RUN-DATE
               USING REJECT-ANALYSIS-FILE
               GIVING REJECT-ORDERED-FILE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE SPACES TO WS-ACC-ACCOUNT
           MOVE 0 TO WS-ACC-REJECTS
           OPEN INPUT REJECT-ORDERED-FILE
           OPEN OUTPUT ACCOUNT-SUMMARY-FILE
           PERFORM 3110-READ-ORDERED
           PERFORM 6100-PROCESS-ACCOUNT-ROW UNTIL WS-END-OF-FILE
           PERFORM 6200-FILE-ACCOUNT
           CLOSE REJECT-ORDERED-FILE
           CLOSE ACCOUNT-SUMMARY-FILE
           SORT ACCOUNT-SORT-FILE
               ON DESCENDING KEY AX-REJECTS
               ON ASCENDING KEY AX-ACCOUNT
               USING ACCOUNT-SUMMARY-FILE
               GIVING ACCOUNT-RANKED-FILE
           MOVE "ACCOUNTS WITH REPEAT REJECTS" TO WS-SHL-TITLE
           PERFORM 1080-WRITE-REPORT-HEADERS
           PERFORM 6050-WRITE-ACCOUNT-HEADING
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ACCOUNT-RANKED-FILE
           PERFORM 6300-READ-RANKED
           IF WS-END-OF-FILE THEN
               MOVE "NO ACCOUNT REJECTED MORE THAN ONCE IN THE PERIOD"
                   TO RJR-REPORT-LINE
               WRITE RJR-REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM 6400-PRINT-ACCOUNT UNTIL WS-END-OF-FILE
           CLOSE ACCOUNT-RANKED-FILE.

       6050-WRITE-ACCOUNT-HEADING.
           PERFORM 1090-WRITE-SECTION-HEADING
           WRITE RJR-REPORT-LINE FROM WS-ACCOUNT-COLUMN-HEADER
           WRITE RJR-REPORT-LINE FROM WS-REPORT-COLUMN-HEADER-2
           ADD 2 TO WS-LINE-COUNT.

       6100-PROCESS-ACCOUNT-ROW.
           IF RO-ACCOUNT = SPACES
               OR RO-ACCOUNT = "*ALLOC*" THEN
               CONTINUE
           ELSE
               IF RO-ACCOUNT NOT = WS-ACC-ACCOUNT THEN
                   PERFORM 6200-FILE-ACCOUNT
                   MOVE RO-ACCOUNT TO WS-ACC-ACCOUNT
                   MOVE 0 TO WS-ACC-REJECTS
                   MOVE RO-RUN-DATE TO WS-ACC-FIRST-DATE
                   MOVE 0 TO WS-ACC-RESOLVED
                   MOVE 0 TO WS-ACC-TOTAL-DAYS
               END-IF
               ADD 1 TO WS-ACC-REJECTS
               MOVE RO-DEPARTMENT TO WS-ACC-DEPARTMENT
               MOVE RO-SOURCE-ID TO WS-ACC-SOURCE-ID
               MOVE RO-REASON-CODE TO WS-ACC-LAST-REASON
               MOVE RO-RUN-DATE TO WS-ACC-LAST-DATE
               IF RO-RESOLVED THEN
                   ADD 1 TO WS-ACC-RESOLVED
                   ADD RO-DAYS-TO-RESOLVE TO WS-ACC-TOTAL-DAYS
               END-IF
           END-IF
           PERFORM 3110-READ-ORDERED.

       6200-FILE-ACCOUNT.
           IF WS-ACC-REJECTS > 1 THEN
               ADD 1 TO WS-REPEAT-ACCOUNTS
               MOVE WS-ACC-REJECTS TO AS-REJECTS
               MOVE WS-ACC-ACCOUNT TO AS-ACCOUNT
               MOVE WS-ACC-DEPARTMENT TO AS-DEPARTMENT
               MOVE WS-ACC-SOURCE-ID TO AS-SOURCE-ID
               MOVE WS-ACC-LAST-REASON TO AS-LAST-REASON
               MOVE WS-ACC-FIRST-DATE TO AS-FIRST-DATE
               MOVE WS-ACC-LAST-DATE TO AS-LAST-DATE
               MOVE WS-ACC-RESOLVED TO AS-RESOLVED
               MOVE WS-ACC-TOTAL-DAYS TO AS-TOTAL-DAYS
               WRITE ACCOUNT-SUMMARY-RECORD
           END-IF.

       6300-READ-RANKED.
           READ ACCOUNT-RANKED-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      ******************************************************************
      * Department, source and reason are those of the account's
      * latest reject in the range.
      ******************************************************************
       6400-PRINT-ACCOUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
               PERFORM 1080-WRITE-REPORT-HEADERS
               PERFORM 6050-WRITE-ACCOUNT-HEADING
           END-IF
           MOVE AR-ACCOUNT TO WS-ADL-ACCOUNT
           MOVE AR-DEPARTMENT TO WS-ADL-DEPARTMENT
           MOVE AR-SOURCE-ID TO WS-ADL-SOURCE-ID
           MOVE AR-LAST-REASON TO WS-ADL-LAST-REASON
           MOVE AR-REJECTS TO WS-ADL-REJECTS
           MOVE AR-FIRST-DATE TO WS-EDIT-DATE-IN
           PERFORM 1060-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-ADL-FIRST-DATE
           MOVE AR-LAST-DATE TO WS-EDIT-DATE-IN
           PERFORM 1060-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-ADL-LAST-DATE
           MOVE AR-RESOLVED TO WS-ADL-RESOLVED
           COMPUTE WS-ADL-OPEN = AR-REJECTS - AR-RESOLVED
           IF AR-RESOLVED > 0 THEN
               COMPUTE WS-AVG-DAYS ROUNDED =
                   AR-TOTAL-DAYS / AR-RESOLVED
           ELSE
               MOVE 0 TO WS-AVG-DAYS
           END-IF
           MOVE WS-AVG-DAYS TO WS-ADL-AVG-DAYS
           WRITE RJR-REPORT-LINE FROM WS-ACCOUNT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM 6300-READ-RANKED.

      ******************************************************************
      * Final outcome of every reject filed in the range, and the
      * average days from reject to resolution across those
      * resolved.
      ******************************************************************
       7000-OUTCOME-SUMMARY.
           MOVE "FINAL OUTCOME OF REJECTS IN THE PERIOD"
               TO WS-SHL-TITLE
           PERFORM 1080-WRITE-REPORT-HEADERS
           PERFORM 1090-WRITE-SECTION-HEADING
           MOVE "REJECTS FILED" TO WS-OSL-LABEL
           MOVE WS-REJECTS-IN-RANGE TO WS-OSL-COUNT
           MOVE 100 TO WS-OSL-PCT
           WRITE RJR-REPORT-LINE FROM WS-OUTCOME-SUMMARY-LINE
           MOVE "  RECYCLED AND COMPUTED" TO WS-OSL-LABEL
           MOVE WS-OUT-COMPUTED TO WS-OUTCOME-COUNT
           PERFORM 7100-PRINT-OUTCOME-LINE
           MOVE "  WRITTEN OFF" TO WS-OSL-LABEL
           MOVE WS-OUT-WRITTEN-OFF TO WS-OUTCOME-COUNT
           PERFORM 7100-PRINT-OUTCOME-LINE
           MOVE "  REINSTATED FROM SUSPENSE" TO WS-OSL-LABEL
           MOVE WS-OUT-REINSTATED TO WS-OUTCOME-COUNT
           PERFORM 7100-PRINT-OUTCOME-LINE
           MOVE "  HELD IN SUSPENSE" TO WS-OSL-LABEL
           MOVE WS-OUT-SUSPENDED TO WS-OUTCOME-COUNT
           PERFORM 7100-PRINT-OUTCOME-LINE
           MOVE "  RECYCLED - AWAITING NEXT RUN" TO WS-OSL-LABEL
           MOVE WS-OUT-RECYCLED TO WS-OUTCOME-COUNT
           PERFORM 7100-PRINT-OUTCOME-LINE
           MOVE "  RECYCLED AND REJECTED AGAIN" TO WS-OSL-LABEL
           MOVE WS-OUT-REJECTED-AGAIN TO WS-OUTCOME-COUNT
           PERFORM 7100-PRINT-OUTCOME-LINE
           MOVE "  STILL ON DIVREJ" TO WS-OSL-LABEL
           MOVE WS-OUT-ON-DIVREJ TO WS-OUTCOME-COUNT
           PERFORM 7100-PRINT-OUTCOME-LINE
           MOVE SPACES TO RJR-REPORT-LINE
           WRITE RJR-REPORT-LINE
           MOVE "RESOLVED" TO WS-OSL-LABEL
           MOVE WS-OUT-RESOLVED TO WS-OUTCOME-COUNT
           PERFORM 7100-PRINT-OUTCOME-LINE
           IF WS-OUT-RESOLVED > 0 THEN
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-OUT-TOTAL-DAYS / WS-OUT-RESOLVED
           ELSE
               MOVE 0 TO WS-AVG-DAYS
           END-IF
           MOVE WS-AVG-DAYS TO WS-ADAY-AVG-DAYS
           WRITE RJR-REPORT-LINE FROM WS-AVERAGE-DAYS-LINE.

       7100-PRINT-OUTCOME-LINE.
           IF WS-REJECTS-IN-RANGE > 0 THEN
               COMPUTE WS-PCT-OF-ALL ROUNDED =
                   WS-OUTCOME-COUNT * 100 / WS-REJECTS-IN-RANGE
           ELSE
               MOVE 0 TO WS-PCT-OF-ALL
           END-IF
           MOVE WS-OUTCOME-COUNT TO WS-OSL-COUNT
           MOVE WS-PCT-OF-ALL TO WS-OSL-PCT
           WRITE RJR-REPORT-LINE FROM WS-OUTCOME-SUMMARY-LINE.

       9000-TERMINATE.
           CLOSE REJECT-REPORT-FILE
           DISPLAY "REJECT HISTORY ROWS READ:   " WS-HISTORY-READ
           DISPLAY "REJECTS ON FILE:            " WS-REJECTS-FILED
           DISPLAY "REJECTS IN PERIOD:          " WS-REJECTS-IN-RANGE
           DISPLAY "ACCOUNTS WITH REPEATS:      " WS-REPEAT-ACCOUNTS
           IF WS-ORPHAN-OUTCOMES > 0 THEN
               DISPLAY "Warning: " WS-ORPHAN-OUTCOMES
                   " outcome rows with no reject on file - ignored"
           END-IF.
