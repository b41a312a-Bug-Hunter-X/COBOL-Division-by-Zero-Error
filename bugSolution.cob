
           SELECT SORT-FILE ASSIGN TO "SORTWK".

           SELECT DIVISOR-WORK-FILE ASSIGN USING WS-WRK-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-OUTPUT-FILE ASSIGN USING WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-REJECT-FILE ASSIGN USING WS-REJ-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-CONTROL-FILE ASSIGN TO "DIVCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-RESTART-FILE
               ASSIGN USING WS-CKPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-MASTER-FILE ASSIGN TO "DIVMAST"
               RECORD KEY IS DM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DIVISOR-REPORT-FILE ASSIGN USING WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-EXTRACT-FILE ASSIGN USING WS-EXT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-DUPLICATE-FILE ASSIGN USING WS-DUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-ALERT-FILE
               ASSIGN USING WS-ALRT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-HISTORY-FILE ASSIGN TO "DIVHST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-ACCT-HISTORY-FILE
               ASSIGN USING WS-AHST-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-LOCK-FILE ASSIGN TO "DIVLOCK"
           SELECT OPTIONAL DIVISOR-HOLD-FILE ASSIGN TO "DIVHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-GL-WORK-FILE
               ASSIGN USING WS-GLWK-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-GL-FILE ASSIGN TO "DIVGL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-GL-HISTORY-FILE ASSIGN TO "DIVGLH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-RUN-CONTROL-FILE ASSIGN TO "DIVRUN"
               ORGANIZATION IS LINE SEQUENTIAL.

               ASSIGN TO "DIVHSTWK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-VARIANCE-FILE ASSIGN USING WS-VAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-VARIANCE-HOLD-FILE
               ASSIGN USING WS-VHLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-OPER-ACTIVITY-FILE
               ASSIGN USING WS-OPACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-REJECT-HISTORY-FILE
               ASSIGN USING WS-RJH-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-PARTITION-FILE ASSIGN TO "DIVPART"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-STREAM-STATUS-FILE
               ASSIGN USING WS-STAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DIVISOR-INPUT-FILE.
               88  DI-DETAIL-RECORD               VALUE "D".
               88  DI-ALLOC-RECORD                VALUE "A".
               88  DI-TRAILER-RECORD              VALUE "T".
               88  DI-REVERSAL-RECORD             VALUE "R".
           05  DI-DETAIL-FIELDS.
               10  DI-ACCOUNT-NUMBER   PIC X(8).
               10  DI-DEPARTMENT       PIC X(3).
                                       PIC X(8).
               10  DI-RECYCLE-COUNT    PIC 9.
               10  DI-OPERATOR-ID      PIC X(8).
               10  FILLER              PIC X(13).
      ******************************************************************
      * A detail repaired by BUGSOLREC carries the key of the reject
      * it repairs - the DIVREJ timestamp and the account as it was
      * rejected - so the run can file on DIVRJH whether the repair
      * computed or was rejected again. Blank on a fresh entry.
      ******************************************************************
               10  DI-REJECT-REF.
                   15  DI-REF-TIMESTAMP
                                       PIC X(21).
                   15  DI-REF-ACCOUNT  PIC X(8).
           05  DI-HEADER-FIELDS REDEFINES DI-DETAIL-FIELDS.
               10  DI-HDR-BATCH-DATE   PIC X(8).
               10  DI-HDR-SOURCE-ID    PIC X(8).
                                       PIC X(8).
               10  FILLER              PIC X(17).
               10  DI-ALC-OPERATOR-ID  PIC X(8).
      ******************************************************************
      * An "R" record backs out a result already posted by an
      * earlier run. The account, amounts and operator sit where a
      * detail carries them - so the batch hash takes the reversal's
      * dividend like any detail's - and the original run date and
      * run number that identify the DIVAHST entry follow behind.
      ******************************************************************
           05  DI-REVERSAL-FIELDS REDEFINES DI-DETAIL-FIELDS.
               10  DI-REV-ACCOUNT-NUMBER
                                       PIC X(8).
               10  FILLER              PIC X(3).
               10  DI-REV-DIVIDEND     PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
               10  DI-REV-DIVIDEND-X REDEFINES DI-REV-DIVIDEND
                                       PIC X(8).
               10  DI-REV-DIVISOR      PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
               10  DI-REV-DIVISOR-X REDEFINES DI-REV-DIVISOR
                                       PIC X(8).
               10  FILLER              PIC X.
               10  DI-REV-OPERATOR-ID  PIC X(8).
               10  DI-REV-ORIG-RUN-DATE
                                       PIC X(8).
               10  DI-REV-ORIG-RUN-NUMBER
                                       PIC X(5).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-RECYCLE-COUNT        PIC 9.
           05  SR-BATCH-NUMBER         PIC 9(3).
           05  SR-ALLOC-SW             PIC X.
           05  SR-OPERATOR-ID          PIC X(8).
           05  SR-REJECT-REF           PIC X(29).

       FD  DIVISOR-WORK-FILE.
       01  DIV-WORK-RECORD.
           05  DW-ALLOC-SW             PIC X.
               88  DW-ALLOC-PIECE                 VALUE "A".
               88  DW-ALLOC-ERROR                 VALUE "E".
           05  DW-OPERATOR-ID          PIC X(8).
           05  DW-REJECT-REF.
               10  DW-REF-TIMESTAMP    PIC X(21).
               10  DW-REF-ACCOUNT      PIC X(8).

       FD  DIVISOR-OUTPUT-FILE.
       01  DIV-OUTPUT-RECORD           PIC X(80).
      * Control parameters are keyed by department: one row per
      * department plus the *** default row applied to departments
      * without a row of their own. Maintained through the
      * BUGSOLCTL parameter maintenance screen. The variance band
      * is the percentage either side of an account's history
      * average a result may fall (zero turns the check off for
      * the department); the look-back is how many days of DIVAHST
      * history make up that average. The monthly budget amount and
      * expected record count belong to the department's own row
      * only (zero means none set); they are not defaulted from ***.
      ******************************************************************
       FD  DIVISOR-CONTROL-FILE.
       01  DIV-CONTROL-RECORD.
           05  CTL-DECIMAL-PLACES      PIC 9.
           05  CTL-REJECT-WARN-PCT     PIC 9(3).
           05  CTL-REJECT-FAIL-PCT     PIC 9(3).
           05  CTL-VARIANCE-PCT        PIC 9(3).
           05  CTL-LOOKBACK-DAYS       PIC 9(3).
           05  CTL-BUDGET-AMOUNT       PIC 9(9)V99.
           05  CTL-BUDGET-COUNT        PIC 9(7).

       FD  DIVISOR-RESTART-FILE.
       01  DIV-RESTART-RECORD.
           05  CKPT-TRIPPED-DEPT       PIC X(3).
           05  CKPT-ALERT-SW           PIC X.
           05  CKPT-BATCH-REJECTED     PIC 9(7).
           05  CKPT-VCK-COMPARED       PIC 9(7).
           05  CKPT-VCK-WITHIN         PIC 9(7).
           05  CKPT-VCK-HELD           PIC 9(7).
           05  CKPT-VCK-NEW-ACCOUNTS   PIC 9(7).
           05  CKPT-VCK-NOT-CHECKED    PIC 9(7).
           05  CKPT-VCK-HELD-SUM       PIC S9(9)V9(4)
                                       SIGN LEADING SEPARATE.
           05  CKPT-VCK-PAGE-NUMBER    PIC 9(3).

       FD  DIVISOR-MASTER-FILE.
       01  DIV-MASTER-RECORD.
                                       SIGN LEADING SEPARATE.
           05  EXT-RUN-DATE            PIC 9(8).
           05  EXT-RUN-NUMBER          PIC 9(5).
           05  EXT-OPERATOR-ID         PIC X(8).

       FD  DIVISOR-DUPLICATE-FILE.
       01  DIV-DUPLICATE-RECORD        PIC X(80).
                                       PIC X(8).
           05  HLD-RECYCLE-COUNT       PIC 9.
           05  HLD-OPERATOR-ID         PIC X(8).
           05  HLD-REJECT-REF          PIC X(29).

       FD  DIVISOR-HISTORY-FILE.
       01  DIV-HISTORY-RECORD.
      * per computed result, so every figure is still answerable
      * after DIVEXT is overwritten by the next run. The BUGSOLSTM
      * monthly statement report prints this file by account.
      * A reversal is filed as an "R" entry carrying the negated
      * figures and the run date and run number of the entry it
      * backs out; the original is never touched. Rows filed
      * before the run number was carried have spaces there.
      ******************************************************************
       FD  DIVISOR-ACCT-HISTORY-FILE.
       01  DIV-ACCT-HISTORY-RECORD.
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
      * One GLW row is parked per finished department as its break
           05  GL-AMOUNT               PIC S9(9)V9(4)
                                       SIGN LEADING SEPARATE.

      ******************************************************************
      * Permanent copy of every DIVGL set a finalized run posted,
      * kept because DIVGL itself is rewritten each run. BUGSOLCLS
      * ties the month's ledger postings to DIVHST and DIVAHST off
      * this file.
      ******************************************************************
       FD  DIVISOR-GL-HISTORY-FILE.
       01  DIV-GL-HISTORY-RECORD.
           05  GLH-RECORD-TYPE         PIC X.
           05  GLH-DEPARTMENT          PIC X(3).
           05  GLH-RUN-DATE            PIC 9(8).
           05  GLH-RUN-NUMBER          PIC 9(5).
           05  GLH-RECORD-COUNT        PIC 9(7).
           05  GLH-AMOUNT              PIC S9(9)V9(4)
                                       SIGN LEADING SEPARATE.

      ******************************************************************
      * Run-control calendar: the "C" record carries the last
      * finalized business date and the last run number assigned;
      * "H" records list the holidays; "P" records, dated the first
      * of the month, mark the months BUGSOLCLS has closed. The run
      * refuses to start a date that already finalized (operator
      * override allowed, except into a closed month) or a
      * weekend/holiday, and stamps an incrementing run number on
      * DIVEXT, the DIVRPT heading, the DIVGL interface and the
      * DIVHST history row. Maintained by rewriting the file at
      * finalize; the holiday rows are hand-kept.
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
      * for the DIVRUN calendar rewrite in 9380.
      ******************************************************************
       FD  DIVISOR-HISTORY-WORK-FILE.
       01  DIV-HISTORY-WORK-RECORD     PIC X(110).

      ******************************************************************
      * Variance exception report: every result held because it
      * fell outside its department's band around the account's
      * history average, with the average it was measured against,
      * and the run's variance counts. Rewritten every run.
      ******************************************************************
       FD  DIVISOR-VARIANCE-FILE.
       01  DIV-VARIANCE-LINE           PIC X(80).

      ******************************************************************
      * Results held for variance. Nothing held here has reached
      * DIVOUT, DIVEXT, DIVAHST or DIVGL. Each entry waits for a
      * supervisor in BUGSOLVAR, who either releases it back onto
      * DIVIN as a VARREL batch - computed next run without the
      * check - or rejects it to DIVREJ for repair. A held repair
      * keeps the key of the reject it repairs, so the outcome is
      * still filed on DIVRJH once it is released or rejected.
      * Appended to by every run; BUGSOLVAR rewrites it as entries
      * are worked.
      ******************************************************************
       FD  DIVISOR-VARIANCE-HOLD-FILE.
       01  DIV-VARIANCE-HOLD-RECORD.
           05  VH-ACCOUNT-NUMBER       PIC X(8).
           05  VH-DEPARTMENT           PIC X(3).
           05  VH-DIVIDEND-X           PIC X(8).
           05  VH-DIVISOR-X            PIC X(8).
           05  VH-RECYCLE-COUNT        PIC 9.
           05  VH-OPERATOR-ID          PIC X(8).
           05  VH-RESULT               PIC S9(7)V9(4)
                                       SIGN LEADING SEPARATE.
           05  VH-HISTORY-AVERAGE      PIC S9(7)V9(4)
                                       SIGN LEADING SEPARATE.
           05  VH-HISTORY-COUNT        PIC 9(5).
           05  VH-BAND-PCT             PIC 9(3).
           05  VH-RUN-DATE             PIC 9(8).
           05  VH-RUN-NUMBER           PIC 9(5).
           05  VH-REJECT-REF.
               10  VH-REF-TIMESTAMP    PIC X(21).
               10  VH-REF-ACCOUNT      PIC X(8).

      ******************************************************************
      * Permanent operator activity file: one row per keyed detail
      * or allocation settled by a run - computed, rejected (with
      * the reason code), suppressed as a duplicate, or held for
      * variance - under the operator who keyed it. The pieces an
      * allocation expands into are not keyed entries and are not
      * filed. BUGSOLVAR adds a VARIANCE reject row for each held
      * item a supervisor declines. The BUGSOLOPR operator report
      * is built from it.
      ******************************************************************
       FD  DIVISOR-OPER-ACTIVITY-FILE.
       01  DIV-OPER-ACTIVITY-RECORD.
           05  OPA-RUN-DATE            PIC 9(8).
           05  OPA-RUN-NUMBER          PIC 9(5).
           05  OPA-OPERATOR-ID         PIC X(8).
           05  OPA-DEPARTMENT          PIC X(3).
           05  OPA-OUTCOME             PIC X.
               88  OPA-COMPUTED                   VALUE "C".
               88  OPA-REJECTED                   VALUE "R".
               88  OPA-DUPLICATE                  VALUE "D".
               88  OPA-VARIANCE-HELD              VALUE "V".
           05  OPA-REASON-CODE         PIC X(8).

      ******************************************************************
      * Permanent reject history. Every reject the run writes to
      * DIVREJ is also filed here as a "J" row - run date and run
      * number, the source ID from its batch header, department,
      * reason code and keying operator - under the reject's key:
      * the DIVREJ timestamp and the account as rejected. A held
      * result BUGSOLVAR rejects is filed the same way, reason
      * VARIANCE. What becomes of the reject is appended later as
      * "O" rows under the same key: recycled or suspended by
      * BUGSOLREC, written off or reinstated by BUGSOLSUS, computed
      * or rejected again here when the repaired entry next runs,
      * and rejected again by BUGSOLVAR if the repair is held for
      * variance and declined. The last "O" row for a key is the
      * reject's final outcome. The BUGSOLRJR reject analysis
      * report is built from it. Only ever appended to, except
      * that an override rerun drops the rows its date filed.
      ******************************************************************
       FD  DIVISOR-REJECT-HISTORY-FILE.
       01  DIV-REJECT-HISTORY-RECORD.
           05  RJH-ROW-TYPE            PIC X.
               88  RJH-REJECT-ROW                 VALUE "J".
               88  RJH-OUTCOME-ROW                VALUE "O".
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
               88  RJH-RECYCLED                   VALUE "Y".
               88  RJH-COMPUTED                   VALUE "C".
               88  RJH-REJECTED-AGAIN             VALUE "A".
               88  RJH-SUSPENDED                  VALUE "S".
               88  RJH-WRITTEN-OFF                VALUE "W".
               88  RJH-REINSTATED                 VALUE "I".
           05  RJH-OUTCOME-DATE        PIC 9(8).

      ******************************************************************
      * Department partition table for running the job as several
      * concurrent streams: one row per stream, giving the stream
      * number and the low and high department codes it processes.
      * Hand-kept, like the DIVRUN holiday rows. With no rows the
      * job runs as a single stream over every department exactly
      * as before. The last row's stream also takes any department
      * no row claims and settles the run's reversals, so nothing
      * on DIVIN is left unprocessed. BUGSOLMRG combines the
      * streams' files once every stream has completed.
      ******************************************************************
       FD  DIVISOR-PARTITION-FILE.
       01  DIV-PARTITION-RECORD.
           05  PRT-STREAM-ID           PIC 9(2).
           05  PRT-LOW-DEPARTMENT      PIC X(3).
           05  PRT-HIGH-DEPARTMENT     PIC X(3).

      ******************************************************************
      * One per stream (DIVSTAT.Snn): marked running when the stream
      * starts, and rewritten as completed - with the stream's
      * control totals, variance counts and graded return code -
      * only as its very last act. BUGSOLMRG refuses to finalize
      * until every stream on DIVPART shows completed, and marks
      * each merged once its files are combined.
      ******************************************************************
       FD  DIVISOR-STREAM-STATUS-FILE.
       01  DIV-STREAM-STATUS-RECORD.
           05  STS-STREAM-ID           PIC 9(2).
           05  STS-STATUS              PIC X.
               88  STS-RUNNING                    VALUE "R".
               88  STS-COMPLETED                  VALUE "C".
               88  STS-MERGED                     VALUE "M".
               88  STS-MERGING                    VALUE "I".
           05  STS-LOW-DEPARTMENT      PIC X(3).
           05  STS-HIGH-DEPARTMENT     PIC X(3).
           05  STS-RUN-DATE            PIC 9(8).
           05  STS-RUN-NUMBER          PIC 9(5).
           05  STS-RETURN-CODE         PIC 9(2).
           05  STS-FINALIZE-SW         PIC X.
               88  STS-FINALIZED                  VALUE "Y".
           05  STS-RECORDS-READ        PIC 9(7).
           05  STS-RECORDS-COMPUTED    PIC 9(7).
           05  STS-RECORDS-REJECTED    PIC 9(7).
           05  STS-RECORDS-SUPPRESSED  PIC 9(7).
           05  STS-BATCH-REJECTED      PIC 9(7).
           05  STS-SUM-RESULT          PIC S9(9)V9(4)
                                       SIGN LEADING SEPARATE.
           05  STS-REV-POSTED          PIC 9(5).
           05  STS-REV-REJECTED        PIC 9(5).
           05  STS-REV-SUM             PIC S9(9)V9(4)
                                       SIGN LEADING SEPARATE.
           05  STS-VCK-COMPARED        PIC 9(7).
           05  STS-VCK-WITHIN          PIC 9(7).
           05  STS-VCK-HELD            PIC 9(7).
           05  STS-VCK-NEW-ACCOUNTS    PIC 9(7).
           05  STS-VCK-NOT-CHECKED     PIC 9(7).
           05  STS-VCK-HELD-SUM        PIC S9(9)V9(4)
                                       SIGN LEADING SEPARATE.
           05  STS-RECORDS-UNCLAIMED   PIC 9(7).
           05  STS-TIMESTAMP           PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-AREA-1.
      * row on DIVCTL, which is in turn overridden per department
      * by that department's own DIVCTL row. The working values
      * (WS-MAX-DIVISOR, WS-DECIMAL-PLACES, WS-REJECT-WARN-PCT,
      * WS-REJECT-FAIL-PCT, WS-VARIANCE-PCT) are re-established at
      * every department break from this table.
      ******************************************************************
       01  WS-CONTROL-DEFAULTS.
           05  WS-DFT-MAX-DIVISOR      PIC 9(5) VALUE 99999.
           05  WS-DFT-DECIMAL-PLACES   PIC 9 VALUE 2.
           05  WS-DFT-WARN-PCT         PIC 9(3) VALUE 10.
           05  WS-DFT-FAIL-PCT         PIC 9(3) VALUE 50.
           05  WS-DFT-VARIANCE-PCT     PIC 9(3) VALUE 200.
           05  WS-DFT-LOOKBACK-DAYS    PIC 9(3) VALUE 90.

       01  WS-CONTROL-ROW-WORK.
           05  WS-ROW-MAX-DIVISOR      PIC 9(5) VALUE 0.
           05  WS-ROW-DECIMALS         PIC 9 VALUE 0.
           05  WS-ROW-WARN-PCT         PIC 9(3) VALUE 0.
           05  WS-ROW-FAIL-PCT         PIC 9(3) VALUE 0.
           05  WS-ROW-VARIANCE-PCT     PIC 9(3) VALUE 0.
           05  WS-ROW-LOOKBACK-DAYS    PIC 9(3) VALUE 0.
           05  WS-ROW-BUDGET-AMOUNT    PIC 9(9)V99 VALUE 0.

       01  WS-CONTROL-TABLE.
           05  WS-CTL-COUNT            PIC 9(3) VALUE 0.
               10  WS-CT-DECIMALS      PIC 9.
               10  WS-CT-WARN-PCT      PIC 9(3).
               10  WS-CT-FAIL-PCT      PIC 9(3).
               10  WS-CT-VARIANCE-PCT  PIC 9(3).
               10  WS-CT-LOOKBACK-DAYS PIC 9(3).
               10  WS-CT-BUDGET-AMOUNT PIC 9(9)V99.
               10  WS-CT-MTD-PRIOR     PIC S9(11)V9(4).
               10  WS-CT-MTD-RUN       PIC S9(11)V9(4).

      ******************************************************************
      * Reject-rate tolerances, applied department by department
               VALUE "  FAIL PCT: ".
           05  WS-ALR-FAIL-PCT         PIC ZZ9.

      ******************************************************************
      * Department monthly budgets. Each department's DIVAHST
      * results for the month to date are split into what earlier
      * runs filed and what this run has filed - including, on a
      * checkpoint restart, the rows the abended run appended - so
      * a department whose total passes its budget during the run
      * gets one budget notice on DIVALRT. The notice is
      * informational only and does not grade the run.
      ******************************************************************
       01  WS-BUDGET-CONTROLS.
           05  WS-BGT-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-BGT-RUN-DATE-PARTS REDEFINES WS-BGT-RUN-DATE.
               10  WS-BGT-RUN-YYYY     PIC 9(4).
               10  WS-BGT-RUN-MM       PIC 9(2).
               10  WS-BGT-RUN-DD       PIC 9(2).
           05  WS-BGT-MONTH-START      PIC 9(8) VALUE 0.
           05  WS-BGT-DEPARTMENT       PIC X(3) VALUE SPACES.
           05  WS-BGT-AMOUNT           PIC S9(7)V9(4) VALUE 0.
           05  WS-BGT-MONTH-TOTAL      PIC S9(11)V9(4) VALUE 0.
           05  WS-BGT-NOTICES          PIC 9(3) VALUE 0.
           05  WS-BGT-EOF-SW           PIC X VALUE "N".
               88  WS-BGT-EOF                     VALUE "Y".

       01  WS-BUDGET-ALERT-LINE.
           05  FILLER                  PIC X(22)
               VALUE "BUDGET NOTICE - DEPT: ".
           05  WS-BAL-DEPT             PIC X(3).
           05  FILLER                  PIC X(10) VALUE "  BUDGET: ".
           05  WS-BAL-BUDGET           PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(17)
               VALUE "  MONTH TO DATE: ".
           05  WS-BAL-MONTH-TOTAL      PIC ZZZZZZZZZZ9.99-.

       01  WS-CHECKPOINT-CONTROLS.
           05  WS-CHECKPOINT-INTERVAL  PIC 9(5) VALUE 100.
           05  WS-RESTART-RECORD-NUM   PIC 9(7) VALUE 0.
           05  WS-SKIP-COUNT           PIC 9(7) VALUE 0.

       01  WS-REJECT-REASON            PIC X(8).
       01  WS-OPA-OUTCOME              PIC X.
       01  WS-RJH-OUTCOME              PIC X.

       01  WS-RUN-CONTROLS.
           05  WS-RUN-DATE-NUM         PIC 9(8) VALUE 0.
               88  WS-RUN-DATE-HOLIDAY            VALUE "Y".
           05  WS-HOLIDAY-FULL-SW      PIC X VALUE "N".
               88  WS-HOLIDAY-TABLE-FULL          VALUE "Y".
           05  WS-PERIOD-CLOSED-SW     PIC X VALUE "N".
               88  WS-RUN-PERIOD-CLOSED           VALUE "Y".
           05  WS-OVERRIDE-ANSWER      PIC X VALUE "N".

      ******************************************************************
      * Stream controls. A partitioned run names every file private
      * to the stream after the stream - the base name, ".S" and
      * the two-digit stream number, as DIVOUT.S01 - so concurrent
      * streams never share a checkpoint, work, reject or output
      * file. DIVAHST is read under its own name for the variance
      * history and the reversal scan, and appended to under the
      * stream's name; BUGSOLMRG carries the stream rows across.
      ******************************************************************
       01  WS-STREAM-CONTROLS.
           05  WS-STREAM-SW            PIC X VALUE "N".
               88  WS-PARTITIONED-RUN             VALUE "Y".
           05  WS-STREAM-ANSWER        PIC X(2) VALUE SPACES.
           05  WS-STREAM-ID            PIC 9(2) VALUE 0.
           05  WS-STREAM-LOW-DEPT      PIC X(3) VALUE SPACES.
           05  WS-STREAM-HIGH-DEPT     PIC X(3) VALUE SPACES.
           05  WS-LAST-STREAM-SW       PIC X VALUE "N".
               88  WS-LAST-STREAM                 VALUE "Y".
           05  WS-STREAM-DEPT          PIC X(3) VALUE SPACES.
           05  WS-DEPT-IN-STREAM-SW    PIC X VALUE "Y".
               88  WS-DEPT-IN-STREAM              VALUE "Y".
           05  WS-RECORDS-UNCLAIMED    PIC 9(7) VALUE 0.
           05  WS-STREAM-STATUS-CODE   PIC X VALUE SPACE.
           05  WS-PART-EOF-SW          PIC X VALUE "N".
               88  WS-PART-EOF                    VALUE "Y".
           05  WS-PART-SUB             PIC 9(3) VALUE 0.
           05  WS-PART-PRIOR           PIC 9(3) VALUE 0.
           05  WS-STREAM-SUFFIX.
               10  FILLER              PIC X(2) VALUE ".S".
               10  WS-SFX-STREAM-ID    PIC 9(2) VALUE 0.

       01  WS-PARTITION-TABLE.
           05  WS-PART-COUNT           PIC 9(3) VALUE 0.
           05  WS-PART-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-PART-COUNT
                   INDEXED BY RX.
               10  WS-PRT-STREAM-ID    PIC 9(2).
               10  WS-PRT-LOW-DEPT     PIC X(3).
               10  WS-PRT-HIGH-DEPT    PIC X(3).

       01  WS-STREAM-FILE-NAMES.
           05  WS-WRK-NAME             PIC X(20) VALUE "DIVWRK".
           05  WS-OUT-NAME             PIC X(20) VALUE "DIVOUT".
           05  WS-REJ-NAME             PIC X(20) VALUE "DIVREJ".
           05  WS-CKPT-NAME            PIC X(20) VALUE "DIVCKPT".
           05  WS-RPT-NAME             PIC X(20) VALUE "DIVRPT".
           05  WS-EXT-NAME             PIC X(20) VALUE "DIVEXT".
           05  WS-DUP-NAME             PIC X(20) VALUE "DIVDUP".
           05  WS-ALRT-NAME            PIC X(20) VALUE "DIVALRT".
           05  WS-GLWK-NAME            PIC X(20) VALUE "DIVGLWK".
           05  WS-VAR-NAME             PIC X(20) VALUE "DIVVAR".
           05  WS-VHLD-NAME            PIC X(20) VALUE "DIVVHLD".
           05  WS-OPACT-NAME           PIC X(20) VALUE "DIVOPACT".
           05  WS-RJH-NAME             PIC X(20) VALUE "DIVRJH".
           05  WS-AHST-NAME            PIC X(20) VALUE "DIVAHST".
           05  WS-AHST-OUT-NAME        PIC X(20) VALUE "DIVAHST".
           05  WS-STAT-NAME            PIC X(20) VALUE "DIVSTAT".

       01  WS-PURGE-CONTROLS.
           05  WS-PURGE-EOF-SW         PIC X VALUE "N".
               88  WS-PURGE-EOF                   VALUE "Y".
           05  WS-AHST-PURGED          PIC 9(7) VALUE 0.
           05  WS-HST-PURGED           PIC 9(7) VALUE 0.
           05  WS-VHLD-PURGED          PIC 9(7) VALUE 0.
           05  WS-OPA-PURGED           PIC 9(7) VALUE 0.
           05  WS-GLH-PURGED           PIC 9(7) VALUE 0.
           05  WS-RJH-PURGED           PIC 9(7) VALUE 0.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT        PIC 9(3) VALUE 0.
           05  WS-GLW-EOF-SW           PIC X VALUE "N".
               88  WS-GLW-EOF                     VALUE "Y".
           05  WS-GL-DEPTS-WRITTEN     PIC 9(3) VALUE 0.
           05  WS-GL-SUB               PIC 9(3) VALUE 0.
           05  WS-GLS-DEPARTMENT       PIC X(3) VALUE SPACES.
           05  WS-GLS-RECORD-COUNT     PIC 9(7) VALUE 0.
           05  WS-GLS-SUM-RESULT       PIC S9(9)V9(4) VALUE 0.

      ******************************************************************
      * The GLW rows are netted by department before DIVGL is
      * written, so a reversal parked behind the run's own rows
      * lands in its department's one summary/offset set.
      ******************************************************************
       01  WS-GL-TABLE.
           05  WS-GL-COUNT             PIC 9(3) VALUE 0.
           05  WS-GLT-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-GL-COUNT
                   INDEXED BY GX.
               10  WS-GLT-DEPARTMENT   PIC X(3).
               10  WS-GLT-RECORD-COUNT PIC 9(7).
               10  WS-GLT-SUM-RESULT   PIC S9(9)V9(4).

       01  WS-RELEASE-CONTROLS.
           05  WS-REL-COUNT            PIC 9(7) VALUE 0.

      ******************************************************************
      * DIVIN now carries several header/detail/trailer sets in one
      * run - keyed entries, recycle repairs, hold-queue releases,
      * one per standing instruction generated by BUGSOLSIG - each
      * opened by its own header and balanced against its own
      * trailer. One table entry per batch: the source that opened
      * it, the expected totals from its last trailer, the actual
      * totals counted during the sort input pass, and whether the
               88  WS-BATCH-OUT-OF-BAL            VALUE "O".

       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 500 TIMES.
               10  WS-BT-SOURCE-ID     PIC X(8).
               10  WS-BT-BATCH-DATE    PIC X(8).
               10  WS-BT-TRAILER-SW    PIC X.
           05  WS-ALC-ERROR-SW         PIC X VALUE "N".
               88  WS-ALC-ERROR                   VALUE "Y".

      ******************************************************************
      * "R" records are captured here during the sort input pass
      * instead of going into the sort. They are settled at end of
      * job, once everything the run computed is on DIVAHST: one
      * pass of DIVAHST finds each original and any earlier
      * reversal of it, then each reversal is posted or rejected
      * with the reason in its status.
      ******************************************************************
       01  WS-REVERSAL-CONTROLS.
           05  WS-REV-SUB              PIC 9(3) VALUE 0.
           05  WS-REV-PRIOR            PIC 9(3) VALUE 0.
           05  WS-REV-POSTED           PIC 9(5) VALUE 0.
           05  WS-REV-REJECTED         PIC 9(5) VALUE 0.
           05  WS-REV-SUM              PIC S9(9)V9(4) VALUE 0.
           05  WS-REV-EOF-SW           PIC X VALUE "N".
               88  WS-REV-EOF                     VALUE "Y".
           05  WS-REV-FULL-SW          PIC X VALUE "N".
               88  WS-REV-TABLE-FULL              VALUE "Y".
           05  WS-REV-DUP-SW           PIC X VALUE "N".
               88  WS-REV-DUPLICATE               VALUE "Y".

       01  WS-REVERSAL-TABLE.
           05  WS-REV-COUNT            PIC 9(3) VALUE 0.
           05  WS-REV-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-REV-COUNT.
               10  WS-RV-ACCOUNT       PIC X(8).
               10  WS-RV-DIVIDEND-X    PIC X(8).
               10  WS-RV-DIVISOR-X     PIC X(8).
               10  WS-RV-ORIG-DATE-X   PIC X(8).
               10  WS-RV-ORIG-RUN-X    PIC X(5).
               10  WS-RV-OPERATOR-ID   PIC X(8).
               10  WS-RV-BATCH-NUMBER  PIC 9(3).
               10  WS-RV-STATUS        PIC X(8).
               10  WS-RV-FOUND-SW      PIC X.
                   88  WS-RV-FOUND                VALUE "Y".
               10  WS-RV-REVERSED-SW   PIC X.
                   88  WS-RV-REVERSED             VALUE "Y".
               10  WS-RV-ACCOUNT-NUM   PIC 9(8).
               10  WS-RV-ORIG-DATE     PIC 9(8).
               10  WS-RV-ORIG-RUN      PIC 9(5).
               10  WS-RV-DEPARTMENT    PIC X(3).
               10  WS-RV-DIVIDEND      PIC S9(5)V99.
               10  WS-RV-DIVISOR       PIC S9(5)V99.
               10  WS-RV-RESULT        PIC S9(7)V9(4).
               10  WS-RV-QUOTIENT      PIC S9(7).
               10  WS-RV-REMAINDER     PIC S9(5)V99.

      ******************************************************************
      * Variance check. Every computed result is measured against
      * the average of the account's results on DIVAHST over its
      * department's look-back period; a result further from that
      * average than the department's band allows is held instead
      * of posted. An account with no history in the period passes
      * as a new account. VARREL batches - held results a
      * supervisor has already released - are not checked again.
      ******************************************************************
       01  WS-VARIANCE-CONTROLS.
           05  WS-VARIANCE-PCT         PIC 9(3) VALUE 200.
           05  WS-VARIANCE-SW          PIC X VALUE "P".
               88  WS-VARIANCE-PASSED             VALUE "P".
               88  WS-VARIANCE-HELD               VALUE "H".
           05  WS-VCK-COMPARED         PIC 9(7) VALUE 0.
           05  WS-VCK-WITHIN           PIC 9(7) VALUE 0.
           05  WS-VCK-HELD             PIC 9(7) VALUE 0.
           05  WS-VCK-NEW-ACCOUNTS     PIC 9(7) VALUE 0.
           05  WS-VCK-NOT-CHECKED      PIC 9(7) VALUE 0.
           05  WS-VCK-HELD-SUM         PIC S9(9)V9(4) VALUE 0.
           05  WS-VCK-HIST-COUNT       PIC S9(5) VALUE 0.
           05  WS-VCK-AVERAGE          PIC S9(7)V9(4) VALUE 0.
           05  WS-VCK-DEVIATION        PIC S9(9)V9(4) VALUE 0.
           05  WS-VCK-TOLERANCE        PIC S9(9)V9(4) VALUE 0.
           05  WS-VCK-FOUND-SW         PIC X VALUE "N".
               88  WS-VCK-ACCT-FOUND              VALUE "Y".
           05  WS-VCK-LINE-COUNT       PIC 9(3) VALUE 999.
           05  WS-VCK-PAGE-NUMBER      PIC 9(3) VALUE 0.

      ******************************************************************
      * Account history for the variance check, built at start of
      * run in one pass of DIVAHST. Each account carries the count
      * and sum of its results inside the look-back period. Rows
      * filed by this same run are left out, so a checkpoint
      * restart measures against the same averages as the abended
      * run. A stream leaves out every row of its run date: on an
      * override rerun the old rows are only purged at the merge,
      * and the single-stream run has purged them by this point.
      * An "R" entry takes its original back out of the figures
      * when that original fell inside the period.
      ******************************************************************
       01  WS-ACCT-HISTORY-CONTROLS.
           05  WS-AHT-EOF-SW           PIC X VALUE "N".
               88  WS-AHT-EOF                     VALUE "Y".
           05  WS-AHT-FULL-SW          PIC X VALUE "N".
               88  WS-AHT-TABLE-FULL              VALUE "Y".
           05  WS-AHT-LOOKBACK-DAYS    PIC 9(3) VALUE 0.
           05  WS-AHT-ROW-DATE         PIC 9(8) VALUE 0.
           05  WS-AHT-ROW-INT          PIC 9(7) VALUE 0.
           05  WS-AHT-RUN-INT          PIC 9(7) VALUE 0.
           05  WS-AHT-ROWS-USED        PIC 9(7) VALUE 0.

       01  WS-ACCT-HISTORY-TABLE.
           05  WS-AHT-COUNT            PIC 9(5) VALUE 0.
           05  WS-AHT-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-AHT-COUNT
                   INDEXED BY AX.
               10  WS-AHT-ACCOUNT      PIC 9(8).
               10  WS-AHT-RESULT-COUNT PIC S9(5).
               10  WS-AHT-RESULT-SUM   PIC S9(11)V9(4).

       01  WS-OUTPUT-LINE.
           05  WS-OUT-ACCOUNT          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "DIVSOR".
           05  FILLER                  PIC X(11) VALUE "FIRST LINE".
           05  FILLER                  PIC X(9) VALUE "DUP LINE".
           05  FILLER                  PIC X(8) VALUE "OPERATOR".

       01  WS-DUP-REPORT-LINE.
           05  WS-DUP-ACCOUNT          PIC X(8).
           05  WS-DUP-FIRST-LINE-OUT   PIC ZZZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-DUP-LINE-OUT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DUP-OPERATOR-ID      PIC X(8).

       01  WS-DEPARTMENT-CONTROLS.
           05  WS-INPUT-SEQ            PIC 9(7) VALUE 0.
           05  WS-REJ-TIMESTAMP        PIC X(21).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REJ-RECYCLE-COUNT    PIC 9.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REJ-OPERATOR-ID      PIC X(8).

       01  WS-CURRENT-TIMESTAMP        PIC X(21).

      * Reject keys are stamped to the hundredth of a second; the
      * last stamp used is kept so no two rejects share a key.
       01  WS-REJ-STAMP-CONTROLS.
           05  WS-LAST-REJ-STAMP       PIC 9(16) VALUE 0.
           05  WS-REJ-STAMP            PIC 9(16).
           05  WS-REJ-STAMP-PARTS REDEFINES WS-REJ-STAMP.
               10  WS-RS-DATE          PIC 9(8).
               10  WS-RS-HH            PIC 9(2).
               10  WS-RS-MI            PIC 9(2).
               10  WS-RS-SS            PIC 9(2).
               10  WS-RS-CC            PIC 9(2).

       01  WS-RUN-DATE-RAW             PIC X(8).

       01  WS-REPORT-CONTROLS.
               VALUE "  SUM RESULTS: ".
           05  WS-GT-SUM               PIC ZZZZZZZZ9.9999-.

       01  WS-REVERSAL-HEADING-LINE.
           05  FILLER                  PIC X(40)
               VALUE "REVERSALS OF PRIOR RESULTS".

       01  WS-REVERSAL-COLUMN-HEADER.
           05  FILLER                  PIC X(9) VALUE "ACCOUNT".
           05  FILLER                  PIC X(4) VALUE "DPT".
           05  FILLER                  PIC X(10) VALUE "DIVIDEND".
           05  FILLER                  PIC X(10) VALUE "DIVISOR".
           05  FILLER                  PIC X(14) VALUE "RESULT".
           05  FILLER                  PIC X(9) VALUE "ORIG DT".
           05  FILLER                  PIC X(6) VALUE "RUN".
           05  FILLER                  PIC X(8) VALUE "STATUS".

       01  WS-REVERSAL-LINE.
           05  WS-RVL-ACCOUNT          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RVL-DEPARTMENT       PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RVL-DIVIDEND         PIC ZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RVL-DIVISOR          PIC ZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RVL-RESULT           PIC ZZZZZZ9.9999-.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RVL-ORIG-DATE        PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RVL-ORIG-RUN         PIC X(5).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RVL-STATUS           PIC X(8).

       01  WS-REVERSAL-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "REVERSALS     -  ".
           05  FILLER                  PIC X(7) VALUE "COUNT: ".
           05  WS-RVT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(15)
               VALUE "  SUM RESULTS: ".
           05  WS-RVT-SUM              PIC ZZZZZZZZ9.9999-.

       01  WS-VARIANCE-TITLE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE "RESULT VARIANCE EXCEPTIONS".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  WS-VRH-PAGE-NUMBER      PIC ZZ9.

       01  WS-VARIANCE-COLUMN-HEADER.
           05  FILLER                  PIC X(9) VALUE "ACCOUNT".
           05  FILLER                  PIC X(4) VALUE "DPT".
           05  FILLER                  PIC X(10) VALUE "DIVIDEND".
           05  FILLER                  PIC X(10) VALUE "DIVISOR".
           05  FILLER                  PIC X(14) VALUE "RESULT".
           05  FILLER                  PIC X(14) VALUE "HIST AVERAGE".
           05  FILLER                  PIC X(6) VALUE "HIST#".
           05  FILLER                  PIC X(5) VALUE "BAND%".

       01  WS-VARIANCE-DETAIL-LINE.
           05  WS-VRL-ACCOUNT          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-VRL-DEPARTMENT       PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-VRL-DIVIDEND         PIC ZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-VRL-DIVISOR          PIC ZZZZ9.99-.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-VRL-RESULT           PIC ZZZZZZ9.9999-.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-VRL-AVERAGE          PIC ZZZZZZ9.9999-.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-VRL-HIST-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-VRL-BAND-PCT         PIC ZZ9.

       01  WS-VARIANCE-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-VRT-LABEL            PIC X(36).
           05  WS-VRT-COUNT            PIC ZZZZZZ9.

       01  WS-VARIANCE-SUM-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(36)
               VALUE "SUM OF RESULTS HELD  . . . . . . . :".
           05  WS-VRS-SUM              PIC ZZZZZZZZ9.9999-.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ         PIC 9(7) VALUE 0.
           05  WS-RECORDS-COMPUTED     PIC 9(7) VALUE 0.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE-RAW
           MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE-NUM
           PERFORM 1030-SELECT-STREAM
           PERFORM 1060-CHECK-RESTART
           PERFORM 1007-CHECK-RUN-CALENDAR
           PERFORM 1005-SET-BATCH-LOCK
           IF WS-PARTITIONED-RUN THEN
               MOVE "R" TO WS-STREAM-STATUS-CODE
               PERFORM 9460-WRITE-STREAM-STATUS
           END-IF
           PERFORM 1010-RELEASE-HELD-RECORDS
           OPEN INPUT DIVISOR-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" THEN
           PERFORM 1095-VALIDATE-BATCHES
           OPEN INPUT DIVISOR-WORK-FILE
           PERFORM 1050-LOAD-CONTROL-PARMS
           PERFORM 1040-LOAD-ACCT-HISTORY
           PERFORM 1062-SKIP-TO-CHECKPOINT
           PERFORM 1065-OPEN-OUTPUT-FILES
           PERFORM 1080-WRITE-REPORT-HEADERS
      * While the lock record is on DIVLOCK, the online entry
      * programs divert new entries to the DIVHOLD queue instead of
      * appending to the DIVIN file this run is reading. The lock
      * is cleared again in 9400 at end of job - or, in a
      * partitioned run, by BUGSOLMRG once every stream is merged.
      ******************************************************************
       1005-SET-BATCH-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               STOP RUN
           END-IF

           IF WS-RUN-DATE-NUM = WS-LAST-RUN-DATE
               AND WS-RUN-PERIOD-CLOSED THEN
               DISPLAY "Error: business date " WS-RUN-DATE-NUM
                   " already finalized and its month is closed."
               DISPLAY "Run refused - post the correction as an "
                   "adjustment in the current period."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-RUN-DATE-NUM = WS-LAST-RUN-DATE THEN
               DISPLAY "Warning: business date " WS-RUN-DATE-NUM
                   " already finalized as run " WS-LAST-RUN-NUMBER
               IF WS-OVERRIDE-ANSWER = "Y"
                   OR WS-OVERRIDE-ANSWER = "y" THEN
                   DISPLAY "Override accepted - run proceeds."
                   IF WS-PARTITIONED-RUN THEN
                       DISPLAY "Date's history rows are purged by "
                           "BUGSOLMRG when the streams merge."
                   ELSE
                       PERFORM 1009-PURGE-RUN-DATE-HISTORY
                   END-IF
               ELSE
                   DISPLAY "Run refused - date already processed."
                   MOVE 16 TO RETURN-CODE
                                   END-IF
                               END-IF
                           END-IF
                       WHEN RC-PERIOD-CLOSED-RECORD
                           IF RC-DATE IS NUMERIC
                               AND RC-YYYYMM
                                   = WS-RUN-DATE-RAW(1:6) THEN
                               SET WS-RUN-PERIOD-CLOSED TO TRUE
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
      * is on DIVAHST twice and BUGSOLSTM doubles the month, and
      * BUGSOLTRD counts the day twice off DIVHST. Each history is
      * filtered through the scratch file, dropping the rows whose
      * run date is the rerun date, and written back. Results the
      * first run held for variance and no supervisor has worked
      * yet are dropped from DIVVHLD the same way; the rerun holds
      * them again. The date's DIVOPACT rows go too, so BUGSOLOPR
      * does not count the rerun entries against the operators
      * twice, its DIVGLH ledger rows, which the rerun posts afresh,
      * and the DIVRJH rows it filed, which the rerun files again.
      * Outcome rows keyed online carry no run date and are kept.
      ******************************************************************
       1009-PURGE-RUN-DATE-HISTORY.
           MOVE "N" TO WS-PURGE-EOF-SW
           PERFORM 1019-RELOAD-ONE-HST UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-HISTORY-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE

           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-VARIANCE-HOLD-FILE
           OPEN OUTPUT DIVISOR-HISTORY-WORK-FILE
           PERFORM 1003-FILTER-ONE-VHLD UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-VARIANCE-HOLD-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE
           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-HISTORY-WORK-FILE
           OPEN OUTPUT DIVISOR-VARIANCE-HOLD-FILE
           PERFORM 1004-RELOAD-ONE-VHLD UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-VARIANCE-HOLD-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE

           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-OPER-ACTIVITY-FILE
           OPEN OUTPUT DIVISOR-HISTORY-WORK-FILE
           PERFORM 1001-FILTER-ONE-OPACT UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-OPER-ACTIVITY-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE
           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-HISTORY-WORK-FILE
           OPEN OUTPUT DIVISOR-OPER-ACTIVITY-FILE
           PERFORM 1002-RELOAD-ONE-OPACT UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-OPER-ACTIVITY-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE

           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-GL-HISTORY-FILE
           OPEN OUTPUT DIVISOR-HISTORY-WORK-FILE
           PERFORM 1021-FILTER-ONE-GLH UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-GL-HISTORY-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE
           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-HISTORY-WORK-FILE
           OPEN OUTPUT DIVISOR-GL-HISTORY-FILE
           PERFORM 1022-RELOAD-ONE-GLH UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-GL-HISTORY-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE

           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-REJECT-HISTORY-FILE
           OPEN OUTPUT DIVISOR-HISTORY-WORK-FILE
           PERFORM 1023-FILTER-ONE-RJH UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-REJECT-HISTORY-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE
           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-HISTORY-WORK-FILE
           OPEN OUTPUT DIVISOR-REJECT-HISTORY-FILE
           PERFORM 1024-RELOAD-ONE-RJH UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-REJECT-HISTORY-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE
           OPEN OUTPUT DIVISOR-HISTORY-WORK-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE

           DISPLAY "Override purge: " WS-AHST-PURGED
               " DIVAHST and " WS-HST-PURGED
               " DIVHST rows removed for " WS-RUN-DATE-NUM
           DISPLAY "Override purge: " WS-VHLD-PURGED
               " DIVVHLD held results removed for " WS-RUN-DATE-NUM
           DISPLAY "Override purge: " WS-OPA-PURGED
               " DIVOPACT activity rows removed for "
               WS-RUN-DATE-NUM
           DISPLAY "Override purge: " WS-GLH-PURGED
               " DIVGLH ledger rows removed for " WS-RUN-DATE-NUM
           DISPLAY "Override purge: " WS-RJH-PURGED
               " DIVRJH reject history rows removed for "
               WS-RUN-DATE-NUM.

       1001-FILTER-ONE-OPACT.
           READ DIVISOR-OPER-ACTIVITY-FILE
               AT END
                   SET WS-PURGE-EOF TO TRUE
               NOT AT END
                   IF OPA-RUN-DATE IS NUMERIC
                       AND OPA-RUN-DATE = WS-RUN-DATE-NUM THEN
                       ADD 1 TO WS-OPA-PURGED
                   ELSE
                       MOVE DIV-OPER-ACTIVITY-RECORD
                           TO DIV-HISTORY-WORK-RECORD
                       WRITE DIV-HISTORY-WORK-RECORD
                   END-IF
           END-READ.

       1002-RELOAD-ONE-OPACT.
           READ DIVISOR-HISTORY-WORK-FILE
               AT END
                   SET WS-PURGE-EOF TO TRUE
               NOT AT END
                   MOVE DIV-HISTORY-WORK-RECORD
                       TO DIV-OPER-ACTIVITY-RECORD
                   WRITE DIV-OPER-ACTIVITY-RECORD
           END-READ.

       1003-FILTER-ONE-VHLD.
           READ DIVISOR-VARIANCE-HOLD-FILE
               AT END
                   SET WS-PURGE-EOF TO TRUE
               NOT AT END
                   IF VH-RUN-DATE IS NUMERIC
                       AND VH-RUN-DATE = WS-RUN-DATE-NUM THEN
                       ADD 1 TO WS-VHLD-PURGED
                   ELSE
                       MOVE DIV-VARIANCE-HOLD-RECORD
                           TO DIV-HISTORY-WORK-RECORD
                       WRITE DIV-HISTORY-WORK-RECORD
                   END-IF
           END-READ.

       1004-RELOAD-ONE-VHLD.
           READ DIVISOR-HISTORY-WORK-FILE
               AT END
                   SET WS-PURGE-EOF TO TRUE
               NOT AT END
                   MOVE DIV-HISTORY-WORK-RECORD
                       TO DIV-VARIANCE-HOLD-RECORD
                   WRITE DIV-VARIANCE-HOLD-RECORD
           END-READ.

       1011-FILTER-ONE-AHST.
           READ DIVISOR-ACCT-HISTORY-FILE
                   WRITE DIV-HISTORY-RECORD
           END-READ.

       1021-FILTER-ONE-GLH.
           READ DIVISOR-GL-HISTORY-FILE
               AT END
                   SET WS-PURGE-EOF TO TRUE
               NOT AT END
                   IF GLH-RUN-DATE IS NUMERIC
                       AND GLH-RUN-DATE = WS-RUN-DATE-NUM THEN
                       ADD 1 TO WS-GLH-PURGED
                   ELSE
                       MOVE DIV-GL-HISTORY-RECORD
                           TO DIV-HISTORY-WORK-RECORD
                       WRITE DIV-HISTORY-WORK-RECORD
                   END-IF
           END-READ.

       1022-RELOAD-ONE-GLH.
           READ DIVISOR-HISTORY-WORK-FILE
               AT END
                   SET WS-PURGE-EOF TO TRUE
               NOT AT END
                   MOVE DIV-HISTORY-WORK-RECORD
                       TO DIV-GL-HISTORY-RECORD
                   WRITE DIV-GL-HISTORY-RECORD
           END-READ.

       1023-FILTER-ONE-RJH.
           READ DIVISOR-REJECT-HISTORY-FILE
               AT END
                   SET WS-PURGE-EOF TO TRUE
               NOT AT END
                   IF RJH-RUN-DATE IS NUMERIC
                       AND RJH-RUN-DATE = WS-RUN-DATE-NUM THEN
                       ADD 1 TO WS-RJH-PURGED
                   ELSE
                       MOVE DIV-REJECT-HISTORY-RECORD
                           TO DIV-HISTORY-WORK-RECORD
                       WRITE DIV-HISTORY-WORK-RECORD
                   END-IF
           END-READ.

       1024-RELOAD-ONE-RJH.
           READ DIVISOR-HISTORY-WORK-FILE
               AT END
                   SET WS-PURGE-EOF TO TRUE
               NOT AT END
                   MOVE DIV-HISTORY-WORK-RECORD
                       TO DIV-REJECT-HISTORY-RECORD
                   WRITE DIV-REJECT-HISTORY-RECORD
           END-READ.

      ******************************************************************
      * Entries queued on DIVHOLD while the previous run held the
      * lock are appended to DIVIN now as their own HOLDREL batch -
      * checkpoint restart the queue is left alone: appending
      * records would reshuffle the sorted work file and break the
      * positional skip in 1070, so held entries wait for the next
      * clean run. A partitioned stream never touches the queue
      * either: the streams read DIVIN concurrently, so the held
      * entries are released by BUGSOLMRG after the merge instead.
      ******************************************************************
       1010-RELEASE-HELD-RECORDS.
           IF WS-RESTART-RECORD-NUM > 0
               OR WS-PARTITIONED-RUN THEN
               CONTINUE
           ELSE
               OPEN INPUT DIVISOR-HOLD-FILE
                   MOVE ZERO TO DI-RECYCLE-COUNT
               END-IF
               MOVE HLD-OPERATOR-ID TO DI-OPERATOR-ID
               MOVE HLD-REJECT-REF TO DI-REJECT-REF
               IF DI-DIVIDEND IS NUMERIC THEN
                   ADD DI-DIVIDEND TO WS-REL-HASH
               END-IF
                   SET WS-HOLD-EOF TO TRUE
           END-READ.

      ******************************************************************
      * A DIVPART with rows makes this a partitioned run: the
      * operator keys which stream this is, the same way the rerun
      * override is keyed, and the stream takes its department
      * range and its own file names. Overlapping ranges or a
      * stream number repeated on the table would put a department
      * through twice, so the table is refused outright.
      ******************************************************************
       1030-SELECT-STREAM.
           OPEN INPUT DIVISOR-PARTITION-FILE
           PERFORM 1031-LOAD-ONE-PARTITION UNTIL WS-PART-EOF
           CLOSE DIVISOR-PARTITION-FILE
           IF WS-PART-COUNT > 0 THEN
               PERFORM 1032-CHECK-ONE-PARTITION
                   VARYING WS-PART-SUB FROM 2 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
               DISPLAY "Partitioned run - " WS-PART-COUNT
                   " streams on DIVPART. Stream number (01-99)?"
               ACCEPT WS-STREAM-ANSWER
               PERFORM 1034-FIND-STREAM
               PERFORM 1035-SET-STREAM-FILE-NAMES
               DISPLAY "Stream " WS-STREAM-ID " - departments "
                   WS-STREAM-LOW-DEPT " to " WS-STREAM-HIGH-DEPT
               IF WS-LAST-STREAM THEN
                   DISPLAY "Last stream - also takes unclaimed "
                       "departments and the run's reversals."
               END-IF
           END-IF.

       1031-LOAD-ONE-PARTITION.
           READ DIVISOR-PARTITION-FILE
               AT END
                   SET WS-PART-EOF TO TRUE
               NOT AT END
                   IF DIV-PARTITION-RECORD = SPACES THEN
                       CONTINUE
                   ELSE
                       IF PRT-STREAM-ID IS NUMERIC
                           AND PRT-STREAM-ID > 0
                           AND PRT-LOW-DEPARTMENT
                               <= PRT-HIGH-DEPARTMENT
                           AND WS-PART-COUNT < 20 THEN
                           ADD 1 TO WS-PART-COUNT
                           MOVE PRT-STREAM-ID
                               TO WS-PRT-STREAM-ID(WS-PART-COUNT)
                           MOVE PRT-LOW-DEPARTMENT
                               TO WS-PRT-LOW-DEPT(WS-PART-COUNT)
                           MOVE PRT-HIGH-DEPARTMENT
                               TO WS-PRT-HIGH-DEPT(WS-PART-COUNT)
                       ELSE
                           DISPLAY "Error: DIVPART row invalid or "
                               "past 20 streams - " DIV-PARTITION-RECORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       1032-CHECK-ONE-PARTITION.
           PERFORM 1033-CHECK-PARTITION-PAIR
               VARYING WS-PART-PRIOR FROM 1 BY 1
               UNTIL WS-PART-PRIOR >= WS-PART-SUB.

       1033-CHECK-PARTITION-PAIR.
           IF WS-PRT-STREAM-ID(WS-PART-PRIOR)
                   = WS-PRT-STREAM-ID(WS-PART-SUB)
               OR (WS-PRT-LOW-DEPT(WS-PART-SUB)
                       <= WS-PRT-HIGH-DEPT(WS-PART-PRIOR)
                   AND WS-PRT-LOW-DEPT(WS-PART-PRIOR)
                       <= WS-PRT-HIGH-DEPT(WS-PART-SUB)) THEN
               DISPLAY "Error: DIVPART streams "
                   WS-PRT-STREAM-ID(WS-PART-PRIOR) " and "
                   WS-PRT-STREAM-ID(WS-PART-SUB)
                   " overlap - run refused."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1034-FIND-STREAM.
           IF WS-STREAM-ANSWER IS NUMERIC THEN
               MOVE WS-STREAM-ANSWER TO WS-STREAM-ID
           END-IF
           SET RX TO 1
           SEARCH WS-PART-ENTRY
               AT END
                   DISPLAY "Error: stream " WS-STREAM-ANSWER
                       " is not on DIVPART - run refused."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN WS-PRT-STREAM-ID(RX) = WS-STREAM-ID
                   SET WS-PARTITIONED-RUN TO TRUE
                   MOVE WS-PRT-LOW-DEPT(RX) TO WS-STREAM-LOW-DEPT
                   MOVE WS-PRT-HIGH-DEPT(RX) TO WS-STREAM-HIGH-DEPT
                   IF RX = WS-PART-COUNT THEN
                       SET WS-LAST-STREAM TO TRUE
                   END-IF
           END-SEARCH.

       1035-SET-STREAM-FILE-NAMES.
           MOVE WS-STREAM-ID TO WS-SFX-STREAM-ID
           STRING "DIVWRK" WS-STREAM-SUFFIX
               DELIMITED BY SIZE INTO WS-WRK-NAME
           STRING "DIVOUT" WS-STREAM-SUFFIX
               DELIMITED BY SIZE INTO WS-OUT-NAME
           STRING "DIVREJ" WS-STREAM-SUFFIX
               DELIMITED BY SIZE INTO WS-REJ-NAME
           STRING "DIVCKPT" WS-STREAM-SUFFIX
               DELIMITED BY SIZE INTO WS-CKPT-NAME
           STRING "DIVRPT" WS-STREAM-SUFFIX
               DELIMITED BY SIZE INTO WS-RPT-NAME
           STRING "DIVEXT" WS-STREAM-SUFFIX
               DELIMITED BY SIZE INTO WS-EXT-NAME
           STRING "DIVDUP" WS-STREAM-SUFFIX
               DELIMITED BY SIZE INTO WS-DUP-NAME
           STRING "DIVALRT" WS-STREAM-SUFFIX
               DELIMITED BY SIZE INTO WS-ALRT-NAME
           STRING "DIVGLWK" WS-STREAM-SUFFIX
               DELIMITED BY SIZE INTO WS-GLWK-NAME
           STRING "DIVVAR" WS-STREAM-SUFFIX
               DELIMITED BY SIZE INTO WS-VAR-NAME
           STRING "DIVVHLD" WS-STREAM-SUFFIX
               DELIMITED BY SIZE INTO WS-VHLD-NAME
           STRING "DIVOPACT" WS-STREAM-SUFFIX
               DELIMITED BY SIZE INTO WS-OPACT-NAME
           STRING "DIVRJH" WS-STREAM-SUFFIX
               DELIMITED BY SIZE INTO WS-RJH-NAME
           STRING "DIVAHST" WS-STREAM-SUFFIX
               DELIMITED BY SIZE INTO WS-AHST-OUT-NAME
           STRING "DIVSTAT" WS-STREAM-SUFFIX
               DELIMITED BY SIZE INTO WS-STAT-NAME.

      ******************************************************************
      * Build the variance check's account history table from
      * DIVAHST before the file is opened for this run's appends.
      * A row counts when its run date - for an "R" entry, the run
      * date of the original it backs out - falls inside the
      * look-back period of the row's department. The control rows
      * are already loaded, so the period is that department's.
      ******************************************************************
       1040-LOAD-ACCT-HISTORY.
           COMPUTE WS-AHT-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           MOVE WS-RUN-DATE-NUM TO WS-BGT-RUN-DATE
           COMPUTE WS-BGT-MONTH-START =
               WS-BGT-RUN-YYYY * 10000 + WS-BGT-RUN-MM * 100 + 1
           MOVE "N" TO WS-AHT-EOF-SW
           MOVE "DIVAHST" TO WS-AHST-NAME
           OPEN INPUT DIVISOR-ACCT-HISTORY-FILE
           PERFORM 1042-READ-ONE-AHST-ROW UNTIL WS-AHT-EOF
           CLOSE DIVISOR-ACCT-HISTORY-FILE
           DISPLAY "Variance history: " WS-AHT-ROWS-USED
               " DIVAHST rows, " WS-AHT-COUNT " accounts loaded"
           IF WS-PARTITIONED-RUN AND WS-RESTART-RECORD-NUM > 0 THEN
               PERFORM 1043-LOAD-STREAM-BUDGET-ROWS
           END-IF.

       1042-READ-ONE-AHST-ROW.
           READ DIVISOR-ACCT-HISTORY-FILE
               AT END
                   SET WS-AHT-EOF TO TRUE
               NOT AT END
                   IF AHS-ACCOUNT-NUMBER IS NUMERIC
                       AND AHS-RUN-DATE IS NUMERIC
                       AND AHS-RESULT IS NUMERIC THEN
                       PERFORM 1044-APPLY-ONE-AHST-ROW
                       PERFORM 1045-APPLY-ONE-BUDGET-ROW
                   END-IF
           END-READ.

      ******************************************************************
      * A restarted stream's own rows from before the abend are on
      * its DIVAHST stream file, not yet merged; they count toward
      * this run's budget figures.
      ******************************************************************
       1043-LOAD-STREAM-BUDGET-ROWS.
           MOVE "N" TO WS-BGT-EOF-SW
           MOVE WS-AHST-OUT-NAME TO WS-AHST-NAME
           OPEN INPUT DIVISOR-ACCT-HISTORY-FILE
           PERFORM 1041-READ-ONE-STREAM-ROW UNTIL WS-BGT-EOF
           CLOSE DIVISOR-ACCT-HISTORY-FILE.

       1041-READ-ONE-STREAM-ROW.
           READ DIVISOR-ACCT-HISTORY-FILE
               AT END
                   SET WS-BGT-EOF TO TRUE
               NOT AT END
                   IF AHS-RUN-DATE IS NUMERIC
                       AND AHS-RESULT IS NUMERIC
                       AND AHS-RUN-DATE = WS-RUN-DATE-NUM THEN
                       MOVE AHS-DEPARTMENT TO WS-BGT-DEPARTMENT
                       MOVE AHS-RESULT TO WS-BGT-AMOUNT
                       PERFORM 2947-ADD-RUN-BUDGET-AMOUNT
                   END-IF
           END-READ.

       1044-APPLY-ONE-AHST-ROW.
           IF AHS-RUN-DATE = WS-RUN-DATE-NUM
               AND (WS-PARTITIONED-RUN
                   OR (AHS-RUN-NUMBER IS NUMERIC
                       AND AHS-RUN-NUMBER = WS-RUN-NUMBER)) THEN
               CONTINUE
           ELSE
               MOVE AHS-RUN-DATE TO WS-AHT-ROW-DATE
               IF AHS-REVERSAL-ENTRY THEN
                   IF AHS-ORIG-RUN-DATE IS NUMERIC THEN
                       MOVE AHS-ORIG-RUN-DATE TO WS-AHT-ROW-DATE
                   END-IF
               END-IF
               PERFORM 1046-FIND-DEPT-LOOKBACK
               COMPUTE WS-AHT-ROW-INT =
                   FUNCTION INTEGER-OF-DATE(WS-AHT-ROW-DATE)
               IF WS-AHT-ROW-INT > 0
                   AND WS-AHT-ROW-INT <= WS-AHT-RUN-INT
                   AND WS-AHT-ROW-INT + WS-AHT-LOOKBACK-DAYS
                       >= WS-AHT-RUN-INT THEN
                   PERFORM 1048-ACCUMULATE-ACCT-HISTORY
               END-IF
           END-IF.

      ******************************************************************
      * Month-to-date budget figures, by posting date. As with the
      * variance history, a stream leaves out every row of its run
      * date; the single-stream run's rows under its own run number
      * can only be a restarted run's, and count as this run's.
      ******************************************************************
       1045-APPLY-ONE-BUDGET-ROW.
           IF AHS-RUN-DATE >= WS-BGT-MONTH-START
               AND AHS-RUN-DATE <= WS-RUN-DATE-NUM THEN
               SET CX TO 1
               SEARCH WS-CTL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CT-DEPARTMENT(CX) = AHS-DEPARTMENT
                       PERFORM 1047-ADD-BUDGET-ROW
               END-SEARCH
           END-IF.

       1047-ADD-BUDGET-ROW.
           EVALUATE TRUE
               WHEN AHS-RUN-DATE NOT = WS-RUN-DATE-NUM
                   ADD AHS-RESULT TO WS-CT-MTD-PRIOR(CX)
               WHEN WS-PARTITIONED-RUN
                   CONTINUE
               WHEN AHS-RUN-NUMBER IS NUMERIC
                   AND AHS-RUN-NUMBER = WS-RUN-NUMBER
                   ADD AHS-RESULT TO WS-CT-MTD-RUN(CX)
               WHEN OTHER
                   ADD AHS-RESULT TO WS-CT-MTD-PRIOR(CX)
           END-EVALUATE.

       1046-FIND-DEPT-LOOKBACK.
           MOVE WS-DFT-LOOKBACK-DAYS TO WS-AHT-LOOKBACK-DAYS
           SET CX TO 1
           SEARCH WS-CTL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CT-DEPARTMENT(CX) = AHS-DEPARTMENT
                   MOVE WS-CT-LOOKBACK-DAYS(CX) TO WS-AHT-LOOKBACK-DAYS
           END-SEARCH.

       1048-ACCUMULATE-ACCT-HISTORY.
           SET AX TO 1
           SEARCH WS-AHT-ENTRY
               AT END
                   IF WS-AHT-COUNT < 5000 THEN
                       ADD 1 TO WS-AHT-COUNT
                       SET AX TO WS-AHT-COUNT
                       MOVE AHS-ACCOUNT-NUMBER TO WS-AHT-ACCOUNT(AX)
                       MOVE 0 TO WS-AHT-RESULT-COUNT(AX)
                       MOVE 0 TO WS-AHT-RESULT-SUM(AX)
                       PERFORM 1049-ADD-ROW-TO-ACCOUNT
                   ELSE
                       IF NOT WS-AHT-TABLE-FULL THEN
                           SET WS-AHT-TABLE-FULL TO TRUE
                           DISPLAY "Warning: account history table "
                               "full - accounts past 5000 are not "
                               "variance checked this run"
                       END-IF
                   END-IF
               WHEN WS-AHT-ACCOUNT(AX) = AHS-ACCOUNT-NUMBER
                   PERFORM 1049-ADD-ROW-TO-ACCOUNT
           END-SEARCH.

       1049-ADD-ROW-TO-ACCOUNT.
           IF AHS-REVERSAL-ENTRY THEN
               SUBTRACT 1 FROM WS-AHT-RESULT-COUNT(AX)
           ELSE
               ADD 1 TO WS-AHT-RESULT-COUNT(AX)
           END-IF
           ADD AHS-RESULT TO WS-AHT-RESULT-SUM(AX)
           ADD 1 TO WS-AHT-ROWS-USED.

      ******************************************************************
      * Load the department-keyed control rows into the table. The
      * *** default row (kept first on the file by BUGSOLCTL)
           MOVE WS-DFT-DECIMAL-PLACES TO WS-DECIMAL-PLACES
           MOVE WS-DFT-WARN-PCT TO WS-REJECT-WARN-PCT
           MOVE WS-DFT-FAIL-PCT TO WS-REJECT-FAIL-PCT
           MOVE WS-DFT-VARIANCE-PCT TO WS-VARIANCE-PCT
           PERFORM 1058-SET-SCALE-FACTOR.

       1055-LOAD-ONE-CONTROL-ROW.
           MOVE WS-DFT-DECIMAL-PLACES TO WS-ROW-DECIMALS
           MOVE WS-DFT-WARN-PCT TO WS-ROW-WARN-PCT
           MOVE WS-DFT-FAIL-PCT TO WS-ROW-FAIL-PCT
           MOVE WS-DFT-VARIANCE-PCT TO WS-ROW-VARIANCE-PCT
           MOVE WS-DFT-LOOKBACK-DAYS TO WS-ROW-LOOKBACK-DAYS
           MOVE 0 TO WS-ROW-BUDGET-AMOUNT
           IF CTL-MAX-DIVISOR IS NUMERIC
               MOVE CTL-MAX-DIVISOR TO WS-ROW-MAX-DIVISOR
           END-IF
           IF WS-ROW-FAIL-PCT < WS-ROW-WARN-PCT
               MOVE WS-ROW-WARN-PCT TO WS-ROW-FAIL-PCT
           END-IF
           IF CTL-VARIANCE-PCT IS NUMERIC
               MOVE CTL-VARIANCE-PCT TO WS-ROW-VARIANCE-PCT
           END-IF
           IF CTL-LOOKBACK-DAYS IS NUMERIC
               AND CTL-LOOKBACK-DAYS > 0
               MOVE CTL-LOOKBACK-DAYS TO WS-ROW-LOOKBACK-DAYS
           END-IF
           IF CTL-BUDGET-AMOUNT IS NUMERIC
               MOVE CTL-BUDGET-AMOUNT TO WS-ROW-BUDGET-AMOUNT
           END-IF

           IF CTL-DEPARTMENT = "***" THEN
               MOVE WS-ROW-MAX-DIVISOR TO WS-DFT-MAX-DIVISOR
               MOVE WS-ROW-DECIMALS TO WS-DFT-DECIMAL-PLACES
               MOVE WS-ROW-WARN-PCT TO WS-DFT-WARN-PCT
               MOVE WS-ROW-FAIL-PCT TO WS-DFT-FAIL-PCT
               MOVE WS-ROW-VARIANCE-PCT TO WS-DFT-VARIANCE-PCT
               MOVE WS-ROW-LOOKBACK-DAYS TO WS-DFT-LOOKBACK-DAYS
           ELSE
               IF WS-CTL-COUNT < 100 THEN
                   ADD 1 TO WS-CTL-COUNT
                       TO WS-CT-WARN-PCT(WS-CTL-COUNT)
                   MOVE WS-ROW-FAIL-PCT
                       TO WS-CT-FAIL-PCT(WS-CTL-COUNT)
                   MOVE WS-ROW-VARIANCE-PCT
                       TO WS-CT-VARIANCE-PCT(WS-CTL-COUNT)
                   MOVE WS-ROW-LOOKBACK-DAYS
                       TO WS-CT-LOOKBACK-DAYS(WS-CTL-COUNT)
                   MOVE WS-ROW-BUDGET-AMOUNT
                       TO WS-CT-BUDGET-AMOUNT(WS-CTL-COUNT)
                   MOVE 0 TO WS-CT-MTD-PRIOR(WS-CTL-COUNT)
                   MOVE 0 TO WS-CT-MTD-RUN(WS-CTL-COUNT)
               ELSE
                   DISPLAY "Warning: control table full - department "
                       CTL-DEPARTMENT " uses the defaults"
                   MOVE CKPT-TRIPPED-DEPT TO WS-TRIPPED-DEPT
                   MOVE CKPT-ALERT-SW TO WS-ALERT-SW
                   MOVE CKPT-BATCH-REJECTED TO WS-BATCH-REJECTED
                   MOVE CKPT-VCK-COMPARED TO WS-VCK-COMPARED
                   MOVE CKPT-VCK-WITHIN TO WS-VCK-WITHIN
                   MOVE CKPT-VCK-HELD TO WS-VCK-HELD
                   MOVE CKPT-VCK-NEW-ACCOUNTS TO WS-VCK-NEW-ACCOUNTS
                   MOVE CKPT-VCK-NOT-CHECKED TO WS-VCK-NOT-CHECKED
                   MOVE CKPT-VCK-HELD-SUM TO WS-VCK-HELD-SUM
                   MOVE CKPT-VCK-PAGE-NUMBER TO WS-VCK-PAGE-NUMBER
           END-READ
           CLOSE DIVISOR-RESTART-FILE

      * records (capturing them in the batch table), tallies each
      * batch's dividend hash, and stamps each detail with its
      * original line number on DIVIN and the batch it belongs to.
      * A partitioned stream sorts only its own departments (1215).
      ******************************************************************
       1090-SORT-INPUT-FILE.
           SORT SORT-FILE
                               ADD DI-ALC-AMOUNT
                                   TO WS-BT-ACT-HASH(WS-CURR-BATCH)
                           END-IF
                           MOVE DI-ALC-DEPARTMENT TO WS-STREAM-DEPT
                           PERFORM 1215-CHECK-STREAM-DEPT
                           IF WS-DEPT-IN-STREAM THEN
                               PERFORM 2032-EXPAND-ALLOCATION
                           END-IF
                       WHEN DI-REVERSAL-RECORD
                           IF WS-CURR-BATCH = 0 THEN
                               PERFORM 2015-OPEN-IMPLICIT-BATCH
                           END-IF
                           PERFORM 2030-ACCUMULATE-HASH
                           IF NOT WS-PARTITIONED-RUN
                               OR WS-LAST-STREAM THEN
                               PERFORM 2025-CAPTURE-REVERSAL
                           END-IF
                       WHEN OTHER
                           IF WS-CURR-BATCH = 0 THEN
                               PERFORM 2015-OPEN-IMPLICIT-BATCH
                           END-IF
                           ADD 1 TO WS-INPUT-SEQ
                           PERFORM 2030-ACCUMULATE-HASH
                           MOVE DI-DEPARTMENT TO WS-STREAM-DEPT
                           PERFORM 1215-CHECK-STREAM-DEPT
                           IF WS-DEPT-IN-STREAM THEN
                               PERFORM 1212-RELEASE-DETAIL
                           END-IF
                   END-EVALUATE
           END-READ.

       1212-RELEASE-DETAIL.
           MOVE WS-CURR-BATCH TO SR-BATCH-NUMBER
           MOVE SPACE TO SR-ALLOC-SW
           MOVE DI-DEPARTMENT TO SR-DEPARTMENT
           MOVE WS-INPUT-SEQ TO SR-LINE-NUMBER
           MOVE DI-ACCOUNT-NUMBER TO SR-ACCOUNT-NUMBER
           MOVE DI-DIVIDEND-X TO SR-DIVIDEND-X
           MOVE DI-DIVISOR-X TO SR-DIVISOR-X
           IF DI-RECYCLE-COUNT IS NUMERIC THEN
               MOVE DI-RECYCLE-COUNT TO SR-RECYCLE-COUNT
           ELSE
               MOVE ZERO TO SR-RECYCLE-COUNT
           END-IF
           MOVE DI-OPERATOR-ID TO SR-OPERATOR-ID
           MOVE DI-REJECT-REF TO SR-REJECT-REF
           RELEASE SORT-RECORD.

      ******************************************************************
      * A partitioned stream reads all of DIVIN - every batch still
      * balances on every record - but sorts in only the details
      * and allocations of its own departments. The last stream
      * also takes any department that no DIVPART row claims.
      ******************************************************************
       1215-CHECK-STREAM-DEPT.
           SET WS-DEPT-IN-STREAM TO TRUE
           IF WS-PARTITIONED-RUN THEN
               IF WS-STREAM-DEPT < WS-STREAM-LOW-DEPT
                   OR WS-STREAM-DEPT > WS-STREAM-HIGH-DEPT THEN
                   MOVE "N" TO WS-DEPT-IN-STREAM-SW
                   IF WS-LAST-STREAM THEN
                       PERFORM 1216-CHECK-UNCLAIMED-DEPT
                   END-IF
               END-IF
           END-IF.

       1216-CHECK-UNCLAIMED-DEPT.
           SET RX TO 1
           SEARCH WS-PART-ENTRY
               AT END
                   SET WS-DEPT-IN-STREAM TO TRUE
                   ADD 1 TO WS-RECORDS-UNCLAIMED
               WHEN WS-STREAM-DEPT >= WS-PRT-LOW-DEPT(RX)
                   AND WS-STREAM-DEPT <= WS-PRT-HIGH-DEPT(RX)
                   CONTINUE
           END-SEARCH.

      ******************************************************************
      * Settle each batch captured during the input pass: a batch
      * balances when its last trailer was readable and both the
                   WS-BT-SOURCE-ID(WS-BATCH-SUB)
           END-IF.

      ******************************************************************
      * The permanent histories are appended to across runs. A
      * partitioned stream's own history files hold only what the
      * stream filed this run, so a fresh stream start clears them
      * and a checkpoint restart extends them.
      ******************************************************************
       1065-OPEN-OUTPUT-FILES.
           MOVE WS-AHST-OUT-NAME TO WS-AHST-NAME
           IF WS-PARTITIONED-RUN
               AND WS-RESTART-RECORD-NUM = 0 THEN
               OPEN OUTPUT DIVISOR-ACCT-HISTORY-FILE
               OPEN OUTPUT DIVISOR-OPER-ACTIVITY-FILE
               OPEN OUTPUT DIVISOR-REJECT-HISTORY-FILE
               OPEN OUTPUT DIVISOR-VARIANCE-HOLD-FILE
           ELSE
               OPEN EXTEND DIVISOR-ACCT-HISTORY-FILE
               OPEN EXTEND DIVISOR-OPER-ACTIVITY-FILE
               OPEN EXTEND DIVISOR-REJECT-HISTORY-FILE
               OPEN EXTEND DIVISOR-VARIANCE-HOLD-FILE
           END-IF
           IF WS-RESTART-RECORD-NUM > 0 THEN
               OPEN EXTEND DIVISOR-VARIANCE-FILE
               OPEN EXTEND DIVISOR-OUTPUT-FILE
               OPEN EXTEND DIVISOR-REJECT-FILE
               OPEN EXTEND DIVISOR-REPORT-FILE
               OPEN EXTEND DIVISOR-DUPLICATE-FILE
               OPEN EXTEND DIVISOR-GL-WORK-FILE
           ELSE
               OPEN OUTPUT DIVISOR-VARIANCE-FILE
               OPEN OUTPUT DIVISOR-OUTPUT-FILE
               OPEN OUTPUT DIVISOR-REJECT-FILE
               OPEN OUTPUT DIVISOR-REPORT-FILE
      * through unchecked.
      ******************************************************************
       2010-CAPTURE-HEADER.
           IF WS-BATCH-TOTAL >= 500 THEN
               DISPLAY "Warning: batch table full - source "
                   DI-HDR-SOURCE-ID " folded into previous batch"
           ELSE
               MOVE "Y" TO WS-BT-TRAILER-SW(WS-CURR-BATCH)
           END-IF.

      ******************************************************************
      * Park an "R" record for settlement at end of job. A record
      * whose account, amounts, run date or run number will not
      * edit is parked already rejected, so it still prints in the
      * reversal section with its reason.
      ******************************************************************
       2025-CAPTURE-REVERSAL.
           IF WS-REV-COUNT >= 200 THEN
               IF NOT WS-REV-TABLE-FULL THEN
                   SET WS-REV-TABLE-FULL TO TRUE
                   DISPLAY "Warning: reversal table full - reversals "
                       "past 200 not processed this run"
               END-IF
               DISPLAY "Warning: reversal for account "
                   DI-REV-ACCOUNT-NUMBER " not processed - resubmit"
           ELSE
               ADD 1 TO WS-REV-COUNT
               MOVE DI-REV-ACCOUNT-NUMBER
                   TO WS-RV-ACCOUNT(WS-REV-COUNT)
               MOVE DI-REV-DIVIDEND-X TO WS-RV-DIVIDEND-X(WS-REV-COUNT)
               MOVE DI-REV-DIVISOR-X TO WS-RV-DIVISOR-X(WS-REV-COUNT)
               MOVE DI-REV-ORIG-RUN-DATE
                   TO WS-RV-ORIG-DATE-X(WS-REV-COUNT)
               MOVE DI-REV-ORIG-RUN-NUMBER
                   TO WS-RV-ORIG-RUN-X(WS-REV-COUNT)
               MOVE DI-REV-OPERATOR-ID
                   TO WS-RV-OPERATOR-ID(WS-REV-COUNT)
               MOVE WS-CURR-BATCH TO WS-RV-BATCH-NUMBER(WS-REV-COUNT)
               MOVE SPACES TO WS-RV-STATUS(WS-REV-COUNT)
               MOVE "N" TO WS-RV-FOUND-SW(WS-REV-COUNT)
               MOVE "N" TO WS-RV-REVERSED-SW(WS-REV-COUNT)
               MOVE SPACES TO WS-RV-DEPARTMENT(WS-REV-COUNT)
               MOVE 0 TO WS-RV-ACCOUNT-NUM(WS-REV-COUNT)
               MOVE 0 TO WS-RV-ORIG-DATE(WS-REV-COUNT)
               MOVE 0 TO WS-RV-ORIG-RUN(WS-REV-COUNT)
               MOVE 0 TO WS-RV-DIVIDEND(WS-REV-COUNT)
               MOVE 0 TO WS-RV-DIVISOR(WS-REV-COUNT)
               MOVE 0 TO WS-RV-RESULT(WS-REV-COUNT)
               MOVE 0 TO WS-RV-QUOTIENT(WS-REV-COUNT)
               MOVE 0 TO WS-RV-REMAINDER(WS-REV-COUNT)
               IF DI-REV-ACCOUNT-NUMBER IS NUMERIC
                   AND DI-REV-DIVIDEND IS NUMERIC
                   AND DI-REV-DIVISOR IS NUMERIC
                   AND DI-REV-ORIG-RUN-DATE IS NUMERIC
                   AND DI-REV-ORIG-RUN-NUMBER IS NUMERIC THEN
                   MOVE DI-REV-ACCOUNT-NUMBER
                       TO WS-RV-ACCOUNT-NUM(WS-REV-COUNT)
                   MOVE DI-REV-DIVIDEND TO WS-RV-DIVIDEND(WS-REV-COUNT)
                   MOVE DI-REV-DIVISOR TO WS-RV-DIVISOR(WS-REV-COUNT)
                   MOVE DI-REV-ORIG-RUN-DATE
                       TO WS-RV-ORIG-DATE(WS-REV-COUNT)
                   MOVE DI-REV-ORIG-RUN-NUMBER
                       TO WS-RV-ORIG-RUN(WS-REV-COUNT)
               ELSE
                   MOVE "REVINVAL" TO WS-RV-STATUS(WS-REV-COUNT)
               END-IF
           END-IF.

       2030-ACCUMULATE-HASH.
           ADD 1 TO WS-BT-ACT-COUNT(WS-CURR-BATCH)
           IF DI-DIVIDEND IS NUMERIC THEN
                       MOVE WS-ALC-PIECE TO SR-DIVIDEND
                       MOVE 1 TO SR-DIVISOR
                       MOVE ZERO TO SR-RECYCLE-COUNT
                       MOVE DI-ALC-OPERATOR-ID TO SR-OPERATOR-ID
                       MOVE SPACES TO SR-REJECT-REF
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.
           MOVE DI-ALC-AMOUNT-X TO SR-DIVIDEND-X
           MOVE SPACES TO SR-DIVISOR-X
           MOVE ZERO TO SR-RECYCLE-COUNT
           MOVE DI-ALC-OPERATOR-ID TO SR-OPERATOR-ID
           MOVE SPACES TO SR-REJECT-REF
           RELEASE SORT-RECORD.

       2040-PROCESS-DETAIL.
           MOVE DW-DIVISOR-X TO WS-DUP-DIVISOR
           MOVE WS-DUP-FIRST-LINE TO WS-DUP-FIRST-LINE-OUT
           MOVE DW-LINE-NUMBER TO WS-DUP-LINE-OUT
           MOVE DW-OPERATOR-ID TO WS-DUP-OPERATOR-ID
           WRITE DIV-DUPLICATE-RECORD FROM WS-DUP-REPORT-LINE
           MOVE "D" TO WS-OPA-OUTCOME
           PERFORM 2960-WRITE-OPERATOR-ACTIVITY.

       2078-RECORD-NEW-PAIR.
           IF WS-PAIR-COUNT < 2000 THEN
               COMPUTE WS-VAR-1 = WS-SCALED-RESULT / WS-SCALE-FACTOR
               COMPUTE WS-VAR-2 = WS-DIVIDEND / WS-DIVISOR
               COMPUTE WS-VAR-3 = WS-DIVIDEND - (WS-VAR-2 * WS-DIVISOR)
               PERFORM 2200-CHECK-VARIANCE
               IF WS-VARIANCE-HELD THEN
                   PERFORM 2250-HOLD-FOR-VARIANCE
               ELSE
                   DISPLAY "Quotient: " WS-VAR-2 " Remainder: " WS-VAR-3
                   ADD 1 TO WS-RECORDS-COMPUTED
                   ADD WS-VAR-1 TO WS-SUM-RESULT
                   ADD 1 TO WS-DEPT-COUNT
                   ADD WS-VAR-1 TO WS-DEPT-SUM
                   PERFORM 2900-WRITE-RESULT
               END-IF
           ELSE
               ADD 1 TO WS-DEPT-REJECTED
               PERFORM 2800-REJECT-RECORD
           MOVE WS-DFT-DECIMAL-PLACES TO WS-DECIMAL-PLACES
           MOVE WS-DFT-WARN-PCT TO WS-REJECT-WARN-PCT
           MOVE WS-DFT-FAIL-PCT TO WS-REJECT-FAIL-PCT
           MOVE WS-DFT-VARIANCE-PCT TO WS-VARIANCE-PCT
           SET CX TO 1
           SEARCH WS-CTL-ENTRY
               AT END
                   MOVE WS-CT-DECIMALS(CX) TO WS-DECIMAL-PLACES
                   MOVE WS-CT-WARN-PCT(CX) TO WS-REJECT-WARN-PCT
                   MOVE WS-CT-FAIL-PCT(CX) TO WS-REJECT-FAIL-PCT
                   MOVE WS-CT-VARIANCE-PCT(CX) TO WS-VARIANCE-PCT
           END-SEARCH
           PERFORM 1058-SET-SCALE-FACTOR.

               END-IF
           END-IF.

      ******************************************************************
      * Measure the computed result against the account's history.
      * The band is the department's percentage of the average,
      * either side of it. A department whose band is zero, and a
      * VARREL batch a supervisor has already released, pass
      * unchecked.
      ******************************************************************
       2200-CHECK-VARIANCE.
           SET WS-VARIANCE-PASSED TO TRUE
           IF WS-VARIANCE-PCT = 0
               OR WS-BT-SOURCE-ID(DW-BATCH-NUMBER) = "VARREL" THEN
               ADD 1 TO WS-VCK-NOT-CHECKED
           ELSE
               PERFORM 2210-FIND-ACCT-HISTORY
               EVALUATE TRUE
                   WHEN WS-VCK-HIST-COUNT > 0
                       ADD 1 TO WS-VCK-COMPARED
                       PERFORM 2220-APPLY-VARIANCE-BAND
                   WHEN WS-AHT-TABLE-FULL
                       AND NOT WS-VCK-ACCT-FOUND
                       ADD 1 TO WS-VCK-NOT-CHECKED
                   WHEN OTHER
                       ADD 1 TO WS-VCK-NEW-ACCOUNTS
               END-EVALUATE
           END-IF.

       2210-FIND-ACCT-HISTORY.
           MOVE "N" TO WS-VCK-FOUND-SW
           MOVE 0 TO WS-VCK-HIST-COUNT
           MOVE 0 TO WS-VCK-AVERAGE
           SET AX TO 1
           SEARCH WS-AHT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AHT-ACCOUNT(AX) = WS-ACCOUNT-NUMBER
                   SET WS-VCK-ACCT-FOUND TO TRUE
                   MOVE WS-AHT-RESULT-COUNT(AX) TO WS-VCK-HIST-COUNT
                   IF WS-VCK-HIST-COUNT > 0 THEN
                       COMPUTE WS-VCK-AVERAGE ROUNDED =
                           WS-AHT-RESULT-SUM(AX) / WS-VCK-HIST-COUNT
                   END-IF
           END-SEARCH.

       2220-APPLY-VARIANCE-BAND.
           COMPUTE WS-VCK-DEVIATION = WS-VAR-1 - WS-VCK-AVERAGE
           IF WS-VCK-DEVIATION < 0 THEN
               COMPUTE WS-VCK-DEVIATION = 0 - WS-VCK-DEVIATION
           END-IF
           COMPUTE WS-VCK-TOLERANCE ROUNDED =
               (WS-VCK-AVERAGE * WS-VARIANCE-PCT) / 100
           IF WS-VCK-TOLERANCE < 0 THEN
               COMPUTE WS-VCK-TOLERANCE = 0 - WS-VCK-TOLERANCE
           END-IF
           IF WS-VCK-DEVIATION > WS-VCK-TOLERANCE THEN
               SET WS-VARIANCE-HELD TO TRUE
               ADD 1 TO WS-VCK-HELD
           ELSE
               ADD 1 TO WS-VCK-WITHIN
           END-IF.

      ******************************************************************
      * A held result is not posted anywhere: it is queued on
      * DIVVHLD for a supervisor and listed on the DIVVAR report
      * beside the history average it was measured against.
      ******************************************************************
       2250-HOLD-FOR-VARIANCE.
           DISPLAY "Warning: result held for variance, account "
               DW-ACCOUNT-NUMBER
           ADD WS-VAR-1 TO WS-VCK-HELD-SUM
           MOVE DW-ACCOUNT-NUMBER TO VH-ACCOUNT-NUMBER
           MOVE DW-DEPARTMENT TO VH-DEPARTMENT
           MOVE DW-DIVIDEND-X TO VH-DIVIDEND-X
           MOVE DW-DIVISOR-X TO VH-DIVISOR-X
           MOVE DW-RECYCLE-COUNT TO VH-RECYCLE-COUNT
           MOVE DW-OPERATOR-ID TO VH-OPERATOR-ID
           MOVE WS-VAR-1 TO VH-RESULT
           MOVE WS-VCK-AVERAGE TO VH-HISTORY-AVERAGE
           MOVE WS-VCK-HIST-COUNT TO VH-HISTORY-COUNT
           MOVE WS-VARIANCE-PCT TO VH-BAND-PCT
           MOVE WS-RUN-DATE-NUM TO VH-RUN-DATE
           MOVE WS-RUN-NUMBER TO VH-RUN-NUMBER
           MOVE DW-REJECT-REF TO VH-REJECT-REF
           WRITE DIV-VARIANCE-HOLD-RECORD
           MOVE "V" TO WS-OPA-OUTCOME
           PERFORM 2960-WRITE-OPERATOR-ACTIVITY
           PERFORM 2260-WRITE-VARIANCE-LINE.

       2260-WRITE-VARIANCE-LINE.
           IF WS-VCK-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2270-WRITE-VARIANCE-HEADINGS
           END-IF
           MOVE DW-ACCOUNT-NUMBER TO WS-VRL-ACCOUNT
           MOVE DW-DEPARTMENT TO WS-VRL-DEPARTMENT
           MOVE WS-DIVIDEND TO WS-VRL-DIVIDEND
           MOVE WS-DIVISOR TO WS-VRL-DIVISOR
           MOVE WS-VAR-1 TO WS-VRL-RESULT
           MOVE WS-VCK-AVERAGE TO WS-VRL-AVERAGE
           MOVE WS-VCK-HIST-COUNT TO WS-VRL-HIST-COUNT
           MOVE WS-VARIANCE-PCT TO WS-VRL-BAND-PCT
           WRITE DIV-VARIANCE-LINE FROM WS-VARIANCE-DETAIL-LINE
           ADD 1 TO WS-VCK-LINE-COUNT.

      ******************************************************************
      * DIVVAR pages carry the run's date line from the DIVRPT
      * heading. The first page is started by the first held
      * result, or by the summary when nothing was held; a restart
      * starts a fresh page after the abended run's last one.
      ******************************************************************
       2270-WRITE-VARIANCE-HEADINGS.
           ADD 1 TO WS-VCK-PAGE-NUMBER
           MOVE WS-VCK-PAGE-NUMBER TO WS-VRH-PAGE-NUMBER
           WRITE DIV-VARIANCE-LINE FROM WS-VARIANCE-TITLE-LINE
           WRITE DIV-VARIANCE-LINE FROM WS-REPORT-DATE-LINE
           MOVE SPACES TO DIV-VARIANCE-LINE
           WRITE DIV-VARIANCE-LINE
           WRITE DIV-VARIANCE-LINE FROM WS-VARIANCE-COLUMN-HEADER
           WRITE DIV-VARIANCE-LINE FROM WS-REPORT-COLUMN-HEADER-2
           MOVE 5 TO WS-VCK-LINE-COUNT.

       2800-REJECT-RECORD.
           DISPLAY "Error: invalid divisor, reason " WS-REJECT-REASON
           ADD 1 TO WS-RECORDS-REJECTED
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 2805-SET-REJECT-STAMP
           MOVE DW-ACCOUNT-NUMBER TO WS-REJ-ACCOUNT
           MOVE DW-DEPARTMENT TO WS-REJ-DEPARTMENT
           MOVE DW-DIVIDEND-X TO WS-REJ-DIVIDEND
           MOVE WS-REJECT-REASON TO WS-REJ-REASON-CODE
           MOVE WS-CURRENT-TIMESTAMP TO WS-REJ-TIMESTAMP
           MOVE DW-RECYCLE-COUNT TO WS-REJ-RECYCLE-COUNT
           MOVE DW-OPERATOR-ID TO WS-REJ-OPERATOR-ID
           WRITE DIV-REJECT-RECORD FROM WS-REJECT-LINE
           MOVE "R" TO WS-OPA-OUTCOME
           PERFORM 2960-WRITE-OPERATOR-ACTIVITY
           IF DW-REJECT-REF NOT = SPACES THEN
               MOVE "A" TO WS-RJH-OUTCOME
               PERFORM 2975-WRITE-REPAIR-OUTCOME
           END-IF
           PERFORM 2970-WRITE-REJECT-HISTORY.

      ******************************************************************
      * The reject timestamp is half of the DIVRJH key, so it must
      * never repeat. A reject in the same hundredth of a second as
      * the last one (or with the clock set back) takes the last
      * stamp plus one hundredth instead.
      ******************************************************************
       2805-SET-REJECT-STAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:16) TO WS-REJ-STAMP
           IF WS-REJ-STAMP NOT > WS-LAST-REJ-STAMP THEN
               MOVE WS-LAST-REJ-STAMP TO WS-REJ-STAMP
               PERFORM 2806-ADVANCE-REJECT-STAMP
               MOVE WS-REJ-STAMP TO WS-CURRENT-TIMESTAMP(1:16)
           END-IF
           MOVE WS-REJ-STAMP TO WS-LAST-REJ-STAMP.

       2806-ADVANCE-REJECT-STAMP.
           IF WS-RS-CC < 99 THEN
               ADD 1 TO WS-RS-CC
           ELSE
               MOVE 0 TO WS-RS-CC
               IF WS-RS-SS < 59 THEN
                   ADD 1 TO WS-RS-SS
               ELSE
                   MOVE 0 TO WS-RS-SS
                   IF WS-RS-MI < 59 THEN
                       ADD 1 TO WS-RS-MI
                   ELSE
                       MOVE 0 TO WS-RS-MI
                       ADD 1 TO WS-RS-HH
                   END-IF
               END-IF
           END-IF.

       2900-WRITE-RESULT.
           MOVE DW-ACCOUNT-NUMBER TO WS-OUT-ACCOUNT
           WRITE DIV-OUTPUT-RECORD FROM WS-OUTPUT-LINE
           PERFORM 2920-WRITE-REPORT-LINE
           PERFORM 2940-WRITE-EXTRACT-RECORD
           PERFORM 2945-WRITE-ACCT-HISTORY
           MOVE "C" TO WS-OPA-OUTCOME
           PERFORM 2960-WRITE-OPERATOR-ACTIVITY
           IF DW-REJECT-REF NOT = SPACES THEN
               MOVE "C" TO WS-RJH-OUTCOME
               PERFORM 2975-WRITE-REPAIR-OUTCOME
           END-IF.

       2920-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
           MOVE WS-VAR-1 TO EXT-RESULT
           MOVE WS-RUN-DATE-RAW TO EXT-RUN-DATE
           MOVE WS-RUN-NUMBER TO EXT-RUN-NUMBER
           MOVE DW-OPERATOR-ID TO EXT-OPERATOR-ID
           WRITE DIV-EXTRACT-RECORD.

      ******************************************************************
      * Every computed result is also appended to the permanent
      * DIVAHST account history and added to its department's
      * budget figures for the month. On a checkpoint restart the
      * skipped records were appended by the abended run, so
      * nothing is written twice.
      ******************************************************************
       2945-WRITE-ACCT-HISTORY.
           MOVE WS-ACCOUNT-NUMBER TO AHS-ACCOUNT-NUMBER
           MOVE WS-VAR-2 TO AHS-QUOTIENT
           MOVE WS-VAR-3 TO AHS-REMAINDER
           MOVE WS-RUN-DATE-RAW TO AHS-RUN-DATE
           MOVE WS-RUN-NUMBER TO AHS-RUN-NUMBER
           MOVE SPACE TO AHS-ENTRY-TYPE
           MOVE 0 TO AHS-ORIG-RUN-DATE
           MOVE 0 TO AHS-ORIG-RUN-NUMBER
           MOVE DW-OPERATOR-ID TO AHS-OPERATOR-ID
           WRITE DIV-ACCT-HISTORY-RECORD
           MOVE DW-DEPARTMENT TO WS-BGT-DEPARTMENT
           MOVE WS-VAR-1 TO WS-BGT-AMOUNT
           PERFORM 2947-ADD-RUN-BUDGET-AMOUNT.

       2947-ADD-RUN-BUDGET-AMOUNT.
           SET CX TO 1
           SEARCH WS-CTL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CT-DEPARTMENT(CX) = WS-BGT-DEPARTMENT
                   ADD WS-BGT-AMOUNT TO WS-CT-MTD-RUN(CX)
           END-SEARCH.

       2950-WRITE-CHECKPOINT.
           OPEN OUTPUT DIVISOR-RESTART-FILE
           MOVE WS-TRIPPED-DEPT TO CKPT-TRIPPED-DEPT
           MOVE WS-ALERT-SW TO CKPT-ALERT-SW
           MOVE WS-BATCH-REJECTED TO CKPT-BATCH-REJECTED
           MOVE WS-VCK-COMPARED TO CKPT-VCK-COMPARED
           MOVE WS-VCK-WITHIN TO CKPT-VCK-WITHIN
           MOVE WS-VCK-HELD TO CKPT-VCK-HELD
           MOVE WS-VCK-NEW-ACCOUNTS TO CKPT-VCK-NEW-ACCOUNTS
           MOVE WS-VCK-NOT-CHECKED TO CKPT-VCK-NOT-CHECKED
           MOVE WS-VCK-HELD-SUM TO CKPT-VCK-HELD-SUM
           MOVE WS-VCK-PAGE-NUMBER TO CKPT-VCK-PAGE-NUMBER
           WRITE DIV-RESTART-RECORD
           CLOSE DIVISOR-RESTART-FILE.

      ******************************************************************
      * One DIVOPACT row per settled entry, filed under the operator
      * carried from DIVIN through the sort. Allocation pieces are
      * skipped; the allocation itself is counted when it fails to
      * expand. Like DIVAHST, rows filed before a checkpoint are not
      * filed again by the restart.
      ******************************************************************
       2960-WRITE-OPERATOR-ACTIVITY.
           IF NOT DW-ALLOC-PIECE THEN
               MOVE WS-RUN-DATE-NUM TO OPA-RUN-DATE
               MOVE WS-RUN-NUMBER TO OPA-RUN-NUMBER
               MOVE DW-OPERATOR-ID TO OPA-OPERATOR-ID
               MOVE DW-DEPARTMENT TO OPA-DEPARTMENT
               MOVE WS-OPA-OUTCOME TO OPA-OUTCOME
               IF OPA-REJECTED THEN
                   MOVE WS-REJECT-REASON TO OPA-REASON-CODE
               ELSE
                   MOVE SPACES TO OPA-REASON-CODE
               END-IF
               WRITE DIV-OPER-ACTIVITY-RECORD
           END-IF.

      ******************************************************************
      * Every DIVREJ reject is filed on DIVRJH under its own key,
      * with the source ID of the batch it arrived in. Like DIVAHST,
      * rows filed before a checkpoint are not filed again by the
      * restart; a reject filed after the last checkpoint is filed
      * again, under a new key, when the restart rejects it again.
      ******************************************************************
       2970-WRITE-REJECT-HISTORY.
           MOVE SPACES TO DIV-REJECT-HISTORY-RECORD
           SET RJH-REJECT-ROW TO TRUE
           MOVE WS-REJ-TIMESTAMP TO RJH-REJECT-TIMESTAMP
           MOVE DW-ACCOUNT-NUMBER TO RJH-ACCOUNT
           MOVE WS-RUN-DATE-NUM TO RJH-RUN-DATE
           MOVE WS-RUN-NUMBER TO RJH-RUN-NUMBER
           MOVE WS-BT-SOURCE-ID(DW-BATCH-NUMBER) TO RJH-SOURCE-ID
           MOVE DW-DEPARTMENT TO RJH-DEPARTMENT
           MOVE WS-REJECT-REASON TO RJH-REASON-CODE
           MOVE DW-RECYCLE-COUNT TO RJH-RECYCLE-COUNT
           MOVE DW-OPERATOR-ID TO RJH-OPERATOR-ID
           MOVE 0 TO RJH-OUTCOME-DATE
           WRITE DIV-REJECT-HISTORY-RECORD.

      ******************************************************************
      * A repaired entry that carries the key of the reject it
      * repairs settles that reject: computed ("C"), or rejected
      * again ("A") - in which case the new reject is filed under
      * its own key and followed from there.
      ******************************************************************
       2975-WRITE-REPAIR-OUTCOME.
           MOVE SPACES TO DIV-REJECT-HISTORY-RECORD
           SET RJH-OUTCOME-ROW TO TRUE
           MOVE DW-REF-TIMESTAMP TO RJH-REJECT-TIMESTAMP
           MOVE DW-REF-ACCOUNT TO RJH-ACCOUNT
           MOVE WS-RUN-DATE-NUM TO RJH-RUN-DATE
           MOVE WS-RUN-NUMBER TO RJH-RUN-NUMBER
           MOVE WS-BT-SOURCE-ID(DW-BATCH-NUMBER) TO RJH-SOURCE-ID
           MOVE DW-DEPARTMENT TO RJH-DEPARTMENT
           IF WS-RJH-OUTCOME = "A" THEN
               MOVE WS-REJECT-REASON TO RJH-REASON-CODE
           END-IF
           MOVE DW-RECYCLE-COUNT TO RJH-RECYCLE-COUNT
           MOVE DW-OPERATOR-ID TO RJH-OPERATOR-ID
           MOVE WS-RJH-OUTCOME TO RJH-OUTCOME
           MOVE WS-RUN-DATE-NUM TO RJH-OUTCOME-DATE
           WRITE DIV-REJECT-HISTORY-RECORD.

      ******************************************************************
      * A partitioned stream stops short of finalizing: the grand
      * total, the variance summary, the DIVHST row, the DIVGL
      * interface, the DIVRUN update and the lock all belong to the
      * whole run and are done by BUGSOLMRG from the streams' files
      * and status rows. The stream's GLW rows stay on its work
      * file for the merge.
      ******************************************************************
       9000-TERMINATE.
           PERFORM 9040-FINISH-REPORT-TOTALS
           IF NOT WS-PARTITIONED-RUN THEN
               PERFORM 9080-WRITE-VARIANCE-SUMMARY
           END-IF
           PERFORM 9050-VALIDATE-TRAILER
           PERFORM 9060-GRADE-RETURN-CODE
           PERFORM 9070-WRITE-OPERATOR-ALERT
           PERFORM 9100-PRINT-CONTROL-REPORT
           IF WS-PARTITIONED-RUN THEN
               CLOSE DIVISOR-GL-WORK-FILE
           ELSE
               PERFORM 9300-WRITE-RUN-HISTORY
               PERFORM 9350-WRITE-GL-INTERFACE
               PERFORM 9380-UPDATE-RUN-CONTROL
           END-IF
           PERFORM 9200-CLEAR-CHECKPOINT
           CLOSE DIVISOR-WORK-FILE
           CLOSE DIVISOR-MASTER-FILE
           CLOSE DIVISOR-REPORT-FILE
           CLOSE DIVISOR-EXTRACT-FILE
           CLOSE DIVISOR-ACCT-HISTORY-FILE
           CLOSE DIVISOR-OPER-ACTIVITY-FILE
           CLOSE DIVISOR-REJECT-HISTORY-FILE
           CLOSE DIVISOR-VARIANCE-FILE
           CLOSE DIVISOR-VARIANCE-HOLD-FILE
           IF WS-PAIR-TABLE-FULL THEN
               MOVE "*** PAIR TABLE FULL - LATER DUPS NOT CHECKED ***"
                   TO DIV-DUPLICATE-RECORD
               WRITE DIV-DUPLICATE-RECORD
           END-IF
           CLOSE DIVISOR-DUPLICATE-FILE
           IF WS-PARTITIONED-RUN THEN
               MOVE "C" TO WS-STREAM-STATUS-CODE
               PERFORM 9460-WRITE-STREAM-STATUS
           ELSE
               PERFORM 9400-CLEAR-BATCH-LOCK
           END-IF.

      ******************************************************************
      * Build the DIVGL posting interface from the per-department
      * zero and the ledger group stops re-keying DIVRPT subtotals.
      * DIVGL is rewritten every run and deliberately left empty
      * when the run did not finalize, so the ledger never posts
      * from an unfinalized run. Every set posted is also appended
      * to the permanent DIVGLH history. The work file is cleared
      * for the next run either way.
      ******************************************************************
       9350-WRITE-GL-INTERFACE.
           CLOSE DIVISOR-GL-WORK-FILE
           IF WS-BATCH-OUT-OF-BAL THEN
               DISPLAY "GL INTERFACE SUPPRESSED - RUN NOT FINALIZED"
           ELSE
               OPEN EXTEND DIVISOR-GL-HISTORY-FILE
               OPEN INPUT DIVISOR-GL-WORK-FILE
               PERFORM 9360-COPY-ONE-GL-DEPT UNTIL WS-GLW-EOF
               CLOSE DIVISOR-GL-WORK-FILE
               PERFORM 9368-WRITE-ONE-GL-DEPT
                   VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > WS-GL-COUNT
               CLOSE DIVISOR-GL-HISTORY-FILE
               DISPLAY "GL INTERFACE DEPARTMENT SETS  . . : "
                   WS-GL-DEPTS-WRITTEN
           END-IF
               AT END
                   SET WS-GLW-EOF TO TRUE
               NOT AT END
                   PERFORM 9365-ACCUMULATE-GL-DEPT
           END-READ.

       9365-ACCUMULATE-GL-DEPT.
           SET GX TO 1
           SEARCH WS-GLT-ENTRY
               AT END
                   IF WS-GL-COUNT < 100 THEN
                       ADD 1 TO WS-GL-COUNT
                       MOVE GLW-DEPARTMENT
                           TO WS-GLT-DEPARTMENT(WS-GL-COUNT)
                       MOVE GLW-RECORD-COUNT
                           TO WS-GLT-RECORD-COUNT(WS-GL-COUNT)
                       MOVE GLW-SUM-RESULT
                           TO WS-GLT-SUM-RESULT(WS-GL-COUNT)
                   ELSE
                       DISPLAY "Warning: GL table full - department "
                           GLW-DEPARTMENT " posts a separate set"
                       MOVE GLW-DEPARTMENT TO WS-GLS-DEPARTMENT
                       MOVE GLW-RECORD-COUNT TO WS-GLS-RECORD-COUNT
                       MOVE GLW-SUM-RESULT TO WS-GLS-SUM-RESULT
                       PERFORM 9370-WRITE-GL-SET
                   END-IF
               WHEN WS-GLT-DEPARTMENT(GX) = GLW-DEPARTMENT
                   ADD GLW-RECORD-COUNT TO WS-GLT-RECORD-COUNT(GX)
                   ADD GLW-SUM-RESULT TO WS-GLT-SUM-RESULT(GX)
           END-SEARCH.

       9368-WRITE-ONE-GL-DEPT.
           MOVE WS-GLT-DEPARTMENT(WS-GL-SUB) TO WS-GLS-DEPARTMENT
           MOVE WS-GLT-RECORD-COUNT(WS-GL-SUB) TO WS-GLS-RECORD-COUNT
           MOVE WS-GLT-SUM-RESULT(WS-GL-SUB) TO WS-GLS-SUM-RESULT
           PERFORM 9370-WRITE-GL-SET.

       9370-WRITE-GL-SET.
           MOVE "S" TO GL-RECORD-TYPE
           MOVE WS-GLS-DEPARTMENT TO GL-DEPARTMENT
           MOVE WS-RUN-DATE-RAW TO GL-RUN-DATE
           MOVE WS-RUN-NUMBER TO GL-RUN-NUMBER
           MOVE WS-GLS-RECORD-COUNT TO GL-RECORD-COUNT
           MOVE WS-GLS-SUM-RESULT TO GL-AMOUNT
           MOVE DIV-GL-RECORD TO DIV-GL-HISTORY-RECORD
           WRITE DIV-GL-RECORD
           WRITE DIV-GL-HISTORY-RECORD
           MOVE "O" TO GL-RECORD-TYPE
           COMPUTE GL-AMOUNT = 0 - WS-GLS-SUM-RESULT
           MOVE DIV-GL-RECORD TO DIV-GL-HISTORY-RECORD
           WRITE DIV-GL-RECORD
           WRITE DIV-GL-HISTORY-RECORD
           ADD 1 TO WS-GL-DEPTS-WRITTEN.

      ******************************************************************
           OPEN OUTPUT DIVISOR-LOCK-FILE
           CLOSE DIVISOR-LOCK-FILE.

       9460-WRITE-STREAM-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-STREAM-ID TO STS-STREAM-ID
           MOVE WS-STREAM-STATUS-CODE TO STS-STATUS
           MOVE WS-STREAM-LOW-DEPT TO STS-LOW-DEPARTMENT
           MOVE WS-STREAM-HIGH-DEPT TO STS-HIGH-DEPARTMENT
           MOVE WS-RUN-DATE-NUM TO STS-RUN-DATE
           MOVE WS-RUN-NUMBER TO STS-RUN-NUMBER
           MOVE WS-FINAL-RETURN-CODE TO STS-RETURN-CODE
           IF WS-BATCH-BALANCED THEN
               MOVE "Y" TO STS-FINALIZE-SW
           ELSE
               MOVE "N" TO STS-FINALIZE-SW
           END-IF
           MOVE WS-RECORDS-READ TO STS-RECORDS-READ
           MOVE WS-RECORDS-COMPUTED TO STS-RECORDS-COMPUTED
           MOVE WS-RECORDS-REJECTED TO STS-RECORDS-REJECTED
           MOVE WS-RECORDS-SUPPRESSED TO STS-RECORDS-SUPPRESSED
           MOVE WS-BATCH-REJECTED TO STS-BATCH-REJECTED
           MOVE WS-SUM-RESULT TO STS-SUM-RESULT
           MOVE WS-REV-POSTED TO STS-REV-POSTED
           MOVE WS-REV-REJECTED TO STS-REV-REJECTED
           MOVE WS-REV-SUM TO STS-REV-SUM
           MOVE WS-VCK-COMPARED TO STS-VCK-COMPARED
           MOVE WS-VCK-WITHIN TO STS-VCK-WITHIN
           MOVE WS-VCK-HELD TO STS-VCK-HELD
           MOVE WS-VCK-NEW-ACCOUNTS TO STS-VCK-NEW-ACCOUNTS
           MOVE WS-VCK-NOT-CHECKED TO STS-VCK-NOT-CHECKED
           MOVE WS-VCK-HELD-SUM TO STS-VCK-HELD-SUM
           MOVE WS-RECORDS-UNCLAIMED TO STS-RECORDS-UNCLAIMED
           MOVE WS-CURRENT-TIMESTAMP TO STS-TIMESTAMP
           OPEN OUTPUT DIVISOR-STREAM-STATUS-FILE
           WRITE DIV-STREAM-STATUS-RECORD
           CLOSE DIVISOR-STREAM-STATUS-FILE.

      ******************************************************************
      * Close out the last department on the report, settle the
      * run's reversals in their own section, then print the grand
      * totals after it - net of the reversals, so the department
      * subtotals and the reversal total add to it. A stream's
      * report stops before the grand total; BUGSOLMRG prints one
      * for the whole run behind the last stream's pages.
      ******************************************************************
       9040-FINISH-REPORT-TOTALS.
           IF WS-PREV-DEPARTMENT NOT = LOW-VALUES THEN
               PERFORM 2060-PRINT-DEPT-SUBTOTALS
               PERFORM 2062-WRITE-GL-WORK
           END-IF
           IF WS-REV-COUNT > 0 THEN
               PERFORM 9041-PROCESS-REVERSALS
           END-IF
           IF NOT WS-PARTITIONED-RUN THEN
               COMPUTE WS-GT-COUNT =
                   WS-RECORDS-COMPUTED + WS-REV-POSTED
               MOVE WS-SUM-RESULT TO WS-GT-SUM
               MOVE SPACES TO DIV-REPORT-LINE
               WRITE DIV-REPORT-LINE
               WRITE DIV-REPORT-LINE FROM WS-GRAND-TOTAL-LINE
           END-IF.

      ******************************************************************
      * Reversals. DIVAHST is reopened for one pass to find every
      * parked reversal's original entry and any earlier reversal
      * of it, then reopened for extend so the reversing entries
      * follow the run's own. A reversal posts when its batch
      * balanced, its original was found and that original has not
      * been reversed before - on file, or earlier in this run. The
      * posting is the exact negative of the original: DIVEXT and
      * DIVAHST get the negated figures, and a GLW row carries the
      * negated result into the original department's DIVGL set.
      * Rejected reversals print with their reason; they are not
      * written to DIVREJ, since a recycled reversal would come
      * back as an ordinary detail and post the amount again. In a
      * partitioned run the last stream settles them, scanning the
      * permanent DIVAHST and then its own stream rows; an original
      * filed this same run by another stream is not yet on either.
      ******************************************************************
       9041-PROCESS-REVERSALS.
           CLOSE DIVISOR-ACCT-HISTORY-FILE
           MOVE "N" TO WS-REV-EOF-SW
           MOVE "DIVAHST" TO WS-AHST-NAME
           OPEN INPUT DIVISOR-ACCT-HISTORY-FILE
           PERFORM 9042-SCAN-ONE-AHST-ROW UNTIL WS-REV-EOF
           CLOSE DIVISOR-ACCT-HISTORY-FILE
           IF WS-PARTITIONED-RUN THEN
               MOVE "N" TO WS-REV-EOF-SW
               MOVE WS-AHST-OUT-NAME TO WS-AHST-NAME
               OPEN INPUT DIVISOR-ACCT-HISTORY-FILE
               PERFORM 9042-SCAN-ONE-AHST-ROW UNTIL WS-REV-EOF
               CLOSE DIVISOR-ACCT-HISTORY-FILE
           END-IF
           MOVE WS-AHST-OUT-NAME TO WS-AHST-NAME
           OPEN EXTEND DIVISOR-ACCT-HISTORY-FILE

           PERFORM 9049-WRITE-REVERSAL-HEADINGS
           PERFORM 9044-SETTLE-ONE-REVERSAL
               VARYING WS-REV-SUB FROM 1 BY 1
               UNTIL WS-REV-SUB > WS-REV-COUNT
           MOVE WS-REV-POSTED TO WS-RVT-COUNT
           MOVE WS-REV-SUM TO WS-RVT-SUM
           MOVE SPACES TO DIV-REPORT-LINE
           WRITE DIV-REPORT-LINE
           WRITE DIV-REPORT-LINE FROM WS-REVERSAL-TOTAL-LINE
           ADD 2 TO WS-LINE-COUNT.

       9042-SCAN-ONE-AHST-ROW.
           READ DIVISOR-ACCT-HISTORY-FILE
               AT END
                   SET WS-REV-EOF TO TRUE
               NOT AT END
                   IF AHS-ACCOUNT-NUMBER IS NUMERIC
                       AND AHS-RUN-DATE IS NUMERIC
                       AND AHS-DIVIDEND IS NUMERIC
                       AND AHS-DIVISOR IS NUMERIC THEN
                       PERFORM 9043-MATCH-ONE-REVERSAL
                           VARYING WS-REV-SUB FROM 1 BY 1
                           UNTIL WS-REV-SUB > WS-REV-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * An original is the first ordinary entry for the account,
      * run date, run number and dividend/divisor pair; a row filed
      * before the run number was carried matches on run date. An
      * earlier "R" entry naming the same original marks it as
      * already reversed.
      ******************************************************************
       9043-MATCH-ONE-REVERSAL.
           IF WS-RV-STATUS(WS-REV-SUB) = SPACES
               AND AHS-ACCOUNT-NUMBER = WS-RV-ACCOUNT-NUM(WS-REV-SUB)
               AND AHS-DIVISOR = WS-RV-DIVISOR(WS-REV-SUB) THEN
               IF AHS-REVERSAL-ENTRY THEN
                   IF AHS-ORIG-RUN-DATE = WS-RV-ORIG-DATE(WS-REV-SUB)
                       AND AHS-ORIG-RUN-NUMBER
                           = WS-RV-ORIG-RUN(WS-REV-SUB)
                       AND AHS-DIVIDEND
                           = 0 - WS-RV-DIVIDEND(WS-REV-SUB) THEN
                       MOVE "Y" TO WS-RV-REVERSED-SW(WS-REV-SUB)
                   END-IF
               ELSE
                   IF NOT WS-RV-FOUND(WS-REV-SUB)
                       AND AHS-RUN-DATE = WS-RV-ORIG-DATE(WS-REV-SUB)
                       AND (AHS-RUN-NUMBER IS NOT NUMERIC
                           OR AHS-RUN-NUMBER
                               = WS-RV-ORIG-RUN(WS-REV-SUB))
                       AND AHS-DIVIDEND = WS-RV-DIVIDEND(WS-REV-SUB)
                       AND AHS-RESULT IS NUMERIC THEN
                       MOVE "Y" TO WS-RV-FOUND-SW(WS-REV-SUB)
                       MOVE AHS-DEPARTMENT
                           TO WS-RV-DEPARTMENT(WS-REV-SUB)
                       MOVE AHS-RESULT TO WS-RV-RESULT(WS-REV-SUB)
                       MOVE AHS-QUOTIENT TO WS-RV-QUOTIENT(WS-REV-SUB)
                       MOVE AHS-REMAINDER
                           TO WS-RV-REMAINDER(WS-REV-SUB)
                   END-IF
               END-IF
           END-IF.

       9044-SETTLE-ONE-REVERSAL.
           ADD 1 TO WS-RECORDS-READ
           IF WS-RV-STATUS(WS-REV-SUB) = SPACES THEN
               EVALUATE TRUE
                   WHEN WS-BT-OUT-OF-BAL(WS-RV-BATCH-NUMBER(WS-REV-SUB))
                       MOVE "REVBATCH" TO WS-RV-STATUS(WS-REV-SUB)
                   WHEN NOT WS-RV-FOUND(WS-REV-SUB)
                       MOVE "REVNOTFD" TO WS-RV-STATUS(WS-REV-SUB)
                   WHEN WS-RV-REVERSED(WS-REV-SUB)
                       MOVE "REVDONE" TO WS-RV-STATUS(WS-REV-SUB)
                   WHEN OTHER
                       MOVE "N" TO WS-REV-DUP-SW
                       PERFORM 9045-CHECK-EARLIER-REVERSAL
                           VARYING WS-REV-PRIOR FROM 1 BY 1
                           UNTIL WS-REV-PRIOR >= WS-REV-SUB
                               OR WS-REV-DUPLICATE
                       IF WS-REV-DUPLICATE THEN
                           MOVE "REVDONE" TO WS-RV-STATUS(WS-REV-SUB)
                       END-IF
               END-EVALUATE
           END-IF

           IF WS-RV-STATUS(WS-REV-SUB) = SPACES THEN
               PERFORM 9046-POST-REVERSAL
               MOVE "POSTED" TO WS-RV-STATUS(WS-REV-SUB)
           ELSE
               ADD 1 TO WS-REV-REJECTED
               DISPLAY "Error: reversal rejected, account "
                   WS-RV-ACCOUNT(WS-REV-SUB) " reason "
                   WS-RV-STATUS(WS-REV-SUB)
           END-IF
           PERFORM 9048-PRINT-REVERSAL-LINE.

       9045-CHECK-EARLIER-REVERSAL.
           IF WS-RV-STATUS(WS-REV-PRIOR) = "POSTED"
               AND WS-RV-ACCOUNT-NUM(WS-REV-PRIOR)
                   = WS-RV-ACCOUNT-NUM(WS-REV-SUB)
               AND WS-RV-ORIG-DATE(WS-REV-PRIOR)
                   = WS-RV-ORIG-DATE(WS-REV-SUB)
               AND WS-RV-ORIG-RUN(WS-REV-PRIOR)
                   = WS-RV-ORIG-RUN(WS-REV-SUB)
               AND WS-RV-DIVIDEND(WS-REV-PRIOR)
                   = WS-RV-DIVIDEND(WS-REV-SUB)
               AND WS-RV-DIVISOR(WS-REV-PRIOR)
                   = WS-RV-DIVISOR(WS-REV-SUB) THEN
               SET WS-REV-DUPLICATE TO TRUE
           END-IF.

       9046-POST-REVERSAL.
           MOVE WS-RV-ACCOUNT-NUM(WS-REV-SUB) TO EXT-ACCOUNT-NUMBER
           COMPUTE EXT-DIVIDEND = 0 - WS-RV-DIVIDEND(WS-REV-SUB)
           MOVE WS-RV-DIVISOR(WS-REV-SUB) TO EXT-DIVISOR
           COMPUTE EXT-RESULT = 0 - WS-RV-RESULT(WS-REV-SUB)
           MOVE WS-RUN-DATE-RAW TO EXT-RUN-DATE
           MOVE WS-RUN-NUMBER TO EXT-RUN-NUMBER
           MOVE WS-RV-OPERATOR-ID(WS-REV-SUB) TO EXT-OPERATOR-ID
           WRITE DIV-EXTRACT-RECORD

           MOVE WS-RV-ACCOUNT-NUM(WS-REV-SUB) TO AHS-ACCOUNT-NUMBER
           MOVE WS-RV-DEPARTMENT(WS-REV-SUB) TO AHS-DEPARTMENT
           COMPUTE AHS-DIVIDEND = 0 - WS-RV-DIVIDEND(WS-REV-SUB)
           MOVE WS-RV-DIVISOR(WS-REV-SUB) TO AHS-DIVISOR
           COMPUTE AHS-RESULT = 0 - WS-RV-RESULT(WS-REV-SUB)
           COMPUTE AHS-QUOTIENT = 0 - WS-RV-QUOTIENT(WS-REV-SUB)
           COMPUTE AHS-REMAINDER = 0 - WS-RV-REMAINDER(WS-REV-SUB)
           MOVE WS-RUN-DATE-RAW TO AHS-RUN-DATE
           MOVE WS-RUN-NUMBER TO AHS-RUN-NUMBER
           SET AHS-REVERSAL-ENTRY TO TRUE
           MOVE WS-RV-ORIG-DATE(WS-REV-SUB) TO AHS-ORIG-RUN-DATE
           MOVE WS-RV-ORIG-RUN(WS-REV-SUB) TO AHS-ORIG-RUN-NUMBER
           MOVE WS-RV-OPERATOR-ID(WS-REV-SUB) TO AHS-OPERATOR-ID
           WRITE DIV-ACCT-HISTORY-RECORD
           IF NOT WS-PARTITIONED-RUN
               OR (AHS-DEPARTMENT >= WS-STREAM-LOW-DEPT
                   AND AHS-DEPARTMENT <= WS-STREAM-HIGH-DEPT) THEN
               MOVE AHS-DEPARTMENT TO WS-BGT-DEPARTMENT
               MOVE AHS-RESULT TO WS-BGT-AMOUNT
               PERFORM 2947-ADD-RUN-BUDGET-AMOUNT
           END-IF

           MOVE WS-RV-DEPARTMENT(WS-REV-SUB) TO GLW-DEPARTMENT
           MOVE 1 TO GLW-RECORD-COUNT
           COMPUTE GLW-SUM-RESULT = 0 - WS-RV-RESULT(WS-REV-SUB)
           WRITE DIV-GL-WORK-RECORD

           ADD 1 TO WS-REV-POSTED
           SUBTRACT WS-RV-RESULT(WS-REV-SUB) FROM WS-REV-SUM
           SUBTRACT WS-RV-RESULT(WS-REV-SUB) FROM WS-SUM-RESULT.

       9048-PRINT-REVERSAL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 9049-WRITE-REVERSAL-HEADINGS
           END-IF
           MOVE WS-RV-ACCOUNT(WS-REV-SUB) TO WS-RVL-ACCOUNT
           MOVE WS-RV-DEPARTMENT(WS-REV-SUB) TO WS-RVL-DEPARTMENT
           IF WS-RV-STATUS(WS-REV-SUB) = "POSTED" THEN
               COMPUTE WS-RVL-DIVIDEND = 0 - WS-RV-DIVIDEND(WS-REV-SUB)
               COMPUTE WS-RVL-RESULT = 0 - WS-RV-RESULT(WS-REV-SUB)
           ELSE
               MOVE WS-RV-DIVIDEND(WS-REV-SUB) TO WS-RVL-DIVIDEND
               MOVE WS-RV-RESULT(WS-REV-SUB) TO WS-RVL-RESULT
           END-IF
           MOVE WS-RV-DIVISOR(WS-REV-SUB) TO WS-RVL-DIVISOR
           MOVE WS-RV-ORIG-DATE-X(WS-REV-SUB) TO WS-RVL-ORIG-DATE
           MOVE WS-RV-ORIG-RUN-X(WS-REV-SUB) TO WS-RVL-ORIG-RUN
           MOVE WS-RV-STATUS(WS-REV-SUB) TO WS-RVL-STATUS
           WRITE DIV-REPORT-LINE FROM WS-REVERSAL-LINE
           ADD 1 TO WS-LINE-COUNT.

      ******************************************************************
      * The reversal section starts on a page of its own, with the
      * run's title and date lines and its own column heading.
      ******************************************************************
       9049-WRITE-REVERSAL-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-RPT-PAGE-NUMBER
           WRITE DIV-REPORT-LINE FROM WS-REPORT-TITLE-LINE
           WRITE DIV-REPORT-LINE FROM WS-REPORT-DATE-LINE
           MOVE SPACES TO DIV-REPORT-LINE
           WRITE DIV-REPORT-LINE
           WRITE DIV-REPORT-LINE FROM WS-REVERSAL-HEADING-LINE
           WRITE DIV-REPORT-LINE FROM WS-REVERSAL-COLUMN-HEADER
           WRITE DIV-REPORT-LINE FROM WS-REPORT-COLUMN-HEADER-2
           MOVE 6 TO WS-LINE-COUNT.

      ******************************************************************
      * Close the DIVVAR report with the run's variance counts:
      * results compared with history, those inside the band,
      * those held, new accounts passed without history, and
      * results not checked (band off, VARREL releases, or an
      * account beyond the history table).
      ******************************************************************
       9080-WRITE-VARIANCE-SUMMARY.
           IF WS-VCK-LINE-COUNT > WS-LINES-PER-PAGE - 8 THEN
               PERFORM 2270-WRITE-VARIANCE-HEADINGS
           END-IF
           MOVE SPACES TO DIV-VARIANCE-LINE
           WRITE DIV-VARIANCE-LINE
           MOVE "RESULTS COMPARED WITH HISTORY . . :" TO WS-VRT-LABEL
           MOVE WS-VCK-COMPARED TO WS-VRT-COUNT
           WRITE DIV-VARIANCE-LINE FROM WS-VARIANCE-TOTAL-LINE
           MOVE "  WITHIN BAND - POSTED  . . . . . :" TO WS-VRT-LABEL
           MOVE WS-VCK-WITHIN TO WS-VRT-COUNT
           WRITE DIV-VARIANCE-LINE FROM WS-VARIANCE-TOTAL-LINE
           MOVE "  OUTSIDE BAND - HELD ON DIVVHLD  :" TO WS-VRT-LABEL
           MOVE WS-VCK-HELD TO WS-VRT-COUNT
           WRITE DIV-VARIANCE-LINE FROM WS-VARIANCE-TOTAL-LINE
           MOVE "NEW ACCOUNTS - NO HISTORY, PASSED :" TO WS-VRT-LABEL
           MOVE WS-VCK-NEW-ACCOUNTS TO WS-VRT-COUNT
           WRITE DIV-VARIANCE-LINE FROM WS-VARIANCE-TOTAL-LINE
           MOVE "NOT CHECKED . . . . . . . . . . . :" TO WS-VRT-LABEL
           MOVE WS-VCK-NOT-CHECKED TO WS-VRT-COUNT
           WRITE DIV-VARIANCE-LINE FROM WS-VARIANCE-TOTAL-LINE
           MOVE WS-VCK-HELD-SUM TO WS-VRS-SUM
           WRITE DIV-VARIANCE-LINE FROM WS-VARIANCE-SUM-LINE
           ADD 7 TO WS-VCK-LINE-COUNT.

       9200-CLEAR-CHECKPOINT.
           OPEN OUTPUT DIVISOR-RESTART-FILE
      ******************************************************************
      * DIVALRT is rewritten every run: empty means a clean run,
      * any content is a condition the night operator should see.
      * Budget notices follow any run alert; they are for the
      * department's information and leave the return code alone.
      ******************************************************************
       9070-WRITE-OPERATOR-ALERT.
           OPEN OUTPUT DIVISOR-ALERT-FILE
               MOVE WS-TRIPPED-FAIL-PCT TO WS-ALR-FAIL-PCT
               WRITE DIV-ALERT-RECORD FROM WS-ALERT-LINE-3
           END-IF
           PERFORM 9075-WRITE-BUDGET-NOTICE
               VARYING CX FROM 1 BY 1
               UNTIL CX > WS-CTL-COUNT
           CLOSE DIVISOR-ALERT-FILE.

      ******************************************************************
      * A department is noticed once, in the run that takes its
      * month-to-date results from within its budget to over it.
      ******************************************************************
       9075-WRITE-BUDGET-NOTICE.
           COMPUTE WS-BGT-MONTH-TOTAL =
               WS-CT-MTD-PRIOR(CX) + WS-CT-MTD-RUN(CX)
           IF WS-CT-BUDGET-AMOUNT(CX) > 0
               AND WS-CT-MTD-PRIOR(CX) <= WS-CT-BUDGET-AMOUNT(CX)
               AND WS-BGT-MONTH-TOTAL > WS-CT-BUDGET-AMOUNT(CX) THEN
               IF WS-BGT-NOTICES = 0 AND NOT WS-ALERT-NEEDED THEN
                   MOVE WS-RUN-DATE-RAW TO WS-ALR-RUN-DATE
                   WRITE DIV-ALERT-RECORD FROM WS-ALERT-LINE-1
               END-IF
               ADD 1 TO WS-BGT-NOTICES
               MOVE WS-CT-DEPARTMENT(CX) TO WS-BAL-DEPT
               MOVE WS-CT-BUDGET-AMOUNT(CX) TO WS-BAL-BUDGET
               MOVE WS-BGT-MONTH-TOTAL TO WS-BAL-MONTH-TOTAL
               WRITE DIV-ALERT-RECORD FROM WS-BUDGET-ALERT-LINE
           END-IF.

       9100-PRINT-CONTROL-REPORT.
           DISPLAY "==================================================".
           DISPLAY "        END-OF-JOB CONTROL TOTAL / RECONCILIATION".
           DISPLAY "==================================================".
           DISPLAY "RUN NUMBER / BUSINESS DATE  . . . : "
               WS-RUN-NUMBER " / " WS-RUN-DATE-NUM.
           IF WS-PARTITIONED-RUN THEN
               DISPLAY "STREAM / DEPARTMENTS  . . . . . . : "
                   WS-STREAM-ID " / " WS-STREAM-LOW-DEPT " - "
                   WS-STREAM-HIGH-DEPT
               DISPLAY "UNCLAIMED DEPARTMENT RECORDS  . . : "
                   WS-RECORDS-UNCLAIMED
           END-IF
           DISPLAY "RECORDS READ . . . . . . . . . : " WS-RECORDS-READ.
           DISPLAY "RECORDS COMPUTED SUCCESSFULLY . . : "
               WS-RECORDS-COMPUTED.
           DISPLAY "SUM OF ALL WS-VAR-1 RESULTS . . . : " WS-SUM-RESULT.
           DISPLAY "HELD RECORDS RELEASED TO DIVIN  . : "
               WS-RECORDS-RELEASED.
           DISPLAY "REVERSALS POSTED / REJECTED . . . : "
               WS-REV-POSTED " / " WS-REV-REJECTED.
           DISPLAY "SUM OF REVERSALS POSTED . . . . . : " WS-REV-SUM.
           DISPLAY "VARIANCE COMPARED / WITHIN / HELD : "
               WS-VCK-COMPARED " / " WS-VCK-WITHIN " / " WS-VCK-HELD.
           DISPLAY "VARIANCE NEW ACCTS / NOT CHECKED  : "
               WS-VCK-NEW-ACCOUNTS " / " WS-VCK-NOT-CHECKED.
           DISPLAY "DEPARTMENTS OVER MONTHLY BUDGET . : "
               WS-BGT-NOTICES.
           DISPLAY "BATCHES ON DIVIN  . . . . . . . . : "
               WS-BATCH-TOTAL
           DISPLAY "--------------------------------------------------"
