       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLMRG.

      ******************************************************************
      * Stream merge. When DIVPART splits the nightly run into
      * concurrent BUGSOLUTION streams, each stream writes its own
      * files under its stream suffix (DIVOUT.S01 and so on) and
      * stops short of everything that belongs to the run as a
      * whole. This job combines them: DIVOUT, DIVREJ, DIVEXT,
      * DIVDUP, DIVALRT and the DIVAHST, DIVOPACT, DIVVHLD and DIVRJH
      * rows are carried across stream by stream in DIVPART order; one
      * DIVRPT and one DIVVAR come out with their pages numbered
      * straight through and the run's grand totals behind them;
      * the streams' GL work rows are netted into the one DIVGL
      * interface; and the run's DIVHST row and DIVRUN control
      * record are written once. Nothing is merged until every
      * stream on DIVPART shows completed, under the same run date
      * and run number, without a failure grade - a stream that
      * abended or graded 12 is restarted or rerun on its own and
      * the merge rerun behind it. The entries DIVHOLD collected
      * while the streams held DIVLOCK are released to DIVIN and
      * the lock is cleared at the end.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIVISOR-PARTITION-FILE ASSIGN TO "DIVPART"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-STREAM-FILE
               ASSIGN USING WS-STREAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-OUTPUT-FILE ASSIGN TO "DIVOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-REJECT-FILE ASSIGN TO "DIVREJ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-EXTRACT-FILE ASSIGN TO "DIVEXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-DUPLICATE-FILE ASSIGN TO "DIVDUP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-REPORT-FILE ASSIGN TO "DIVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-VARIANCE-FILE ASSIGN TO "DIVVAR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-ALERT-FILE ASSIGN TO "DIVALRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-ACCT-HISTORY-FILE ASSIGN TO "DIVAHST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-OPER-ACTIVITY-FILE
               ASSIGN TO "DIVOPACT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-VARIANCE-HOLD-FILE
               ASSIGN TO "DIVVHLD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-REJECT-HISTORY-FILE
               ASSIGN TO "DIVRJH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-HISTORY-FILE ASSIGN TO "DIVHST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-GL-FILE ASSIGN TO "DIVGL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-GL-HISTORY-FILE ASSIGN TO "DIVGLH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-RUN-CONTROL-FILE ASSIGN TO "DIVRUN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-HISTORY-WORK-FILE
               ASSIGN TO "DIVHSTWK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-HOLD-FILE ASSIGN TO "DIVHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-INPUT-FILE ASSIGN TO "DIVIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-LOCK-FILE ASSIGN TO "DIVLOCK"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Department partition table, as BUGSOLUTION reads it: one row
      * per stream with its low and high department codes.
      ******************************************************************
       FD  DIVISOR-PARTITION-FILE.
       01  DIV-PARTITION-RECORD.
           05  PRT-STREAM-ID           PIC 9(2).
           05  PRT-LOW-DEPARTMENT      PIC X(3).
           05  PRT-HIGH-DEPARTMENT     PIC X(3).

      ******************************************************************
      * Whichever stream file is being read - the base name, ".S"
      * and the stream number. The status record and the GL work
      * row are described over the same line; report lines are
      * checked against the title line layout so their page
      * numbers can be replaced.
      ******************************************************************
       FD  DIVISOR-STREAM-FILE.
       01  DIV-STREAM-LINE             PIC X(200).
       01  DIV-STREAM-TITLE-LINE.
           05  FILLER                  PIC X(10).
           05  STL-TITLE               PIC X(30).
           05  FILLER                  PIC X(15).
           05  STL-PAGE-NUMBER         PIC ZZ9.
           05  FILLER                  PIC X(142).
       01  DIV-STREAM-GL-WORK-RECORD.
           05  GLW-DEPARTMENT          PIC X(3).
           05  GLW-RECORD-COUNT        PIC 9(7).
           05  GLW-SUM-RESULT          PIC S9(9)V9(4)
                                       SIGN LEADING SEPARATE.
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

       FD  DIVISOR-OUTPUT-FILE.
       01  DIV-OUTPUT-RECORD           PIC X(80).

       FD  DIVISOR-REJECT-FILE.
       01  DIV-REJECT-RECORD           PIC X(80).

       FD  DIVISOR-EXTRACT-FILE.
       01  DIV-EXTRACT-RECORD.
           05  EXT-ACCOUNT-NUMBER      PIC 9(8).
           05  EXT-DIVIDEND            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  EXT-DIVISOR             PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  EXT-RESULT              PIC S9(7)V9(4)
                                       SIGN LEADING SEPARATE.
           05  EXT-RUN-DATE            PIC 9(8).
           05  EXT-RUN-NUMBER          PIC 9(5).
           05  EXT-OPERATOR-ID         PIC X(8).

       FD  DIVISOR-DUPLICATE-FILE.
       01  DIV-DUPLICATE-RECORD        PIC X(80).

       FD  DIVISOR-REPORT-FILE.
       01  DIV-REPORT-LINE             PIC X(80).

       FD  DIVISOR-VARIANCE-FILE.
       01  DIV-VARIANCE-LINE           PIC X(80).

       FD  DIVISOR-ALERT-FILE.
       01  DIV-ALERT-RECORD            PIC X(80).

      ******************************************************************
      * Permanent account-level results history (layout as in
      * BUGSOLUTION).
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
      * Permanent operator activity file (layout as in BUGSOLUTION).
      ******************************************************************
       FD  DIVISOR-OPER-ACTIVITY-FILE.
       01  DIV-OPER-ACTIVITY-RECORD.
           05  OPA-RUN-DATE            PIC 9(8).
           05  OPA-RUN-NUMBER          PIC 9(5).
           05  OPA-OPERATOR-ID         PIC X(8).
           05  OPA-DEPARTMENT          PIC X(3).
           05  OPA-OUTCOME             PIC X.
           05  OPA-REASON-CODE         PIC X(8).

      ******************************************************************
      * Permanent reject history (layout as in BUGSOLUTION).
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
      * Results held for variance (layout as in BUGSOLUTION).
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
      * General ledger posting interface and its permanent history
      * (layouts as in BUGSOLUTION). DIVGL is rewritten here and
      * left empty when the run does not finalize.
      ******************************************************************
       FD  DIVISOR-GL-FILE.
       01  DIV-GL-RECORD.
           05  GL-RECORD-TYPE          PIC X.
               88  GL-SUMMARY-RECORD              VALUE "S".
               88  GL-OFFSET-RECORD               VALUE "O".
           05  GL-DEPARTMENT           PIC X(3).
           05  GL-RUN-DATE             PIC 9(8).
           05  GL-RUN-NUMBER           PIC 9(5).
           05  GL-RECORD-COUNT         PIC 9(7).
           05  GL-AMOUNT               PIC S9(9)V9(4)
                                       SIGN LEADING SEPARATE.

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
      * Run-control calendar: "C" carries the last finalized date
      * and run number, "H" rows the holidays, "P" rows the months
      * already closed.
      ******************************************************************
       FD  DIVISOR-RUN-CONTROL-FILE.
       01  DIV-RUN-CONTROL-RECORD.
           05  RC-RECORD-TYPE          PIC X.
               88  RC-CONTROL-RECORD              VALUE "C".
               88  RC-HOLIDAY-RECORD              VALUE "H".
               88  RC-PERIOD-CLOSED-RECORD        VALUE "P".
           05  RC-DATE                 PIC 9(8).
           05  RC-RUN-NUMBER           PIC 9(5).

      ******************************************************************
      * Scratch file for the rerun-date purge and the DIVRUN
      * rewrite, used the same way BUGSOLUTION uses it.
      ******************************************************************
       FD  DIVISOR-HISTORY-WORK-FILE.
       01  DIV-HISTORY-WORK-RECORD     PIC X(110).

       FD  DIVISOR-HOLD-FILE.
       01  DIV-HOLD-RECORD.
           05  HLD-RECORD-TYPE         PIC X.
           05  HLD-ACCOUNT-NUMBER      PIC X(8).
           05  HLD-DEPARTMENT          PIC X(3).
           05  HLD-DIVIDEND            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  HLD-DIVIDEND-X REDEFINES HLD-DIVIDEND
                                       PIC X(8).
           05  HLD-DIVISOR             PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  HLD-DIVISOR-X REDEFINES HLD-DIVISOR
                                       PIC X(8).
           05  HLD-RECYCLE-COUNT       PIC 9.
           05  HLD-OPERATOR-ID         PIC X(8).
           05  HLD-REJECT-REF          PIC X(29).

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
               10  FILLER              PIC X(13).
               10  DI-REJECT-REF       PIC X(29).
           05  DI-HEADER-FIELDS REDEFINES DI-DETAIL-FIELDS.
               10  DI-HDR-BATCH-DATE   PIC X(8).
               10  DI-HDR-SOURCE-ID    PIC X(8).
               10  FILLER              PIC X(20).
           05  DI-TRAILER-FIELDS REDEFINES DI-DETAIL-FIELDS.
               10  DI-TRL-RECORD-COUNT PIC 9(7).
               10  DI-TRL-HASH-TOTAL   PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(16).
           05  DI-ALLOC-FIELDS REDEFINES DI-DETAIL-FIELDS.
               10  DI-ALC-DEPARTMENT   PIC X(3).
               10  DI-ALC-AMOUNT       PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
               10  DI-ALC-AMOUNT-X REDEFINES DI-ALC-AMOUNT
                                       PIC X(8).
               10  FILLER              PIC X(17).
               10  DI-ALC-OPERATOR-ID  PIC X(8).

       FD  DIVISOR-LOCK-FILE.
       01  DIV-LOCK-RECORD.
           05  LCK-STATUS              PIC X.
           05  LCK-TIMESTAMP           PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-CURRENT-TIMESTAMP        PIC X(21).

       01  WS-RUN-DATE-RAW             PIC X(8).

       01  WS-RUN-CONTROLS.
           05  WS-RUN-DATE-NUM         PIC 9(8) VALUE 0.
           05  WS-RUN-NUMBER           PIC 9(5) VALUE 0.
           05  WS-LAST-RUN-DATE        PIC 9(8) VALUE 0.
           05  WS-LAST-RUN-NUMBER      PIC 9(5) VALUE 0.
           05  WS-NEXT-RUN-NUMBER      PIC 9(5) VALUE 0.
           05  WS-RUN-EOF-SW           PIC X VALUE "N".
               88  WS-RUN-EOF                     VALUE "Y".
           05  WS-RERUN-SW             PIC X VALUE "N".
               88  WS-RERUN-DATE                  VALUE "Y".
           05  WS-MERGE-RESTART-SW     PIC X VALUE "N".
               88  WS-MERGE-RESTART               VALUE "Y".
           05  WS-FINALIZE-SW          PIC X VALUE SPACE.
               88  WS-RUN-FINALIZED               VALUE "Y".
           05  WS-FINAL-RETURN-CODE    PIC 9(2) VALUE 0.

       01  WS-STREAM-CONTROLS.
           05  WS-PART-EOF-SW          PIC X VALUE "N".
               88  WS-PART-EOF                    VALUE "Y".
           05  WS-PART-SUB             PIC 9(3) VALUE 0.
           05  WS-PART-PRIOR           PIC 9(3) VALUE 0.
           05  WS-MERGE-ERRORS         PIC 9(3) VALUE 0.
           05  WS-STREAMS-ACCEPTED     PIC 9(3) VALUE 0.
           05  WS-STATUS-FOUND-SW      PIC X VALUE "N".
               88  WS-STATUS-FOUND                VALUE "Y".
           05  WS-STREAM-EOF-SW        PIC X VALUE "N".
               88  WS-STREAM-EOF                  VALUE "Y".
           05  WS-STREAM-LINE-NUMBER   PIC 9(7) VALUE 0.
           05  WS-LINES-COPIED         PIC 9(7) VALUE 0.
           05  WS-COPY-BASE-NAME       PIC X(8) VALUE SPACES.
           05  WS-STREAM-FILE-NAME     PIC X(20) VALUE SPACES.
           05  WS-STREAM-SUFFIX.
               10  FILLER              PIC X(2) VALUE ".S".
               10  WS-SFX-STREAM-ID    PIC 9(2) VALUE 0.

      ******************************************************************
      * One entry per DIVPART row, in file order. Each stream's
      * status record is kept as read so it can be written back
      * marked merged once its files are combined.
      ******************************************************************
       01  WS-PARTITION-TABLE.
           05  WS-PART-COUNT           PIC 9(3) VALUE 0.
           05  WS-PART-ENTRY OCCURS 0 TO 20 TIMES
                   DEPENDING ON WS-PART-COUNT
                   INDEXED BY RX.
               10  WS-PRT-STREAM-ID    PIC 9(2).
               10  WS-PRT-LOW-DEPT     PIC X(3).
               10  WS-PRT-HIGH-DEPT    PIC X(3).
               10  WS-PRT-RETURN-CODE  PIC 9(2).
               10  WS-PRT-READ         PIC 9(7).
               10  WS-PRT-COMPUTED     PIC 9(7).
               10  WS-PRT-REJECTED     PIC 9(7).
               10  WS-PRT-STATUS-LINE  PIC X(200).

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ         PIC 9(7) VALUE 0.
           05  WS-RECORDS-COMPUTED     PIC 9(7) VALUE 0.
           05  WS-RECORDS-REJECTED     PIC 9(7) VALUE 0.
           05  WS-RECORDS-SUPPRESSED   PIC 9(7) VALUE 0.
           05  WS-BATCH-REJECTED       PIC 9(7) VALUE 0.
           05  WS-SUM-RESULT           PIC S9(9)V9(4) VALUE 0.
           05  WS-REV-POSTED           PIC 9(5) VALUE 0.
           05  WS-REV-REJECTED         PIC 9(5) VALUE 0.
           05  WS-REV-SUM              PIC S9(9)V9(4) VALUE 0.
           05  WS-RECORDS-UNCLAIMED    PIC 9(7) VALUE 0.

       01  WS-VARIANCE-CONTROLS.
           05  WS-VCK-COMPARED         PIC 9(7) VALUE 0.
           05  WS-VCK-WITHIN           PIC 9(7) VALUE 0.
           05  WS-VCK-HELD             PIC 9(7) VALUE 0.
           05  WS-VCK-NEW-ACCOUNTS     PIC 9(7) VALUE 0.
           05  WS-VCK-NOT-CHECKED      PIC 9(7) VALUE 0.
           05  WS-VCK-HELD-SUM         PIC S9(9)V9(4) VALUE 0.
           05  WS-VCK-LINE-COUNT       PIC 9(3) VALUE 999.
           05  WS-VCK-PAGE-NUMBER      PIC 9(3) VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
           05  WS-PAGE-NUMBER          PIC 9(3) VALUE 0.

       01  WS-PURGE-CONTROLS.
           05  WS-PURGE-EOF-SW         PIC X VALUE "N".
               88  WS-PURGE-EOF                   VALUE "Y".
           05  WS-AHST-PURGED          PIC 9(7) VALUE 0.
           05  WS-HST-PURGED           PIC 9(7) VALUE 0.
           05  WS-VHLD-PURGED          PIC 9(7) VALUE 0.
           05  WS-OPA-PURGED           PIC 9(7) VALUE 0.
           05  WS-RJH-PURGED           PIC 9(7) VALUE 0.
           05  WS-GLH-PURGED           PIC 9(7) VALUE 0.

       01  WS-GL-CONTROLS.
           05  WS-GL-DEPTS-WRITTEN     PIC 9(3) VALUE 0.
           05  WS-GL-SUB               PIC 9(3) VALUE 0.
           05  WS-GLS-DEPARTMENT       PIC X(3) VALUE SPACES.
           05  WS-GLS-RECORD-COUNT     PIC 9(7) VALUE 0.
           05  WS-GLS-SUM-RESULT       PIC S9(9)V9(4) VALUE 0.

      ******************************************************************
      * The streams' GLW rows are netted by department before DIVGL
      * is written; the last stream's reversal rows land in their
      * department's one summary/offset set.
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
           05  WS-REL-HASH             PIC S9(10)V99 VALUE 0.
           05  WS-HOLD-EOF-SW          PIC X VALUE "N".
               88  WS-HOLD-EOF                      VALUE "Y".
           05  WS-RECORDS-RELEASED     PIC 9(7) VALUE 0.

       01  WS-DUP-REPORT-HEADER-1.
           05  FILLER                  PIC X(40)
               VALUE "SUPPRESSED DUPLICATE PAIRS".

       01  WS-DUP-REPORT-HEADER-2.
           05  FILLER                  PIC X(9) VALUE "ACCOUNT".
           05  FILLER                  PIC X(5) VALUE "DEPT".
           05  FILLER                  PIC X(10) VALUE "DIVDND".
           05  FILLER                  PIC X(10) VALUE "DIVSOR".
           05  FILLER                  PIC X(11) VALUE "FIRST LINE".
           05  FILLER                  PIC X(9) VALUE "DUP LINE".
           05  FILLER                  PIC X(8) VALUE "OPERATOR".

       01  WS-REPORT-DATE-LINE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RPT-RUN-DATE         PIC X(10).
           05  FILLER                  PIC X(10)
               VALUE "  RUN NBR:".
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RPT-RUN-NUMBER       PIC ZZZZ9.

       01  WS-REPORT-COLUMN-HEADER-2.
           05  FILLER                  PIC X(61)
               VALUE ALL "-".

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "GRAND TOTAL   -  ".
           05  FILLER                  PIC X(7) VALUE "COUNT: ".
           05  WS-GT-COUNT             PIC ZZZZZZ9.
           05  FILLER                  PIC X(15)
               VALUE "  SUM RESULTS: ".
           05  WS-GT-SUM               PIC ZZZZZZZZ9.9999-.

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

       01  WS-VARIANCE-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-VRT-LABEL            PIC X(36).
           05  WS-VRT-COUNT            PIC ZZZZZZ9.

       01  WS-VARIANCE-SUM-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(36)
               VALUE "SUM OF RESULTS HELD  . . . . . . . :".
           05  WS-VRS-SUM              PIC ZZZZZZZZ9.9999-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MERGE-STREAM-OUTPUTS
           PERFORM 2900-MARK-ONE-STREAM-MERGING
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT
           PERFORM 3000-MERGE-HISTORIES
           PERFORM 4000-FINALIZE-RUN
           PERFORM 9000-TERMINATE
           STOP RUN.

      ******************************************************************
      * Every check is made before a single file is written, so a
      * refused merge leaves the streams' files and the run's
      * files exactly as they were. Each stream that is not ready
      * is named on the console, then the merge stops.
      ******************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 1010-LOAD-PARTITIONS
           IF WS-PART-COUNT = 0 THEN
               DISPLAY "Error: no streams on DIVPART - nothing to "
                   "merge."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1020-LOAD-RUN-CONTROL
           PERFORM 1030-CHECK-ONE-STREAM
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT
           IF WS-MERGE-ERRORS = 0 THEN
               COMPUTE WS-NEXT-RUN-NUMBER = WS-LAST-RUN-NUMBER + 1
               IF WS-MERGE-RESTART
                   AND WS-RUN-NUMBER = WS-LAST-RUN-NUMBER
                   AND WS-RUN-DATE-NUM = WS-LAST-RUN-DATE THEN
                   MOVE WS-RUN-NUMBER TO WS-NEXT-RUN-NUMBER
               END-IF
               IF WS-RUN-NUMBER NOT = WS-NEXT-RUN-NUMBER THEN
                   DISPLAY "Error: streams ran as run " WS-RUN-NUMBER
                       " but DIVRUN's next run is "
                       WS-NEXT-RUN-NUMBER " - rerun every stream."
                   ADD 1 TO WS-MERGE-ERRORS
               END-IF
           END-IF
           IF WS-MERGE-ERRORS > 0 THEN
               DISPLAY "Merge refused - " WS-MERGE-ERRORS
                   " error(s) above. Nothing was finalized."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-DATE-NUM = WS-LAST-RUN-DATE THEN
               SET WS-RERUN-DATE TO TRUE
           END-IF
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-RAW
           DISPLAY "Merging " WS-PART-COUNT " streams - run "
               WS-RUN-NUMBER " for " WS-RUN-DATE-NUM
           IF WS-MERGE-RESTART THEN
               DISPLAY "Earlier merge of this run did not finish - "
                   "its history rows are purged and merged again."
           END-IF.

      ******************************************************************
      * DIVPART is validated exactly as BUGSOLUTION validates it, so
      * the merge works from the same table the streams ran under.
      ******************************************************************
       1010-LOAD-PARTITIONS.
           OPEN INPUT DIVISOR-PARTITION-FILE
           PERFORM 1011-LOAD-ONE-PARTITION UNTIL WS-PART-EOF
           CLOSE DIVISOR-PARTITION-FILE
           PERFORM 1012-CHECK-ONE-PARTITION
               VARYING WS-PART-SUB FROM 2 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT.

       1011-LOAD-ONE-PARTITION.
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

       1012-CHECK-ONE-PARTITION.
           PERFORM 1013-CHECK-PARTITION-PAIR
               VARYING WS-PART-PRIOR FROM 1 BY 1
               UNTIL WS-PART-PRIOR >= WS-PART-SUB.

       1013-CHECK-PARTITION-PAIR.
           IF WS-PRT-STREAM-ID(WS-PART-PRIOR)
                   = WS-PRT-STREAM-ID(WS-PART-SUB)
               OR (WS-PRT-LOW-DEPT(WS-PART-SUB)
                       <= WS-PRT-HIGH-DEPT(WS-PART-PRIOR)
                   AND WS-PRT-LOW-DEPT(WS-PART-PRIOR)
                       <= WS-PRT-HIGH-DEPT(WS-PART-SUB)) THEN
               DISPLAY "Error: DIVPART streams "
                   WS-PRT-STREAM-ID(WS-PART-PRIOR) " and "
                   WS-PRT-STREAM-ID(WS-PART-SUB)
                   " overlap - merge refused."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1020-LOAD-RUN-CONTROL.
           OPEN INPUT DIVISOR-RUN-CONTROL-FILE
           PERFORM 1021-READ-RUN-CONTROL UNTIL WS-RUN-EOF
           CLOSE DIVISOR-RUN-CONTROL-FILE.

       1021-READ-RUN-CONTROL.
           READ DIVISOR-RUN-CONTROL-FILE
               AT END
                   SET WS-RUN-EOF TO TRUE
               NOT AT END
                   IF RC-CONTROL-RECORD THEN
                       IF RC-DATE IS NUMERIC THEN
                           MOVE RC-DATE TO WS-LAST-RUN-DATE
                       END-IF
                       IF RC-RUN-NUMBER IS NUMERIC THEN
                           MOVE RC-RUN-NUMBER TO WS-LAST-RUN-NUMBER
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * A stream is ready when its status record shows completed,
      * for the department range DIVPART gives it now, without the
      * failure grade. "R" means the stream started and never
      * finished - restart it from its checkpoint; "M" means its
      * files already went into a merged run. "I" means a merge of
      * these files began appending histories and never finished;
      * the stream is ready, and this merge purges what the broken
      * one appended before appending again.
      ******************************************************************
       1030-CHECK-ONE-STREAM.
           MOVE "DIVSTAT" TO WS-COPY-BASE-NAME
           PERFORM 1100-SET-STREAM-FILE-NAME
           MOVE "N" TO WS-STATUS-FOUND-SW
           OPEN INPUT DIVISOR-STREAM-FILE
           READ DIVISOR-STREAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-STATUS-FOUND TO TRUE
                   MOVE DIV-STREAM-LINE
                       TO WS-PRT-STATUS-LINE(WS-PART-SUB)
                   PERFORM 1035-CHECK-STREAM-STATUS
           END-READ
           CLOSE DIVISOR-STREAM-FILE
           IF NOT WS-STATUS-FOUND THEN
               DISPLAY "Error: stream " WS-PRT-STREAM-ID(WS-PART-SUB)
                   " has not run - no " WS-STREAM-FILE-NAME
               ADD 1 TO WS-MERGE-ERRORS
           END-IF.

       1035-CHECK-STREAM-STATUS.
           EVALUATE TRUE
               WHEN STS-RUNNING
                   DISPLAY "Error: stream "
                       WS-PRT-STREAM-ID(WS-PART-SUB)
                       " has not completed - restart that stream."
                   ADD 1 TO WS-MERGE-ERRORS
               WHEN STS-MERGED
                   DISPLAY "Error: stream "
                       WS-PRT-STREAM-ID(WS-PART-SUB)
                       " was already merged into run " STS-RUN-NUMBER
                   ADD 1 TO WS-MERGE-ERRORS
               WHEN NOT STS-COMPLETED AND NOT STS-MERGING
                   DISPLAY "Error: stream "
                       WS-PRT-STREAM-ID(WS-PART-SUB)
                       " status record unreadable - rerun it."
                   ADD 1 TO WS-MERGE-ERRORS
               WHEN STS-STREAM-ID NOT = WS-PRT-STREAM-ID(WS-PART-SUB)
                   OR STS-LOW-DEPARTMENT
                       NOT = WS-PRT-LOW-DEPT(WS-PART-SUB)
                   OR STS-HIGH-DEPARTMENT
                       NOT = WS-PRT-HIGH-DEPT(WS-PART-SUB)
                   DISPLAY "Error: stream "
                       WS-PRT-STREAM-ID(WS-PART-SUB)
                       " ran under a different DIVPART range - "
                       "rerun it."
                   ADD 1 TO WS-MERGE-ERRORS
               WHEN STS-RETURN-CODE NOT NUMERIC
                   OR STS-RETURN-CODE >= 12
                   DISPLAY "Error: stream "
                       WS-PRT-STREAM-ID(WS-PART-SUB)
                       " graded return code " STS-RETURN-CODE
                       " - correct and rerun that stream."
                   ADD 1 TO WS-MERGE-ERRORS
               WHEN OTHER
                   IF STS-MERGING THEN
                       SET WS-MERGE-RESTART TO TRUE
                   END-IF
                   PERFORM 1040-ACCUMULATE-STREAM
           END-EVALUATE.

      ******************************************************************
      * Every stream read the same DIVIN under the same DIVRUN, so
      * they must agree on the run date, the run number and whether
      * the run finalizes. A disagreement means DIVIN or DIVRUN
      * changed between streams and the whole run is rerun.
      ******************************************************************
       1040-ACCUMULATE-STREAM.
           IF WS-STREAMS-ACCEPTED = 0 THEN
               MOVE STS-RUN-DATE TO WS-RUN-DATE-NUM
               MOVE STS-RUN-NUMBER TO WS-RUN-NUMBER
               MOVE STS-FINALIZE-SW TO WS-FINALIZE-SW
           END-IF
           EVALUATE TRUE
               WHEN STS-RUN-DATE NOT = WS-RUN-DATE-NUM
                   OR STS-RUN-NUMBER NOT = WS-RUN-NUMBER
                   DISPLAY "Error: stream "
                       WS-PRT-STREAM-ID(WS-PART-SUB) " ran as "
                       STS-RUN-DATE "/" STS-RUN-NUMBER
                       ", other streams as " WS-RUN-DATE-NUM "/"
                       WS-RUN-NUMBER
                   ADD 1 TO WS-MERGE-ERRORS
               WHEN STS-FINALIZE-SW NOT = WS-FINALIZE-SW
                   DISPLAY "Error: stream "
                       WS-PRT-STREAM-ID(WS-PART-SUB)
                       " disagrees on batch balance - DIVIN changed "
                       "between streams; rerun every stream."
                   ADD 1 TO WS-MERGE-ERRORS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO WS-STREAMS-ACCEPTED
           MOVE STS-RETURN-CODE TO WS-PRT-RETURN-CODE(WS-PART-SUB)
           MOVE STS-RECORDS-READ TO WS-PRT-READ(WS-PART-SUB)
           MOVE STS-RECORDS-COMPUTED TO WS-PRT-COMPUTED(WS-PART-SUB)
           MOVE STS-RECORDS-REJECTED TO WS-PRT-REJECTED(WS-PART-SUB)
           IF STS-RETURN-CODE > WS-FINAL-RETURN-CODE THEN
               MOVE STS-RETURN-CODE TO WS-FINAL-RETURN-CODE
           END-IF
           ADD STS-RECORDS-READ TO WS-RECORDS-READ
           ADD STS-RECORDS-COMPUTED TO WS-RECORDS-COMPUTED
           ADD STS-RECORDS-REJECTED TO WS-RECORDS-REJECTED
           ADD STS-RECORDS-SUPPRESSED TO WS-RECORDS-SUPPRESSED
           ADD STS-BATCH-REJECTED TO WS-BATCH-REJECTED
           ADD STS-SUM-RESULT TO WS-SUM-RESULT
           ADD STS-REV-POSTED TO WS-REV-POSTED
           ADD STS-REV-REJECTED TO WS-REV-REJECTED
           ADD STS-REV-SUM TO WS-REV-SUM
           ADD STS-RECORDS-UNCLAIMED TO WS-RECORDS-UNCLAIMED
           ADD STS-VCK-COMPARED TO WS-VCK-COMPARED
           ADD STS-VCK-WITHIN TO WS-VCK-WITHIN
           ADD STS-VCK-HELD TO WS-VCK-HELD
           ADD STS-VCK-NEW-ACCOUNTS TO WS-VCK-NEW-ACCOUNTS
           ADD STS-VCK-NOT-CHECKED TO WS-VCK-NOT-CHECKED
           ADD STS-VCK-HELD-SUM TO WS-VCK-HELD-SUM.

       1100-SET-STREAM-FILE-NAME.
           MOVE WS-PRT-STREAM-ID(WS-PART-SUB) TO WS-SFX-STREAM-ID
           MOVE SPACES TO WS-STREAM-FILE-NAME
           STRING WS-COPY-BASE-NAME DELIMITED BY SPACE
               WS-STREAM-SUFFIX DELIMITED BY SIZE
               INTO WS-STREAM-FILE-NAME.

      ******************************************************************
      * The run's output files, each built from the streams' files
      * in DIVPART order. DIVDUP keeps one set of headings; DIVRPT
      * and DIVVAR pages are renumbered as they are copied and
      * close with the totals for the whole run.
      ******************************************************************
       2000-MERGE-STREAM-OUTPUTS.
           OPEN OUTPUT DIVISOR-OUTPUT-FILE
           MOVE "DIVOUT" TO WS-COPY-BASE-NAME
           PERFORM 2100-COPY-ALL-STREAMS
           CLOSE DIVISOR-OUTPUT-FILE

           OPEN OUTPUT DIVISOR-REJECT-FILE
           MOVE "DIVREJ" TO WS-COPY-BASE-NAME
           PERFORM 2100-COPY-ALL-STREAMS
           CLOSE DIVISOR-REJECT-FILE

           OPEN OUTPUT DIVISOR-EXTRACT-FILE
           MOVE "DIVEXT" TO WS-COPY-BASE-NAME
           PERFORM 2100-COPY-ALL-STREAMS
           CLOSE DIVISOR-EXTRACT-FILE

           OPEN OUTPUT DIVISOR-DUPLICATE-FILE
           WRITE DIV-DUPLICATE-RECORD FROM WS-DUP-REPORT-HEADER-1
           WRITE DIV-DUPLICATE-RECORD FROM WS-DUP-REPORT-HEADER-2
           MOVE "DIVDUP" TO WS-COPY-BASE-NAME
           PERFORM 2100-COPY-ALL-STREAMS
           CLOSE DIVISOR-DUPLICATE-FILE

           OPEN OUTPUT DIVISOR-REPORT-FILE
           MOVE "DIVRPT" TO WS-COPY-BASE-NAME
           PERFORM 2100-COPY-ALL-STREAMS
           PERFORM 2300-WRITE-GRAND-TOTAL
           CLOSE DIVISOR-REPORT-FILE

           OPEN OUTPUT DIVISOR-VARIANCE-FILE
           MOVE "DIVVAR" TO WS-COPY-BASE-NAME
           PERFORM 2100-COPY-ALL-STREAMS
           PERFORM 2400-WRITE-VARIANCE-SUMMARY
           CLOSE DIVISOR-VARIANCE-FILE

           OPEN OUTPUT DIVISOR-ALERT-FILE
           MOVE "DIVALRT" TO WS-COPY-BASE-NAME
           PERFORM 2100-COPY-ALL-STREAMS
           CLOSE DIVISOR-ALERT-FILE.

       2100-COPY-ALL-STREAMS.
           MOVE 0 TO WS-LINES-COPIED
           PERFORM 2110-COPY-ONE-STREAM
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT
           DISPLAY "MERGED " WS-COPY-BASE-NAME " . . . . . . . . . : "
               WS-LINES-COPIED.

       2110-COPY-ONE-STREAM.
           PERFORM 1100-SET-STREAM-FILE-NAME
           MOVE 0 TO WS-STREAM-LINE-NUMBER
           MOVE "N" TO WS-STREAM-EOF-SW
           OPEN INPUT DIVISOR-STREAM-FILE
           PERFORM 2120-COPY-ONE-LINE UNTIL WS-STREAM-EOF
           CLOSE DIVISOR-STREAM-FILE.

       2120-COPY-ONE-LINE.
           READ DIVISOR-STREAM-FILE
               AT END
                   SET WS-STREAM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STREAM-LINE-NUMBER
                   IF WS-COPY-BASE-NAME = "DIVDUP"
                       AND WS-STREAM-LINE-NUMBER <= 2 THEN
                       CONTINUE
                   ELSE
                       PERFORM 2130-WRITE-MERGED-LINE
                       ADD 1 TO WS-LINES-COPIED
                   END-IF
           END-READ.

       2130-WRITE-MERGED-LINE.
           EVALUATE WS-COPY-BASE-NAME
               WHEN "DIVOUT"
                   WRITE DIV-OUTPUT-RECORD FROM DIV-STREAM-LINE
               WHEN "DIVREJ"
                   WRITE DIV-REJECT-RECORD FROM DIV-STREAM-LINE
               WHEN "DIVEXT"
                   WRITE DIV-EXTRACT-RECORD FROM DIV-STREAM-LINE
               WHEN "DIVDUP"
                   WRITE DIV-DUPLICATE-RECORD FROM DIV-STREAM-LINE
               WHEN "DIVRPT"
                   PERFORM 2140-COPY-REPORT-LINE
               WHEN "DIVVAR"
                   PERFORM 2150-COPY-VARIANCE-LINE
               WHEN "DIVALRT"
                   WRITE DIV-ALERT-RECORD FROM DIV-STREAM-LINE
               WHEN "DIVAHST"
                   WRITE DIV-ACCT-HISTORY-RECORD FROM DIV-STREAM-LINE
               WHEN "DIVOPACT"
                   WRITE DIV-OPER-ACTIVITY-RECORD
                       FROM DIV-STREAM-LINE
               WHEN "DIVVHLD"
                   WRITE DIV-VARIANCE-HOLD-RECORD
                       FROM DIV-STREAM-LINE
               WHEN "DIVRJH"
                   WRITE DIV-REJECT-HISTORY-RECORD
                       FROM DIV-STREAM-LINE
               WHEN "DIVGLWK"
                   PERFORM 4120-ACCUMULATE-GL-DEPT
           END-EVALUATE.

      ******************************************************************
      * Each stream numbers its own pages from 1; the title line's
      * page number is replaced with the run's running page count.
      ******************************************************************
       2140-COPY-REPORT-LINE.
           IF STL-TITLE = "DIVISOR CALCULATION REPORT" THEN
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-PAGE-NUMBER TO STL-PAGE-NUMBER
           END-IF
           WRITE DIV-REPORT-LINE FROM DIV-STREAM-LINE.

       2150-COPY-VARIANCE-LINE.
           IF STL-TITLE = "RESULT VARIANCE EXCEPTIONS" THEN
               ADD 1 TO WS-VCK-PAGE-NUMBER
               MOVE WS-VCK-PAGE-NUMBER TO STL-PAGE-NUMBER
               MOVE 1 TO WS-VCK-LINE-COUNT
           ELSE
               ADD 1 TO WS-VCK-LINE-COUNT
           END-IF
           WRITE DIV-VARIANCE-LINE FROM DIV-STREAM-LINE.

      ******************************************************************
      * The grand total a single-stream run prints, from the summed
      * stream totals: net of the last stream's reversals, so the
      * department subtotals and the reversal total add to it.
      ******************************************************************
       2300-WRITE-GRAND-TOTAL.
           COMPUTE WS-GT-COUNT = WS-RECORDS-COMPUTED + WS-REV-POSTED
           MOVE WS-SUM-RESULT TO WS-GT-SUM
           MOVE SPACES TO DIV-REPORT-LINE
           WRITE DIV-REPORT-LINE
           WRITE DIV-REPORT-LINE FROM WS-GRAND-TOTAL-LINE.

       2400-WRITE-VARIANCE-SUMMARY.
           IF WS-VCK-PAGE-NUMBER = 0
               OR WS-VCK-LINE-COUNT > WS-LINES-PER-PAGE - 8 THEN
               PERFORM 2410-WRITE-VARIANCE-HEADINGS
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

       2410-WRITE-VARIANCE-HEADINGS.
           ADD 1 TO WS-VCK-PAGE-NUMBER
           MOVE WS-VCK-PAGE-NUMBER TO WS-VRH-PAGE-NUMBER
           STRING WS-RUN-DATE-RAW(5:2) "/" WS-RUN-DATE-RAW(7:2) "/"
               WS-RUN-DATE-RAW(1:4)
               DELIMITED BY SIZE INTO WS-RPT-RUN-DATE
           MOVE WS-RUN-NUMBER TO WS-RPT-RUN-NUMBER
           WRITE DIV-VARIANCE-LINE FROM WS-VARIANCE-TITLE-LINE
           WRITE DIV-VARIANCE-LINE FROM WS-REPORT-DATE-LINE
           MOVE SPACES TO DIV-VARIANCE-LINE
           WRITE DIV-VARIANCE-LINE
           WRITE DIV-VARIANCE-LINE FROM WS-VARIANCE-COLUMN-HEADER
           WRITE DIV-VARIANCE-LINE FROM WS-REPORT-COLUMN-HEADER-2
           MOVE 5 TO WS-VCK-LINE-COUNT.

      ******************************************************************
      * From here on the merge appends to permanent files, so each
      * stream's status is rewritten as "I" first. A merge that
      * abends past this point is seen by its rerun, which purges
      * the run date's rows before appending them again.
      ******************************************************************
       2900-MARK-ONE-STREAM-MERGING.
           MOVE "DIVSTAT" TO WS-COPY-BASE-NAME
           PERFORM 1100-SET-STREAM-FILE-NAME
           OPEN OUTPUT DIVISOR-STREAM-FILE
           MOVE WS-PRT-STATUS-LINE(WS-PART-SUB) TO DIV-STREAM-LINE
           MOVE "I" TO STS-STATUS
           MOVE WS-CURRENT-TIMESTAMP TO STS-TIMESTAMP
           WRITE DIV-STREAM-STATUS-RECORD
           CLOSE DIVISOR-STREAM-FILE.

      ******************************************************************
      * The streams filed their DIVAHST, DIVOPACT, DIVVHLD and DIVRJH
      * rows under their own names; they join the permanent files here.
      * On an override rerun the streams left the date's earlier
      * rows in place, so they are purged first, as BUGSOLUTION
      * purges them in a single-stream rerun. The same purge clears
      * whatever an unfinished merge of this run already appended.
      ******************************************************************
       3000-MERGE-HISTORIES.
           IF WS-RERUN-DATE OR WS-MERGE-RESTART THEN
               PERFORM 3100-PURGE-RUN-DATE-HISTORY
           END-IF
           OPEN EXTEND DIVISOR-ACCT-HISTORY-FILE
           MOVE "DIVAHST" TO WS-COPY-BASE-NAME
           PERFORM 2100-COPY-ALL-STREAMS
           CLOSE DIVISOR-ACCT-HISTORY-FILE

           OPEN EXTEND DIVISOR-OPER-ACTIVITY-FILE
           MOVE "DIVOPACT" TO WS-COPY-BASE-NAME
           PERFORM 2100-COPY-ALL-STREAMS
           CLOSE DIVISOR-OPER-ACTIVITY-FILE

           OPEN EXTEND DIVISOR-VARIANCE-HOLD-FILE
           MOVE "DIVVHLD" TO WS-COPY-BASE-NAME
           PERFORM 2100-COPY-ALL-STREAMS
           CLOSE DIVISOR-VARIANCE-HOLD-FILE

           OPEN EXTEND DIVISOR-REJECT-HISTORY-FILE
           MOVE "DIVRJH" TO WS-COPY-BASE-NAME
           PERFORM 2100-COPY-ALL-STREAMS
           CLOSE DIVISOR-REJECT-HISTORY-FILE.

       3100-PURGE-RUN-DATE-HISTORY.
           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-ACCT-HISTORY-FILE
           OPEN OUTPUT DIVISOR-HISTORY-WORK-FILE
           PERFORM 3111-FILTER-ONE-AHST UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-ACCT-HISTORY-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE
           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-HISTORY-WORK-FILE
           OPEN OUTPUT DIVISOR-ACCT-HISTORY-FILE
           PERFORM 3112-RELOAD-ONE-AHST UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-ACCT-HISTORY-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE

           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-HISTORY-FILE
           OPEN OUTPUT DIVISOR-HISTORY-WORK-FILE
           PERFORM 3117-FILTER-ONE-HST UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-HISTORY-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE
           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-HISTORY-WORK-FILE
           OPEN OUTPUT DIVISOR-HISTORY-FILE
           PERFORM 3119-RELOAD-ONE-HST UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-HISTORY-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE

           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-VARIANCE-HOLD-FILE
           OPEN OUTPUT DIVISOR-HISTORY-WORK-FILE
           PERFORM 3103-FILTER-ONE-VHLD UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-VARIANCE-HOLD-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE
           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-HISTORY-WORK-FILE
           OPEN OUTPUT DIVISOR-VARIANCE-HOLD-FILE
           PERFORM 3104-RELOAD-ONE-VHLD UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-VARIANCE-HOLD-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE

           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-OPER-ACTIVITY-FILE
           OPEN OUTPUT DIVISOR-HISTORY-WORK-FILE
           PERFORM 3101-FILTER-ONE-OPACT UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-OPER-ACTIVITY-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE
           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-HISTORY-WORK-FILE
           OPEN OUTPUT DIVISOR-OPER-ACTIVITY-FILE
           PERFORM 3102-RELOAD-ONE-OPACT UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-OPER-ACTIVITY-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE

           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-REJECT-HISTORY-FILE
           OPEN OUTPUT DIVISOR-HISTORY-WORK-FILE
           PERFORM 3123-FILTER-ONE-RJH UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-REJECT-HISTORY-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE
           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-HISTORY-WORK-FILE
           OPEN OUTPUT DIVISOR-REJECT-HISTORY-FILE
           PERFORM 3124-RELOAD-ONE-RJH UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-REJECT-HISTORY-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE

           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-GL-HISTORY-FILE
           OPEN OUTPUT DIVISOR-HISTORY-WORK-FILE
           PERFORM 3121-FILTER-ONE-GLH UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-GL-HISTORY-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE
           MOVE "N" TO WS-PURGE-EOF-SW
           OPEN INPUT DIVISOR-HISTORY-WORK-FILE
           OPEN OUTPUT DIVISOR-GL-HISTORY-FILE
           PERFORM 3122-RELOAD-ONE-GLH UNTIL WS-PURGE-EOF
           CLOSE DIVISOR-GL-HISTORY-FILE
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
           DISPLAY "Override purge: " WS-RJH-PURGED
               " DIVRJH reject history rows removed for "
               WS-RUN-DATE-NUM
           DISPLAY "Override purge: " WS-GLH-PURGED
               " DIVGLH ledger rows removed for " WS-RUN-DATE-NUM.

       3101-FILTER-ONE-OPACT.
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

       3102-RELOAD-ONE-OPACT.
           READ DIVISOR-HISTORY-WORK-FILE
               AT END
                   SET WS-PURGE-EOF TO TRUE
               NOT AT END
                   MOVE DIV-HISTORY-WORK-RECORD
                       TO DIV-OPER-ACTIVITY-RECORD
                   WRITE DIV-OPER-ACTIVITY-RECORD
           END-READ.

       3103-FILTER-ONE-VHLD.
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

       3104-RELOAD-ONE-VHLD.
           READ DIVISOR-HISTORY-WORK-FILE
               AT END
                   SET WS-PURGE-EOF TO TRUE
               NOT AT END
                   MOVE DIV-HISTORY-WORK-RECORD
                       TO DIV-VARIANCE-HOLD-RECORD
                   WRITE DIV-VARIANCE-HOLD-RECORD
           END-READ.

       3111-FILTER-ONE-AHST.
           READ DIVISOR-ACCT-HISTORY-FILE
               AT END
                   SET WS-PURGE-EOF TO TRUE
               NOT AT END
                   IF AHS-RUN-DATE IS NUMERIC
                       AND AHS-RUN-DATE = WS-RUN-DATE-NUM THEN
                       ADD 1 TO WS-AHST-PURGED
                   ELSE
                       MOVE DIV-ACCT-HISTORY-RECORD
                           TO DIV-HISTORY-WORK-RECORD
                       WRITE DIV-HISTORY-WORK-RECORD
                   END-IF
           END-READ.

       3112-RELOAD-ONE-AHST.
           READ DIVISOR-HISTORY-WORK-FILE
               AT END
                   SET WS-PURGE-EOF TO TRUE
               NOT AT END
                   MOVE DIV-HISTORY-WORK-RECORD
                       TO DIV-ACCT-HISTORY-RECORD
                   WRITE DIV-ACCT-HISTORY-RECORD
           END-READ.

       3117-FILTER-ONE-HST.
           READ DIVISOR-HISTORY-FILE
               AT END
                   SET WS-PURGE-EOF TO TRUE
               NOT AT END
                   IF HST-RUN-DATE IS NUMERIC
                       AND HST-RUN-DATE = WS-RUN-DATE-NUM THEN
                       ADD 1 TO WS-HST-PURGED
                   ELSE
                       MOVE DIV-HISTORY-RECORD
                           TO DIV-HISTORY-WORK-RECORD
                       WRITE DIV-HISTORY-WORK-RECORD
                   END-IF
           END-READ.

       3119-RELOAD-ONE-HST.
           READ DIVISOR-HISTORY-WORK-FILE
               AT END
                   SET WS-PURGE-EOF TO TRUE
               NOT AT END
                   MOVE DIV-HISTORY-WORK-RECORD
                       TO DIV-HISTORY-RECORD
                   WRITE DIV-HISTORY-RECORD
           END-READ.

       3121-FILTER-ONE-GLH.
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

       3122-RELOAD-ONE-GLH.
           READ DIVISOR-HISTORY-WORK-FILE
               AT END
                   SET WS-PURGE-EOF TO TRUE
               NOT AT END
                   MOVE DIV-HISTORY-WORK-RECORD
                       TO DIV-GL-HISTORY-RECORD
                   WRITE DIV-GL-HISTORY-RECORD
           END-READ.

       3123-FILTER-ONE-RJH.
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

       3124-RELOAD-ONE-RJH.
           READ DIVISOR-HISTORY-WORK-FILE
               AT END
                   SET WS-PURGE-EOF TO TRUE
               NOT AT END
                   MOVE DIV-HISTORY-WORK-RECORD
                       TO DIV-REJECT-HISTORY-RECORD
                   WRITE DIV-REJECT-HISTORY-RECORD
           END-READ.

      ******************************************************************
      * The streams all finalize or none do (checked in 1040). A
      * finalized run gets its DIVHST row, its DIVGL sets - netted
      * across the streams' GL work files and also appended to
      * DIVGLH - and its DIVRUN control record. An unfinalized run
      * leaves DIVGL empty and DIVRUN alone, so the corrected rerun
      * keeps the same run number.
      ******************************************************************
       4000-FINALIZE-RUN.
           OPEN OUTPUT DIVISOR-GL-FILE
           IF WS-RUN-FINALIZED THEN
               PERFORM 4100-WRITE-RUN-HISTORY
               OPEN EXTEND DIVISOR-GL-HISTORY-FILE
               MOVE "DIVGLWK" TO WS-COPY-BASE-NAME
               PERFORM 2100-COPY-ALL-STREAMS
               PERFORM 4140-WRITE-ONE-GL-DEPT
                   VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > WS-GL-COUNT
               CLOSE DIVISOR-GL-HISTORY-FILE
               DISPLAY "GL INTERFACE DEPARTMENT SETS  . . : "
                   WS-GL-DEPTS-WRITTEN
               PERFORM 4200-UPDATE-RUN-CONTROL
           ELSE
               DISPLAY "GL INTERFACE SUPPRESSED - RUN NOT FINALIZED"
           END-IF
           CLOSE DIVISOR-GL-FILE.

       4100-WRITE-RUN-HISTORY.
           OPEN EXTEND DIVISOR-HISTORY-FILE
           MOVE WS-RUN-DATE-NUM TO HST-RUN-DATE
           MOVE WS-RECORDS-READ TO HST-RECORDS-READ
           MOVE WS-RECORDS-COMPUTED TO HST-RECORDS-COMPUTED
           MOVE WS-RECORDS-REJECTED TO HST-RECORDS-REJECTED
           MOVE WS-SUM-RESULT TO HST-SUM-RESULT
           MOVE WS-RUN-NUMBER TO HST-RUN-NUMBER
           WRITE DIV-HISTORY-RECORD
           CLOSE DIVISOR-HISTORY-FILE.

       4120-ACCUMULATE-GL-DEPT.
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
                       PERFORM 4150-WRITE-GL-SET
                   END-IF
               WHEN WS-GLT-DEPARTMENT(GX) = GLW-DEPARTMENT
                   ADD GLW-RECORD-COUNT TO WS-GLT-RECORD-COUNT(GX)
                   ADD GLW-SUM-RESULT TO WS-GLT-SUM-RESULT(GX)
           END-SEARCH.

       4140-WRITE-ONE-GL-DEPT.
           MOVE WS-GLT-DEPARTMENT(WS-GL-SUB) TO WS-GLS-DEPARTMENT
           MOVE WS-GLT-RECORD-COUNT(WS-GL-SUB) TO WS-GLS-RECORD-COUNT
           MOVE WS-GLT-SUM-RESULT(WS-GL-SUB) TO WS-GLS-SUM-RESULT
           PERFORM 4150-WRITE-GL-SET.

       4150-WRITE-GL-SET.
           MOVE "S" TO GL-RECORD-TYPE
           MOVE WS-GLS-DEPARTMENT TO GL-DEPARTMENT
           MOVE WS-RUN-DATE-NUM TO GL-RUN-DATE
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
      * The run number the streams were given becomes the last one
      * assigned. The hand-kept calendar rows are carried across
      * the rewrite through the scratch file, as in BUGSOLUTION.
      ******************************************************************
       4200-UPDATE-RUN-CONTROL.
           MOVE "N" TO WS-RUN-EOF-SW
           OPEN INPUT DIVISOR-RUN-CONTROL-FILE
           OPEN OUTPUT DIVISOR-HISTORY-WORK-FILE
           PERFORM 4210-SAVE-ONE-CALENDAR-ROW UNTIL WS-RUN-EOF
           CLOSE DIVISOR-RUN-CONTROL-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE
           OPEN OUTPUT DIVISOR-RUN-CONTROL-FILE
           MOVE "C" TO RC-RECORD-TYPE
           MOVE WS-RUN-DATE-NUM TO RC-DATE
           MOVE WS-RUN-NUMBER TO RC-RUN-NUMBER
           WRITE DIV-RUN-CONTROL-RECORD
           MOVE "N" TO WS-RUN-EOF-SW
           OPEN INPUT DIVISOR-HISTORY-WORK-FILE
           PERFORM 4220-RESTORE-ONE-CALENDAR-ROW UNTIL WS-RUN-EOF
           CLOSE DIVISOR-RUN-CONTROL-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE
           OPEN OUTPUT DIVISOR-HISTORY-WORK-FILE
           CLOSE DIVISOR-HISTORY-WORK-FILE.

       4210-SAVE-ONE-CALENDAR-ROW.
           READ DIVISOR-RUN-CONTROL-FILE
               AT END
                   SET WS-RUN-EOF TO TRUE
               NOT AT END
                   IF RC-CONTROL-RECORD
                       OR DIV-RUN-CONTROL-RECORD = SPACES THEN
                       CONTINUE
                   ELSE
                       MOVE DIV-RUN-CONTROL-RECORD
                           TO DIV-HISTORY-WORK-RECORD
                       WRITE DIV-HISTORY-WORK-RECORD
                   END-IF
           END-READ.

       4220-RESTORE-ONE-CALENDAR-ROW.
           READ DIVISOR-HISTORY-WORK-FILE
               AT END
                   SET WS-RUN-EOF TO TRUE
               NOT AT END
                   MOVE DIV-HISTORY-WORK-RECORD
                       TO DIV-RUN-CONTROL-RECORD
                   WRITE DIV-RUN-CONTROL-RECORD
           END-READ.

       9000-TERMINATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE "DIVSTAT" TO WS-COPY-BASE-NAME
           PERFORM 9100-MARK-ONE-STREAM-MERGED
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT
           PERFORM 9200-RELEASE-HELD-RECORDS
           PERFORM 9300-CLEAR-BATCH-LOCK
           PERFORM 9400-PRINT-CONTROL-REPORT
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.

      ******************************************************************
      * A merged stream's status is rewritten as "M" so the same
      * stream files can never go into a second merge; the stream
      * must run again first.
      ******************************************************************
       9100-MARK-ONE-STREAM-MERGED.
           PERFORM 1100-SET-STREAM-FILE-NAME
           OPEN OUTPUT DIVISOR-STREAM-FILE
           MOVE WS-PRT-STATUS-LINE(WS-PART-SUB) TO DIV-STREAM-LINE
           MOVE "M" TO STS-STATUS
           MOVE WS-CURRENT-TIMESTAMP TO STS-TIMESTAMP
           WRITE DIV-STREAM-STATUS-RECORD
           CLOSE DIVISOR-STREAM-FILE.

      ******************************************************************
      * Entries queued on DIVHOLD while the streams held the lock go
      * onto DIVIN as one HOLDREL batch for the next run, built as
      * BUGSOLUTION builds it, and the hold queue is emptied.
      ******************************************************************
       9200-RELEASE-HELD-RECORDS.
           OPEN INPUT DIVISOR-HOLD-FILE
           PERFORM 9250-READ-HOLD
           IF NOT WS-HOLD-EOF THEN
               OPEN EXTEND DIVISOR-INPUT-FILE
               PERFORM 9210-WRITE-RELEASE-HEADER
               PERFORM 9220-RELEASE-ONE-RECORD UNTIL WS-HOLD-EOF
               PERFORM 9230-WRITE-RELEASE-TRAILER
               CLOSE DIVISOR-INPUT-FILE
           END-IF
           CLOSE DIVISOR-HOLD-FILE
           OPEN OUTPUT DIVISOR-HOLD-FILE
           CLOSE DIVISOR-HOLD-FILE.

       9210-WRITE-RELEASE-HEADER.
           MOVE SPACES TO DIV-INPUT-RECORD
           SET DI-HEADER-RECORD TO TRUE
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO DI-HDR-BATCH-DATE
           MOVE "HOLDREL" TO DI-HDR-SOURCE-ID
           WRITE DIV-INPUT-RECORD.

       9220-RELEASE-ONE-RECORD.
           MOVE SPACES TO DIV-INPUT-RECORD
           IF HLD-RECORD-TYPE = "A" THEN
               SET DI-ALLOC-RECORD TO TRUE
               MOVE HLD-DEPARTMENT TO DI-ALC-DEPARTMENT
               MOVE HLD-DIVIDEND-X TO DI-ALC-AMOUNT-X
               MOVE HLD-OPERATOR-ID TO DI-ALC-OPERATOR-ID
               IF DI-ALC-AMOUNT IS NUMERIC THEN
                   ADD DI-ALC-AMOUNT TO WS-REL-HASH
               END-IF
           ELSE
               SET DI-DETAIL-RECORD TO TRUE
               MOVE HLD-ACCOUNT-NUMBER TO DI-ACCOUNT-NUMBER
               MOVE HLD-DEPARTMENT TO DI-DEPARTMENT
               MOVE HLD-DIVIDEND-X TO DI-DIVIDEND-X
               MOVE HLD-DIVISOR-X TO DI-DIVISOR-X
               IF HLD-RECYCLE-COUNT IS NUMERIC THEN
                   MOVE HLD-RECYCLE-COUNT TO DI-RECYCLE-COUNT
               ELSE
                   MOVE ZERO TO DI-RECYCLE-COUNT
               END-IF
               MOVE HLD-OPERATOR-ID TO DI-OPERATOR-ID
               MOVE HLD-REJECT-REF TO DI-REJECT-REF
               IF DI-DIVIDEND IS NUMERIC THEN
                   ADD DI-DIVIDEND TO WS-REL-HASH
               END-IF
           END-IF
           WRITE DIV-INPUT-RECORD
           ADD 1 TO WS-REL-COUNT
           ADD 1 TO WS-RECORDS-RELEASED
           PERFORM 9250-READ-HOLD.

       9230-WRITE-RELEASE-TRAILER.
           MOVE SPACES TO DIV-INPUT-RECORD
           SET DI-TRAILER-RECORD TO TRUE
           MOVE WS-REL-COUNT TO DI-TRL-RECORD-COUNT
           MOVE WS-REL-HASH TO DI-TRL-HASH-TOTAL
           WRITE DIV-INPUT-RECORD.

       9250-READ-HOLD.
           READ DIVISOR-HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.

       9300-CLEAR-BATCH-LOCK.
           OPEN OUTPUT DIVISOR-LOCK-FILE
           CLOSE DIVISOR-LOCK-FILE.

       9400-PRINT-CONTROL-REPORT.
           DISPLAY "==================================================".
           DISPLAY "        STREAM MERGE CONTROL TOTALS".
           DISPLAY "==================================================".
           DISPLAY "RUN NUMBER / BUSINESS DATE  . . . : "
               WS-RUN-NUMBER " / " WS-RUN-DATE-NUM.
           DISPLAY "STREAMS MERGED  . . . . . . . . . : "
               WS-STREAMS-ACCEPTED.
           PERFORM 9410-DISPLAY-ONE-STREAM
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT
           DISPLAY "--------------------------------------------------"
           DISPLAY "RECORDS READ . . . . . . . . . : " WS-RECORDS-READ.
           DISPLAY "RECORDS COMPUTED SUCCESSFULLY . . : "
               WS-RECORDS-COMPUTED.
           DISPLAY "RECORDS REJECTED (ZERO DIVISOR) . : "
               WS-RECORDS-REJECTED.
           DISPLAY "DUPLICATE PAIRS SUPPRESSED  . . . : "
               WS-RECORDS-SUPPRESSED.
           DISPLAY "REJECTS FROM OUT-OF-BAL BATCHES . : "
               WS-BATCH-REJECTED.
           DISPLAY "UNCLAIMED DEPARTMENT RECORDS  . . : "
               WS-RECORDS-UNCLAIMED.
           DISPLAY "SUM OF ALL WS-VAR-1 RESULTS . . . : " WS-SUM-RESULT.
           DISPLAY "REVERSALS POSTED / REJECTED . . . : "
               WS-REV-POSTED " / " WS-REV-REJECTED.
           DISPLAY "SUM OF REVERSALS POSTED . . . . . : " WS-REV-SUM.
           DISPLAY "VARIANCE COMPARED / WITHIN / HELD : "
               WS-VCK-COMPARED " / " WS-VCK-WITHIN " / " WS-VCK-HELD.
           DISPLAY "VARIANCE NEW ACCTS / NOT CHECKED  : "
               WS-VCK-NEW-ACCOUNTS " / " WS-VCK-NOT-CHECKED.
           DISPLAY "HELD RECORDS RELEASED TO DIVIN  . : "
               WS-RECORDS-RELEASED.
           DISPLAY "FINAL RETURN CODE . . . . . . . . : "
               WS-FINAL-RETURN-CODE
           IF WS-RUN-FINALIZED THEN
               DISPLAY "BATCH INTEGRITY . . . . . . . . . : IN BALANCE"
           ELSE
               DISPLAY "BATCH INTEGRITY . . . . . . . . . : "
                   "*** NO BALANCED BATCH - RUN NOT FINALIZED ***"
           END-IF
           DISPLAY "==================================================".

       9410-DISPLAY-ONE-STREAM.
           DISPLAY "STREAM " WS-PRT-STREAM-ID(WS-PART-SUB)
               "  DEPARTMENTS " WS-PRT-LOW-DEPT(WS-PART-SUB) " - "
               WS-PRT-HIGH-DEPT(WS-PART-SUB)
               "  RETURN CODE " WS-PRT-RETURN-CODE(WS-PART-SUB)
           DISPLAY "  READ / COMPUTED / REJECTED  . . : "
               WS-PRT-READ(WS-PART-SUB) " / "
               WS-PRT-COMPUTED(WS-PART-SUB) " / "
               WS-PRT-REJECTED(WS-PART-SUB).
