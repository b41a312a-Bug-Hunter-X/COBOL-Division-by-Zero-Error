      * the maximum number of times is aged off to the DIVSUSP
      * permanent suspense file instead of circling forever. The
      * operator may also send any record straight to suspense.
      * What becomes of each reject is filed on the DIVRJH reject
      * history.
      * Applies the same zero-divisor and maximum-divisor edits as
      * BUGSOLONL (the record's department's own limit from the
      * same department-keyed DIVCTL control file) so a repair
           SELECT OPTIONAL DIVISOR-HOLD-FILE ASSIGN TO "DIVHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-REJECT-HISTORY-FILE
               ASSIGN TO "DIVRJH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-OPERATOR-FILE ASSIGN TO "DIVOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  REJ-TIMESTAMP           PIC X(21).
           05  FILLER                  PIC X.
           05  REJ-RECYCLE-COUNT       PIC 9.
           05  FILLER                  PIC X.
           05  REJ-OPERATOR-ID         PIC X(8).

       FD  DIVISOR-INPUT-FILE.
       01  DIV-INPUT-RECORD.
                                       PIC X(8).
               10  DI-RECYCLE-COUNT    PIC 9.
               10  DI-OPERATOR-ID      PIC X(8).
               10  FILLER              PIC X(13).
               10  DI-REJECT-REF.
                   15  DI-REF-TIMESTAMP
                                       PIC X(21).
                   15  DI-REF-ACCOUNT  PIC X(8).
           05  DI-HEADER-FIELDS REDEFINES DI-DETAIL-FIELDS.
               10  DI-HDR-BATCH-DATE   PIC X(8).
               10  DI-HDR-SOURCE-ID    PIC X(8).
           05  CTL-DECIMAL-PLACES      PIC 9.
           05  CTL-REJECT-WARN-PCT     PIC 9(3).
           05  CTL-REJECT-FAIL-PCT     PIC 9(3).
           05  CTL-VARIANCE-PCT        PIC 9(3).
           05  CTL-LOOKBACK-DAYS       PIC 9(3).
           05  CTL-BUDGET-AMOUNT       PIC 9(9)V99.
           05  CTL-BUDGET-COUNT        PIC 9(7).

       FD  DIVISOR-MASTER-FILE.
       01  DIV-MASTER-RECORD.
                                       PIC X(8).
           05  HLD-RECYCLE-COUNT       PIC 9.
           05  HLD-OPERATOR-ID         PIC X(8).
           05  HLD-REJECT-REF.
               10  HLD-REF-TIMESTAMP   PIC X(21).
               10  HLD-REF-ACCOUNT     PIC X(8).

      ******************************************************************
      * Permanent reject history filed by BUGSOLUTION. Each reject
      * worked here gets an outcome row under its key - the DIVREJ
      * timestamp and the account as rejected: recycled to DIVIN
      * (or the hold queue) or sent to suspense. A recycled entry
      * carries the key on DIVIN so the next run can file whether
      * the repair computed.
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
               88  RJH-SUSPENDED                  VALUE "S".
           05  RJH-OUTCOME-DATE        PIC 9(8).

      ******************************************************************
      * Operator master shared by the screen programs: one record
      * per operator with an active switch and a permission switch
      * per screen function, so keying, recycle, master
      * maintenance, inquiry, suspense management, control-
      * parameter maintenance, standing-instruction maintenance and
      * approval of master and control changes can be granted
      * separately.
      ******************************************************************
       FD  DIVISOR-OPERATOR-FILE.
       01  DIV-OPERATOR-RECORD.
               88  OP-SUSPENSE-ALLOWED            VALUE "Y".
           05  OP-CONTROL-SW           PIC X.
               88  OP-CONTROL-ALLOWED             VALUE "Y".
           05  OP-STANDING-SW          PIC X.
               88  OP-STANDING-ALLOWED            VALUE "Y".
           05  OP-APPROVE-SW           PIC X.
               88  OP-APPROVE-ALLOWED             VALUE "Y".

       WORKING-STORAGE SECTION.
       01  WS-ENTRY-FIELDS.
           05  WS-OLD-REASON           PIC X(8).
           05  WS-OLD-TIMESTAMP        PIC X(21).
           05  WS-OLD-RECYCLE-DISP     PIC 9.
           05  WS-OLD-OPERATOR         PIC X(8).

       01  WS-EDIT-CONTROLS.
           05  WS-MAX-DIVISOR          PIC 9(5) VALUE 99999.
               10  WS-CT-MAX-DIVISOR   PIC 9(5).

       01  WS-RECYCLE-COUNT            PIC 9 VALUE 0.
       01  WS-RJH-OUTCOME              PIC X VALUE SPACE.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
           05  LINE 8 COLUMN 33 PIC X(21) FROM WS-OLD-TIMESTAMP.
           05  LINE 9 COLUMN 10 VALUE "TIMES RECYCLED  . . :".
           05  LINE 9 COLUMN 33 PIC 9 FROM WS-OLD-RECYCLE-DISP.
           05  LINE 9 COLUMN 45 VALUE "KEYED BY:".
           05  LINE 9 COLUMN 55 PIC X(8) FROM WS-OLD-OPERATOR.
           05  LINE 11 COLUMN 10 VALUE "CORRECTED ACCOUNT . :".
           05  LINE 11 COLUMN 33 PIC 9(8) USING WS-ACCOUNT-NUMBER.
           05  LINE 12 COLUMN 10 VALUE "CORRECTED DIVIDEND  :".
           OPEN INPUT DIVISOR-REJECT-FILE
           OPEN EXTEND DIVISOR-INPUT-FILE
           OPEN EXTEND DIVISOR-SUSPENSE-FILE
           OPEN EXTEND DIVISOR-REJECT-HISTORY-FILE
           OPEN OUTPUT DIVISOR-REJECT-WORK-FILE
           OPEN INPUT DIVISOR-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" THEN
               CLOSE DIVISOR-REJECT-FILE
               CLOSE DIVISOR-INPUT-FILE
               CLOSE DIVISOR-SUSPENSE-FILE
               CLOSE DIVISOR-REJECT-HISTORY-FILE
               CLOSE DIVISOR-REJECT-WORK-FILE
               STOP RUN
           END-IF
           MOVE REJ-REASON-CODE TO WS-OLD-REASON
           MOVE REJ-TIMESTAMP TO WS-OLD-TIMESTAMP
           MOVE WS-RECYCLE-COUNT TO WS-OLD-RECYCLE-DISP
           MOVE REJ-OPERATOR-ID TO WS-OLD-OPERATOR
           IF REJ-DIVIDEND IS NUMERIC THEN
               MOVE REJ-DIVIDEND TO WS-PREFILL-AMOUNT
               MOVE WS-PREFILL-AMOUNT TO WS-DIVIDEND-TEXT
       2700-WRITE-SUSPENSE.
           MOVE DIV-REJECT-RECORD TO DIV-SUSPENSE-RECORD
           WRITE DIV-SUSPENSE-RECORD
           ADD 1 TO WS-RECORDS-SUSPENDED
           MOVE "S" TO WS-RJH-OUTCOME
           PERFORM 2980-WRITE-REJECT-OUTCOME.

      ******************************************************************
      * A record the operator has not dealt with (exit requested)
           ADD 1 TO WS-RECYCLE-COUNT
           MOVE WS-RECYCLE-COUNT TO HLD-RECYCLE-COUNT
           MOVE WS-OPERATOR-ID TO HLD-OPERATOR-ID
           MOVE REJ-TIMESTAMP TO HLD-REF-TIMESTAMP
           MOVE REJ-ACCOUNT TO HLD-REF-ACCOUNT
           WRITE DIV-HOLD-RECORD
           CLOSE DIVISOR-HOLD-FILE
           ADD 1 TO WS-RECORDS-RECYCLED
           MOVE "Y" TO WS-RJH-OUTCOME
           PERFORM 2980-WRITE-REJECT-OUTCOME
           MOVE "Batch in progress - queued for next run."
               TO WS-CONFIRM-MESSAGE.

           ADD 1 TO WS-RECYCLE-COUNT
           MOVE WS-RECYCLE-COUNT TO DI-RECYCLE-COUNT
           MOVE WS-OPERATOR-ID TO DI-OPERATOR-ID
           MOVE REJ-TIMESTAMP TO DI-REF-TIMESTAMP
           MOVE REJ-ACCOUNT TO DI-REF-ACCOUNT
           WRITE DIV-INPUT-RECORD
           ADD 1 TO WS-BATCH-COUNT
           ADD WS-DIVIDEND TO WS-BATCH-HASH
           PERFORM 2950-WRITE-TRAILER-RECORD
           ADD 1 TO WS-RECORDS-RECYCLED
           MOVE "Y" TO WS-RJH-OUTCOME
           PERFORM 2980-WRITE-REJECT-OUTCOME
           MOVE "Repaired - record returned to DIVIN."
               TO WS-CONFIRM-MESSAGE.

           MOVE WS-BATCH-HASH TO DI-TRL-HASH-TOTAL
           WRITE DIV-INPUT-RECORD.

      ******************************************************************
      * Outcome row on DIVRJH for the reject just worked, under the
      * signed-on operator and dated today. The outcome code is set
      * by the caller. Rows keyed here carry no run date or number.
      ******************************************************************
       2980-WRITE-REJECT-OUTCOME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW
           MOVE SPACES TO DIV-REJECT-HISTORY-RECORD
           SET RJH-OUTCOME-ROW TO TRUE
           MOVE REJ-TIMESTAMP TO RJH-REJECT-TIMESTAMP
           MOVE REJ-ACCOUNT TO RJH-ACCOUNT
           MOVE 0 TO RJH-RUN-DATE
           MOVE 0 TO RJH-RUN-NUMBER
           MOVE REJ-DEPARTMENT TO RJH-DEPARTMENT
           MOVE REJ-REASON-CODE TO RJH-REASON-CODE
           IF REJ-RECYCLE-COUNT IS NUMERIC THEN
               MOVE REJ-RECYCLE-COUNT TO RJH-RECYCLE-COUNT
           ELSE
               MOVE ZERO TO RJH-RECYCLE-COUNT
           END-IF
           MOVE WS-OPERATOR-ID TO RJH-OPERATOR-ID
           MOVE WS-RJH-OUTCOME TO RJH-OUTCOME
           MOVE WS-CURRENT-DATE-RAW(1:8) TO RJH-OUTCOME-DATE
           WRITE DIV-REJECT-HISTORY-RECORD.

      ******************************************************************
      * Every reject has been recycled, suspended, or parked on the
      * work file by an operator exit. DIVREJ is rewritten from the
           PERFORM 9200-REWRITE-REJECT-FILE
           CLOSE DIVISOR-INPUT-FILE
           CLOSE DIVISOR-SUSPENSE-FILE
           CLOSE DIVISOR-REJECT-HISTORY-FILE
           CLOSE DIVISOR-MASTER-FILE
           DISPLAY "REJECTS READ . . . . . . : " WS-REJECTS-READ
           DISPLAY "RECORDS RECYCLED TO DIVIN: " WS-RECORDS-RECYCLED
