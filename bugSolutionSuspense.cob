      * attempt (recycle count reset to zero) or formally write
      * off to the DIVWOFF write-off log with a keyed reason.
      * Records the supervisor has not dealt with stay on DIVSUSP.
      * Each reinstatement and write-off is filed as the reject's
      * outcome on the DIVRJH reject history.
      * Requires the suspense-management permission on DIVOPER.
      ******************************************************************

           SELECT OPTIONAL DIVISOR-HOLD-FILE ASSIGN TO "DIVHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-REJECT-HISTORY-FILE
               ASSIGN TO "DIVRJH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-OPERATOR-FILE ASSIGN TO "DIVOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  SUS-TIMESTAMP           PIC X(21).
           05  FILLER                  PIC X.
           05  SUS-RECYCLE-COUNT       PIC 9.
           05  FILLER                  PIC X.
           05  SUS-OPERATOR-ID         PIC X(8).

       FD  DIVISOR-INPUT-FILE.
       01  DIV-INPUT-RECORD.
           05  HLD-RECYCLE-COUNT       PIC 9.
           05  HLD-OPERATOR-ID         PIC X(8).

      ******************************************************************
      * Permanent reject history filed by BUGSOLUTION, keyed by the
      * DIVREJ timestamp and the account as rejected - both still
      * on the suspense image. A write-off or a reinstatement is
      * the reject's outcome and is appended here under that key.
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
               88  RJH-WRITTEN-OFF                VALUE "W".
               88  RJH-REINSTATED                 VALUE "I".
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
       01  WS-OPERATOR-STATUS          PIC XX VALUE "00".
       01  WS-ENTRY-FIELDS.
           05  WS-ACTION               PIC X VALUE "R".
           05  WS-WRITEOFF-REASON      PIC X(20) VALUE SPACES.
           05  WS-RJH-OUTCOME          PIC X VALUE SPACE.

       01  WS-DISPLAY-FIELDS.
           05  WS-DSP-ACCOUNT          PIC X(8).
           05  WS-DSP-TIMESTAMP        PIC X(21).
           05  WS-DSP-DAYS             PIC ZZZ9.
           05  WS-DSP-RECYCLE          PIC 9.
           05  WS-DSP-OPERATOR         PIC X(8).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
           05  LINE 9 COLUMN 33 PIC ZZZ9 FROM WS-DSP-DAYS.
           05  LINE 10 COLUMN 10 VALUE "TIMES RECYCLED  . . :".
           05  LINE 10 COLUMN 33 PIC 9 FROM WS-DSP-RECYCLE.
           05  LINE 10 COLUMN 45 VALUE "KEYED BY:".
           05  LINE 10 COLUMN 55 PIC X(8) FROM WS-DSP-OPERATOR.
           05  LINE 12 COLUMN 10 VALUE "ACTION (R/W/X)  . . :".
           05  LINE 12 COLUMN 33 PIC X USING WS-ACTION.
           05  LINE 13 COLUMN 10 VALUE "WRITE-OFF REASON  . :".
           PERFORM 3000-PRINT-AGING-REPORT
           OPEN EXTEND DIVISOR-INPUT-FILE
           OPEN EXTEND DIVISOR-WRITEOFF-FILE
           OPEN EXTEND DIVISOR-REJECT-HISTORY-FILE
           OPEN OUTPUT DIVISOR-SUSPENSE-WORK-FILE
           OPEN INPUT DIVISOR-SUSPENSE-FILE
           PERFORM 1100-READ-SUSPENSE.
           MOVE SUS-DIVISOR TO WS-DSP-DIVISOR
           MOVE SUS-REASON-CODE TO WS-DSP-REASON
           MOVE SUS-TIMESTAMP TO WS-DSP-TIMESTAMP
           MOVE SUS-OPERATOR-ID TO WS-DSP-OPERATOR
           PERFORM 2150-COMPUTE-DAYS-SUSPENDED
           MOVE WS-DAYS-IN-SUSPENSE TO WS-DSP-DAYS
           IF SUS-RECYCLE-COUNT IS NUMERIC THEN
           MOVE WS-WRITEOFF-REASON TO WOF-REASON
           MOVE DIV-SUSPENSE-RECORD TO WOF-SUSPENSE-IMAGE
           WRITE DIV-WRITEOFF-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN-OFF
           MOVE "W" TO WS-RJH-OUTCOME
           PERFORM 2980-WRITE-REJECT-OUTCOME.

      ******************************************************************
      * A record the supervisor has not dealt with (exit requested)
           WRITE DIV-HOLD-RECORD
           CLOSE DIVISOR-HOLD-FILE
           ADD 1 TO WS-RECORDS-REINSTATED
           MOVE "I" TO WS-RJH-OUTCOME
           PERFORM 2980-WRITE-REJECT-OUTCOME
           MOVE "Batch in progress - queued for next run."
               TO WS-CONFIRM-MESSAGE.

           END-IF
           PERFORM 2950-WRITE-TRAILER-RECORD
           ADD 1 TO WS-RECORDS-REINSTATED
           MOVE "I" TO WS-RJH-OUTCOME
           PERFORM 2980-WRITE-REJECT-OUTCOME
           MOVE "Reinstated - record returned to DIVIN."
               TO WS-CONFIRM-MESSAGE.

           MOVE WS-BATCH-HASH TO DI-TRL-HASH-TOTAL
           WRITE DIV-INPUT-RECORD.

      ******************************************************************
      * Outcome row on DIVRJH for the suspended reject just worked,
      * under the signed-on supervisor and dated today. Rows keyed
      * here carry no run date or number.
      ******************************************************************
       2980-WRITE-REJECT-OUTCOME.
           MOVE SPACES TO DIV-REJECT-HISTORY-RECORD
           SET RJH-OUTCOME-ROW TO TRUE
           MOVE SUS-TIMESTAMP TO RJH-REJECT-TIMESTAMP
           MOVE SUS-ACCOUNT TO RJH-ACCOUNT
           MOVE 0 TO RJH-RUN-DATE
           MOVE 0 TO RJH-RUN-NUMBER
           MOVE SUS-DEPARTMENT TO RJH-DEPARTMENT
           MOVE SUS-REASON-CODE TO RJH-REASON-CODE
           IF SUS-RECYCLE-COUNT IS NUMERIC THEN
               MOVE SUS-RECYCLE-COUNT TO RJH-RECYCLE-COUNT
           ELSE
               MOVE ZERO TO RJH-RECYCLE-COUNT
           END-IF
           MOVE WS-OPERATOR-ID TO RJH-OPERATOR-ID
           MOVE WS-RJH-OUTCOME TO RJH-OUTCOME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW
           MOVE WS-CURRENT-DATE-RAW(1:8) TO RJH-OUTCOME-DATE
           WRITE DIV-REJECT-HISTORY-RECORD.

      ******************************************************************
      * Aging report pass: one line per suspended record with its
      * reason code and days in suspense, then totals by reason
           PERFORM 9200-REWRITE-SUSPENSE-FILE
           CLOSE DIVISOR-INPUT-FILE
           CLOSE DIVISOR-WRITEOFF-FILE
           CLOSE DIVISOR-REJECT-HISTORY-FILE
           DISPLAY "SUSPENSE RECORDS READ  . : " WS-SUSPENDED-READ
           DISPLAY "RECORDS REINSTATED . . . : " WS-RECORDS-REINSTATED
           DISPLAY "RECORDS WRITTEN OFF  . . : " WS-RECORDS-WRITTEN-OFF
