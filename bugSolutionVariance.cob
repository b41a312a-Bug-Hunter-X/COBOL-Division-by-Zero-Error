       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLVAR.

      ******************************************************************
      * Variance release screen. Presents each result BUGSOLUTION
      * held on DIVVHLD because it fell outside its department's
      * variance band around the account's history average, and
      * lets a supervisor either release it or reject it. A
      * released item goes back onto DIVIN in this session's VARREL
      * batch, which BUGSOLUTION computes and posts next run
      * without checking it again. A rejected item goes to DIVREJ
      * with reason VARIANCE so it can be repaired through
      * BUGSOLREC like any other reject, and is filed on DIVOPACT
      * as a reject against its keying operator and on the DIVRJH
      * reject history. Items the supervisor has not dealt with
      * stay on DIVVHLD. Nothing is released while the batch holds
      * the DIVLOCK lock, since the run is still appending to
      * DIVVHLD and DIVRJH and rewrites DIVREJ.
      * Requires the suspense-management permission on DIVOPER.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIVISOR-VARIANCE-HOLD-FILE
               ASSIGN TO "DIVVHLD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-INPUT-FILE ASSIGN TO "DIVIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-REJECT-FILE ASSIGN TO "DIVREJ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-VARIANCE-WORK-FILE
               ASSIGN TO "DIVVHLWK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-LOCK-FILE ASSIGN TO "DIVLOCK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-OPER-ACTIVITY-FILE
               ASSIGN TO "DIVOPACT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-REJECT-HISTORY-FILE
               ASSIGN TO "DIVRJH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-OPERATOR-FILE ASSIGN TO "DIVOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Results held for variance by BUGSOLUTION: the keyed fields
      * as they came off DIVIN, the result the run computed, and
      * the history average, history count and band it was
      * measured against. A held repair carries the key of the
      * reject it repairs.
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
               10  DI-REJECT-REF.
                   15  DI-REF-TIMESTAMP
                                       PIC X(21).
                   15  DI-REF-ACCOUNT  PIC X(8).
           05  DI-HEADER-FIELDS REDEFINES DI-DETAIL-FIELDS.
               10  DI-HDR-BATCH-DATE   PIC X(8).
               10  DI-HDR-SOURCE-ID    PIC X(8).
               10  FILLER              PIC X(20).
           05  DI-TRAILER-FIELDS REDEFINES DI-DETAIL-FIELDS.
               10  DI-TRL-RECORD-COUNT PIC 9(7).
               10  DI-TRL-HASH-TOTAL   PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(16).

       FD  DIVISOR-REJECT-FILE.
       01  DIV-REJECT-RECORD           PIC X(80).

       FD  DIVISOR-VARIANCE-WORK-FILE.
       01  DIV-VARIANCE-WORK-RECORD    PIC X(110).

       FD  DIVISOR-LOCK-FILE.
       01  DIV-LOCK-RECORD.
           05  LCK-STATUS              PIC X.
           05  LCK-TIMESTAMP           PIC X(21).

      ******************************************************************
      * Operator activity file appended by BUGSOLUTION. A held item
      * rejected here is settled as a reject against the operator
      * who keyed it, dated by the run that held it.
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
      * Permanent reject history (layout as in BUGSOLUTION). A held
      * item rejected here is filed as a VARIANCE reject of its own,
      * and, if it was a repair, settles the reject it repaired as
      * rejected again.
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
               88  RJH-REJECTED-AGAIN             VALUE "A".
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

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-STATUS          PIC XX VALUE "00".

       01  WS-SIGNON-CONTROLS.
           05  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
           05  WS-SIGNON-SW            PIC X VALUE "N".
               88  WS-SIGNED-ON                   VALUE "Y".
           05  WS-SIGNON-TRIES         PIC 9 VALUE 0.
           05  WS-SIGNON-MESSAGE       PIC X(40) VALUE SPACES.

       01  WS-ENTRY-FIELDS.
           05  WS-ACTION               PIC X VALUE "R".

       01  WS-DISPLAY-FIELDS.
           05  WS-DSP-ACCOUNT          PIC X(8).
           05  WS-DSP-DEPARTMENT       PIC X(3).
           05  WS-DSP-DIVIDEND         PIC X(8).
           05  WS-DSP-DIVISOR          PIC X(8).
           05  WS-DSP-RESULT           PIC ZZZZZZ9.9999-.
           05  WS-DSP-AVERAGE          PIC ZZZZZZ9.9999-.
           05  WS-DSP-HIST-COUNT       PIC ZZZZ9.
           05  WS-DSP-BAND-PCT         PIC ZZ9.
           05  WS-DSP-RUN-DATE         PIC X(8).
           05  WS-DSP-RUN-NUMBER       PIC X(5).
           05  WS-DSP-OPERATOR         PIC X(8).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE "N".
               88  WS-END-OF-FILE                 VALUE "Y".
           05  WS-BATCH-LOCK-SW        PIC X VALUE "N".
               88  WS-BATCH-RUNNING               VALUE "Y".
           05  WS-EXIT-REQUEST-SW      PIC X VALUE "N".
               88  WS-EXIT-REQUESTED              VALUE "Y".
           05  WS-COPY-EOF-SW          PIC X VALUE "N".
               88  WS-COPY-EOF                    VALUE "Y".
           05  WS-ACTION-DONE-SW       PIC X VALUE "N".
               88  WS-ACTION-DONE                 VALUE "Y".

       01  WS-BATCH-CONTROLS.
           05  WS-BATCH-COUNT          PIC 9(7) VALUE 0.
           05  WS-BATCH-HASH           PIC S9(10)V99 VALUE 0.
           05  WS-HEADER-SW            PIC X VALUE "N".
               88  WS-HEADER-WRITTEN                VALUE "Y".

       01  WS-CURRENT-DATE-RAW         PIC X(21).

       01  WS-REJECT-LINE.
           05  WS-REJ-ACCOUNT          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REJ-DEPARTMENT       PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REJ-DIVIDEND         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REJ-DIVISOR          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REJ-REASON-CODE      PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REJ-TIMESTAMP        PIC X(21).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REJ-RECYCLE-COUNT    PIC 9.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-REJ-OPERATOR-ID      PIC X(8).

       01  WS-COUNTERS.
           05  WS-HELD-READ            PIC 9(7) VALUE 0.
           05  WS-RECORDS-RELEASED     PIC 9(7) VALUE 0.
           05  WS-RECORDS-DECLINED     PIC 9(7) VALUE 0.
           05  WS-RECORDS-REMAINING    PIC 9(7) VALUE 0.

       01  WS-ERROR-MESSAGE            PIC X(40) VALUE SPACES.
       01  WS-CONFIRM-MESSAGE          PIC X(40) VALUE SPACES.

       SCREEN SECTION.
       01  SCR-SIGNON-ENTRY.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 10 VALUE "OPERATOR SIGN-ON".
           05  LINE 4 COLUMN 10 VALUE "OPERATOR ID . . . . :".
           05  LINE 4 COLUMN 33 PIC X(8) USING WS-OPERATOR-ID.
           05  LINE 7 COLUMN 10 PIC X(40) FROM WS-SIGNON-MESSAGE.

       01  SCR-VARIANCE-ENTRY.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 10 VALUE "VARIANCE RELEASE SCREEN".
           05  LINE 4 COLUMN 10 VALUE "HELD ACCOUNT  . . . :".
           05  LINE 4 COLUMN 33 PIC X(8) FROM WS-DSP-ACCOUNT.
           05  LINE 4 COLUMN 45 VALUE "DEPT:".
           05  LINE 4 COLUMN 51 PIC X(3) FROM WS-DSP-DEPARTMENT.
           05  LINE 5 COLUMN 10 VALUE "DIVIDEND  . . . . . :".
           05  LINE 5 COLUMN 33 PIC X(8) FROM WS-DSP-DIVIDEND.
           05  LINE 6 COLUMN 10 VALUE "DIVISOR . . . . . . :".
           05  LINE 6 COLUMN 33 PIC X(8) FROM WS-DSP-DIVISOR.
           05  LINE 7 COLUMN 10 VALUE "COMPUTED RESULT . . :".
           05  LINE 7 COLUMN 33 PIC X(13) FROM WS-DSP-RESULT.
           05  LINE 8 COLUMN 10 VALUE "HISTORY AVERAGE . . :".
           05  LINE 8 COLUMN 33 PIC X(13) FROM WS-DSP-AVERAGE.
           05  LINE 9 COLUMN 10 VALUE "RESULTS IN AVERAGE  :".
           05  LINE 9 COLUMN 33 PIC X(5) FROM WS-DSP-HIST-COUNT.
           05  LINE 10 COLUMN 10 VALUE "BAND PCT  . . . . . :".
           05  LINE 10 COLUMN 33 PIC X(3) FROM WS-DSP-BAND-PCT.
           05  LINE 11 COLUMN 10 VALUE "HELD BY RUN . . . . :".
           05  LINE 11 COLUMN 33 PIC X(8) FROM WS-DSP-RUN-DATE.
           05  LINE 11 COLUMN 43 PIC X(5) FROM WS-DSP-RUN-NUMBER.
           05  LINE 12 COLUMN 10 VALUE "KEYED BY  . . . . . :".
           05  LINE 12 COLUMN 33 PIC X(8) FROM WS-DSP-OPERATOR.
           05  LINE 14 COLUMN 10 VALUE "ACTION (R/J/X)  . . :".
           05  LINE 14 COLUMN 33 PIC X USING WS-ACTION.
           05  LINE 15 COLUMN 10
               VALUE "R=RELEASE  J=REJECT TO DIVREJ  X=EXIT".
           05  LINE 17 COLUMN 10 PIC X(40) FROM WS-ERROR-MESSAGE.
           05  LINE 18 COLUMN 10 PIC X(40) FROM WS-CONFIRM-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VARIANCE-CYCLE
               UNTIL WS-END-OF-FILE OR WS-EXIT-REQUESTED
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-OPERATOR-SIGNON
           PERFORM 1020-CHECK-BATCH-LOCK
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW
           OPEN EXTEND DIVISOR-INPUT-FILE
           OPEN EXTEND DIVISOR-REJECT-FILE
           OPEN EXTEND DIVISOR-OPER-ACTIVITY-FILE
           OPEN EXTEND DIVISOR-REJECT-HISTORY-FILE
           OPEN OUTPUT DIVISOR-VARIANCE-WORK-FILE
           OPEN INPUT DIVISOR-VARIANCE-HOLD-FILE
           PERFORM 1100-READ-VARIANCE-HOLD.

      ******************************************************************
      * Separation of duties: the session starts with a sign-on
      * against the DIVOPER operator master, and the operator must
      * hold the suspense-management permission - the supervisor
      * permission - for this screen. Three failed attempts end
      * the session.
      ******************************************************************
       1010-OPERATOR-SIGNON.
           OPEN INPUT DIVISOR-OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = "00" THEN
               DISPLAY "Error: cannot open operator master, status "
                   WS-OPERATOR-STATUS
               STOP RUN
           END-IF
           PERFORM 1015-ACCEPT-SIGNON
               UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3
           CLOSE DIVISOR-OPERATOR-FILE
           IF NOT WS-SIGNED-ON THEN
               DISPLAY "Sign-on failed - session ended."
               STOP RUN
           END-IF.

       1015-ACCEPT-SIGNON.
           ADD 1 TO WS-SIGNON-TRIES
           MOVE SPACES TO WS-OPERATOR-ID
           DISPLAY SCR-SIGNON-ENTRY
           ACCEPT SCR-SIGNON-ENTRY
           MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
           READ DIVISOR-OPERATOR-FILE
               INVALID KEY
                   MOVE "Error: Operator not on operator master."
                       TO WS-SIGNON-MESSAGE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT OP-OPERATOR-ACTIVE
                           MOVE "Error: Operator is inactive."
                               TO WS-SIGNON-MESSAGE
                       WHEN NOT OP-SUSPENSE-ALLOWED
                           MOVE "Error: Not authorized for release."
                               TO WS-SIGNON-MESSAGE
                       WHEN OTHER
                           SET WS-SIGNED-ON TO TRUE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * While the overnight batch holds the DIVLOCK lock it is
      * still appending held results to DIVVHLD and has DIVREJ
      * open, so the session ends before anything is touched.
      ******************************************************************
       1020-CHECK-BATCH-LOCK.
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
               DISPLAY "Batch in progress - variance release not "
                   "available until the run ends."
               STOP RUN
           END-IF.

      ******************************************************************
      * Each session opens its own VARREL batch on DIVIN: a header
      * ahead of the first released item, then a restated trailer
      * after every item, with the count and dividend hash
      * covering this session only.
      ******************************************************************
       1040-WRITE-HEADER-RECORD.
           MOVE SPACES TO DIV-INPUT-RECORD
           SET DI-HEADER-RECORD TO TRUE
           MOVE WS-CURRENT-DATE-RAW(1:8) TO DI-HDR-BATCH-DATE
           MOVE "VARREL" TO DI-HDR-SOURCE-ID
           WRITE DIV-INPUT-RECORD
           SET WS-HEADER-WRITTEN TO TRUE.

       1100-READ-VARIANCE-HOLD.
           READ DIVISOR-VARIANCE-HOLD-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2000-VARIANCE-CYCLE.
           IF DIV-VARIANCE-HOLD-RECORD = SPACES THEN
               CONTINUE
           ELSE
               ADD 1 TO WS-HELD-READ
               PERFORM 2100-WORK-ONE-RECORD
           END-IF
           IF WS-EXIT-REQUESTED THEN
               CONTINUE
           ELSE
               PERFORM 1100-READ-VARIANCE-HOLD
           END-IF.

       2100-WORK-ONE-RECORD.
           MOVE VH-ACCOUNT-NUMBER TO WS-DSP-ACCOUNT
           MOVE VH-DEPARTMENT TO WS-DSP-DEPARTMENT
           MOVE VH-DIVIDEND-X TO WS-DSP-DIVIDEND
           MOVE VH-DIVISOR-X TO WS-DSP-DIVISOR
           MOVE 0 TO WS-DSP-RESULT
           MOVE 0 TO WS-DSP-AVERAGE
           MOVE 0 TO WS-DSP-HIST-COUNT
           MOVE 0 TO WS-DSP-BAND-PCT
           IF VH-RESULT IS NUMERIC THEN
               MOVE VH-RESULT TO WS-DSP-RESULT
           END-IF
           IF VH-HISTORY-AVERAGE IS NUMERIC THEN
               MOVE VH-HISTORY-AVERAGE TO WS-DSP-AVERAGE
           END-IF
           IF VH-HISTORY-COUNT IS NUMERIC THEN
               MOVE VH-HISTORY-COUNT TO WS-DSP-HIST-COUNT
           END-IF
           IF VH-BAND-PCT IS NUMERIC THEN
               MOVE VH-BAND-PCT TO WS-DSP-BAND-PCT
           END-IF
           MOVE VH-RUN-DATE TO WS-DSP-RUN-DATE
           MOVE VH-RUN-NUMBER TO WS-DSP-RUN-NUMBER
           MOVE VH-OPERATOR-ID TO WS-DSP-OPERATOR
           MOVE "R" TO WS-ACTION
           MOVE SPACES TO WS-ERROR-MESSAGE
           MOVE SPACES TO WS-CONFIRM-MESSAGE
           MOVE "N" TO WS-ACTION-DONE-SW

           PERFORM 2200-ACCEPT-ACTION UNTIL WS-ACTION-DONE

           EVALUATE TRUE
               WHEN WS-ACTION = "X" OR WS-ACTION = "x"
                   PERFORM 2770-KEEP-HELD-RECORD
                   SET WS-EXIT-REQUESTED TO TRUE
               WHEN WS-ACTION = "J" OR WS-ACTION = "j"
                   PERFORM 2800-REJECT-HELD-RECORD
               WHEN OTHER
                   PERFORM 2900-WRITE-INPUT-RECORD
           END-EVALUATE.

       2200-ACCEPT-ACTION.
           DISPLAY SCR-VARIANCE-ENTRY
           ACCEPT SCR-VARIANCE-ENTRY
           EVALUATE TRUE
               WHEN WS-ACTION = "R" OR WS-ACTION = "r"
               WHEN WS-ACTION = "J" OR WS-ACTION = "j"
               WHEN WS-ACTION = "X" OR WS-ACTION = "x"
                   SET WS-ACTION-DONE TO TRUE
               WHEN OTHER
                   MOVE "Error: Action must be R, J or X."
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.

      ******************************************************************
      * An item the supervisor has not dealt with (exit requested)
      * is parked on the work file so 9200 can write it back to
      * DIVVHLD for a later session.
      ******************************************************************
       2770-KEEP-HELD-RECORD.
           MOVE DIV-VARIANCE-HOLD-RECORD TO DIV-VARIANCE-WORK-RECORD
           WRITE DIV-VARIANCE-WORK-RECORD.

      ******************************************************************
      * A rejected item is written to DIVREJ in the layout
      * BUGSOLUTION uses, reason VARIANCE, carrying its recycle
      * count and keying operator, so BUGSOLREC repairs it like
      * any other reject. It is filed on DIVRJH under the same key
      * as its DIVREJ record, dated by the run that held it, so
      * BUGSOLREC and BUGSOLSUS outcomes have a reject to follow.
      ******************************************************************
       2800-REJECT-HELD-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-RAW
           MOVE VH-ACCOUNT-NUMBER TO WS-REJ-ACCOUNT
           MOVE VH-DEPARTMENT TO WS-REJ-DEPARTMENT
           MOVE VH-DIVIDEND-X TO WS-REJ-DIVIDEND
           MOVE VH-DIVISOR-X TO WS-REJ-DIVISOR
           MOVE "VARIANCE" TO WS-REJ-REASON-CODE
           MOVE WS-CURRENT-DATE-RAW TO WS-REJ-TIMESTAMP
           IF VH-RECYCLE-COUNT IS NUMERIC THEN
               MOVE VH-RECYCLE-COUNT TO WS-REJ-RECYCLE-COUNT
           ELSE
               MOVE ZERO TO WS-REJ-RECYCLE-COUNT
           END-IF
           MOVE VH-OPERATOR-ID TO WS-REJ-OPERATOR-ID
           WRITE DIV-REJECT-RECORD FROM WS-REJECT-LINE
           MOVE VH-RUN-DATE TO OPA-RUN-DATE
           MOVE VH-RUN-NUMBER TO OPA-RUN-NUMBER
           MOVE VH-OPERATOR-ID TO OPA-OPERATOR-ID
           MOVE VH-DEPARTMENT TO OPA-DEPARTMENT
           SET OPA-REJECTED TO TRUE
           MOVE "VARIANCE" TO OPA-REASON-CODE
           WRITE DIV-OPER-ACTIVITY-RECORD
           PERFORM 2850-WRITE-REJECT-HISTORY
           IF VH-REJECT-REF NOT = SPACES THEN
               PERFORM 2860-WRITE-REPAIR-OUTCOME
           END-IF
           ADD 1 TO WS-RECORDS-DECLINED.

       2850-WRITE-REJECT-HISTORY.
           MOVE SPACES TO DIV-REJECT-HISTORY-RECORD
           SET RJH-REJECT-ROW TO TRUE
           MOVE WS-REJ-TIMESTAMP TO RJH-REJECT-TIMESTAMP
           MOVE VH-ACCOUNT-NUMBER TO RJH-ACCOUNT
           MOVE VH-RUN-DATE TO RJH-RUN-DATE
           MOVE VH-RUN-NUMBER TO RJH-RUN-NUMBER
           MOVE "VARREL" TO RJH-SOURCE-ID
           MOVE VH-DEPARTMENT TO RJH-DEPARTMENT
           MOVE "VARIANCE" TO RJH-REASON-CODE
           MOVE WS-REJ-RECYCLE-COUNT TO RJH-RECYCLE-COUNT
           MOVE VH-OPERATOR-ID TO RJH-OPERATOR-ID
           MOVE 0 TO RJH-OUTCOME-DATE
           WRITE DIV-REJECT-HISTORY-RECORD.

      ******************************************************************
      * A held repair that is rejected here settles the reject it
      * repaired as rejected again, dated today; the new VARIANCE
      * reject is followed from there.
      ******************************************************************
       2860-WRITE-REPAIR-OUTCOME.
           MOVE SPACES TO DIV-REJECT-HISTORY-RECORD
           SET RJH-OUTCOME-ROW TO TRUE
           MOVE VH-REF-TIMESTAMP TO RJH-REJECT-TIMESTAMP
           MOVE VH-REF-ACCOUNT TO RJH-ACCOUNT
           MOVE VH-RUN-DATE TO RJH-RUN-DATE
           MOVE VH-RUN-NUMBER TO RJH-RUN-NUMBER
           MOVE "VARREL" TO RJH-SOURCE-ID
           MOVE VH-DEPARTMENT TO RJH-DEPARTMENT
           MOVE "VARIANCE" TO RJH-REASON-CODE
           MOVE WS-REJ-RECYCLE-COUNT TO RJH-RECYCLE-COUNT
           MOVE VH-OPERATOR-ID TO RJH-OPERATOR-ID
           SET RJH-REJECTED-AGAIN TO TRUE
           MOVE WS-CURRENT-DATE-RAW(1:8) TO RJH-OUTCOME-DATE
           WRITE DIV-REJECT-HISTORY-RECORD.

      ******************************************************************
      * A released item goes back onto DIVIN exactly as it was
      * keyed, recycle count, keying operator and any repaired
      * reject's key included, inside this session's VARREL batch.
      ******************************************************************
       2900-WRITE-INPUT-RECORD.
           IF NOT WS-HEADER-WRITTEN THEN
               PERFORM 1040-WRITE-HEADER-RECORD
           END-IF
           MOVE SPACES TO DIV-INPUT-RECORD
           SET DI-DETAIL-RECORD TO TRUE
           MOVE VH-ACCOUNT-NUMBER TO DI-ACCOUNT-NUMBER
           MOVE VH-DEPARTMENT TO DI-DEPARTMENT
           MOVE VH-DIVIDEND-X TO DI-DIVIDEND-X
           MOVE VH-DIVISOR-X TO DI-DIVISOR-X
           IF VH-RECYCLE-COUNT IS NUMERIC THEN
               MOVE VH-RECYCLE-COUNT TO DI-RECYCLE-COUNT
           ELSE
               MOVE ZERO TO DI-RECYCLE-COUNT
           END-IF
           MOVE VH-OPERATOR-ID TO DI-OPERATOR-ID
           MOVE VH-REJECT-REF TO DI-REJECT-REF
           WRITE DIV-INPUT-RECORD
           ADD 1 TO WS-BATCH-COUNT
           IF DI-DIVIDEND IS NUMERIC THEN
               ADD DI-DIVIDEND TO WS-BATCH-HASH
           END-IF
           PERFORM 2950-WRITE-TRAILER-RECORD
           ADD 1 TO WS-RECORDS-RELEASED
           MOVE "Released - item returned to DIVIN."
               TO WS-CONFIRM-MESSAGE.

      ******************************************************************
      * A fresh trailer restating this session's batch totals
      * follows every released item, so BUGSOLUTION always finds
      * an up-to-date trailer (the last one in the batch) to
      * balance against.
      ******************************************************************
       2950-WRITE-TRAILER-RECORD.
           MOVE SPACES TO DIV-INPUT-RECORD
           SET DI-TRAILER-RECORD TO TRUE
           MOVE WS-BATCH-COUNT TO DI-TRL-RECORD-COUNT
           MOVE WS-BATCH-HASH TO DI-TRL-HASH-TOTAL
           WRITE DIV-INPUT-RECORD.

      ******************************************************************
      * Every held item has been released, rejected, or parked on
      * the work file by a supervisor exit. DIVVHLD is rewritten
      * from the work file, so a later session never re-presents
      * an item already dealt with.
      ******************************************************************
       9000-TERMINATE.
           IF WS-EXIT-REQUESTED THEN
               PERFORM 9100-DRAIN-REMAINING-HELD
                   UNTIL WS-END-OF-FILE
           END-IF
           CLOSE DIVISOR-VARIANCE-HOLD-FILE
           CLOSE DIVISOR-VARIANCE-WORK-FILE
           PERFORM 9200-REWRITE-VARIANCE-HOLD
           CLOSE DIVISOR-INPUT-FILE
           CLOSE DIVISOR-REJECT-FILE
           CLOSE DIVISOR-OPER-ACTIVITY-FILE
           CLOSE DIVISOR-REJECT-HISTORY-FILE
           DISPLAY "HELD RESULTS READ  . . . : " WS-HELD-READ
           DISPLAY "RELEASED TO DIVIN  . . . : " WS-RECORDS-RELEASED
           DISPLAY "REJECTED TO DIVREJ . . . : " WS-RECORDS-DECLINED
           DISPLAY "LEFT ON DIVVHLD  . . . . : " WS-RECORDS-REMAINING.

       9100-DRAIN-REMAINING-HELD.
           PERFORM 1100-READ-VARIANCE-HOLD
           IF WS-END-OF-FILE THEN
               CONTINUE
           ELSE
               PERFORM 2770-KEEP-HELD-RECORD
           END-IF.

       9200-REWRITE-VARIANCE-HOLD.
           OPEN INPUT DIVISOR-VARIANCE-WORK-FILE
           OPEN OUTPUT DIVISOR-VARIANCE-HOLD-FILE
           PERFORM 9210-COPY-ONE-HELD UNTIL WS-COPY-EOF
           CLOSE DIVISOR-VARIANCE-HOLD-FILE
           CLOSE DIVISOR-VARIANCE-WORK-FILE
           OPEN OUTPUT DIVISOR-VARIANCE-WORK-FILE
           CLOSE DIVISOR-VARIANCE-WORK-FILE.

       9210-COPY-ONE-HELD.
           READ DIVISOR-VARIANCE-WORK-FILE
               AT END
                   SET WS-COPY-EOF TO TRUE
               NOT AT END
                   MOVE DIV-VARIANCE-WORK-RECORD
                       TO DIV-VARIANCE-HOLD-RECORD
                   WRITE DIV-VARIANCE-HOLD-RECORD
                   ADD 1 TO WS-RECORDS-REMAINING
           END-READ.
