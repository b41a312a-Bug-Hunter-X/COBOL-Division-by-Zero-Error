       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLAPR.

      ******************************************************************
      * Master and control change approval screen. Lists every
      * change still pending on DIVPEND - account adds, changes and
      * deletes keyed in BUGSOLMNT and parameter row changes keyed
      * in BUGSOLCTL - with its before and after images, and lets a
      * second operator approve or decline each one. Changes keyed
      * by the signed-on operator are passed over: the approver may
      * never be the maker. An approved change is applied to DIVMAST
      * (and logged on DIVMLOG) or to DIVCTL only if the record
      * still matches the before image the maker saw; every
      * decision is appended to DIVPEND as an A or D row with the
      * approver and time. Requires the approval permission on
      * DIVOPER and is not available while the batch is running.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIVISOR-PENDING-FILE ASSIGN TO "DIVPEND"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-MASTER-FILE ASSIGN TO "DIVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL DIVISOR-MAINT-LOG-FILE ASSIGN TO "DIVMLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-CONTROL-FILE ASSIGN TO "DIVCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-LOCK-FILE ASSIGN TO "DIVLOCK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-OPERATOR-FILE ASSIGN TO "DIVOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

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

       FD  DIVISOR-MASTER-FILE.
       01  DIV-MASTER-RECORD.
           05  DM-ACCOUNT-NUMBER       PIC 9(8).
           05  DM-ACCOUNT-NAME         PIC X(20).
           05  DM-ACTIVE-SW            PIC X.
               88  DM-ACCOUNT-ACTIVE              VALUE "A".
           05  DM-DEPARTMENT           PIC X(3).

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
      * Control parameters are keyed by department, with the ***
      * default row for departments without a row of their own.
      ******************************************************************
       FD  DIVISOR-CONTROL-FILE.
       01  DIV-CONTROL-RECORD.
           05  CTL-DEPARTMENT          PIC X(3).
           05  CTL-MAX-DIVISOR         PIC 9(5).
           05  CTL-DECIMAL-PLACES      PIC 9.
           05  CTL-REJECT-WARN-PCT     PIC 9(3).
           05  CTL-REJECT-FAIL-PCT     PIC 9(3).
           05  CTL-VARIANCE-PCT        PIC 9(3).
           05  CTL-LOOKBACK-DAYS       PIC 9(3).
           05  CTL-BUDGET-AMOUNT       PIC 9(9)V99.
           05  CTL-BUDGET-COUNT        PIC 9(7).

       FD  DIVISOR-LOCK-FILE.
       01  DIV-LOCK-RECORD.
           05  LCK-STATUS              PIC X.
           05  LCK-TIMESTAMP           PIC X(21).

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
       01  WS-MASTER-STATUS            PIC XX VALUE "00".
       01  WS-OPERATOR-STATUS          PIC XX VALUE "00".
       01  WS-CURRENT-TIMESTAMP        PIC X(21).

       01  WS-SIGNON-CONTROLS.
           05  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
           05  WS-SIGNON-SW            PIC X VALUE "N".
               88  WS-SIGNED-ON                   VALUE "Y".
           05  WS-SIGNON-TRIES         PIC 9 VALUE 0.
           05  WS-SIGNON-MESSAGE       PIC X(40) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PEND-EOF-SW          PIC X VALUE "N".
               88  WS-PEND-EOF                    VALUE "Y".
           05  WS-PEND-OVERFLOW-SW     PIC X VALUE "N".
               88  WS-PEND-OVERFLOW               VALUE "Y".
           05  WS-CTL-EOF-SW           PIC X VALUE "N".
               88  WS-CTL-EOF                     VALUE "Y".
           05  WS-CTL-OVERFLOW-SW      PIC X VALUE "N".
               88  WS-CTL-OVERFLOW                VALUE "Y".
           05  WS-BATCH-LOCK-SW        PIC X VALUE "N".
               88  WS-BATCH-RUNNING               VALUE "Y".
           05  WS-ACTION-DONE-SW       PIC X VALUE "N".
               88  WS-ACTION-DONE                 VALUE "Y".
           05  WS-EXIT-SW              PIC X VALUE "N".
               88  WS-EXIT-REQUESTED              VALUE "Y".
           05  WS-APPLY-SW             PIC X VALUE "Y".
               88  WS-APPLY-OK                    VALUE "Y".
               88  WS-APPLY-FAILED                VALUE "N".

      ******************************************************************
      * Changes still pending, in the order they were keyed. A P row
      * adds an entry; a later A or D row for the same change number
      * takes it out again.
      ******************************************************************
       01  WS-PENDING-TABLE.
           05  WS-PEND-COUNT           PIC 9(3) VALUE 0.
           05  WS-PEND-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-PEND-COUNT.
               10  WS-PT-CHANGE-ID     PIC 9(6).
               10  WS-PT-REST          PIC X(161).

      ******************************************************************
      * DIVCTL is read into this table for each control change
      * approved, the change applied to the table, and the file
      * rewritten from it with the *** default row first.
      ******************************************************************
       01  WS-VARIANCE-DEFAULTS.
           05  WS-DFT-VARIANCE-PCT     PIC 9(3) VALUE 200.
           05  WS-DFT-LOOKBACK-DAYS    PIC 9(3) VALUE 90.

       01  WS-CONTROL-TABLE.
           05  WS-CTL-COUNT            PIC 9(3) VALUE 0.
           05  WS-CTL-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-CTL-COUNT.
               10  WS-CT-DEPARTMENT    PIC X(3).
               10  WS-CT-MAX-DIVISOR   PIC 9(5).
               10  WS-CT-DECIMALS      PIC 9.
               10  WS-CT-WARN-PCT      PIC 9(3).
               10  WS-CT-FAIL-PCT      PIC 9(3).
               10  WS-CT-VARIANCE-PCT  PIC 9(3).
               10  WS-CT-LOOKBACK-DAYS PIC 9(3).
               10  WS-CT-BUDGET-AMOUNT PIC 9(9)V99.
               10  WS-CT-BUDGET-COUNT  PIC 9(7).

       01  WS-WORK-FIELDS.
           05  WS-PEND-SUB             PIC 9(3) VALUE 0.
           05  WS-SUB                  PIC 9(3) VALUE 0.
           05  WS-FOUND-SUB            PIC 9(3) VALUE 0.
           05  WS-CTL-KEY              PIC X(3) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CHANGES-LISTED       PIC 9(5) VALUE 0.
           05  WS-CHANGES-APPROVED     PIC 9(5) VALUE 0.
           05  WS-CHANGES-DECLINED     PIC 9(5) VALUE 0.
           05  WS-CHANGES-SKIPPED      PIC 9(5) VALUE 0.
           05  WS-OWN-CHANGES          PIC 9(5) VALUE 0.

      ******************************************************************
      * Screen copies of the change in hand. The images are shown
      * as character fields so the blank side of an add or delete
      * shows blank; the budget amounts are edited separately.
      ******************************************************************
       01  WS-DISPLAY-FIELDS.
           05  WS-DSP-CHANGE-ID        PIC 9(6).
           05  WS-DSP-FUNCTION         PIC X(6).
           05  WS-DSP-MAKER            PIC X(8).
           05  WS-DSP-MADE-DATE        PIC X(8).
           05  WS-DSP-MADE-TIME        PIC X(4).
           05  WS-DSP-BEFORE           PIC X(40).
           05  WS-DSP-BEFORE-MASTER REDEFINES WS-DSP-BEFORE.
               10  WS-DSP-OLD-ACCOUNT  PIC X(8).
               10  WS-DSP-OLD-NAME     PIC X(20).
               10  WS-DSP-OLD-ACTIVE   PIC X.
               10  WS-DSP-OLD-DEPT     PIC X(3).
               10  FILLER              PIC X(8).
           05  WS-DSP-BEFORE-CONTROL REDEFINES WS-DSP-BEFORE.
               10  WS-DSP-OLD-CTL-DEPT PIC X(3).
               10  WS-DSP-OLD-MAX      PIC X(5).
               10  WS-DSP-OLD-DECIMALS PIC X.
               10  WS-DSP-OLD-WARN     PIC X(3).
               10  WS-DSP-OLD-FAIL     PIC X(3).
               10  WS-DSP-OLD-VARIANCE PIC X(3).
               10  WS-DSP-OLD-LOOKBACK PIC X(3).
               10  FILLER              PIC X(11).
               10  WS-DSP-OLD-BGT-COUNT
                                       PIC X(7).
               10  FILLER              PIC X.
           05  WS-DSP-AFTER            PIC X(40).
           05  WS-DSP-AFTER-MASTER REDEFINES WS-DSP-AFTER.
               10  WS-DSP-NEW-ACCOUNT  PIC X(8).
               10  WS-DSP-NEW-NAME     PIC X(20).
               10  WS-DSP-NEW-ACTIVE   PIC X.
               10  WS-DSP-NEW-DEPT     PIC X(3).
               10  FILLER              PIC X(8).
           05  WS-DSP-AFTER-CONTROL REDEFINES WS-DSP-AFTER.
               10  WS-DSP-NEW-CTL-DEPT PIC X(3).
               10  WS-DSP-NEW-MAX      PIC X(5).
               10  WS-DSP-NEW-DECIMALS PIC X.
               10  WS-DSP-NEW-WARN     PIC X(3).
               10  WS-DSP-NEW-FAIL     PIC X(3).
               10  WS-DSP-NEW-VARIANCE PIC X(3).
               10  WS-DSP-NEW-LOOKBACK PIC X(3).
               10  FILLER              PIC X(11).
               10  WS-DSP-NEW-BGT-COUNT
                                       PIC X(7).
               10  FILLER              PIC X.
           05  WS-DSP-OLD-BUDGET       PIC X(12).
           05  WS-DSP-NEW-BUDGET       PIC X(12).
           05  WS-DSP-BUDGET-EDIT      PIC ZZZZZZZZ9.99.

       01  WS-ACTION                   PIC X VALUE SPACE.
       01  WS-DECLINE-REASON           PIC X(20) VALUE SPACES.
       01  WS-ERROR-MESSAGE            PIC X(40) VALUE SPACES.
       01  WS-CONFIRM-MESSAGE          PIC X(40) VALUE SPACES.

       SCREEN SECTION.
       01  SCR-SIGNON-ENTRY.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 10 VALUE "OPERATOR SIGN-ON".
           05  LINE 4 COLUMN 10 VALUE "OPERATOR ID . . . . :".
           05  LINE 4 COLUMN 33 PIC X(8) USING WS-OPERATOR-ID.
           05  LINE 7 COLUMN 10 PIC X(40) FROM WS-SIGNON-MESSAGE.

       01  SCR-MASTER-APPROVAL.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 10 VALUE "MASTER CHANGE APPROVAL".
           05  LINE 4 COLUMN 10 VALUE "CHANGE NUMBER . . . :".
           05  LINE 4 COLUMN 33 PIC 9(6) FROM WS-DSP-CHANGE-ID.
           05  LINE 4 COLUMN 45 VALUE "FUNCTION:".
           05  LINE 4 COLUMN 55 PIC X(6) FROM WS-DSP-FUNCTION.
           05  LINE 5 COLUMN 10 VALUE "KEYED BY  . . . . . :".
           05  LINE 5 COLUMN 33 PIC X(8) FROM WS-DSP-MAKER.
           05  LINE 5 COLUMN 45 PIC X(8) FROM WS-DSP-MADE-DATE.
           05  LINE 5 COLUMN 55 PIC X(4) FROM WS-DSP-MADE-TIME.
           05  LINE 7 COLUMN 33 VALUE "BEFORE".
           05  LINE 7 COLUMN 55 VALUE "AFTER".
           05  LINE 8 COLUMN 10 VALUE "ACCOUNT NUMBER  . . :".
           05  LINE 8 COLUMN 33 PIC X(8) FROM WS-DSP-OLD-ACCOUNT.
           05  LINE 8 COLUMN 55 PIC X(8) FROM WS-DSP-NEW-ACCOUNT.
           05  LINE 9 COLUMN 10 VALUE "ACCOUNT NAME  . . . :".
           05  LINE 9 COLUMN 33 PIC X(20) FROM WS-DSP-OLD-NAME.
           05  LINE 9 COLUMN 55 PIC X(20) FROM WS-DSP-NEW-NAME.
           05  LINE 10 COLUMN 10 VALUE "ACTIVE (A/I) . . . :".
           05  LINE 10 COLUMN 33 PIC X FROM WS-DSP-OLD-ACTIVE.
           05  LINE 10 COLUMN 55 PIC X FROM WS-DSP-NEW-ACTIVE.
           05  LINE 11 COLUMN 10 VALUE "DEPARTMENT  . . . . :".
           05  LINE 11 COLUMN 33 PIC X(3) FROM WS-DSP-OLD-DEPT.
           05  LINE 11 COLUMN 55 PIC X(3) FROM WS-DSP-NEW-DEPT.
           05  LINE 13 COLUMN 10 VALUE "ACTION (A/D/S/X) . :".
           05  LINE 13 COLUMN 33 PIC X USING WS-ACTION.
           05  LINE 14 COLUMN 10
               VALUE "A=APPROVE  D=DECLINE  S=SKIP  X=EXIT".
           05  LINE 15 COLUMN 10 VALUE "DECLINE REASON  . . :".
           05  LINE 15 COLUMN 33 PIC X(20) USING WS-DECLINE-REASON.
           05  LINE 17 COLUMN 10 PIC X(40) FROM WS-ERROR-MESSAGE.
           05  LINE 18 COLUMN 10 PIC X(40) FROM WS-CONFIRM-MESSAGE.

       01  SCR-CONTROL-APPROVAL.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 10 VALUE "CONTROL CHANGE APPROVAL".
           05  LINE 4 COLUMN 10 VALUE "CHANGE NUMBER . . . :".
           05  LINE 4 COLUMN 33 PIC 9(6) FROM WS-DSP-CHANGE-ID.
           05  LINE 4 COLUMN 45 VALUE "FUNCTION:".
           05  LINE 4 COLUMN 55 PIC X(6) FROM WS-DSP-FUNCTION.
           05  LINE 5 COLUMN 10 VALUE "KEYED BY  . . . . . :".
           05  LINE 5 COLUMN 33 PIC X(8) FROM WS-DSP-MAKER.
           05  LINE 5 COLUMN 45 PIC X(8) FROM WS-DSP-MADE-DATE.
           05  LINE 5 COLUMN 55 PIC X(4) FROM WS-DSP-MADE-TIME.
           05  LINE 7 COLUMN 33 VALUE "BEFORE".
           05  LINE 7 COLUMN 55 VALUE "AFTER".
           05  LINE 8 COLUMN 10 VALUE "DEPARTMENT  . . . . :".
           05  LINE 8 COLUMN 33 PIC X(3) FROM WS-DSP-OLD-CTL-DEPT.
           05  LINE 8 COLUMN 55 PIC X(3) FROM WS-DSP-NEW-CTL-DEPT.
           05  LINE 9 COLUMN 10 VALUE "MAX DIVISOR . . . . :".
           05  LINE 9 COLUMN 33 PIC X(5) FROM WS-DSP-OLD-MAX.
           05  LINE 9 COLUMN 55 PIC X(5) FROM WS-DSP-NEW-MAX.
           05  LINE 10 COLUMN 10 VALUE "DECIMAL PLACES  . . :".
           05  LINE 10 COLUMN 33 PIC X FROM WS-DSP-OLD-DECIMALS.
           05  LINE 10 COLUMN 55 PIC X FROM WS-DSP-NEW-DECIMALS.
           05  LINE 11 COLUMN 10 VALUE "REJECT WARN PCT . . :".
           05  LINE 11 COLUMN 33 PIC X(3) FROM WS-DSP-OLD-WARN.
           05  LINE 11 COLUMN 55 PIC X(3) FROM WS-DSP-NEW-WARN.
           05  LINE 12 COLUMN 10 VALUE "REJECT FAIL PCT . . :".
           05  LINE 12 COLUMN 33 PIC X(3) FROM WS-DSP-OLD-FAIL.
           05  LINE 12 COLUMN 55 PIC X(3) FROM WS-DSP-NEW-FAIL.
           05  LINE 13 COLUMN 10 VALUE "VARIANCE BAND PCT . :".
           05  LINE 13 COLUMN 33 PIC X(3) FROM WS-DSP-OLD-VARIANCE.
           05  LINE 13 COLUMN 55 PIC X(3) FROM WS-DSP-NEW-VARIANCE.
           05  LINE 14 COLUMN 10 VALUE "LOOK-BACK DAYS  . . :".
           05  LINE 14 COLUMN 33 PIC X(3) FROM WS-DSP-OLD-LOOKBACK.
           05  LINE 14 COLUMN 55 PIC X(3) FROM WS-DSP-NEW-LOOKBACK.
           05  LINE 15 COLUMN 10 VALUE "MONTHLY BUDGET  . . :".
           05  LINE 15 COLUMN 33 PIC X(12) FROM WS-DSP-OLD-BUDGET.
           05  LINE 15 COLUMN 55 PIC X(12) FROM WS-DSP-NEW-BUDGET.
           05  LINE 16 COLUMN 10 VALUE "BUDGET RECORD COUNT :".
           05  LINE 16 COLUMN 33 PIC X(7) FROM WS-DSP-OLD-BGT-COUNT.
           05  LINE 16 COLUMN 55 PIC X(7) FROM WS-DSP-NEW-BGT-COUNT.
           05  LINE 18 COLUMN 10 VALUE "ACTION (A/D/S/X) . :".
           05  LINE 18 COLUMN 33 PIC X USING WS-ACTION.
           05  LINE 19 COLUMN 10
               VALUE "A=APPROVE  D=DECLINE  S=SKIP  X=EXIT".
           05  LINE 20 COLUMN 10 VALUE "DECLINE REASON  . . :".
           05  LINE 20 COLUMN 33 PIC X(20) USING WS-DECLINE-REASON.
           05  LINE 22 COLUMN 10 PIC X(40) FROM WS-ERROR-MESSAGE.
           05  LINE 23 COLUMN 10 PIC X(40) FROM WS-CONFIRM-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPROVAL-CYCLE
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT
               OR WS-EXIT-REQUESTED
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-OPERATOR-SIGNON
           PERFORM 1020-CHECK-BATCH-LOCK
           PERFORM 1050-LOAD-PENDING-TABLE
           OPEN I-O DIVISOR-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               AND WS-MASTER-STATUS NOT = "05" THEN
               DISPLAY "Error: cannot open divisor master, status "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND DIVISOR-MAINT-LOG-FILE.

      ******************************************************************
      * Sign-on against the operator master, three tries. Only an
      * active operator holding the approval permission gets in.
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
                       WHEN NOT OP-APPROVE-ALLOWED
                           MOVE "Error: Not authorized for approval."
                               TO WS-SIGNON-MESSAGE
                       WHEN OTHER
                           SET WS-SIGNED-ON TO TRUE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * While the overnight batch holds the DIVLOCK lock it is
      * reading DIVMAST and DIVCTL, so no change may be applied
      * under it. The lock is checked at sign-on and again before
      * each approved change is applied, since a run can start
      * while the approver is working.
      ******************************************************************
       1020-CHECK-BATCH-LOCK.
           PERFORM 1025-READ-BATCH-LOCK
           IF WS-BATCH-RUNNING THEN
               DISPLAY "Batch in progress - change approval not "
                   "available until the run ends."
               STOP RUN
           END-IF.

       1025-READ-BATCH-LOCK.
           MOVE "N" TO WS-BATCH-LOCK-SW
           OPEN INPUT DIVISOR-LOCK-FILE
           READ DIVISOR-LOCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LCK-STATUS = "Y" THEN
                       SET WS-BATCH-RUNNING TO TRUE
                   END-IF
           END-READ
           CLOSE DIVISOR-LOCK-FILE.

      ******************************************************************
      * DIVPEND is read through once. Each P row is added to the
      * table; each A or D row takes its change back out, so what
      * is left is the changes still waiting on a decision.
      ******************************************************************
       1050-LOAD-PENDING-TABLE.
           OPEN INPUT DIVISOR-PENDING-FILE
           PERFORM 1055-LOAD-ONE-PENDING-ROW UNTIL WS-PEND-EOF
           CLOSE DIVISOR-PENDING-FILE
           IF WS-PEND-OVERFLOW THEN
               DISPLAY "Error: DIVPEND holds more than 500 pending "
                   "changes - session ended."
               STOP RUN
           END-IF
           IF WS-PEND-COUNT = 0 THEN
               DISPLAY "No changes awaiting approval."
           END-IF.

       1055-LOAD-ONE-PENDING-ROW.
           READ DIVISOR-PENDING-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
               NOT AT END
                   IF PND-CHANGE-ID IS NUMERIC THEN
                       EVALUATE TRUE
                           WHEN PND-PENDING
                               PERFORM 1060-ADD-PENDING-ENTRY
                           WHEN PND-APPROVED OR PND-DECLINED
                               PERFORM 1065-DROP-DECIDED-ENTRY
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       1060-ADD-PENDING-ENTRY.
           IF WS-PEND-COUNT >= 500 THEN
               SET WS-PEND-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-PEND-COUNT
               MOVE DIV-PENDING-RECORD TO WS-PEND-ENTRY(WS-PEND-COUNT)
           END-IF.

       1065-DROP-DECIDED-ENTRY.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 1066-CHECK-ONE-ENTRY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PEND-COUNT OR WS-FOUND-SUB > 0
           IF WS-FOUND-SUB > 0 THEN
               PERFORM 1067-SHIFT-ONE-ENTRY
                   VARYING WS-SUB FROM WS-FOUND-SUB BY 1
                   UNTIL WS-SUB >= WS-PEND-COUNT
               SUBTRACT 1 FROM WS-PEND-COUNT
           END-IF.

       1066-CHECK-ONE-ENTRY.
           IF WS-PT-CHANGE-ID(WS-SUB) = PND-CHANGE-ID THEN
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.

       1067-SHIFT-ONE-ENTRY.
           MOVE WS-PEND-ENTRY(WS-SUB + 1) TO WS-PEND-ENTRY(WS-SUB).

      ******************************************************************
      * The change in hand is moved into the DIVPEND record area, so
      * its decision row is the same record with the status,
      * approver and time filled in. The approver's own changes are
      * passed over and counted, never shown.
      ******************************************************************
       2000-APPROVAL-CYCLE.
           MOVE WS-PEND-ENTRY(WS-PEND-SUB) TO DIV-PENDING-RECORD
           IF PND-MAKER-ID = WS-OPERATOR-ID THEN
               ADD 1 TO WS-OWN-CHANGES
           ELSE
               ADD 1 TO WS-CHANGES-LISTED
               PERFORM 2100-PRESENT-CHANGE
           END-IF.

       2100-PRESENT-CHANGE.
           MOVE PND-CHANGE-ID TO WS-DSP-CHANGE-ID
           EVALUATE PND-FUNCTION
               WHEN "A"
                   MOVE "ADD" TO WS-DSP-FUNCTION
               WHEN "C"
                   MOVE "CHANGE" TO WS-DSP-FUNCTION
               WHEN "D"
                   MOVE "DELETE" TO WS-DSP-FUNCTION
               WHEN OTHER
                   MOVE PND-FUNCTION TO WS-DSP-FUNCTION
           END-EVALUATE
           MOVE PND-MAKER-ID TO WS-DSP-MAKER
           MOVE PND-MADE-TIMESTAMP(1:8) TO WS-DSP-MADE-DATE
           MOVE PND-MADE-TIMESTAMP(9:4) TO WS-DSP-MADE-TIME
           MOVE PND-BEFORE-IMAGE TO WS-DSP-BEFORE
           MOVE PND-AFTER-IMAGE TO WS-DSP-AFTER
           IF PND-CONTROL-CHANGE THEN
               PERFORM 2110-EDIT-BUDGET-DISPLAY
           END-IF
           MOVE "S" TO WS-ACTION
           MOVE SPACES TO WS-DECLINE-REASON
           MOVE SPACES TO WS-ERROR-MESSAGE
           MOVE "N" TO WS-ACTION-DONE-SW

           PERFORM 2200-ACCEPT-ACTION UNTIL WS-ACTION-DONE.

       2110-EDIT-BUDGET-DISPLAY.
           MOVE SPACES TO WS-DSP-OLD-BUDGET
           MOVE SPACES TO WS-DSP-NEW-BUDGET
           IF PND-OLD-BUDGET-AMOUNT IS NUMERIC THEN
               MOVE PND-OLD-BUDGET-AMOUNT TO WS-DSP-BUDGET-EDIT
               MOVE WS-DSP-BUDGET-EDIT TO WS-DSP-OLD-BUDGET
           END-IF
           IF PND-NEW-BUDGET-AMOUNT IS NUMERIC THEN
               MOVE PND-NEW-BUDGET-AMOUNT TO WS-DSP-BUDGET-EDIT
               MOVE WS-DSP-BUDGET-EDIT TO WS-DSP-NEW-BUDGET
           END-IF.

      ******************************************************************
      * An approval that cannot be applied (the record moved on
      * since the change was keyed) leaves the screen up with the
      * reason, so the approver can decline or skip it instead.
      ******************************************************************
       2200-ACCEPT-ACTION.
           IF PND-MASTER-CHANGE THEN
               DISPLAY SCR-MASTER-APPROVAL
               ACCEPT SCR-MASTER-APPROVAL
           ELSE
               DISPLAY SCR-CONTROL-APPROVAL
               ACCEPT SCR-CONTROL-APPROVAL
           END-IF
           MOVE SPACES TO WS-ERROR-MESSAGE
           MOVE SPACES TO WS-CONFIRM-MESSAGE
           EVALUATE TRUE
               WHEN WS-ACTION = "A" OR WS-ACTION = "a"
                   PERFORM 2500-APPROVE-CHANGE
                   IF WS-APPLY-OK THEN
                       SET WS-ACTION-DONE TO TRUE
                   END-IF
               WHEN (WS-ACTION = "D" OR WS-ACTION = "d")
                   AND WS-DECLINE-REASON = SPACES
                   MOVE "Error: Decline reason is required."
                       TO WS-ERROR-MESSAGE
               WHEN WS-ACTION = "D" OR WS-ACTION = "d"
                   PERFORM 2800-DECLINE-CHANGE
                   SET WS-ACTION-DONE TO TRUE
               WHEN WS-ACTION = "S" OR WS-ACTION = "s"
                   ADD 1 TO WS-CHANGES-SKIPPED
                   SET WS-ACTION-DONE TO TRUE
               WHEN WS-ACTION = "X" OR WS-ACTION = "x"
                   SET WS-EXIT-REQUESTED TO TRUE
                   SET WS-ACTION-DONE TO TRUE
               WHEN OTHER
                   MOVE "Error: Action must be A, D, S or X."
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.

      ******************************************************************
      * A change found under the batch lock is not applied; it stays
      * pending and can be approved once the run ends.
      ******************************************************************
       2500-APPROVE-CHANGE.
           SET WS-APPLY-OK TO TRUE
           PERFORM 1025-READ-BATCH-LOCK
           EVALUATE TRUE
               WHEN WS-BATCH-RUNNING
                   MOVE "Error: Batch running - approve later."
                       TO WS-ERROR-MESSAGE
                   SET WS-APPLY-FAILED TO TRUE
               WHEN PND-MASTER-CHANGE
                   PERFORM 2600-APPLY-MASTER-CHANGE
               WHEN OTHER
                   PERFORM 2700-APPLY-CONTROL-CHANGE
           END-EVALUATE
           IF WS-APPLY-OK THEN
               SET PND-APPROVED TO TRUE
               MOVE SPACES TO PND-DECLINE-REASON
               PERFORM 2900-WRITE-DECISION-ROW
               ADD 1 TO WS-CHANGES-APPROVED
               STRING "Change " WS-DSP-CHANGE-ID
                   " approved and applied." DELIMITED BY SIZE
                   INTO WS-CONFIRM-MESSAGE
           END-IF.

      ******************************************************************
      * A master change is applied only if DIVMAST still holds
      * exactly the before image the maker saw (for an add, only if
      * the account is still not on file). The applied change is
      * logged on DIVMLOG against the operator who keyed it.
      ******************************************************************
       2600-APPLY-MASTER-CHANGE.
           IF PND-FUNCTION = "A" THEN
               MOVE PND-NEW-ACCOUNT TO DM-ACCOUNT-NUMBER
           ELSE
               MOVE PND-OLD-ACCOUNT TO DM-ACCOUNT-NUMBER
           END-IF
           READ DIVISOR-MASTER-FILE
               INVALID KEY
                   IF PND-FUNCTION NOT = "A" THEN
                       MOVE "Error: Account no longer on master."
                           TO WS-ERROR-MESSAGE
                       SET WS-APPLY-FAILED TO TRUE
                   END-IF
               NOT INVALID KEY
                   IF PND-FUNCTION = "A" THEN
                       MOVE "Error: Account already on master."
                           TO WS-ERROR-MESSAGE
                       SET WS-APPLY-FAILED TO TRUE
                   ELSE
                       IF DIV-MASTER-RECORD
                           NOT = PND-BEFORE-IMAGE(1:32) THEN
                           MOVE "Error: Account changed since keyed."
                               TO WS-ERROR-MESSAGE
                           SET WS-APPLY-FAILED TO TRUE
                       END-IF
                   END-IF
           END-READ
           IF WS-APPLY-OK THEN
               EVALUATE PND-FUNCTION
                   WHEN "A"
                       MOVE PND-AFTER-IMAGE(1:32) TO DIV-MASTER-RECORD
                       WRITE DIV-MASTER-RECORD
                           INVALID KEY
                               SET WS-APPLY-FAILED TO TRUE
                       END-WRITE
                   WHEN "C"
                       MOVE PND-AFTER-IMAGE(1:32) TO DIV-MASTER-RECORD
                       REWRITE DIV-MASTER-RECORD
                           INVALID KEY
                               SET WS-APPLY-FAILED TO TRUE
                       END-REWRITE
                   WHEN OTHER
                       DELETE DIVISOR-MASTER-FILE
                           INVALID KEY
                               SET WS-APPLY-FAILED TO TRUE
                       END-DELETE
               END-EVALUATE
               IF WS-APPLY-FAILED THEN
                   MOVE "Error: DIVMAST update failed, status "
                       TO WS-ERROR-MESSAGE
                   MOVE WS-MASTER-STATUS TO WS-ERROR-MESSAGE(38:2)
               ELSE
                   PERFORM 2650-WRITE-MAINT-LOG
               END-IF
           END-IF.

       2650-WRITE-MAINT-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO MLG-TIMESTAMP
           MOVE PND-FUNCTION TO MLG-FUNCTION
           MOVE PND-MAKER-ID TO MLG-OPERATOR-ID
           MOVE PND-BEFORE-IMAGE(1:32) TO MLG-BEFORE-IMAGE
           MOVE PND-AFTER-IMAGE(1:32) TO MLG-AFTER-IMAGE
           WRITE DIV-MAINT-LOG-RECORD.

      ******************************************************************
      * A control change is applied against DIVCTL as it stands
      * now: the file is loaded, the department row checked against
      * the before image (for an add, checked absent), changed in
      * the table and the whole file rewritten before the next
      * change is shown.
      ******************************************************************
       2700-APPLY-CONTROL-CHANGE.
           PERFORM 2705-FILL-BUDGET-FIELDS
           PERFORM 2710-LOAD-CONTROL-TABLE
           IF PND-FUNCTION = "A" THEN
               MOVE PND-NEW-CTL-DEPT TO WS-CTL-KEY
           ELSE
               MOVE PND-OLD-CTL-DEPT TO WS-CTL-KEY
           END-IF
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 2730-CHECK-ONE-ROW
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CTL-COUNT OR WS-FOUND-SUB > 0
           EVALUATE TRUE
               WHEN WS-CTL-OVERFLOW
                   MOVE "Error: DIVCTL holds more than 100 rows."
                       TO WS-ERROR-MESSAGE
                   SET WS-APPLY-FAILED TO TRUE
               WHEN PND-FUNCTION = "A" AND WS-FOUND-SUB > 0
                   MOVE "Error: Department already on file."
                       TO WS-ERROR-MESSAGE
                   SET WS-APPLY-FAILED TO TRUE
               WHEN PND-FUNCTION = "A" AND WS-CTL-COUNT >= 100
                   MOVE "Error: Control file is full."
                       TO WS-ERROR-MESSAGE
                   SET WS-APPLY-FAILED TO TRUE
               WHEN PND-FUNCTION = "A"
                   ADD 1 TO WS-CTL-COUNT
                   MOVE PND-AFTER-IMAGE(1:39)
                       TO WS-CTL-ENTRY(WS-CTL-COUNT)
               WHEN WS-FOUND-SUB = 0
                   MOVE "Error: Department no longer on file."
                       TO WS-ERROR-MESSAGE
                   SET WS-APPLY-FAILED TO TRUE
               WHEN WS-CTL-ENTRY(WS-FOUND-SUB)
                   NOT = PND-BEFORE-IMAGE(1:39)
                   MOVE "Error: Row changed since keyed."
                       TO WS-ERROR-MESSAGE
                   SET WS-APPLY-FAILED TO TRUE
               WHEN PND-FUNCTION = "C"
                   MOVE PND-AFTER-IMAGE(1:39)
                       TO WS-CTL-ENTRY(WS-FOUND-SUB)
               WHEN OTHER
                   PERFORM 2735-SHIFT-ONE-ROW
                       VARYING WS-SUB FROM WS-FOUND-SUB BY 1
                       UNTIL WS-SUB >= WS-CTL-COUNT
                   SUBTRACT 1 FROM WS-CTL-COUNT
           END-EVALUATE
           IF WS-APPLY-OK THEN
               PERFORM 2750-REWRITE-CONTROL-FILE
           END-IF.

      ******************************************************************
      * A change keyed before the budget fields were carried has
      * nothing in them. Both sides are taken as a zero budget, as
      * the row itself loads, so the images compare and apply.
      ******************************************************************
       2705-FILL-BUDGET-FIELDS.
           IF PND-FUNCTION NOT = "A" THEN
               IF PND-OLD-BUDGET-AMOUNT IS NOT NUMERIC THEN
                   MOVE 0 TO PND-OLD-BUDGET-AMOUNT
               END-IF
               IF PND-OLD-BUDGET-COUNT IS NOT NUMERIC THEN
                   MOVE 0 TO PND-OLD-BUDGET-COUNT
               END-IF
           END-IF
           IF PND-FUNCTION NOT = "D" THEN
               IF PND-NEW-BUDGET-AMOUNT IS NOT NUMERIC THEN
                   MOVE 0 TO PND-NEW-BUDGET-AMOUNT
               END-IF
               IF PND-NEW-BUDGET-COUNT IS NOT NUMERIC THEN
                   MOVE 0 TO PND-NEW-BUDGET-COUNT
               END-IF
           END-IF.

       2710-LOAD-CONTROL-TABLE.
           MOVE 0 TO WS-CTL-COUNT
           MOVE 200 TO WS-DFT-VARIANCE-PCT
           MOVE 90 TO WS-DFT-LOOKBACK-DAYS
           MOVE "N" TO WS-CTL-EOF-SW
           MOVE "N" TO WS-CTL-OVERFLOW-SW
           OPEN INPUT DIVISOR-CONTROL-FILE
           PERFORM 2715-LOAD-ONE-CONTROL-ROW UNTIL WS-CTL-EOF
           CLOSE DIVISOR-CONTROL-FILE.

       2715-LOAD-ONE-CONTROL-ROW.
           READ DIVISOR-CONTROL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
               NOT AT END
                   IF DIV-CONTROL-RECORD = SPACES THEN
                       CONTINUE
                   ELSE
                   IF WS-CTL-COUNT >= 100 THEN
                       SET WS-CTL-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO WS-CTL-COUNT
                       MOVE CTL-DEPARTMENT
                           TO WS-CT-DEPARTMENT(WS-CTL-COUNT)
                       MOVE CTL-MAX-DIVISOR
                           TO WS-CT-MAX-DIVISOR(WS-CTL-COUNT)
                       MOVE CTL-DECIMAL-PLACES
                           TO WS-CT-DECIMALS(WS-CTL-COUNT)
                       MOVE CTL-REJECT-WARN-PCT
                           TO WS-CT-WARN-PCT(WS-CTL-COUNT)
                       MOVE CTL-REJECT-FAIL-PCT
                           TO WS-CT-FAIL-PCT(WS-CTL-COUNT)
                       PERFORM 2720-LOAD-VARIANCE-FIELDS
                       PERFORM 2725-LOAD-BUDGET-FIELDS
                   END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * Rows written before the variance band and look-back were
      * carried take the values BUGSOLCTL shows for them, the ***
      * row's or the built-in 200 pct and 90 days, so the images
      * keyed there compare equal here.
      ******************************************************************
       2720-LOAD-VARIANCE-FIELDS.
           IF CTL-VARIANCE-PCT IS NUMERIC THEN
               MOVE CTL-VARIANCE-PCT
                   TO WS-CT-VARIANCE-PCT(WS-CTL-COUNT)
           ELSE
               MOVE WS-DFT-VARIANCE-PCT
                   TO WS-CT-VARIANCE-PCT(WS-CTL-COUNT)
           END-IF
           IF CTL-LOOKBACK-DAYS IS NUMERIC
               AND CTL-LOOKBACK-DAYS > 0 THEN
               MOVE CTL-LOOKBACK-DAYS
                   TO WS-CT-LOOKBACK-DAYS(WS-CTL-COUNT)
           ELSE
               MOVE WS-DFT-LOOKBACK-DAYS
                   TO WS-CT-LOOKBACK-DAYS(WS-CTL-COUNT)
           END-IF
           IF CTL-DEPARTMENT = "***" THEN
               MOVE WS-CT-VARIANCE-PCT(WS-CTL-COUNT)
                   TO WS-DFT-VARIANCE-PCT
               MOVE WS-CT-LOOKBACK-DAYS(WS-CTL-COUNT)
                   TO WS-DFT-LOOKBACK-DAYS
           END-IF.

      ******************************************************************
      * Rows written before the monthly budget was carried load
      * with a zero budget, as BUGSOLCTL shows them.
      ******************************************************************
       2725-LOAD-BUDGET-FIELDS.
           IF CTL-BUDGET-AMOUNT IS NUMERIC THEN
               MOVE CTL-BUDGET-AMOUNT
                   TO WS-CT-BUDGET-AMOUNT(WS-CTL-COUNT)
           ELSE
               MOVE 0 TO WS-CT-BUDGET-AMOUNT(WS-CTL-COUNT)
           END-IF
           IF CTL-BUDGET-COUNT IS NUMERIC THEN
               MOVE CTL-BUDGET-COUNT
                   TO WS-CT-BUDGET-COUNT(WS-CTL-COUNT)
           ELSE
               MOVE 0 TO WS-CT-BUDGET-COUNT(WS-CTL-COUNT)
           END-IF.

       2730-CHECK-ONE-ROW.
           IF WS-CT-DEPARTMENT(WS-SUB) = WS-CTL-KEY THEN
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.

       2735-SHIFT-ONE-ROW.
           MOVE WS-CTL-ENTRY(WS-SUB + 1) TO WS-CTL-ENTRY(WS-SUB).

      ******************************************************************
      * DIVCTL is rewritten from the table: the *** default row
      * first (the reading programs apply it before the department
      * rows), then every other row in table order.
      ******************************************************************
       2750-REWRITE-CONTROL-FILE.
           OPEN OUTPUT DIVISOR-CONTROL-FILE
           PERFORM 2760-WRITE-DEFAULT-ROW
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CTL-COUNT
           PERFORM 2770-WRITE-DEPT-ROW
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CTL-COUNT
           CLOSE DIVISOR-CONTROL-FILE.

       2760-WRITE-DEFAULT-ROW.
           IF WS-CT-DEPARTMENT(WS-SUB) = "***" THEN
               PERFORM 2780-WRITE-ONE-ROW
           END-IF.

       2770-WRITE-DEPT-ROW.
           IF WS-CT-DEPARTMENT(WS-SUB) = "***" THEN
               CONTINUE
           ELSE
               PERFORM 2780-WRITE-ONE-ROW
           END-IF.

       2780-WRITE-ONE-ROW.
           MOVE WS-CT-DEPARTMENT(WS-SUB) TO CTL-DEPARTMENT
           MOVE WS-CT-MAX-DIVISOR(WS-SUB) TO CTL-MAX-DIVISOR
           MOVE WS-CT-DECIMALS(WS-SUB) TO CTL-DECIMAL-PLACES
           MOVE WS-CT-WARN-PCT(WS-SUB) TO CTL-REJECT-WARN-PCT
           MOVE WS-CT-FAIL-PCT(WS-SUB) TO CTL-REJECT-FAIL-PCT
           MOVE WS-CT-VARIANCE-PCT(WS-SUB) TO CTL-VARIANCE-PCT
           MOVE WS-CT-LOOKBACK-DAYS(WS-SUB) TO CTL-LOOKBACK-DAYS
           MOVE WS-CT-BUDGET-AMOUNT(WS-SUB) TO CTL-BUDGET-AMOUNT
           MOVE WS-CT-BUDGET-COUNT(WS-SUB) TO CTL-BUDGET-COUNT
           WRITE DIV-CONTROL-RECORD.

       2800-DECLINE-CHANGE.
           SET PND-DECLINED TO TRUE
           MOVE WS-DECLINE-REASON TO PND-DECLINE-REASON
           PERFORM 2900-WRITE-DECISION-ROW
           ADD 1 TO WS-CHANGES-DECLINED
           STRING "Change " WS-DSP-CHANGE-ID " declined."
               DELIMITED BY SIZE INTO WS-CONFIRM-MESSAGE.

       2900-WRITE-DECISION-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-OPERATOR-ID TO PND-CHECKER-ID
           MOVE WS-CURRENT-TIMESTAMP TO PND-CHECKED-TIMESTAMP
           OPEN EXTEND DIVISOR-PENDING-FILE
           WRITE DIV-PENDING-RECORD
           CLOSE DIVISOR-PENDING-FILE.

       9000-TERMINATE.
           CLOSE DIVISOR-MASTER-FILE
           CLOSE DIVISOR-MAINT-LOG-FILE
           DISPLAY "CHANGES PENDING  . . . . : " WS-PEND-COUNT
           DISPLAY "OWN CHANGES NOT SHOWN  . : " WS-OWN-CHANGES
           DISPLAY "CHANGES SHOWN  . . . . . : " WS-CHANGES-LISTED
           DISPLAY "APPROVED AND APPLIED . . : " WS-CHANGES-APPROVED
           DISPLAY "DECLINED . . . . . . . . : " WS-CHANGES-DECLINED
           DISPLAY "SKIPPED  . . . . . . . . : " WS-CHANGES-SKIPPED.
