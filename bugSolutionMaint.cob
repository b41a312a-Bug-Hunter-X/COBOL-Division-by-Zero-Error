      * and every record processed by BUGSOLUTION must carry an
      * account that exists (and is active) on this master, so the
      * results on DIVOUT, DIVREJ, DIVRPT and DIVEXT are traceable
      * to a real account. An add, change or delete is not applied
      * here: it is queued on DIVPEND with the before and after
      * images and applied by BUGSOLAPR once a second operator
      * approves it. Only one change per account can be pending.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS DM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL DIVISOR-PENDING-FILE ASSIGN TO "DIVPEND"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-OPERATOR-FILE ASSIGN TO "DIVOPER"
           05  DM-DEPARTMENT           PIC X(3).

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

       01  WS-CURRENT-TIMESTAMP        PIC X(21).

       01  WS-CHANGE-FIELDS.
           05  WS-CHANGE-FUNCTION      PIC X VALUE SPACE.
           05  WS-BEFORE-IMAGE.
               10  WS-OLD-ACCOUNT      PIC X(8).
               10  WS-OLD-NAME         PIC X(20).
               10  WS-NEW-ACTIVE       PIC X.
               10  WS-NEW-DEPARTMENT   PIC X(3).

       01  WS-PENDING-CONTROLS.
           05  WS-PEND-KEY             PIC X(8) VALUE SPACES.
           05  WS-ROW-KEY              PIC X(8) VALUE SPACES.
           05  WS-LAST-CHANGE-ID       PIC 9(6) VALUE 0.
           05  WS-KEY-PENDING-ID       PIC 9(6) VALUE 0.
           05  WS-CHANGE-ID-DISP       PIC 9(6) VALUE 0.

       01  WS-SWITCHES.
           05  WS-MORE-FUNCTIONS-SW    PIC X VALUE "Y".
               88  WS-MORE-FUNCTIONS                VALUE "Y".
               88  WS-NO-MORE-FUNCTIONS             VALUE "N".
           05  WS-BROWSE-DONE-SW       PIC X VALUE "N".
               88  WS-BROWSE-DONE                   VALUE "Y".
           05  WS-PEND-EOF-SW          PIC X VALUE "N".
               88  WS-PEND-EOF                      VALUE "Y".

       01  WS-ERROR-MESSAGE            PIC X(40) VALUE SPACES.
       01  WS-CONFIRM-MESSAGE          PIC X(40) VALUE SPACES.

       1000-INITIALIZE.
           PERFORM 1010-OPERATOR-SIGNON
      * Status 05 means the optional master was not there - normal
      * before the first approved add has created it.
           OPEN INPUT DIVISOR-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               AND WS-MASTER-STATUS NOT = "05" THEN
               DISPLAY "Error: cannot open divisor master, status "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      * Separation of duties: the session starts with a sign-on
      * against the DIVOPER operator master, and the operator must
      * hold the master-maintenance permission for this screen.
      * Three failed attempts end the session. The signed-on
      * operator ID is stamped on every DIVPEND change this
      * session queues as the maker, and BUGSOLAPR will not let
      * the same operator approve it.
      ******************************************************************
       1010-OPERATOR-SIGNON.
           OPEN INPUT DIVISOR-OPERATOR-FILE
               MOVE "A" TO WS-ACTIVE-SW
           END-IF
           MOVE WS-ACCOUNT-NUMBER TO DM-ACCOUNT-NUMBER
           READ DIVISOR-MASTER-FILE
               INVALID KEY
                   MOVE "A" TO WS-CHANGE-FUNCTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM 2550-CAPTURE-AFTER-IMAGE
                   PERFORM 2700-QUEUE-CHANGE
               NOT INVALID KEY
                   MOVE "Error: Account already on master."
                       TO WS-ERROR-MESSAGE
           END-READ
           DISPLAY SCR-MAINT-ENTRY.

       2200-CHANGE-ACCOUNT.
           IF WS-ACTIVE-SW NOT = "A" AND WS-ACTIVE-SW NOT = "I" THEN
               INVALID KEY
                   MOVE "Error: Account not on master."
                       TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   PERFORM 2500-CAPTURE-BEFORE-IMAGE
                   PERFORM 2550-CAPTURE-AFTER-IMAGE
                   IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE THEN
                       MOVE "Error: Nothing changed on the account."
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE "C" TO WS-CHANGE-FUNCTION
                       PERFORM 2700-QUEUE-CHANGE
                   END-IF
           END-READ
           DISPLAY SCR-MAINT-ENTRY.

       2300-DELETE-ACCOUNT.
           MOVE WS-ACCOUNT-NUMBER TO DM-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Error: Account not on master."
                       TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   PERFORM 2500-CAPTURE-BEFORE-IMAGE
                   MOVE "D" TO WS-CHANGE-FUNCTION
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM 2700-QUEUE-CHANGE
           END-READ
           DISPLAY SCR-MAINT-ENTRY.

       2400-BROWSE-ACCOUNTS.
           MOVE "N" TO WS-BROWSE-DONE-SW
           MOVE DM-DEPARTMENT TO WS-OLD-DEPARTMENT.

       2550-CAPTURE-AFTER-IMAGE.
           MOVE WS-ACCOUNT-NUMBER TO WS-NEW-ACCOUNT
           MOVE WS-ACCOUNT-NAME TO WS-NEW-NAME
           MOVE WS-ACTIVE-SW TO WS-NEW-ACTIVE
           MOVE WS-DEPARTMENT TO WS-NEW-DEPARTMENT.

      ******************************************************************
      * DIVPEND is read through before each change is queued, for
      * the highest change number issued so far and for any change
      * to the same account still waiting on a decision. It is
      * opened only for the scan and the append, so other
      * maintenance and approval sessions can work alongside.
      ******************************************************************
       2650-SCAN-PENDING-FILE.
           MOVE 0 TO WS-LAST-CHANGE-ID
           MOVE 0 TO WS-KEY-PENDING-ID
           MOVE "N" TO WS-PEND-EOF-SW
           OPEN INPUT DIVISOR-PENDING-FILE
           PERFORM 2660-SCAN-ONE-PENDING-ROW UNTIL WS-PEND-EOF
           CLOSE DIVISOR-PENDING-FILE.

       2660-SCAN-ONE-PENDING-ROW.
           READ DIVISOR-PENDING-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
               NOT AT END
                   IF PND-CHANGE-ID IS NUMERIC THEN
                       IF PND-CHANGE-ID > WS-LAST-CHANGE-ID THEN
                           MOVE PND-CHANGE-ID TO WS-LAST-CHANGE-ID
                       END-IF
                       IF PND-MASTER-CHANGE THEN
                           PERFORM 2670-CHECK-PENDING-KEY
                       END-IF
                   END-IF
           END-READ.

       2670-CHECK-PENDING-KEY.
           IF PND-NEW-ACCOUNT = SPACES THEN
               MOVE PND-OLD-ACCOUNT TO WS-ROW-KEY
           ELSE
               MOVE PND-NEW-ACCOUNT TO WS-ROW-KEY
           END-IF
           EVALUATE TRUE
               WHEN PND-PENDING AND WS-ROW-KEY = WS-PEND-KEY
                   MOVE PND-CHANGE-ID TO WS-KEY-PENDING-ID
               WHEN PND-PENDING
                   CONTINUE
               WHEN PND-CHANGE-ID = WS-KEY-PENDING-ID
                   MOVE 0 TO WS-KEY-PENDING-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * One P row per change keyed: the next change number, the
      * function code, the maker and both record images. An add
      * queues a blank before image, a delete a blank after image.
      ******************************************************************
       2700-QUEUE-CHANGE.
           MOVE WS-ACCOUNT-NUMBER TO WS-PEND-KEY
           PERFORM 2650-SCAN-PENDING-FILE
           IF WS-KEY-PENDING-ID > 0 THEN
               MOVE WS-KEY-PENDING-ID TO WS-CHANGE-ID-DISP
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "Error: Change " WS-CHANGE-ID-DISP
                   " already pending." DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE SPACES TO DIV-PENDING-RECORD
               ADD 1 TO WS-LAST-CHANGE-ID
               MOVE WS-LAST-CHANGE-ID TO PND-CHANGE-ID
               SET PND-MASTER-CHANGE TO TRUE
               MOVE WS-CHANGE-FUNCTION TO PND-FUNCTION
               SET PND-PENDING TO TRUE
               MOVE WS-OPERATOR-ID TO PND-MAKER-ID
               MOVE WS-CURRENT-TIMESTAMP TO PND-MADE-TIMESTAMP
               MOVE WS-BEFORE-IMAGE TO PND-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO PND-AFTER-IMAGE
               OPEN EXTEND DIVISOR-PENDING-FILE
               WRITE DIV-PENDING-RECORD
               CLOSE DIVISOR-PENDING-FILE
               MOVE WS-LAST-CHANGE-ID TO WS-CHANGE-ID-DISP
               MOVE SPACES TO WS-CONFIRM-MESSAGE
               STRING "Change " WS-CHANGE-ID-DISP
                   " queued for approval." DELIMITED BY SIZE
                   INTO WS-CONFIRM-MESSAGE
           END-IF.

       9000-TERMINATE.
           CLOSE DIVISOR-MASTER-FILE.
