      ******************************************************************
      * Control-parameter maintenance screen. Supports add, change,
      * delete and browse of the department-keyed rows on the
      * DIVCTL control file - maximum divisor, decimal places, the
      * reject warning/failure tolerances and the result variance
      * band and look-back period, and the department's monthly
      * budget amount and expected record count - so the parameters
      * are keyed through proper edits instead of the file being
      * hand-edited. The *** row holds the defaults applied to any
      * department without a row of its own; BUGSOLUTION, BUGSOLONL
      * and BUGSOLREC all read this file. An add, change or delete
      * is not applied here: it is queued on DIVPEND with the row's
      * before and after images and applied by BUGSOLAPR once a
      * second operator approves it. Only one change per department
      * can be pending. Requires the control-parameter permission
      * on DIVOPER.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL DIVISOR-CONTROL-FILE ASSIGN TO "DIVCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIVISOR-PENDING-FILE ASSIGN TO "DIVPEND"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-OPERATOR-FILE ASSIGN TO "DIVOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  CTL-DECIMAL-PLACES      PIC 9.
           05  CTL-REJECT-WARN-PCT     PIC 9(3).
           05  CTL-REJECT-FAIL-PCT     PIC 9(3).
           05  CTL-VARIANCE-PCT        PIC 9(3).
           05  CTL-LOOKBACK-DAYS       PIC 9(3).
           05  CTL-BUDGET-AMOUNT       PIC 9(9)V99.
           05  CTL-BUDGET-COUNT        PIC 9(7).

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
           05  WS-ENTRY-DECIMALS       PIC 9 VALUE 2.
           05  WS-ENTRY-WARN-PCT       PIC 9(3) VALUE 0.
           05  WS-ENTRY-FAIL-PCT       PIC 9(3) VALUE 0.
           05  WS-ENTRY-VARIANCE-PCT   PIC 9(3) VALUE 200.
           05  WS-ENTRY-LOOKBACK-DAYS  PIC 9(3) VALUE 90.
           05  WS-ENTRY-BUDGET-TEXT    PIC X(12) VALUE SPACES.
           05  WS-ENTRY-BUDGET-AMOUNT  PIC 9(9)V99 VALUE 0.
           05  WS-ENTRY-BUDGET-COUNT   PIC 9(7) VALUE 0.

      ******************************************************************
      * The budget amount is keyed as text: digits with at most one
      * decimal point and two decimal places, no sign, nine digits
      * before the point at most. A blank entry is a zero budget.
      ******************************************************************
       01  WS-BUDGET-EDIT-FIELDS.
           05  WS-BGT-SUB              PIC 9(2) VALUE 0.
           05  WS-BGT-CHAR             PIC X VALUE SPACE.
           05  WS-BGT-INT-DIGITS       PIC 9(2) VALUE 0.
           05  WS-BGT-DECIMALS         PIC 9(2) VALUE 0.
           05  WS-BUDGET-EDIT-SW       PIC X VALUE "V".
               88  WS-BUDGET-OK                   VALUE "V".
               88  WS-BUDGET-INVALID              VALUE "I".
           05  WS-BGT-POINT-SW         PIC X VALUE "N".
               88  WS-BGT-POINT-SEEN              VALUE "Y".
           05  WS-BGT-STARTED-SW       PIC X VALUE "N".
               88  WS-BGT-STARTED                 VALUE "Y".
           05  WS-BGT-ENDED-SW         PIC X VALUE "N".
               88  WS-BGT-ENDED                   VALUE "Y".

       01  WS-OPERATOR-STATUS          PIC XX VALUE "00".

       01  WS-VARIANCE-DEFAULTS.
           05  WS-DFT-VARIANCE-PCT     PIC 9(3) VALUE 200.
           05  WS-DFT-LOOKBACK-DAYS    PIC 9(3) VALUE 90.

       01  WS-SIGNON-CONTROLS.
           05  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
           05  WS-SIGNON-SW            PIC X VALUE "N".
               10  WS-CT-DECIMALS      PIC 9.
               10  WS-CT-WARN-PCT      PIC 9(3).
               10  WS-CT-FAIL-PCT      PIC 9(3).
               10  WS-CT-VARIANCE-PCT  PIC 9(3).
               10  WS-CT-LOOKBACK-DAYS PIC 9(3).
               10  WS-CT-BUDGET-AMOUNT PIC 9(9)V99.
               10  WS-CT-BUDGET-COUNT  PIC 9(7).

       01  WS-CURRENT-TIMESTAMP        PIC X(21).

      ******************************************************************
      * Before and after images of a parameter row, in the layout
      * of a control table entry.
      ******************************************************************
       01  WS-CHANGE-FIELDS.
           05  WS-CHANGE-FUNCTION      PIC X VALUE SPACE.
           05  WS-BEFORE-IMAGE.
               10  WS-OLD-DEPARTMENT   PIC X(3).
               10  WS-OLD-MAX-DIVISOR  PIC 9(5).
               10  WS-OLD-DECIMALS     PIC 9.
               10  WS-OLD-WARN-PCT     PIC 9(3).
               10  WS-OLD-FAIL-PCT     PIC 9(3).
               10  WS-OLD-VARIANCE-PCT PIC 9(3).
               10  WS-OLD-LOOKBACK-DAYS
                                       PIC 9(3).
               10  WS-OLD-BUDGET-AMOUNT
                                       PIC 9(9)V99.
               10  WS-OLD-BUDGET-COUNT  PIC 9(7).
           05  WS-AFTER-IMAGE.
               10  WS-NEW-DEPARTMENT   PIC X(3).
               10  WS-NEW-MAX-DIVISOR  PIC 9(5).
               10  WS-NEW-DECIMALS     PIC 9.
               10  WS-NEW-WARN-PCT     PIC 9(3).
               10  WS-NEW-FAIL-PCT     PIC 9(3).
               10  WS-NEW-VARIANCE-PCT PIC 9(3).
               10  WS-NEW-LOOKBACK-DAYS
                                       PIC 9(3).
               10  WS-NEW-BUDGET-AMOUNT
                                       PIC 9(9)V99.
               10  WS-NEW-BUDGET-COUNT  PIC 9(7).

       01  WS-PENDING-CONTROLS.
           05  WS-PEND-KEY             PIC X(3) VALUE SPACES.
           05  WS-ROW-KEY              PIC X(3) VALUE SPACES.
           05  WS-LAST-CHANGE-ID       PIC 9(6) VALUE 0.
           05  WS-KEY-PENDING-ID       PIC 9(6) VALUE 0.
           05  WS-CHANGE-ID-DISP       PIC 9(6) VALUE 0.
           05  WS-CHANGES-QUEUED       PIC 9(5) VALUE 0.

       01  WS-BROWSE-FIELDS.
           05  WS-BRW-DEPARTMENT       PIC X(3).
           05  WS-BRW-DECIMALS         PIC 9.
           05  WS-BRW-WARN-PCT         PIC 9(3).
           05  WS-BRW-FAIL-PCT         PIC 9(3).
           05  WS-BRW-VARIANCE-PCT     PIC 9(3).
           05  WS-BRW-LOOKBACK-DAYS    PIC 9(3).
           05  WS-BRW-BUDGET-AMOUNT    PIC ZZZZZZZZ9.99.
           05  WS-BRW-BUDGET-COUNT     PIC ZZZZZZ9.

       01  WS-SWITCHES.
           05  WS-MORE-FUNCTIONS-SW    PIC X VALUE "Y".
               88  WS-CTL-EOF                       VALUE "Y".
           05  WS-CTL-OVERFLOW-SW      PIC X VALUE "N".
               88  WS-CTL-OVERFLOW                  VALUE "Y".
           05  WS-PEND-EOF-SW          PIC X VALUE "N".
               88  WS-PEND-EOF                      VALUE "Y".
           05  WS-ENTRY-EDIT-SW        PIC X VALUE "V".
               88  WS-ENTRY-VALID                   VALUE "V".
               88  WS-ENTRY-INVALID                 VALUE "I".
       01  WS-WORK-FIELDS.
           05  WS-SUB                  PIC 9(3) VALUE 0.
           05  WS-FOUND-SUB            PIC 9(3) VALUE 0.

       01  WS-ERROR-MESSAGE            PIC X(40) VALUE SPACES.
       01  WS-CONFIRM-MESSAGE          PIC X(40) VALUE SPACES.
           05  LINE 10 COLUMN 33 PIC 9(3) USING WS-ENTRY-WARN-PCT.
           05  LINE 11 COLUMN 10 VALUE "REJECT FAIL PCT . . :".
           05  LINE 11 COLUMN 33 PIC 9(3) USING WS-ENTRY-FAIL-PCT.
           05  LINE 12 COLUMN 10 VALUE "VARIANCE BAND PCT . :".
           05  LINE 12 COLUMN 33 PIC 9(3) USING WS-ENTRY-VARIANCE-PCT.
           05  LINE 13 COLUMN 10 VALUE "LOOK-BACK DAYS  . . :".
           05  LINE 13 COLUMN 33 PIC 9(3) USING WS-ENTRY-LOOKBACK-DAYS.
           05  LINE 14 COLUMN 10 VALUE "MONTHLY BUDGET  . . :".
           05  LINE 14 COLUMN 33 PIC X(12) USING WS-ENTRY-BUDGET-TEXT.
           05  LINE 15 COLUMN 10 VALUE "BUDGET RECORD COUNT :".
           05  LINE 15 COLUMN 33 PIC 9(7) USING WS-ENTRY-BUDGET-COUNT.
           05  LINE 17 COLUMN 10 PIC X(40) FROM WS-ERROR-MESSAGE.
           05  LINE 18 COLUMN 10 PIC X(40) FROM WS-CONFIRM-MESSAGE.

       01  SCR-CTL-BROWSE-LINE.
           05  BLANK SCREEN.
           05  LINE 7 COLUMN 33 PIC 9(3) FROM WS-BRW-WARN-PCT.
           05  LINE 8 COLUMN 10 VALUE "REJECT FAIL PCT . . :".
           05  LINE 8 COLUMN 33 PIC 9(3) FROM WS-BRW-FAIL-PCT.
           05  LINE 9 COLUMN 10 VALUE "VARIANCE BAND PCT . :".
           05  LINE 9 COLUMN 33 PIC 9(3) FROM WS-BRW-VARIANCE-PCT.
           05  LINE 10 COLUMN 10 VALUE "LOOK-BACK DAYS  . . :".
           05  LINE 10 COLUMN 33 PIC 9(3) FROM WS-BRW-LOOKBACK-DAYS.
           05  LINE 11 COLUMN 10 VALUE "MONTHLY BUDGET  . . :".
           05  LINE 11 COLUMN 33 PIC X(12) FROM WS-BRW-BUDGET-AMOUNT.
           05  LINE 12 COLUMN 10 VALUE "BUDGET RECORD COUNT :".
           05  LINE 12 COLUMN 33 PIC X(7) FROM WS-BRW-BUDGET-COUNT.
           05  LINE 14 COLUMN 10 VALUE "NEXT RECORD (Y/N) . :".
           05  LINE 14 COLUMN 33 PIC X USING WS-BROWSE-ANSWER.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           END-READ.

      ******************************************************************
      * The whole control file is small; it is loaded into the
      * table for the department lookups and the browse. A file
      * holding more rows than the table ends the session, since
      * lookups against a partial table would queue adds for
      * departments already on file and changes against rows the
      * session never saw.
      ******************************************************************
       1050-LOAD-CONTROL-TABLE.
           OPEN INPUT DIVISOR-CONTROL-FILE
                           TO WS-CT-WARN-PCT(WS-CTL-COUNT)
                       MOVE CTL-REJECT-FAIL-PCT
                           TO WS-CT-FAIL-PCT(WS-CTL-COUNT)
                       PERFORM 1058-LOAD-VARIANCE-FIELDS
                       PERFORM 1059-LOAD-BUDGET-FIELDS
                   END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * Rows written before the variance band and look-back were
      * carried have nothing in those fields. They take the value
      * BUGSOLUTION would have applied - the *** row's (the default
      * row is first on the file), else the built-in 200 pct and
      * 90 days - so the after-image queued on DIVPEND carries
      * them, and BUGSOLAPR writes them to DIVCTL when the change
      * is approved, without changing how the department is
      * checked.
      ******************************************************************
       1058-LOAD-VARIANCE-FIELDS.
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
      * Rows written before the monthly budget was carried have
      * nothing in the budget fields; they load as a zero budget,
      * which BUGSOLUTION and BUGSOLBVA read as no budget set.
      ******************************************************************
       1059-LOAD-BUDGET-FIELDS.
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

       2000-MAINT-CYCLE.
           MOVE SPACES TO WS-ERROR-MESSAGE
           MOVE SPACES TO WS-CONFIRM-MESSAGE
      ******************************************************************
      * The same edits BUGSOLUTION applies when it loads the file:
      * decimal places limited to 0, 2 or 4, both tolerances at
      * most 100 with the failure cutoff at or above the warning,
      * and a look-back of at least one day. A variance band of
      * zero is allowed: it turns the check off for the department.
      * A zero budget amount or record count means none is set.
      ******************************************************************
       2050-EDIT-ENTRY-FIELDS.
           SET WS-ENTRY-VALID TO TRUE
           PERFORM 2060-EDIT-BUDGET-AMOUNT
           EVALUATE TRUE
               WHEN WS-ENTRY-DEPARTMENT = SPACES
                   SET WS-ENTRY-INVALID TO TRUE
                   SET WS-ENTRY-INVALID TO TRUE
                   MOVE "Error: Fail pct below warn pct."
                       TO WS-ERROR-MESSAGE
               WHEN WS-ENTRY-LOOKBACK-DAYS = 0
                   SET WS-ENTRY-INVALID TO TRUE
                   MOVE "Error: Look-back days must be 1 to 999."
                       TO WS-ERROR-MESSAGE
               WHEN WS-BUDGET-INVALID
                   SET WS-ENTRY-INVALID TO TRUE
                   MOVE "Error: Budget is not a valid amount."
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               DISPLAY SCR-CTL-ENTRY
           END-IF.

       2060-EDIT-BUDGET-AMOUNT.
           MOVE "V" TO WS-BUDGET-EDIT-SW
           MOVE 0 TO WS-BGT-INT-DIGITS
           MOVE 0 TO WS-BGT-DECIMALS
           MOVE "N" TO WS-BGT-POINT-SW
           MOVE "N" TO WS-BGT-STARTED-SW
           MOVE "N" TO WS-BGT-ENDED-SW
           MOVE 0 TO WS-ENTRY-BUDGET-AMOUNT
           PERFORM 2065-SCAN-BUDGET-CHAR
               VARYING WS-BGT-SUB FROM 1 BY 1
               UNTIL WS-BGT-SUB > 12 OR WS-BUDGET-INVALID
           IF WS-BGT-POINT-SEEN
               AND WS-BGT-INT-DIGITS + WS-BGT-DECIMALS = 0 THEN
               SET WS-BUDGET-INVALID TO TRUE
           END-IF
           IF WS-BUDGET-OK AND WS-BGT-STARTED THEN
               COMPUTE WS-ENTRY-BUDGET-AMOUNT =
                   FUNCTION NUMVAL(WS-ENTRY-BUDGET-TEXT)
           END-IF.

       2065-SCAN-BUDGET-CHAR.
           MOVE WS-ENTRY-BUDGET-TEXT(WS-BGT-SUB:1) TO WS-BGT-CHAR
           EVALUATE TRUE
               WHEN WS-BGT-CHAR = SPACE
                   IF WS-BGT-STARTED THEN
                       SET WS-BGT-ENDED TO TRUE
                   END-IF
               WHEN WS-BGT-ENDED
                   SET WS-BUDGET-INVALID TO TRUE
               WHEN WS-BGT-CHAR = "."
                   IF WS-BGT-POINT-SEEN THEN
                       SET WS-BUDGET-INVALID TO TRUE
                   ELSE
                       SET WS-BGT-POINT-SEEN TO TRUE
                       SET WS-BGT-STARTED TO TRUE
                   END-IF
               WHEN WS-BGT-CHAR >= "0" AND WS-BGT-CHAR <= "9"
                   SET WS-BGT-STARTED TO TRUE
                   IF WS-BGT-POINT-SEEN THEN
                       ADD 1 TO WS-BGT-DECIMALS
                       IF WS-BGT-DECIMALS > 2 THEN
                           SET WS-BUDGET-INVALID TO TRUE
                       END-IF
                   ELSE
                       ADD 1 TO WS-BGT-INT-DIGITS
                       IF WS-BGT-INT-DIGITS > 9 THEN
                           SET WS-BUDGET-INVALID TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   SET WS-BUDGET-INVALID TO TRUE
           END-EVALUATE.

       2070-FIND-DEPARTMENT.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM 2075-CHECK-ONE-ROW
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.

       2080-CAPTURE-AFTER-IMAGE.
           MOVE WS-ENTRY-DEPARTMENT TO WS-NEW-DEPARTMENT
           MOVE WS-ENTRY-MAX-DIVISOR TO WS-NEW-MAX-DIVISOR
           MOVE WS-ENTRY-DECIMALS TO WS-NEW-DECIMALS
           MOVE WS-ENTRY-WARN-PCT TO WS-NEW-WARN-PCT
           MOVE WS-ENTRY-FAIL-PCT TO WS-NEW-FAIL-PCT
           MOVE WS-ENTRY-VARIANCE-PCT TO WS-NEW-VARIANCE-PCT
           MOVE WS-ENTRY-LOOKBACK-DAYS TO WS-NEW-LOOKBACK-DAYS
           MOVE WS-ENTRY-BUDGET-AMOUNT TO WS-NEW-BUDGET-AMOUNT
           MOVE WS-ENTRY-BUDGET-COUNT TO WS-NEW-BUDGET-COUNT.

       2100-ADD-ROW.
           PERFORM 2050-EDIT-ENTRY-FIELDS
               CONTINUE
           ELSE
               PERFORM 2070-FIND-DEPARTMENT
               IF WS-FOUND-SUB > 0 THEN
                   MOVE "Error: Department already on file."
                       TO WS-ERROR-MESSAGE
               ELSE
                   MOVE "A" TO WS-CHANGE-FUNCTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM 2080-CAPTURE-AFTER-IMAGE
                   PERFORM 2700-QUEUE-CHANGE
               END-IF
               DISPLAY SCR-CTL-ENTRY
           END-IF.

       2200-CHANGE-ROW.
               IF WS-FOUND-SUB = 0 THEN
                   MOVE "Error: Department not on file."
                       TO WS-ERROR-MESSAGE
               ELSE
                   MOVE WS-CTL-ENTRY(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
                   PERFORM 2080-CAPTURE-AFTER-IMAGE
                   IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE THEN
                       MOVE "Error: Nothing changed on the row."
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE "C" TO WS-CHANGE-FUNCTION
                       PERFORM 2700-QUEUE-CHANGE
                   END-IF
               END-IF
               DISPLAY SCR-CTL-ENTRY
           END-IF.

       2300-DELETE-ROW.
           IF WS-FOUND-SUB = 0 THEN
               MOVE "Error: Department not on file."
                   TO WS-ERROR-MESSAGE
           ELSE
               MOVE "D" TO WS-CHANGE-FUNCTION
               MOVE WS-CTL-ENTRY(WS-FOUND-SUB) TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM 2700-QUEUE-CHANGE
           END-IF
           DISPLAY SCR-CTL-ENTRY.

       2400-BROWSE-ROWS.
           IF WS-CTL-COUNT = 0 THEN
               MOVE WS-CT-DECIMALS(WS-SUB) TO WS-BRW-DECIMALS
               MOVE WS-CT-WARN-PCT(WS-SUB) TO WS-BRW-WARN-PCT
               MOVE WS-CT-FAIL-PCT(WS-SUB) TO WS-BRW-FAIL-PCT
               MOVE WS-CT-VARIANCE-PCT(WS-SUB) TO WS-BRW-VARIANCE-PCT
               MOVE WS-CT-LOOKBACK-DAYS(WS-SUB)
                   TO WS-BRW-LOOKBACK-DAYS
               MOVE WS-CT-BUDGET-AMOUNT(WS-SUB)
                   TO WS-BRW-BUDGET-AMOUNT
               MOVE WS-CT-BUDGET-COUNT(WS-SUB) TO WS-BRW-BUDGET-COUNT
               MOVE "Y" TO WS-BROWSE-ANSWER
               DISPLAY SCR-CTL-BROWSE-LINE
               ACCEPT SCR-CTL-BROWSE-LINE
           END-IF.

      ******************************************************************
      * DIVPEND is read through before each change is queued, for
      * the highest change number issued so far and for any change
      * to the same department still waiting on a decision. It is
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
                       IF PND-CONTROL-CHANGE THEN
                           PERFORM 2670-CHECK-PENDING-KEY
                       END-IF
                   END-IF
           END-READ.

       2670-CHECK-PENDING-KEY.
           IF PND-NEW-CTL-DEPT = SPACES THEN
               MOVE PND-OLD-CTL-DEPT TO WS-ROW-KEY
           ELSE
               MOVE PND-NEW-CTL-DEPT TO WS-ROW-KEY
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
      * function code, the maker and both row images. An add
      * queues a blank before image, a delete a blank after image.
      * DIVCTL itself is left exactly as it was.
      ******************************************************************
       2700-QUEUE-CHANGE.
           MOVE WS-ENTRY-DEPARTMENT TO WS-PEND-KEY
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
               SET PND-CONTROL-CHANGE TO TRUE
               MOVE WS-CHANGE-FUNCTION TO PND-FUNCTION
               SET PND-PENDING TO TRUE
               MOVE WS-OPERATOR-ID TO PND-MAKER-ID
               MOVE WS-CURRENT-TIMESTAMP TO PND-MADE-TIMESTAMP
               MOVE WS-BEFORE-IMAGE TO PND-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO PND-AFTER-IMAGE
               OPEN EXTEND DIVISOR-PENDING-FILE
               WRITE DIV-PENDING-RECORD
               CLOSE DIVISOR-PENDING-FILE
               ADD 1 TO WS-CHANGES-QUEUED
               MOVE WS-LAST-CHANGE-ID TO WS-CHANGE-ID-DISP
               MOVE SPACES TO WS-CONFIRM-MESSAGE
               STRING "Change " WS-CHANGE-ID-DISP
                   " queued for approval." DELIMITED BY SIZE
                   INTO WS-CONFIRM-MESSAGE
           END-IF.

       9000-TERMINATE.
           DISPLAY "CHANGES QUEUED FOR APPROVAL: " WS-CHANGES-QUEUED.
