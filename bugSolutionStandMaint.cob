       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSOLSIM.

      ******************************************************************
      * Standing instruction maintenance screen. Supports add,
      * change, delete and browse of the DIVSTI indexed standing
      * instruction file keyed by instruction number. Each
      * instruction is an account/dividend/divisor entry that
      * recurs - every business date, on day N of every month, or
      * at every month-end - between its start and end dates. The
      * BUGSOLSIG generator turns the instructions falling due into
      * DIVIN batches ahead of BUGSOLUTION, so keyers no longer
      * re-enter them through BUGSOLONL. Every add, change and
      * delete is logged to DIVSILOG with both record images.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIVISOR-STANDING-FILE ASSIGN TO "DIVSTI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-INSTRUCTION-ID
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT OPTIONAL DIVISOR-STANDING-LOG-FILE
               ASSIGN TO "DIVSILOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIVISOR-MASTER-FILE ASSIGN TO "DIVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DIVISOR-OPERATOR-FILE ASSIGN TO "DIVOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * One standing instruction. Frequency "D" falls due every
      * business date, "M" on day SI-DAY-OF-MONTH of each month (the
      * last day of a shorter month), "E" on the last day of each
      * month. An end date of zero leaves the instruction open.
      ******************************************************************
       FD  DIVISOR-STANDING-FILE.
       01  DIV-STANDING-RECORD.
           05  SI-INSTRUCTION-ID       PIC 9(6).
           05  SI-ACCOUNT-NUMBER       PIC 9(8).
           05  SI-DEPARTMENT           PIC X(3).
           05  SI-DIVIDEND             PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SI-DIVISOR              PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SI-FREQUENCY            PIC X.
               88  SI-DAILY                       VALUE "D".
               88  SI-MONTHLY                     VALUE "M".
               88  SI-MONTH-END                   VALUE "E".
           05  SI-DAY-OF-MONTH         PIC 9(2).
           05  SI-START-DATE           PIC 9(8).
           05  SI-END-DATE             PIC 9(8).
           05  SI-ACTIVE-SW            PIC X.
               88  SI-INSTRUCTION-ACTIVE          VALUE "A".

      ******************************************************************
      * Every add, change and delete against DIVSTI is logged here
      * with a timestamp, the function code, the operator and the
      * full before and after images of the instruction. An add
      * logs a blank before image, a delete a blank after image.
      ******************************************************************
       FD  DIVISOR-STANDING-LOG-FILE.
       01  DIV-STANDING-LOG-RECORD.
           05  SIL-TIMESTAMP           PIC X(21).
           05  SIL-FUNCTION            PIC X.
           05  SIL-OPERATOR-ID         PIC X(8).
           05  SIL-BEFORE-IMAGE        PIC X(53).
           05  SIL-AFTER-IMAGE         PIC X(53).

       FD  DIVISOR-MASTER-FILE.
       01  DIV-MASTER-RECORD.
           05  DM-ACCOUNT-NUMBER       PIC 9(8).
           05  DM-ACCOUNT-NAME         PIC X(20).
           05  DM-ACTIVE-SW            PIC X.
               88  DM-ACCOUNT-ACTIVE              VALUE "A".
           05  DM-DEPARTMENT           PIC X(3).

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
       01  WS-ENTRY-FIELDS.
           05  WS-FUNCTION             PIC X VALUE SPACE.
           05  WS-INSTRUCTION-ID       PIC 9(6) VALUE 0.
           05  WS-ACCOUNT-NUMBER       PIC 9(8) VALUE 0.
           05  WS-DEPARTMENT           PIC X(3) VALUE SPACES.
           05  WS-DIVIDEND-TEXT        PIC X(9) VALUE SPACES.
           05  WS-DIVISOR-TEXT         PIC X(9) VALUE SPACES.
           05  WS-FREQUENCY            PIC X VALUE "M".
           05  WS-DAY-OF-MONTH         PIC 9(2) VALUE 0.
           05  WS-START-DATE           PIC 9(8) VALUE 0.
           05  WS-END-DATE             PIC 9(8) VALUE 0.
           05  WS-ACTIVE-SW            PIC X VALUE "A".
           05  WS-DIVIDEND             PIC S9(5)V99 VALUE 0.
           05  WS-DIVISOR              PIC S9(5)V99 VALUE 0.

       01  WS-STANDING-STATUS          PIC XX VALUE "00".
       01  WS-MASTER-STATUS            PIC XX VALUE "00".
       01  WS-OPERATOR-STATUS          PIC XX VALUE "00".

       01  WS-SIGNON-CONTROLS.
           05  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
           05  WS-SIGNON-SW            PIC X VALUE "N".
               88  WS-SIGNED-ON                   VALUE "Y".
           05  WS-SIGNON-TRIES         PIC 9 VALUE 0.
           05  WS-SIGNON-MESSAGE       PIC X(40) VALUE SPACES.

       01  WS-CURRENT-TIMESTAMP        PIC X(21).

       01  WS-LOG-FIELDS.
           05  WS-LOG-FUNCTION         PIC X VALUE SPACE.
           05  WS-BEFORE-IMAGE         PIC X(53).
           05  WS-AFTER-IMAGE          PIC X(53).

      ******************************************************************
      * Keyed amounts arrive as free-form text - an optional
      * leading sign, digits and at most two decimal places - and
      * are converted here before any numeric edit sees them, the
      * same edit BUGSOLONL applies to keyed entries.
      ******************************************************************
       01  WS-AMOUNT-EDIT-FIELDS.
           05  WS-AMOUNT-TEXT          PIC X(9) VALUE SPACES.
           05  WS-AMOUNT-VALUE         PIC S9(5)V99 VALUE 0.
           05  WS-AMOUNT-WORK          PIC S9(7)V99 VALUE 0.
           05  WS-AMT-SUB              PIC 9(2) VALUE 0.
           05  WS-AMT-CHAR             PIC X VALUE SPACE.
           05  WS-AMT-DIGITS           PIC 9(2) VALUE 0.
           05  WS-AMT-DECIMALS         PIC 9(2) VALUE 0.
           05  WS-AMOUNT-EDIT-SW       PIC X VALUE "V".
               88  WS-AMOUNT-OK                   VALUE "V".
               88  WS-AMOUNT-INVALID              VALUE "I".
           05  WS-AMT-POINT-SW         PIC X VALUE "N".
               88  WS-AMT-POINT-SEEN              VALUE "Y".
           05  WS-AMT-STARTED-SW       PIC X VALUE "N".
               88  WS-AMT-STARTED                 VALUE "Y".
           05  WS-AMT-ENDED-SW         PIC X VALUE "N".
               88  WS-AMT-ENDED                   VALUE "Y".

       01  WS-SWITCHES.
           05  WS-MORE-FUNCTIONS-SW    PIC X VALUE "Y".
               88  WS-MORE-FUNCTIONS                VALUE "Y".
               88  WS-NO-MORE-FUNCTIONS             VALUE "N".
           05  WS-BROWSE-DONE-SW       PIC X VALUE "N".
               88  WS-BROWSE-DONE                   VALUE "Y".
           05  WS-ENTRY-EDIT-SW        PIC X VALUE "V".
               88  WS-ENTRY-VALID                   VALUE "V".
               88  WS-ENTRY-INVALID                 VALUE "I".

       01  WS-ERROR-MESSAGE            PIC X(40) VALUE SPACES.
       01  WS-CONFIRM-MESSAGE          PIC X(40) VALUE SPACES.
       01  WS-BROWSE-ANSWER            PIC X VALUE "Y".

       01  WS-BROWSE-FIELDS.
           05  WS-BRW-DIVIDEND         PIC ZZZZ9.99-.
           05  WS-BRW-DIVISOR          PIC ZZZZ9.99-.

       SCREEN SECTION.
       01  SCR-SIGNON-ENTRY.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 10 VALUE "OPERATOR SIGN-ON".
           05  LINE 4 COLUMN 10 VALUE "OPERATOR ID . . . . :".
           05  LINE 4 COLUMN 33 PIC X(8) USING WS-OPERATOR-ID.
           05  LINE 7 COLUMN 10 PIC X(40) FROM WS-SIGNON-MESSAGE.

       01  SCR-STANDING-ENTRY.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 10
               VALUE "STANDING INSTRUCTION MAINTENANCE".
           05  LINE 4 COLUMN 10 VALUE "FUNCTION (A/C/D/B/X):".
           05  LINE 4 COLUMN 33 PIC X USING WS-FUNCTION.
           05  LINE 6 COLUMN 10 VALUE "INSTRUCTION NUMBER  :".
           05  LINE 6 COLUMN 33 PIC 9(6) USING WS-INSTRUCTION-ID.
           05  LINE 7 COLUMN 10 VALUE "ACCOUNT NUMBER  . . :".
           05  LINE 7 COLUMN 33 PIC 9(8) USING WS-ACCOUNT-NUMBER.
           05  LINE 8 COLUMN 10 VALUE "DEPARTMENT  . . . . :".
           05  LINE 8 COLUMN 33 PIC X(3) USING WS-DEPARTMENT.
           05  LINE 9 COLUMN 10 VALUE "DIVIDEND AMOUNT . . :".
           05  LINE 9 COLUMN 33 PIC X(9) USING WS-DIVIDEND-TEXT.
           05  LINE 10 COLUMN 10 VALUE "DIVISOR . . . . . . :".
           05  LINE 10 COLUMN 33 PIC X(9) USING WS-DIVISOR-TEXT.
           05  LINE 11 COLUMN 10 VALUE "FREQUENCY (D/M/E)  :".
           05  LINE 11 COLUMN 33 PIC X USING WS-FREQUENCY.
           05  LINE 11 COLUMN 36
               VALUE "D=DAILY M=DAY OF MONTH E=MONTH-END".
           05  LINE 12 COLUMN 10 VALUE "DAY OF MONTH (M) . :".
           05  LINE 12 COLUMN 33 PIC 9(2) USING WS-DAY-OF-MONTH.
           05  LINE 13 COLUMN 10 VALUE "START DATE YYYYMMDD :".
           05  LINE 13 COLUMN 33 PIC 9(8) USING WS-START-DATE.
           05  LINE 14 COLUMN 10 VALUE "END DATE (0=OPEN)  :".
           05  LINE 14 COLUMN 33 PIC 9(8) USING WS-END-DATE.
           05  LINE 15 COLUMN 10 VALUE "ACTIVE (A/I)  . . . :".
           05  LINE 15 COLUMN 33 PIC X USING WS-ACTIVE-SW.
           05  LINE 17 COLUMN 10 PIC X(40) FROM WS-ERROR-MESSAGE.
           05  LINE 18 COLUMN 10 PIC X(40) FROM WS-CONFIRM-MESSAGE.

       01  SCR-BROWSE-LINE.
           05  BLANK SCREEN.
           05  LINE 2 COLUMN 10 VALUE "STANDING INSTRUCTION BROWSE".
           05  LINE 4 COLUMN 10 VALUE "INSTRUCTION NUMBER  :".
           05  LINE 4 COLUMN 33 PIC 9(6) FROM SI-INSTRUCTION-ID.
           05  LINE 5 COLUMN 10 VALUE "ACCOUNT NUMBER  . . :".
           05  LINE 5 COLUMN 33 PIC 9(8) FROM SI-ACCOUNT-NUMBER.
           05  LINE 6 COLUMN 10 VALUE "DEPARTMENT  . . . . :".
           05  LINE 6 COLUMN 33 PIC X(3) FROM SI-DEPARTMENT.
           05  LINE 7 COLUMN 10 VALUE "DIVIDEND AMOUNT . . :".
           05  LINE 7 COLUMN 33 PIC X(9) FROM WS-BRW-DIVIDEND.
           05  LINE 8 COLUMN 10 VALUE "DIVISOR . . . . . . :".
           05  LINE 8 COLUMN 33 PIC X(9) FROM WS-BRW-DIVISOR.
           05  LINE 9 COLUMN 10 VALUE "FREQUENCY (D/M/E)  :".
           05  LINE 9 COLUMN 33 PIC X FROM SI-FREQUENCY.
           05  LINE 10 COLUMN 10 VALUE "DAY OF MONTH (M) . :".
           05  LINE 10 COLUMN 33 PIC 9(2) FROM SI-DAY-OF-MONTH.
           05  LINE 11 COLUMN 10 VALUE "START DATE YYYYMMDD :".
           05  LINE 11 COLUMN 33 PIC 9(8) FROM SI-START-DATE.
           05  LINE 12 COLUMN 10 VALUE "END DATE (0=OPEN)  :".
           05  LINE 12 COLUMN 33 PIC 9(8) FROM SI-END-DATE.
           05  LINE 13 COLUMN 10 VALUE "ACTIVE (A/I)  . . . :".
           05  LINE 13 COLUMN 33 PIC X FROM SI-ACTIVE-SW.
           05  LINE 15 COLUMN 10 VALUE "NEXT RECORD (Y/N) . :".
           05  LINE 15 COLUMN 33 PIC X USING WS-BROWSE-ANSWER.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MAINT-CYCLE UNTIL WS-NO-MORE-FUNCTIONS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-OPERATOR-SIGNON
      * Status 05 means the optional file was not there and has
      * just been created - normal on the very first run.
           OPEN I-O DIVISOR-STANDING-FILE
           IF WS-STANDING-STATUS NOT = "00"
               AND WS-STANDING-STATUS NOT = "05" THEN
               DISPLAY "Error: cannot open standing instructions, "
                   "status " WS-STANDING-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DIVISOR-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" THEN
               DISPLAY "Error: cannot open divisor master, status "
                   WS-MASTER-STATUS
               CLOSE DIVISOR-STANDING-FILE
               STOP RUN
           END-IF
           OPEN EXTEND DIVISOR-STANDING-LOG-FILE.

      ******************************************************************
      * Separation of duties: the session starts with a sign-on
      * against the DIVOPER operator master, and the operator must
      * hold the standing-instruction permission for this screen.
      * Three failed attempts end the session. The signed-on
      * operator ID is stamped on every DIVSILOG record this
      * session writes.
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
                       WHEN NOT OP-STANDING-ALLOWED
                           MOVE "Error: Not authorized for standing."
                               TO WS-SIGNON-MESSAGE
                       WHEN OTHER
                           SET WS-SIGNED-ON TO TRUE
                   END-EVALUATE
           END-READ.

       2000-MAINT-CYCLE.
           MOVE SPACES TO WS-ERROR-MESSAGE
           MOVE SPACES TO WS-CONFIRM-MESSAGE
           DISPLAY SCR-STANDING-ENTRY
           ACCEPT SCR-STANDING-ENTRY

           EVALUATE WS-FUNCTION
               WHEN "A"
               WHEN "a"
                   PERFORM 2100-ADD-INSTRUCTION
               WHEN "C"
               WHEN "c"
                   PERFORM 2200-CHANGE-INSTRUCTION
               WHEN "D"
               WHEN "d"
                   PERFORM 2300-DELETE-INSTRUCTION
               WHEN "B"
               WHEN "b"
                   PERFORM 2400-BROWSE-INSTRUCTIONS
               WHEN "X"
               WHEN "x"
                   SET WS-NO-MORE-FUNCTIONS TO TRUE
               WHEN OTHER
                   MOVE "Error: Function must be A, C, D, B or X."
                       TO WS-ERROR-MESSAGE
                   DISPLAY SCR-STANDING-ENTRY
           END-EVALUATE.

      ******************************************************************
      * Add and change edit the whole instruction the way BUGSOLONL
      * edits a keyed entry - an active master account, a
      * department, valid non-zero amounts - plus the schedule: a
      * known frequency, a day of month for "M", a real start date
      * and an end date that is zero or not before the start.
      ******************************************************************
       2050-EDIT-ENTRY-FIELDS.
           SET WS-ENTRY-VALID TO TRUE
           IF WS-ACTIVE-SW = "a" OR WS-ACTIVE-SW = "i" THEN
               INSPECT WS-ACTIVE-SW CONVERTING "ai" TO "AI"
           END-IF
           IF WS-ACTIVE-SW NOT = "A" AND WS-ACTIVE-SW NOT = "I" THEN
               MOVE "A" TO WS-ACTIVE-SW
           END-IF
           INSPECT WS-FREQUENCY CONVERTING "dme" TO "DME"
           MOVE WS-ACCOUNT-NUMBER TO DM-ACCOUNT-NUMBER
           READ DIVISOR-MASTER-FILE
               INVALID KEY
                   SET WS-ENTRY-INVALID TO TRUE
                   MOVE "Error: Account not on divisor master."
                       TO WS-ERROR-MESSAGE
               NOT INVALID KEY
                   IF NOT DM-ACCOUNT-ACTIVE THEN
                       SET WS-ENTRY-INVALID TO TRUE
                       MOVE "Error: Account is inactive."
                           TO WS-ERROR-MESSAGE
                   END-IF
           END-READ
           IF WS-ENTRY-VALID THEN
               PERFORM 2060-EDIT-AMOUNTS
           END-IF
           IF WS-ENTRY-VALID THEN
               PERFORM 2070-EDIT-SCHEDULE
           END-IF.

       2060-EDIT-AMOUNTS.
           IF WS-DEPARTMENT = SPACES THEN
               SET WS-ENTRY-INVALID TO TRUE
               MOVE "Error: Department code is required."
                   TO WS-ERROR-MESSAGE
           ELSE
               MOVE WS-DIVIDEND-TEXT TO WS-AMOUNT-TEXT
               PERFORM 2120-VALIDATE-AMOUNT
               IF WS-AMOUNT-INVALID THEN
                   SET WS-ENTRY-INVALID TO TRUE
                   MOVE "Error: Dividend is not a valid amount."
                       TO WS-ERROR-MESSAGE
               ELSE
                   MOVE WS-AMOUNT-VALUE TO WS-DIVIDEND
                   MOVE WS-DIVISOR-TEXT TO WS-AMOUNT-TEXT
                   PERFORM 2120-VALIDATE-AMOUNT
                   EVALUATE TRUE
                       WHEN WS-AMOUNT-INVALID
                           SET WS-ENTRY-INVALID TO TRUE
                           MOVE "Error: Divisor is not a valid amount."
                               TO WS-ERROR-MESSAGE
                       WHEN WS-AMOUNT-VALUE = 0
                           SET WS-ENTRY-INVALID TO TRUE
                           MOVE "Error: Divisor cannot be zero."
                               TO WS-ERROR-MESSAGE
                       WHEN OTHER
                           MOVE WS-AMOUNT-VALUE TO WS-DIVISOR
                   END-EVALUATE
               END-IF
           END-IF.

       2070-EDIT-SCHEDULE.
           EVALUATE TRUE
               WHEN WS-FREQUENCY NOT = "D" AND WS-FREQUENCY NOT = "M"
                   AND WS-FREQUENCY NOT = "E"
                   SET WS-ENTRY-INVALID TO TRUE
                   MOVE "Error: Frequency must be D, M or E."
                       TO WS-ERROR-MESSAGE
               WHEN WS-FREQUENCY = "M"
                   AND (WS-DAY-OF-MONTH < 1 OR WS-DAY-OF-MONTH > 31)
                   SET WS-ENTRY-INVALID TO TRUE
                   MOVE "Error: Day of month must be 1 to 31."
                       TO WS-ERROR-MESSAGE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE) NOT = 0
                   SET WS-ENTRY-INVALID TO TRUE
                   MOVE "Error: Start date is not a valid date."
                       TO WS-ERROR-MESSAGE
               WHEN WS-END-DATE NOT = 0
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-END-DATE) NOT = 0
                   SET WS-ENTRY-INVALID TO TRUE
                   MOVE "Error: End date is not a valid date."
                       TO WS-ERROR-MESSAGE
               WHEN WS-END-DATE NOT = 0
                   AND WS-END-DATE < WS-START-DATE
                   SET WS-ENTRY-INVALID TO TRUE
                   MOVE "Error: End date is before start date."
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FREQUENCY NOT = "M" THEN
               MOVE 0 TO WS-DAY-OF-MONTH
           END-IF.

       2080-MOVE-ENTRY-TO-RECORD.
           MOVE WS-ACCOUNT-NUMBER TO SI-ACCOUNT-NUMBER
           MOVE WS-DEPARTMENT TO SI-DEPARTMENT
           MOVE WS-DIVIDEND TO SI-DIVIDEND
           MOVE WS-DIVISOR TO SI-DIVISOR
           MOVE WS-FREQUENCY TO SI-FREQUENCY
           MOVE WS-DAY-OF-MONTH TO SI-DAY-OF-MONTH
           MOVE WS-START-DATE TO SI-START-DATE
           MOVE WS-END-DATE TO SI-END-DATE
           MOVE WS-ACTIVE-SW TO SI-ACTIVE-SW.

       2100-ADD-INSTRUCTION.
           PERFORM 2050-EDIT-ENTRY-FIELDS
           IF WS-ENTRY-INVALID THEN
               DISPLAY SCR-STANDING-ENTRY
           ELSE
               MOVE WS-INSTRUCTION-ID TO SI-INSTRUCTION-ID
               PERFORM 2080-MOVE-ENTRY-TO-RECORD
               WRITE DIV-STANDING-RECORD
                   INVALID KEY
                       MOVE "Error: Instruction already on file."
                           TO WS-ERROR-MESSAGE
                       DISPLAY SCR-STANDING-ENTRY
                   NOT INVALID KEY
                       MOVE "A" TO WS-LOG-FUNCTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE DIV-STANDING-RECORD TO WS-AFTER-IMAGE
                       PERFORM 2600-WRITE-STANDING-LOG
                       MOVE "Instruction added."
                           TO WS-CONFIRM-MESSAGE
                       DISPLAY SCR-STANDING-ENTRY
               END-WRITE
           END-IF.

       2200-CHANGE-INSTRUCTION.
           PERFORM 2050-EDIT-ENTRY-FIELDS
           IF WS-ENTRY-INVALID THEN
               DISPLAY SCR-STANDING-ENTRY
           ELSE
               MOVE WS-INSTRUCTION-ID TO SI-INSTRUCTION-ID
               READ DIVISOR-STANDING-FILE
                   INVALID KEY
                       MOVE "Error: Instruction not on file."
                           TO WS-ERROR-MESSAGE
                       DISPLAY SCR-STANDING-ENTRY
                   NOT INVALID KEY
                       MOVE DIV-STANDING-RECORD TO WS-BEFORE-IMAGE
                       PERFORM 2080-MOVE-ENTRY-TO-RECORD
                       PERFORM 2250-REWRITE-INSTRUCTION
               END-READ
           END-IF.

       2250-REWRITE-INSTRUCTION.
           REWRITE DIV-STANDING-RECORD
               INVALID KEY
                   MOVE "Error: Rewrite failed."
                       TO WS-ERROR-MESSAGE
                   DISPLAY SCR-STANDING-ENTRY
               NOT INVALID KEY
                   MOVE "C" TO WS-LOG-FUNCTION
                   MOVE DIV-STANDING-RECORD TO WS-AFTER-IMAGE
                   PERFORM 2600-WRITE-STANDING-LOG
                   MOVE "Instruction changed."
                       TO WS-CONFIRM-MESSAGE
                   DISPLAY SCR-STANDING-ENTRY
           END-REWRITE.

       2300-DELETE-INSTRUCTION.
           MOVE WS-INSTRUCTION-ID TO SI-INSTRUCTION-ID
           READ DIVISOR-STANDING-FILE
               INVALID KEY
                   MOVE "Error: Instruction not on file."
                       TO WS-ERROR-MESSAGE
                   DISPLAY SCR-STANDING-ENTRY
               NOT INVALID KEY
                   MOVE DIV-STANDING-RECORD TO WS-BEFORE-IMAGE
                   DELETE DIVISOR-STANDING-FILE
                       INVALID KEY
                           MOVE "Error: Delete failed."
                               TO WS-ERROR-MESSAGE
                           DISPLAY SCR-STANDING-ENTRY
                       NOT INVALID KEY
                           MOVE "D" TO WS-LOG-FUNCTION
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM 2600-WRITE-STANDING-LOG
                           MOVE "Instruction deleted."
                               TO WS-CONFIRM-MESSAGE
                           DISPLAY SCR-STANDING-ENTRY
                   END-DELETE
           END-READ.

       2400-BROWSE-INSTRUCTIONS.
           MOVE "N" TO WS-BROWSE-DONE-SW
           MOVE WS-INSTRUCTION-ID TO SI-INSTRUCTION-ID
           START DIVISOR-STANDING-FILE
               KEY IS NOT LESS THAN SI-INSTRUCTION-ID
               INVALID KEY
                   MOVE "Error: No instructions at or after that key."
                       TO WS-ERROR-MESSAGE
                   DISPLAY SCR-STANDING-ENTRY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM 2450-BROWSE-NEXT UNTIL WS-BROWSE-DONE.

       2450-BROWSE-NEXT.
           READ DIVISOR-STANDING-FILE NEXT RECORD
               AT END
                   MOVE "End of standing instructions reached."
                       TO WS-CONFIRM-MESSAGE
                   DISPLAY SCR-STANDING-ENTRY
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   MOVE 0 TO WS-BRW-DIVIDEND
                   MOVE 0 TO WS-BRW-DIVISOR
                   IF SI-DIVIDEND IS NUMERIC THEN
                       MOVE SI-DIVIDEND TO WS-BRW-DIVIDEND
                   END-IF
                   IF SI-DIVISOR IS NUMERIC THEN
                       MOVE SI-DIVISOR TO WS-BRW-DIVISOR
                   END-IF
                   MOVE "Y" TO WS-BROWSE-ANSWER
                   DISPLAY SCR-BROWSE-LINE
                   ACCEPT SCR-BROWSE-LINE
                   IF WS-BROWSE-ANSWER = "N"
                       OR WS-BROWSE-ANSWER = "n" THEN
                       SET WS-BROWSE-DONE TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * Character edit of a keyed amount: optional leading sign,
      * digits, at most one decimal point with at most two decimal
      * places, nothing after a trailing blank, and the value must
      * fit the five-integer-digit amount fields.
      ******************************************************************
       2120-VALIDATE-AMOUNT.
           MOVE "V" TO WS-AMOUNT-EDIT-SW
           MOVE 0 TO WS-AMT-DIGITS
           MOVE 0 TO WS-AMT-DECIMALS
           MOVE "N" TO WS-AMT-POINT-SW
           MOVE "N" TO WS-AMT-STARTED-SW
           MOVE "N" TO WS-AMT-ENDED-SW
           PERFORM 2130-SCAN-AMOUNT-CHAR
               VARYING WS-AMT-SUB FROM 1 BY 1
               UNTIL WS-AMT-SUB > 9 OR WS-AMOUNT-INVALID
           IF WS-AMT-DIGITS = 0 THEN
               SET WS-AMOUNT-INVALID TO TRUE
           END-IF
           IF WS-AMOUNT-OK THEN
               COMPUTE WS-AMOUNT-WORK =
                   FUNCTION NUMVAL(WS-AMOUNT-TEXT)
               IF WS-AMOUNT-WORK > 99999.99
                   OR WS-AMOUNT-WORK < -99999.99 THEN
                   SET WS-AMOUNT-INVALID TO TRUE
               ELSE
                   MOVE WS-AMOUNT-WORK TO WS-AMOUNT-VALUE
               END-IF
           END-IF.

       2130-SCAN-AMOUNT-CHAR.
           MOVE WS-AMOUNT-TEXT(WS-AMT-SUB:1) TO WS-AMT-CHAR
           EVALUATE TRUE
               WHEN WS-AMT-CHAR = SPACE
                   IF WS-AMT-STARTED THEN
                       SET WS-AMT-ENDED TO TRUE
                   END-IF
               WHEN WS-AMT-ENDED
                   SET WS-AMOUNT-INVALID TO TRUE
               WHEN WS-AMT-CHAR = "+" OR WS-AMT-CHAR = "-"
                   IF WS-AMT-STARTED THEN
                       SET WS-AMOUNT-INVALID TO TRUE
                   ELSE
                       SET WS-AMT-STARTED TO TRUE
                   END-IF
               WHEN WS-AMT-CHAR = "."
                   IF WS-AMT-POINT-SEEN THEN
                       SET WS-AMOUNT-INVALID TO TRUE
                   ELSE
                       SET WS-AMT-POINT-SEEN TO TRUE
                       SET WS-AMT-STARTED TO TRUE
                   END-IF
               WHEN WS-AMT-CHAR >= "0" AND WS-AMT-CHAR <= "9"
                   SET WS-AMT-STARTED TO TRUE
                   ADD 1 TO WS-AMT-DIGITS
                   IF WS-AMT-POINT-SEEN THEN
                       ADD 1 TO WS-AMT-DECIMALS
                       IF WS-AMT-DECIMALS > 2 THEN
                           SET WS-AMOUNT-INVALID TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   SET WS-AMOUNT-INVALID TO TRUE
           END-EVALUATE.

      ******************************************************************
      * One log record per completed add, change or delete: the
      * timestamp, the function code, the operator and both
      * instruction images.
      ******************************************************************
       2600-WRITE-STANDING-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO SIL-TIMESTAMP
           MOVE WS-LOG-FUNCTION TO SIL-FUNCTION
           MOVE WS-OPERATOR-ID TO SIL-OPERATOR-ID
           MOVE WS-BEFORE-IMAGE TO SIL-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO SIL-AFTER-IMAGE
           WRITE DIV-STANDING-LOG-RECORD.

       9000-TERMINATE.
           CLOSE DIVISOR-STANDING-FILE
           CLOSE DIVISOR-MASTER-FILE
           CLOSE DIVISOR-STANDING-LOG-FILE.
