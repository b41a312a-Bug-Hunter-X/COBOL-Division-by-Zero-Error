           05  AHS-REMAINDER           PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  AHS-RUN-DATE            PIC 9(8).
           05  AHS-RUN-NUMBER          PIC 9(5).
           05  AHS-ENTRY-TYPE          PIC X.
           05  AHS-ORIG-RUN-DATE       PIC 9(8).
           05  AHS-ORIG-RUN-NUMBER     PIC 9(5).
           05  AHS-OPERATOR-ID         PIC X(8).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-REMAINDER            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05  SR-RUN-DATE             PIC 9(8).
           05  SR-RUN-NUMBER           PIC 9(5).
           05  SR-ENTRY-TYPE           PIC X.
           05  SR-ORIG-RUN-DATE        PIC 9(8).
           05  SR-ORIG-RUN-NUMBER      PIC 9(5).
           05  SR-OPERATOR-ID          PIC X(8).

       FD  STATEMENT-WORK-FILE.
       01  STM-WORK-RECORD.
           05  SW-RUN-DATE-X REDEFINES SW-RUN-DATE.
               10  SW-RUN-YYYYMM       PIC 9(6).
               10  SW-RUN-DD           PIC 9(2).
           05  SW-RUN-NUMBER           PIC 9(5).
           05  SW-ENTRY-TYPE           PIC X.
               88  SW-REVERSAL-ENTRY              VALUE "R".
           05  SW-ORIG-RUN-DATE        PIC 9(8).
           05  SW-ORIG-RUN-NUMBER      PIC 9(5).
           05  SW-OPERATOR-ID          PIC X(8).

       FD  DIVISOR-MASTER-FILE.
       01  DIV-MASTER-RECORD.
           05  WS-RPT-QUOTIENT         PIC ZZZZZZ9-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-REMAINDER        PIC ZZZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-ENTRY-MARK       PIC X(3).

       01  WS-SECTION-TOTAL-LINE.
           05  FILLER                  PIC X(17)
           MOVE SW-RESULT TO WS-RPT-RESULT
           MOVE SW-QUOTIENT TO WS-RPT-QUOTIENT
           MOVE SW-REMAINDER TO WS-RPT-REMAINDER
           IF SW-REVERSAL-ENTRY THEN
               MOVE "REV" TO WS-RPT-ENTRY-MARK
           ELSE
               MOVE SPACES TO WS-RPT-ENTRY-MARK
           END-IF
           WRITE STM-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

