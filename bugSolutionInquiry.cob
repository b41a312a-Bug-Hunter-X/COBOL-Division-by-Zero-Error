                                       SIGN LEADING SEPARATE.
           05  EXT-RUN-DATE            PIC 9(8).
           05  EXT-RUN-NUMBER          PIC 9(5).
           05  EXT-OPERATOR-ID         PIC X(8).

       FD  DIVISOR-REJECT-FILE.
       01  DIV-REJECT-RECORD.
           05  REJ-TIMESTAMP           PIC X(21).
           05  FILLER                  PIC X.
           05  REJ-RECYCLE-COUNT       PIC 9.
           05  FILLER                  PIC X.
           05  REJ-OPERATOR-ID         PIC X(8).

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
       01  WS-INQUIRY-FIELDS.
           05  LINE 8 COLUMN 33 PIC 9(8) FROM EXT-RUN-DATE.
           05  LINE 9 COLUMN 10 VALUE "RUN NUMBER  . . . . :".
           05  LINE 9 COLUMN 33 PIC ZZZZ9 FROM EXT-RUN-NUMBER.
           05  LINE 10 COLUMN 10 VALUE "KEYED BY  . . . . . :".
           05  LINE 10 COLUMN 33 PIC X(8) FROM EXT-OPERATOR-ID.
           05  LINE 11 COLUMN 10 VALUE "MORE (Y/N)  . . . . :".
           05  LINE 11 COLUMN 33 PIC X USING WS-MORE-ANSWER.

           05  LINE 9 COLUMN 33 PIC X(21) FROM REJ-TIMESTAMP.
           05  LINE 10 COLUMN 10 VALUE "TIMES RECYCLED  . . :".
           05  LINE 10 COLUMN 33 PIC 9 FROM REJ-RECYCLE-COUNT.
           05  LINE 11 COLUMN 10 VALUE "KEYED BY  . . . . . :".
           05  LINE 11 COLUMN 33 PIC X(8) FROM REJ-OPERATOR-ID.
           05  LINE 12 COLUMN 10 VALUE "MORE (Y/N)  . . . . :".
           05  LINE 12 COLUMN 33 PIC X USING WS-MORE-ANSWER.

