           05  CTL-DECIMAL-PLACES      PIC 9.
           05  CTL-REJECT-WARN-PCT     PIC 9(3).
           05  CTL-REJECT-FAIL-PCT     PIC 9(3).
           05  CTL-VARIANCE-PCT        PIC 9(3).
           05  CTL-LOOKBACK-DAYS       PIC 9(3).
           05  CTL-BUDGET-AMOUNT       PIC 9(9)V99.
           05  CTL-BUDGET-COUNT        PIC 9(7).

       FD  DIVISOR-MASTER-FILE.
       01  DIV-MASTER-RECORD.
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
