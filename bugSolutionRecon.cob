                                       SIGN LEADING SEPARATE.
           05  EXT-RUN-DATE            PIC 9(8).
           05  EXT-RUN-NUMBER          PIC 9(5).
           05  EXT-OPERATOR-ID         PIC X(8).

       FD  DIVISOR-ACK-FILE.
       01  DIV-ACK-RECORD.
