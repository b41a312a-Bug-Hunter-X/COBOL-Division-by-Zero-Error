      * BUGSOLREC, BUGSOLMNT and BUGSOLINQ signs on against this
      * master and is limited to the permissions granted here, so
      * keying, recycle, master maintenance, inquiry, suspense
      * management, control-parameter maintenance, standing-
      * instruction maintenance and approval of master and control
      * changes can be separated between operators.
      * Maintenance of the operator master itself requires the
      * master-maintenance permission; when the file is empty the
      * sign-on is waived once so the first operator can be set up.
      ******************************************************************

       ENVIRONMENT DIVISION.
               88  OP-SUSPENSE-ALLOWED            VALUE "Y".
           05  OP-CONTROL-SW           PIC X.
               88  OP-CONTROL-ALLOWED             VALUE "Y".
           05  OP-STANDING-SW          PIC X.
               88  OP-STANDING-ALLOWED            VALUE "Y".
           05  OP-APPROVE-SW           PIC X.
               88  OP-APPROVE-ALLOWED             VALUE "Y".

       WORKING-STORAGE SECTION.
       01  WS-ENTRY-FIELDS.
           05  WS-INQUIRY-PERM-SW      PIC X VALUE "N".
           05  WS-SUSPENSE-PERM-SW     PIC X VALUE "N".
           05  WS-CONTROL-PERM-SW      PIC X VALUE "N".
           05  WS-STANDING-PERM-SW     PIC X VALUE "N".
           05  WS-APPROVE-PERM-SW      PIC X VALUE "N".

       01  WS-OPERATOR-STATUS          PIC XX VALUE "00".

           05  LINE 13 COLUMN 33 PIC X USING WS-SUSPENSE-PERM-SW.
           05  LINE 14 COLUMN 10 VALUE "CONTROL PERM (Y/N). :".
           05  LINE 14 COLUMN 33 PIC X USING WS-CONTROL-PERM-SW.
           05  LINE 15 COLUMN 10 VALUE "STANDING PERM (Y/N) :".
           05  LINE 15 COLUMN 33 PIC X USING WS-STANDING-PERM-SW.
           05  LINE 16 COLUMN 10 VALUE "APPROVE PERM (Y/N). :".
           05  LINE 16 COLUMN 33 PIC X USING WS-APPROVE-PERM-SW.
           05  LINE 18 COLUMN 10 PIC X(40) FROM WS-ERROR-MESSAGE.
           05  LINE 19 COLUMN 10 PIC X(40) FROM WS-CONFIRM-MESSAGE.

       01  SCR-OPER-BROWSE-LINE.
           05  BLANK SCREEN.
           05  LINE 11 COLUMN 33 PIC X FROM OP-SUSPENSE-SW.
           05  LINE 12 COLUMN 10 VALUE "CONTROL PERM  . . . :".
           05  LINE 12 COLUMN 33 PIC X FROM OP-CONTROL-SW.
           05  LINE 13 COLUMN 10 VALUE "STANDING PERM . . . :".
           05  LINE 13 COLUMN 33 PIC X FROM OP-STANDING-SW.
           05  LINE 14 COLUMN 10 VALUE "APPROVE PERM  . . . :".
           05  LINE 14 COLUMN 33 PIC X FROM OP-APPROVE-SW.
           05  LINE 16 COLUMN 10 VALUE "NEXT RECORD (Y/N) . :".
           05  LINE 16 COLUMN 33 PIC X USING WS-BROWSE-ANSWER.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           END-IF
           IF WS-CONTROL-PERM-SW NOT = "Y" THEN
               MOVE "N" TO WS-CONTROL-PERM-SW
           END-IF
           IF WS-STANDING-PERM-SW NOT = "Y" THEN
               MOVE "N" TO WS-STANDING-PERM-SW
           END-IF
           IF WS-APPROVE-PERM-SW NOT = "Y" THEN
               MOVE "N" TO WS-APPROVE-PERM-SW
           END-IF.

       2060-MOVE-ENTRY-TO-RECORD.
           MOVE WS-MAINT-PERM-SW TO OP-MAINT-SW
           MOVE WS-INQUIRY-PERM-SW TO OP-INQUIRY-SW
           MOVE WS-SUSPENSE-PERM-SW TO OP-SUSPENSE-SW
           MOVE WS-CONTROL-PERM-SW TO OP-CONTROL-SW
           MOVE WS-STANDING-PERM-SW TO OP-STANDING-SW
           MOVE WS-APPROVE-PERM-SW TO OP-APPROVE-SW.

       2100-ADD-OPERATOR.
           PERFORM 2050-EDIT-ENTRY-FIELDS
