       01  WS-CODE-WORK PIC 9(4).
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
           COPY "PRIVCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           END-IF
           INSPECT WS-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 1505-TRAIL-THE-TARGET.

       1505-TRAIL-THE-TARGET.
       *> Whose master record is being worked on goes on the
       *> privileged-action trail.
           MOVE SPACES TO PV-CALL-AREA
           SET PV-WRITE-ROW TO TRUE
           MOVE 'TARGET' TO PV-EVENT
           MOVE ZERO TO PV-MENU-CHOICE
           MOVE 'USERMNT' TO PV-PROGRAM
           MOVE WS-NAME TO PV-TARGET
           CALL 'PRIVLGWR' USING PV-CALL-AREA.

       1510-READ-USER.
       *> The image as read is kept aside here so 8100 can pair it
