               10  WS-HIST-DATE         PIC 9(8).
               10  WS-HIST-TIME         PIC 9(8).
               10  WS-HIST-ADMIN        PIC X(1).
           COPY "PRIVCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           END-IF
           INSPECT WS-INQUIRY-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 1590-TRAIL-THE-TARGET.

       1590-TRAIL-THE-TARGET.
       *> Whose history was looked at goes on the privileged-action
       *> trail, under the operator signed on at the menu.
           MOVE SPACES TO PV-CALL-AREA
           SET PV-WRITE-ROW TO TRUE
           MOVE 'TARGET' TO PV-EVENT
           MOVE ZERO TO PV-MENU-CHOICE
           MOVE 'HISTINQ' TO PV-PROGRAM
           MOVE WS-INQUIRY-NAME TO PV-TARGET
           CALL 'PRIVLGWR' USING PV-CALL-AREA.

       1550-LOAD-FORMER-NAMES.
       *> Every alias row whose current name is the inquiry name
