      ******************************************************************
      * Author:
      * Date:
      * Purpose: Privileged-action trail writer - appends one PRIVTRL
      *          row for the operator menu and the programs it calls.
      *          The menu opens a session after sign-on (operator,
      *          role, terminal, training flag) and every row written
      *          after that is stamped with it, so an inquiry program
      *          called from the menu only has to say whom it was
      *          pointed at.  The menu choice running at the time
      *          rides on every row, and the choices that destroy or
      *          overwrite something - 11 lock clear, 20 force-close,
      *          21 and 23 restores, 22 skeleton rebuild, 26 training
      *          refresh - are flagged as they are written.  A trail
      *          row must never take the caller down: a bad status
      *          is swallowed after the second try, as RUNLOGWR does.
      *          A session opened on the break-glass account marks
      *          every one of its rows, and each such row is written
      *          a second time to BRKGLTRL, the account's own trail,
      *          so the whole emergency session can be read off one
      *          short file.
      *          Parameters: the PRIVCALL area.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVLGWR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIL-FILE ASSIGN TO 'PRIVTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-FILE-STATUS.

           SELECT GLASS-TRAIL-FILE ASSIGN TO 'BRKGLTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLASS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAIL-FILE.
           COPY "PRIVTRRC.cpy".

       FD  GLASS-TRAIL-FILE.
       01  GLASS-TRAIL-LINE PIC X(82).

       WORKING-STORAGE SECTION.
       01  WS-TRAIL-FILE-STATUS PIC X(2).
       01  WS-GLASS-FILE-STATUS PIC X(2).
       01  WS-GLASS-ROW PIC X(82).
       01  WS-GLASS-ROW-SWITCH PIC X(1).
           88  WS-GLASS-ROW-DUE         VALUE 'Y'.
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
      *    The signed-on menu session - kept here between calls for
      *    the life of the run unit.
       01  WS-SESSION-SWITCH PIC X(1) VALUE 'N'.
           88  WS-SESSION-OPEN          VALUE 'Y'.
       01  WS-SESSION-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-SESSION-ROLE PIC X(1) VALUE SPACE.
       01  WS-SESSION-TERMINAL PIC X(4) VALUE SPACES.
       01  WS-SESSION-TRAINING PIC X(1) VALUE 'N'.
       01  WS-SESSION-CHOICE PIC 9(2) VALUE ZERO.
       01  WS-SESSION-BREAK-GLASS PIC X(1) VALUE 'N'.
      *    The destructive menu choices.
       01  WS-DESTRUCTIVE-LIST PIC X(12) VALUE '112021222326'.
       01  WS-DESTRUCTIVE-TABLE REDEFINES WS-DESTRUCTIVE-LIST.
           05  WS-DESTRUCTIVE-CHOICE OCCURS 6 TIMES PIC 9(2).
       77  WS-DESTRUCTIVE-IDX PIC 9(1).
       LINKAGE SECTION.
           COPY "PRIVCALL.cpy".

       PROCEDURE DIVISION USING PV-CALL-AREA.
       0000-WRITE-TRAIL.
           IF PV-OPEN-SESSION
               SET WS-SESSION-OPEN TO TRUE
               MOVE PV-OPERATOR TO WS-SESSION-OPERATOR
               MOVE PV-ROLE TO WS-SESSION-ROLE
               MOVE PV-TERMINAL-ID TO WS-SESSION-TERMINAL
               MOVE PV-TRAINING-FLAG TO WS-SESSION-TRAINING
               MOVE 'N' TO WS-SESSION-BREAK-GLASS
               IF PV-BREAK-GLASS-FLAG = 'Y'
                   MOVE 'Y' TO WS-SESSION-BREAK-GLASS
               END-IF
               MOVE ZERO TO WS-SESSION-CHOICE
               MOVE 'SIGNON' TO PV-EVENT
               PERFORM 1000-WRITE-ROW
           ELSE
               IF PV-END-SESSION
                   MOVE 'SIGNOFF' TO PV-EVENT
                   MOVE ZERO TO WS-SESSION-CHOICE
                   PERFORM 1000-WRITE-ROW
                   MOVE 'N' TO WS-SESSION-SWITCH
                   MOVE SPACES TO WS-SESSION-OPERATOR
                   MOVE 'N' TO WS-SESSION-BREAK-GLASS
               ELSE
       *> A selection becomes the running choice for the target rows
       *> the called program writes after it.
                   IF PV-EVENT = 'SELECT'
                           AND PV-MENU-CHOICE IS NUMERIC
                       MOVE PV-MENU-CHOICE TO WS-SESSION-CHOICE
                   END-IF
                   PERFORM 1000-WRITE-ROW
               END-IF
           END-IF
           GOBACK.

       1000-WRITE-ROW.
           OPEN EXTEND TRAIL-FILE
           IF WS-TRAIL-FILE-STATUS = '35'
               OPEN OUTPUT TRAIL-FILE
           END-IF
           IF WS-TRAIL-FILE-STATUS = '00'
               MOVE SPACES TO PT-TRAIL-RECORD
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAMP-TIME FROM TIME
               STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
                   INTO PT-TIMESTAMP END-STRING
               PERFORM 1100-FILL-WHO
               MOVE PV-EVENT TO PT-EVENT
               MOVE PV-PROGRAM TO PT-PROGRAM
               MOVE PV-TARGET TO PT-TARGET
               IF PV-MENU-CHOICE IS NUMERIC
                       AND PV-MENU-CHOICE > ZERO
                   MOVE PV-MENU-CHOICE TO PT-MENU-CHOICE
               ELSE
                   MOVE WS-SESSION-CHOICE TO PT-MENU-CHOICE
               END-IF
               MOVE 'N' TO PT-DESTRUCTIVE-FLAG
               PERFORM 1200-CHECK-DESTRUCTIVE
                   VARYING WS-DESTRUCTIVE-IDX FROM 1 BY 1
                   UNTIL WS-DESTRUCTIVE-IDX > 6
               WRITE PT-TRAIL-RECORD
               MOVE PT-TRAIL-RECORD TO WS-GLASS-ROW
               MOVE PT-BREAK-GLASS-FLAG TO WS-GLASS-ROW-SWITCH
               CLOSE TRAIL-FILE
               IF WS-GLASS-ROW-DUE
                   PERFORM 1300-COPY-TO-GLASS-TRAIL
               END-IF
           END-IF.

       1100-FILL-WHO.
       *> The caller's own operator wins when it gives one; else the
       *> open menu session; else the row says plainly that nobody
       *> signed on at the menu - a standalone run is still recorded.
           IF PV-OPERATOR NOT = SPACES
               MOVE PV-OPERATOR TO PT-OPERATOR
               MOVE PV-ROLE TO PT-ROLE
               MOVE PV-TERMINAL-ID TO PT-TERMINAL-ID
               MOVE PV-TRAINING-FLAG TO PT-TRAINING-FLAG
               MOVE 'N' TO PT-BREAK-GLASS-FLAG
               IF PV-BREAK-GLASS-FLAG = 'Y'
                   SET PT-BREAK-GLASS TO TRUE
               END-IF
           ELSE
               IF WS-SESSION-OPEN
                   MOVE WS-SESSION-OPERATOR TO PT-OPERATOR
                   MOVE WS-SESSION-ROLE TO PT-ROLE
                   MOVE WS-SESSION-TERMINAL TO PT-TERMINAL-ID
                   MOVE WS-SESSION-TRAINING TO PT-TRAINING-FLAG
                   MOVE WS-SESSION-BREAK-GLASS TO PT-BREAK-GLASS-FLAG
               ELSE
                   MOVE 'NO MENU SIGN-ON' TO PT-OPERATOR
                   MOVE SPACE TO PT-ROLE
                   MOVE SPACES TO PT-TERMINAL-ID
                   MOVE 'N' TO PT-TRAINING-FLAG
                   MOVE 'N' TO PT-BREAK-GLASS-FLAG
               END-IF
           END-IF.

       1200-CHECK-DESTRUCTIVE.
           IF PT-MENU-CHOICE =
                   WS-DESTRUCTIVE-CHOICE (WS-DESTRUCTIVE-IDX)
               SET PT-DESTRUCTIVE TO TRUE
           END-IF.

       1300-COPY-TO-GLASS-TRAIL.
           OPEN EXTEND GLASS-TRAIL-FILE
           IF WS-GLASS-FILE-STATUS = '35'
               OPEN OUTPUT GLASS-TRAIL-FILE
           END-IF
           IF WS-GLASS-FILE-STATUS = '00'
               MOVE WS-GLASS-ROW TO GLASS-TRAIL-LINE
               WRITE GLASS-TRAIL-LINE
               CLOSE GLASS-TRAIL-FILE
           END-IF.

       END PROGRAM PRIVLGWR.
