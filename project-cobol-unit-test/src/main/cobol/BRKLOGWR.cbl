      ******************************************************************
      * Author:
      * Date:
      * Purpose: Break-interval writer shared by BREAKTRK, SIGNOUT,
      *          FORCLOSE and BADGEXLT - the caller fills in the
      *          BREAKREC row (name, session, out and in date/time,
      *          what ended it) and this works out the seconds away
      *          and appends the row to the break file, so the four
      *          places a break can end all measure it the same way.
      *          The seconds come back in BK-BREAK-SECONDS.
      *          Parameters: break file name (BREAKLOG, or TBREAKLOG
      *          in training mode), break record.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKLOGWR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BREAK-FILE ASSIGN TO WS-BREAK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BREAK-FILE.
       01  BL-BREAK-LINE PIC X(75).

       WORKING-STORAGE SECTION.
       01  WS-BREAK-FILE-NAME PIC X(9).
       01  WS-BREAK-FILE-STATUS PIC X(2).
       01  WS-CLOCK-WORK PIC 9(8).
       01  WS-CLOCK-WORK-PARTS REDEFINES WS-CLOCK-WORK.
           05  WS-CLOCK-HH             PIC 9(2).
           05  WS-CLOCK-MM             PIC 9(2).
           05  WS-CLOCK-SS             PIC 9(2).
           05  WS-CLOCK-CC             PIC 9(2).
       01  WS-OUT-SECONDS PIC 9(6).
       01  WS-IN-SECONDS PIC 9(6).
       LINKAGE SECTION.
       01  WS-CALLER-FILE-NAME PIC X(9).
           COPY "BREAKREC.cpy".

       PROCEDURE DIVISION USING WS-CALLER-FILE-NAME BK-BREAK-RECORD.
       0000-WRITE-BREAK.
           PERFORM 1000-COMPUTE-SECONDS
           MOVE WS-CALLER-FILE-NAME TO WS-BREAK-FILE-NAME
           OPEN EXTEND BREAK-FILE
           IF WS-BREAK-FILE-STATUS = '35'
               OPEN OUTPUT BREAK-FILE
           END-IF
           IF WS-BREAK-FILE-STATUS = '00'
               WRITE BL-BREAK-LINE FROM BK-BREAK-RECORD
               CLOSE BREAK-FILE
           END-IF
           GOBACK.

       1000-COMPUTE-SECONDS.
       *> Same clock arithmetic as the session duration.  A break
       *> that ran past midnight gets the day's 86400 seconds added
       *> once; one back in before it went (a reader clock out of
       *> step) counts as no break at all rather than a negative.
           MOVE BK-OUT-TIME TO WS-CLOCK-WORK
           COMPUTE WS-OUT-SECONDS =
               (WS-CLOCK-HH * 3600) + (WS-CLOCK-MM * 60) + WS-CLOCK-SS
           MOVE BK-IN-TIME TO WS-CLOCK-WORK
           COMPUTE WS-IN-SECONDS =
               (WS-CLOCK-HH * 3600) + (WS-CLOCK-MM * 60) + WS-CLOCK-SS
           MOVE ZERO TO BK-BREAK-SECONDS
           IF BK-IN-DATE > BK-OUT-DATE
               COMPUTE BK-BREAK-SECONDS =
                   WS-IN-SECONDS - WS-OUT-SECONDS + 86400
           ELSE
               IF BK-IN-DATE = BK-OUT-DATE
                       AND WS-IN-SECONDS > WS-OUT-SECONDS
                   COMPUTE BK-BREAK-SECONDS =
                       WS-IN-SECONDS - WS-OUT-SECONDS
               END-IF
           END-IF.

       END PROGRAM BRKLOGWR.
