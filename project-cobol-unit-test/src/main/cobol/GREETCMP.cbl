      *          language, role and the clock (HHMM) in; composed
      *          greeting text and a status code out.  The caller
      *          supplies the time, so a test can pin it down.
      *          On the person's service anniversary (hire date on
      *          EMPXREF, day decided by ANNIVCHK exactly as for
      *          ANNIVGEN's overnight salute) the catalog's salute
      *          for the years reached goes on the end of the
      *          greeting, in the sign-on language; the role title
      *          steps aside for the day when the line would not hold
      *          both.  An EMPXREF with more hire dates than are held
      *          puts a HIRE-TABLE-FULL warning on the run log, since
      *          the people past the end get no salute.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETCMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-XREF-FILE ASSIGN TO 'EMPXREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-XREF-FILE.
           COPY "EMPXREF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-XREF-FILE-STATUS PIC X(2).
       01  WS-XREF-LOADED-SW PIC X(1) VALUE 'N'.
           88  WS-XREF-LOADED           VALUE 'Y'.
       01  WS-XREF-EOF-SWITCH PIC X(1).
           88  WS-XREF-EOF              VALUE 'Y'.
       77  WS-HIRE-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-HIRE-ENTRIES PIC 9(4) VALUE 2000.
      *    Hire dates held from the first call - a batch greets many.
       01  WS-HIRE-TABLE.
           05  WS-HIRE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-HIRE-IDX.
               10  WS-HIRE-NAME         PIC X(20).
               10  WS-HIRE-DATE         PIC 9(8).
       01  WS-LOOKUP-HIRE-DATE PIC 9(8).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-SERVICE-YEARS PIC 9(2).
       01  WS-SALUTE-TEXT PIC X(60).
       77  WS-SALUTE-LENGTH PIC 9(2) VALUE ZERO.
       01  WS-MSG-NUMBER PIC 9(3).
       01  WS-MSG-TEXT PIC X(60).
       01  WS-MSG-FOUND PIC X(1).
       77  WS-WORD-LENGTH PIC 9(2).
       77  WS-NAME-LENGTH PIC 9(2).
       77  WS-ROLE-LENGTH PIC 9(2).
       77  WS-LINE-LENGTH PIC 9(3).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'GREETCMP'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RUNLOG-STATUS PIC X(20).
       LINKAGE SECTION.
       01  WS-GREET-NAME PIC X(20).
       01  WS-GREET-LANGUAGE PIC X(2).
           PERFORM 0200-TRIM-NAME
               UNTIL WS-NAME-LENGTH < 2
               OR WS-GREET-NAME (WS-NAME-LENGTH:1) NOT = SPACE
           PERFORM 0400-CHECK-ANNIVERSARY
           MOVE ZERO TO WS-ROLE-LENGTH
           IF WS-GREET-ROLE = 'A' OR WS-GREET-ROLE = 'S'
                   OR WS-GREET-ROLE = 'O'
               PERFORM 0300-FETCH-ROLE-WORD
           END-IF
       *> The anniversary salute outranks the role title - when the
       *> line cannot carry both, the title stands down for the day.
           IF WS-SALUTE-LENGTH > ZERO AND WS-ROLE-LENGTH > ZERO
               COMPUTE WS-LINE-LENGTH = WS-WORD-LENGTH + 1
                   + WS-NAME-LENGTH + 3 + WS-ROLE-LENGTH + 3
                   + WS-SALUTE-LENGTH
               IF WS-LINE-LENGTH > 50
                   MOVE ZERO TO WS-ROLE-LENGTH
               END-IF
           END-IF
           MOVE SPACES TO WS-GREET-RESULT
           IF WS-ROLE-LENGTH > ZERO
               IF WS-SALUTE-LENGTH > ZERO
                   STRING WS-MSG-TEXT (1:WS-WORD-LENGTH) ' '
                       WS-GREET-NAME (1:WS-NAME-LENGTH) ' - '
                       WS-ROLE-TEXT (1:WS-ROLE-LENGTH) ' - '
                       WS-SALUTE-TEXT (1:WS-SALUTE-LENGTH)
                       INTO WS-GREET-RESULT END-STRING
               ELSE
                   STRING WS-MSG-TEXT (1:WS-WORD-LENGTH) ' '
                       WS-GREET-NAME (1:WS-NAME-LENGTH) ' - '
                       WS-ROLE-TEXT (1:WS-ROLE-LENGTH)
                       INTO WS-GREET-RESULT END-STRING
               END-IF
           ELSE
               IF WS-SALUTE-LENGTH > ZERO
                   STRING WS-MSG-TEXT (1:WS-WORD-LENGTH) ' '
                       WS-GREET-NAME (1:WS-NAME-LENGTH) ' - '
                       WS-SALUTE-TEXT (1:WS-SALUTE-LENGTH)
                       INTO WS-GREET-RESULT END-STRING
               ELSE
                   STRING WS-MSG-TEXT (1:WS-WORD-LENGTH) ' '
                       WS-GREET-NAME (1:WS-NAME-LENGTH)
                       INTO WS-GREET-RESULT END-STRING
               END-IF
           END-IF
           MOVE 0 TO WS-GREET-STATUS
           GOBACK.
       0310-TRIM-ROLE-WORD.
           SUBTRACT 1 FROM WS-ROLE-LENGTH.

       0400-CHECK-ANNIVERSARY.
       *> Today by the clock, as the sign-on itself runs.  No hire
       *> date on file, or no milestone today, leaves no salute.
           MOVE ZERO TO WS-SALUTE-LENGTH
           IF NOT WS-XREF-LOADED
               PERFORM 0500-LOAD-HIRE-DATES
           END-IF
           MOVE ZERO TO WS-LOOKUP-HIRE-DATE
           SET WS-HIRE-IDX TO 1
           SEARCH WS-HIRE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HIRE-IDX > WS-HIRE-COUNT
                   CONTINUE
               WHEN WS-HIRE-NAME (WS-HIRE-IDX) = WS-GREET-NAME
                   MOVE WS-HIRE-DATE (WS-HIRE-IDX)
                       TO WS-LOOKUP-HIRE-DATE
           END-SEARCH
           IF WS-LOOKUP-HIRE-DATE > ZERO
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               CALL 'ANNIVCHK' USING WS-LOOKUP-HIRE-DATE
                   WS-TODAY-DATE WS-SERVICE-YEARS
               IF WS-SERVICE-YEARS > ZERO
                   PERFORM 0410-FETCH-SALUTE
               END-IF
           END-IF.

       0410-FETCH-SALUTE.
       *> Same catalog salute ANNIVGEN puts on SALUTETX.
           IF WS-SERVICE-YEARS = 1
               MOVE 059 TO WS-MSG-NUMBER
           ELSE
               IF WS-SERVICE-YEARS = 5
                   MOVE 060 TO WS-MSG-NUMBER
               ELSE
                   IF WS-SERVICE-YEARS = 10
                       MOVE 061 TO WS-MSG-NUMBER
                   ELSE
                       MOVE 062 TO WS-MSG-NUMBER
                   END-IF
               END-IF
           END-IF
           CALL 'MSGTEXT' USING WS-GREET-LANGUAGE WS-MSG-NUMBER
               WS-SALUTE-TEXT WS-MSG-FOUND
           MOVE 10 TO WS-SALUTE-LENGTH
           PERFORM 0420-TRIM-SALUTE
               UNTIL WS-SALUTE-LENGTH < 2
               OR WS-SALUTE-TEXT (WS-SALUTE-LENGTH:1) NOT = SPACE.

       0420-TRIM-SALUTE.
           SUBTRACT 1 FROM WS-SALUTE-LENGTH.

       0500-LOAD-HIRE-DATES.
       *> Loaded once on the first call, like MSGTEXT's catalog.
           MOVE ZERO TO WS-HIRE-COUNT
           MOVE 'N' TO WS-XREF-EOF-SWITCH
           INITIALIZE WS-HIRE-TABLE
           OPEN INPUT EMPLOYEE-XREF-FILE
           IF WS-XREF-FILE-STATUS = '00'
               PERFORM 0510-READ-XREF
               PERFORM 0520-STORE-HIRE-DATE
                   UNTIL WS-XREF-EOF
                   OR WS-HIRE-COUNT >= WS-MAX-HIRE-ENTRIES
               IF NOT WS-XREF-EOF
                   PERFORM 0530-WARN-TABLE-FULL
               END-IF
               CLOSE EMPLOYEE-XREF-FILE
           END-IF
           SET WS-XREF-LOADED TO TRUE.

       0510-READ-XREF.
           READ EMPLOYEE-XREF-FILE
               AT END
                   SET WS-XREF-EOF TO TRUE
           END-READ.

       0520-STORE-HIRE-DATE.
           IF EM-HIRE-DATE IS NUMERIC AND EM-HIRE-DATE > ZERO
               ADD 1 TO WS-HIRE-COUNT
               MOVE EM-USER-NAME TO WS-HIRE-NAME (WS-HIRE-COUNT)
               MOVE EM-HIRE-DATE TO WS-HIRE-DATE (WS-HIRE-COUNT)
           END-IF
           PERFORM 0510-READ-XREF.

       0530-WARN-TABLE-FULL.
       *> No START or END of its own to hang it on - the warning row
       *> stands alone, and MORNSTAT reports it the next morning.
       *> Nothing is shown here; the caller's screen is a sign-on.
           MOVE 'WARN' TO WS-RUNLOG-EVENT
           MOVE WS-HIRE-COUNT TO WS-RUNLOG-COUNT
           MOVE 'HIRE-TABLE-FULL' TO WS-RUNLOG-STATUS
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       END PROGRAM GREETCMP.
