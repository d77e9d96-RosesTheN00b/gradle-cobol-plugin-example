      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared planned-absence check - a callable in the
      *          HOTCHK mold, so RECONCIL and SHIFTRPT answer "was
      *          this person meant to be away" the same way.  The
      *          ABSENCES register loads on the first call of the
      *          run.  The caller passes a name and a date and gets
      *          back the absence type in force that day (space when
      *          there is none) and the last day of that absence.
      *          Parameters: name, date, returned absence type,
      *          returned last day away.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENCE-FILE ASSIGN TO 'ABSENCES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ABSENCE-FILE.
           COPY "ABSREG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ABSENCE-FILE-STATUS PIC X(2).
       01  WS-ABSENCE-LOADED-SW PIC X(1) VALUE 'N'.
           88  WS-ABSENCE-LOADED        VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       77  WS-ABS-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-ABS-ENTRIES PIC 9(4) VALUE 1000.
       01  WS-ABS-TABLE.
           05  WS-ABS-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-ABS-IDX.
               10  WS-ABS-NAME          PIC X(20).
               10  WS-ABS-FROM          PIC 9(8).
               10  WS-ABS-TO            PIC 9(8).
               10  WS-ABS-TYPE          PIC X(1).
       LINKAGE SECTION.
       01  WS-CHECK-NAME PIC X(20).
       01  WS-CHECK-DATE PIC 9(8).
       01  WS-CHECK-TYPE PIC X(1).
           88  WS-CHECK-NOT-ABSENT      VALUE SPACE.
       01  WS-CHECK-TO-DATE PIC 9(8).

       PROCEDURE DIVISION USING WS-CHECK-NAME WS-CHECK-DATE
               WS-CHECK-TYPE WS-CHECK-TO-DATE.
       0000-CHECK-ABSENCE.
           MOVE SPACE TO WS-CHECK-TYPE
           MOVE ZERO TO WS-CHECK-TO-DATE
           IF NOT WS-ABSENCE-LOADED
               PERFORM 1000-LOAD-ABSENCES
               SET WS-ABSENCE-LOADED TO TRUE
           END-IF
           IF WS-ABS-COUNT > ZERO
               PERFORM 2000-LOOKUP-ABSENCE
           END-IF
           GOBACK.

       1000-LOAD-ABSENCES.
           MOVE ZERO TO WS-ABS-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-ABS-TABLE
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS = '00'
               PERFORM 1010-READ-ABSENCE
               PERFORM 1020-STORE-ABSENCE
                   UNTIL WS-END-OF-FILE
                   OR WS-ABS-COUNT >= WS-MAX-ABS-ENTRIES
               IF NOT WS-END-OF-FILE
                   DISPLAY 'ABSCHK WARNING: ABSENCE TABLE FULL - '
                       'ROWS PAST ' WS-MAX-ABS-ENTRIES ' NOT CHECKED'
               END-IF
               CLOSE ABSENCE-FILE
           END-IF.

       1010-READ-ABSENCE.
           READ ABSENCE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1020-STORE-ABSENCE.
           IF AB-USER-NAME NOT = SPACES
               ADD 1 TO WS-ABS-COUNT
               SET WS-ABS-IDX TO WS-ABS-COUNT
               MOVE AB-USER-NAME TO WS-ABS-NAME (WS-ABS-IDX)
               MOVE AB-FROM-DATE TO WS-ABS-FROM (WS-ABS-IDX)
               MOVE AB-TO-DATE TO WS-ABS-TO (WS-ABS-IDX)
               MOVE AB-ABSENCE-TYPE TO WS-ABS-TYPE (WS-ABS-IDX)
      *> A hand-keyed row with no type is still an absence - space
      *> would read back to the caller as "not away".
               IF WS-ABS-TYPE (WS-ABS-IDX) = SPACE
                   MOVE 'O' TO WS-ABS-TYPE (WS-ABS-IDX)
               END-IF
           END-IF
           PERFORM 1010-READ-ABSENCE.

       2000-LOOKUP-ABSENCE.
           SET WS-ABS-IDX TO 1
           SEARCH WS-ABS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ABS-IDX > WS-ABS-COUNT
                   CONTINUE
               WHEN WS-ABS-NAME (WS-ABS-IDX) = WS-CHECK-NAME
                       AND WS-ABS-FROM (WS-ABS-IDX) <= WS-CHECK-DATE
                       AND WS-ABS-TO (WS-ABS-IDX) >= WS-CHECK-DATE
                   MOVE WS-ABS-TYPE (WS-ABS-IDX) TO WS-CHECK-TYPE
                   MOVE WS-ABS-TO (WS-ABS-IDX) TO WS-CHECK-TO-DATE
           END-SEARCH.

       END PROGRAM ABSCHK.
