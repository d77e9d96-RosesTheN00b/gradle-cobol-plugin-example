      *          the manifest is what knows what lives where.  The
      *          archive rows are the audit records as the writers
      *          wrote them, so one record layout reads both.
      *          Once the archive name index (ARCHIDX) has been
      *          built, an archived month is only opened when the
      *          index lists the person in it with dates inside the
      *          range - a lookup over three years reads the two or
      *          three archives that matter, not all thirty-six.
      *          With no index every archived month is read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT INDEX-FILE ASSIGN TO 'ARCHIDX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       FD  PARM-FILE.
           COPY "RPTPARM.cpy".

       FD  INDEX-FILE.
           COPY "ARCHIDX.cpy".

       WORKING-STORAGE SECTION.
           COPY "AUDTFNAM.cpy".
       01  WS-AUDIT-FILE-STATUS PIC X(2).
       01  WS-ARCHIVED-TABLE.
           05  WS-ARCHIVED-NAME OCCURS 1000 TIMES PIC X(17).
       77  WS-MATCH-COUNT PIC 9(5) VALUE ZERO.
      *    The person's rows off the archive name index - which
      *    AUDARCH months hold them, and between which dates.
       01  WS-INDEX-STATUS PIC X(2).
       01  WS-INDEX-BUILT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-INDEX-BUILT           VALUE 'Y'.
       01  WS-MONTH-INDEXED-SWITCH PIC X(1).
           88  WS-MONTH-HOLDS-NAME      VALUE 'Y'.
       77  WS-INDEXED-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-INDEXED PIC 9(3) VALUE 500.
       77  WS-MONTHS-SKIPPED PIC 9(4) VALUE ZERO.
       01  WS-INDEXED-TABLE.
           05  WS-INDEXED-ENTRY OCCURS 500 TIMES.
               10  WS-INDEXED-MONTH     PIC X(6).
               10  WS-INDEXED-FIRST     PIC 9(8).
               10  WS-INDEXED-LAST      PIC 9(8).
           COPY "PRIVCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE ZERO TO WS-DAY-GUARD
           PERFORM 1500-GET-PARAMETERS
           PERFORM 1600-LOAD-MANIFEST
           PERFORM 1700-LOAD-NAME-INDEX
           MOVE WS-FROM-DATE TO WS-WALK-DATE
           DISPLAY '================================================'
           DISPLAY 'SIGN-ON LOOKUP FOR ' WS-INQUIRY-NAME
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-TO-DATE < WS-FROM-DATE
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           PERFORM 1590-TRAIL-THE-TARGET.

       1590-TRAIL-THE-TARGET.
       *> Whose history was looked at goes on the privileged-action
       *> trail, under the operator signed on at the menu.
           MOVE SPACES TO PV-CALL-AREA
           SET PV-WRITE-ROW TO TRUE
           MOVE 'TARGET' TO PV-EVENT
           MOVE ZERO TO PV-MENU-CHOICE
           MOVE 'ARCHINQ' TO PV-PROGRAM
           MOVE WS-INQUIRY-NAME TO PV-TARGET
           CALL 'PRIVLGWR' USING PV-CALL-AREA.

       1600-LOAD-MANIFEST.
       *> Every ARCHIVED row names a generation that no longer lives
           END-IF
           PERFORM 1610-READ-MANIFEST.

       1700-LOAD-NAME-INDEX.
       *> Only this person's AUDARCH rows matter.  A person on more
       *> archive months than the table holds is simply read the old
       *> way - every archived month - rather than half-indexed.
           MOVE ZERO TO WS-INDEXED-COUNT
           MOVE ZERO TO WS-MONTHS-SKIPPED
           MOVE 'N' TO WS-INDEX-BUILT-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-INDEXED-TABLE
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = '00'
               SET WS-INDEX-BUILT TO TRUE
               PERFORM 1710-READ-INDEX
               PERFORM 1720-STORE-INDEX-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE INDEX-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1710-READ-INDEX.
           READ INDEX-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1720-STORE-INDEX-ROW.
           IF AX-USER-NAME = WS-INQUIRY-NAME
                   AND AX-ARCHIVE-NAME (1:8) = 'AUDARCH.'
               IF WS-INDEXED-COUNT < WS-MAX-INDEXED
                   ADD 1 TO WS-INDEXED-COUNT
                   MOVE AX-ARCHIVE-NAME (9:6)
                       TO WS-INDEXED-MONTH (WS-INDEXED-COUNT)
                   MOVE AX-FIRST-DATE
                       TO WS-INDEXED-FIRST (WS-INDEXED-COUNT)
                   MOVE AX-LAST-DATE
                       TO WS-INDEXED-LAST (WS-INDEXED-COUNT)
               ELSE
                   MOVE 'N' TO WS-INDEX-BUILT-SWITCH
               END-IF
           END-IF
           PERFORM 1710-READ-INDEX.

       2000-WALK-ONE-DAY.
           ADD 1 TO WS-DAY-GUARD
       *> On the first day of each month in the range, consult the
               MOVE WS-WALK-MONTH TO WS-PREV-MONTH
               PERFORM 2200-CHECK-MONTH-ARCHIVED
               IF WS-MONTH-IS-ARCHIVED
                   PERFORM 2300-CHECK-MONTH-INDEXED
                   IF WS-MONTH-HOLDS-NAME
                       PERFORM 3000-SCAN-MONTH-ARCHIVE
                   ELSE
                       ADD 1 TO WS-MONTHS-SKIPPED
                   END-IF
               END-IF
           END-IF
           PERFORM 2500-SCAN-ONLINE-DAY
               SET WS-MONTH-IS-ARCHIVED TO TRUE
           END-IF.

       2300-CHECK-MONTH-INDEXED.
       *> With no index to go by the month has to be read.  The
       *> archive holds the whole month, so the person's dates there
       *> must also reach into the asked-for range.
           IF NOT WS-INDEX-BUILT
               MOVE 'Y' TO WS-MONTH-INDEXED-SWITCH
           ELSE
               MOVE 'N' TO WS-MONTH-INDEXED-SWITCH
               PERFORM 2310-MATCH-INDEXED-MONTH
                   VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-INDEXED-COUNT
                   OR WS-MONTH-HOLDS-NAME
           END-IF.

       2310-MATCH-INDEXED-MONTH.
           IF WS-INDEXED-MONTH (WS-SCAN-IDX) = WS-WALK-MONTH
                   AND WS-INDEXED-FIRST (WS-SCAN-IDX) <= WS-TO-DATE
                   AND WS-INDEXED-LAST (WS-SCAN-IDX) >= WS-FROM-DATE
               SET WS-MONTH-HOLDS-NAME TO TRUE
           END-IF.

       2500-SCAN-ONLINE-DAY.
       *> A generation that was rolled away is empty or gone - the
       *> open simply finds nothing, and the archive scan above
               DISPLAY 'ARCHINQ NOTE: RANGE STOPPED AT '
                   WS-MAX-RANGE-DAYS ' DAYS'
           END-IF
           IF WS-MONTHS-SKIPPED > ZERO
               DISPLAY 'ARCHIVED MONTHS PASSED OVER ON THE INDEX: '
                   WS-MONTHS-SKIPPED
           END-IF
           DISPLAY '------------------------------------------------'
           DISPLAY 'SIGN-ONS FOUND: ' WS-MATCH-COUNT
           DISPLAY '================================================'.
