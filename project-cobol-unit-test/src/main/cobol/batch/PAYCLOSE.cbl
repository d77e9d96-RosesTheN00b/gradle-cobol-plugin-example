      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payroll month-end close - freezes a month once its
      *          PAYHOURS export has gone to payroll.  PAYHOURS could
      *          be rerun for a month at any time, so a late time
      *          correction or a replayed SAFQUEUE sign-on quietly
      *          changed hours payroll had already paid.  This run
      *          records the month on the PAYCLSCT control file -
      *          after which PAYHOURS refuses to regenerate it - and
      *          copies what the export paid onto the PAYPAID ledger:
      *          the month's own hours per employee number, and the
      *          revised totals of any adjustment rows it carried for
      *          earlier closed months.  The next open month's export
      *          measures later changes against that ledger.  Months
      *          close in order, and only a month whose export file
      *          is on hand can be closed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-FILE-STATUS.

           SELECT CLOSE-CONTROL-FILE ASSIGN TO 'PAYCLSCT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

           SELECT PAID-LEDGER-FILE ASSIGN TO 'PAYPAID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RPTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-FILE.
           COPY "PAYHRREC.cpy".

       FD  CLOSE-CONTROL-FILE.
           COPY "PAYCLSRC.cpy".

       FD  PAID-LEDGER-FILE.
           COPY "PAYPAIDR.cpy".

       FD  PARM-FILE.
           COPY "RPTPARM.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EXPORT-FILE-NAME PIC X(15).
       01  WS-EXPORT-FILE-STATUS PIC X(2).
       01  WS-CLOSE-FILE-STATUS PIC X(2).
       01  WS-PAID-FILE-STATUS PIC X(2).
       01  WS-PARM-FILE-STATUS PIC X(2).
       01  WS-PARM-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-PARM-FOUND            VALUE 'Y'.
       01  WS-CLOSE-MONTH PIC 9(6) VALUE ZERO.
       01  WS-LAST-CLOSED-MONTH PIC 9(6) VALUE ZERO.
       01  WS-CONFIRM-INPUT PIC X(5).
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-REFUSED-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CLOSE-REFUSED         VALUE 'Y'.
       77  WS-HOURS-FROZEN PIC 9(5) VALUE ZERO.
       77  WS-ADJUSTMENTS-FROZEN PIC 9(5) VALUE ZERO.
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'PAYCLOSE'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RUNLOG-STATUS PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'START' TO WS-RUNLOG-EVENT
           MOVE ZERO TO WS-RUNLOG-COUNT
           MOVE 'STARTED' TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG
           PERFORM 1000-INITIALIZE
           IF NOT WS-CLOSE-REFUSED
               PERFORM 2000-FREEZE-EXPORT
               PERFORM 3000-RECORD-CLOSE
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE 'N' TO WS-REFUSED-SWITCH
           MOVE ZERO TO WS-HOURS-FROZEN
           MOVE ZERO TO WS-ADJUSTMENTS-FROZEN
           PERFORM 1500-GET-CLOSE-MONTH
           IF WS-CLOSE-MONTH = ZERO
               DISPLAY 'PAYCLOSE: NO MONTH GIVEN - NOTHING CLOSED'
               SET WS-CLOSE-REFUSED TO TRUE
           ELSE
               PERFORM 1600-CHECK-CLOSE-ORDER
           END-IF
           IF NOT WS-CLOSE-REFUSED
               MOVE SPACES TO WS-EXPORT-FILE-NAME
               STRING 'PAYHOURS.' WS-CLOSE-MONTH
                   INTO WS-EXPORT-FILE-NAME END-STRING
               OPEN INPUT EXPORT-FILE
               IF WS-EXPORT-FILE-STATUS NOT = '00'
                   DISPLAY 'PAYCLOSE: NO EXPORT ' WS-EXPORT-FILE-NAME
                       ' ON HAND - RUN PAYHOURS FOR THE MONTH FIRST'
                   SET WS-CLOSE-REFUSED TO TRUE
               END-IF
           END-IF
           IF NOT WS-CLOSE-REFUSED
               PERFORM 1700-CONFIRM-CLOSE
           END-IF.

       1500-GET-CLOSE-MONTH.
       *> The parameter card's date field supplies the month as its
       *> first six digits; with no card this prompts.  Unlike the
       *> export there is no default - a month is only ever closed
       *> on purpose.
           MOVE 'N' TO WS-PARM-FOUND-SWITCH
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PM-REPORT-DATE > ZERO
                           SET WS-PARM-FOUND TO TRUE
                           MOVE PM-REPORT-DATE (1:6)
                               TO WS-CLOSE-MONTH
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF NOT WS-PARM-FOUND
               DISPLAY 'ENTER PAYROLL MONTH TO CLOSE (YYYYMM)'
               ACCEPT WS-CLOSE-MONTH
           END-IF.

       1600-CHECK-CLOSE-ORDER.
       *> Months close in order - PAYHOURS takes the month after the
       *> latest close as the one adjustments ride in.
           MOVE ZERO TO WS-LAST-CLOSED-MONTH
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CLOSE-CONTROL-FILE
           IF WS-CLOSE-FILE-STATUS = '00'
               PERFORM 1610-READ-CLOSE-ROW
               PERFORM 1620-NOTE-CLOSED-MONTH
                   UNTIL WS-END-OF-FILE
               CLOSE CLOSE-CONTROL-FILE
           END-IF
           IF WS-CLOSE-MONTH = WS-LAST-CLOSED-MONTH
               DISPLAY 'PAYCLOSE: ' WS-CLOSE-MONTH
                   ' IS ALREADY CLOSED'
               SET WS-CLOSE-REFUSED TO TRUE
           ELSE
               IF WS-CLOSE-MONTH < WS-LAST-CLOSED-MONTH
                   DISPLAY 'PAYCLOSE: ' WS-CLOSE-MONTH
                       ' IS BEFORE THE LAST CLOSED MONTH '
                       WS-LAST-CLOSED-MONTH
                   SET WS-CLOSE-REFUSED TO TRUE
               END-IF
           END-IF.

       1610-READ-CLOSE-ROW.
           READ CLOSE-CONTROL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1620-NOTE-CLOSED-MONTH.
           IF PC-CLOSED-MONTH IS NUMERIC
                   AND PC-CLOSED-MONTH > WS-LAST-CLOSED-MONTH
               MOVE PC-CLOSED-MONTH TO WS-LAST-CLOSED-MONTH
           END-IF
           PERFORM 1610-READ-CLOSE-ROW.

       1700-CONFIRM-CLOSE.
           DISPLAY 'PAYCLOSE: CLOSING ' WS-CLOSE-MONTH ' FREEZES '
               WS-EXPORT-FILE-NAME ' FOR GOOD.'
           DISPLAY 'TYPE CLOSE TO PROCEED'
           ACCEPT WS-CONFIRM-INPUT
           INSPECT WS-CONFIRM-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-CONFIRM-INPUT NOT = 'CLOSE'
               DISPLAY 'PAYCLOSE CANCELLED - NOTHING CLOSED'
               SET WS-CLOSE-REFUSED TO TRUE
               CLOSE EXPORT-FILE
           END-IF.

       2000-FREEZE-EXPORT.
       *> The ledger rows go down before the control row, so a run
       *> that dies part-way leaves the month open to close again.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN EXTEND PAID-LEDGER-FILE
           IF WS-PAID-FILE-STATUS = '35'
               OPEN OUTPUT PAID-LEDGER-FILE
           END-IF
           IF WS-PAID-FILE-STATUS = '00'
               PERFORM 2010-READ-EXPORT
               PERFORM 2020-FREEZE-ONE-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE PAID-LEDGER-FILE
           ELSE
               DISPLAY 'PAYCLOSE: CANNOT WRITE PAYPAID - STATUS '
                   WS-PAID-FILE-STATUS ' - NOTHING CLOSED'
               SET WS-CLOSE-REFUSED TO TRUE
           END-IF
           CLOSE EXPORT-FILE.

       2010-READ-EXPORT.
           READ EXPORT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2020-FREEZE-ONE-ROW.
           MOVE WS-CLOSE-MONTH TO PP-SENT-IN-MONTH
           IF PH-ADJUSTMENT-ROW
               MOVE PA-ADJUSTED-MONTH TO PP-PAID-MONTH
               MOVE PA-EMPLOYEE-NUMBER TO PP-EMPLOYEE-NUMBER
               MOVE PA-REVISED-SECONDS TO PP-PAID-SECONDS
               ADD 1 TO WS-ADJUSTMENTS-FROZEN
           ELSE
               MOVE WS-CLOSE-MONTH TO PP-PAID-MONTH
               MOVE PH-EMPLOYEE-NUMBER TO PP-EMPLOYEE-NUMBER
               MOVE PH-TOTAL-SECONDS TO PP-PAID-SECONDS
               ADD 1 TO WS-HOURS-FROZEN
           END-IF
           WRITE PP-PAID-RECORD
           PERFORM 2010-READ-EXPORT.

       3000-RECORD-CLOSE.
           IF NOT WS-CLOSE-REFUSED
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAMP-TIME FROM TIME
               MOVE WS-CLOSE-MONTH TO PC-CLOSED-MONTH
               MOVE WS-STAMP-DATE TO PC-CLOSED-DATE
               MOVE WS-STAMP-TIME (1:6) TO PC-CLOSED-TIME
               MOVE WS-HOURS-FROZEN TO PC-ROWS-FROZEN
               OPEN EXTEND CLOSE-CONTROL-FILE
               IF WS-CLOSE-FILE-STATUS = '35'
                   OPEN OUTPUT CLOSE-CONTROL-FILE
               END-IF
               IF WS-CLOSE-FILE-STATUS = '00'
                   WRITE PC-CLOSE-RECORD
                   CLOSE CLOSE-CONTROL-FILE
                   DISPLAY 'PAYCLOSE: ' WS-CLOSE-MONTH ' CLOSED'
               ELSE
                   DISPLAY 'PAYCLOSE: CANNOT WRITE PAYCLSCT - STATUS '
                       WS-CLOSE-FILE-STATUS ' - MONTH NOT CLOSED'
                   SET WS-CLOSE-REFUSED TO TRUE
               END-IF
           END-IF.

       9000-TERMINATE.
           DISPLAY 'PAYCLOSE MONTH       : ' WS-CLOSE-MONTH
           DISPLAY 'PAYCLOSE HOURS ROWS  : ' WS-HOURS-FROZEN
           DISPLAY 'PAYCLOSE ADJUSTMENTS : ' WS-ADJUSTMENTS-FROZEN
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-HOURS-FROZEN TO WS-RUNLOG-COUNT
           IF WS-CLOSE-REFUSED
               MOVE 'NOT CLOSED' TO WS-RUNLOG-STATUS
           ELSE
               MOVE 'OK' TO WS-RUNLOG-STATUS
           END-IF
           PERFORM 0900-WRITE-RUNLOG.

       END PROGRAM PAYCLOSE.
