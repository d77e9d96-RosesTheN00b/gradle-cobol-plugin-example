      ******************************************************************
      * Author:
      * Date:
      * Purpose: Visitor passes still out - reception's end-of-day
      *          check.  Lists every visitor-register entry whose
      *          printed pass (VISITMNT) has been neither handed back
      *          nor reported lost, with the serial, who holds it,
      *          who sponsored them, when it was issued and until
      *          when the entry runs; a pass outliving its entry's
      *          validity, or held on an entry since expired, is
      *          flagged so it is chased first.  Same parameter card
      *          as the other reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISITOR-REGISTER-FILE ASSIGN TO 'VISITREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISITOR-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RPTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REPORT-OUT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VISITOR-REGISTER-FILE.
           COPY "VISITREG.cpy".

       FD  PARM-FILE.
           COPY "RPTPARM.cpy".

       FD  REPORT-OUT-FILE.
       01  RP-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VISITOR-FILE-STATUS PIC X(2).
       01  WS-PARM-FILE-STATUS PIC X(2).
       01  WS-PARM-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-PARM-FOUND            VALUE 'Y'.
       01  WS-REPORT-FILE-NAME PIC X(16).
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '35'.
       01  WS-REPORT-LINE PIC X(80).
       01  WS-REPORT-DATE PIC 9(8) VALUE ZERO.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       77  WS-PASSES-OUT PIC 9(5) VALUE ZERO.
       77  WS-PASSES-OVERDUE PIC 9(5) VALUE ZERO.
       01  WS-PASS-DETAIL-LINE.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-PD-SERIAL             PIC 9(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-PD-VISITOR            PIC X(20).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-PD-SPONSOR            PIC X(20).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-PD-ISSUED             PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-PD-VALID-TO           PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-PD-NOTE               PIC X(9).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ENTRY
               UNTIL WS-END-OF-FILE
           PERFORM 8000-PRINT-FOOTER
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-PASSES-OUT
           MOVE ZERO TO WS-PASSES-OVERDUE
           PERFORM 1500-GET-REPORT-DATE
           IF WS-REPORT-DATE = ZERO
               CALL 'BUSDATSV' USING WS-REPORT-DATE
           END-IF
           STRING 'PASSOUT.' WS-REPORT-DATE
               INTO WS-REPORT-FILE-NAME END-STRING
           OPEN OUTPUT REPORT-OUT-FILE
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'VISITOR PASSES STILL OUT AT ' WS-REPORT-DATE
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  SERIAL VISITOR              SPONSOR       '
               '       ISSUED   VALID TO'
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           OPEN INPUT VISITOR-REGISTER-FILE
           IF WS-VISITOR-FILE-STATUS NOT = '00'
               MOVE 'NO VISITOR REGISTER ON HAND' TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM 1010-READ-ENTRY
           END-IF.

       1500-GET-REPORT-DATE.
       *> Same parameter card as the other reports; zero means today.
           MOVE 'N' TO WS-PARM-FOUND-SWITCH
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       SET WS-PARM-FOUND TO TRUE
                       MOVE PM-REPORT-DATE TO WS-REPORT-DATE
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF NOT WS-PARM-FOUND
               DISPLAY 'ENTER REPORT DATE (YYYYMMDD) OR BLANK '
                   'FOR TODAY'
               ACCEPT WS-REPORT-DATE
           END-IF.

       1010-READ-ENTRY.
           READ VISITOR-REGISTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2000-PROCESS-ENTRY.
           IF VI-PASS-OUT
               ADD 1 TO WS-PASSES-OUT
               MOVE VI-PASS-SERIAL TO WS-PD-SERIAL
               MOVE VI-VISITOR-NAME TO WS-PD-VISITOR
               MOVE VI-SPONSOR-NAME TO WS-PD-SPONSOR
               MOVE VI-PASS-ISSUED-DATE TO WS-PD-ISSUED
               MOVE VI-VALID-TO TO WS-PD-VALID-TO
               MOVE SPACES TO WS-PD-NOTE
       *> A pass on an entry that has run out or been expired should
       *> already be back on the desk.
               IF VI-STATUS-EXPIRED
                   MOVE 'EXPIRED' TO WS-PD-NOTE
                   ADD 1 TO WS-PASSES-OVERDUE
               ELSE
                   IF VI-VALID-TO < WS-REPORT-DATE
                       MOVE 'OVERDUE' TO WS-PD-NOTE
                       ADD 1 TO WS-PASSES-OVERDUE
                   END-IF
               END-IF
               MOVE WS-PASS-DETAIL-LINE TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
           END-IF
           PERFORM 1010-READ-ENTRY.

       8000-PRINT-FOOTER.
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PASSES STILL OUT      : ' WS-PASSES-OUT
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OF WHICH PAST VALIDITY: ' WS-PASSES-OVERDUE
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       7000-EMIT-LINE.
           DISPLAY WS-REPORT-LINE
           IF WS-REPORT-FILE-STATUS = '00'
               MOVE WS-REPORT-LINE TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-REPORT-FILE-STATUS = '00'
               CLOSE REPORT-OUT-FILE
           END-IF
           IF WS-VISITOR-FILE-STATUS = '00' OR WS-VISITOR-FILE-STATUS
                   = '10'
               CLOSE VISITOR-REGISTER-FILE
           END-IF.

       END PROGRAM PASSOUT.
