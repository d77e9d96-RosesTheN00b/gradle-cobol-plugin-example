      *          with the sponsor and purpose from the visitor
      *          register, so reception and security can see exactly
      *          which outsiders were in and on whose say-so.
      *          A by-company section follows the log: for each
      *          contractor firm on CONTRCO, how many of its people
      *          are on the register, how many of those are valid on
      *          the day, how many sign-ons they made and how many
      *          distinct people came in - the person-days purchasing
      *          checks the firm's invoice against.  Register entries
      *          naming a firm CONTRCO does not know are totalled on
      *          a line of their own rather than dropped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISITOR-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO 'CONTRCO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RPTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
       FD  VISITOR-REGISTER-FILE.
           COPY "VISITREG.cpy".

       FD  COMPANY-FILE.
           COPY "CONTRCO.cpy".

       FD  PARM-FILE.
           COPY "RPTPARM.cpy".

       01  WS-AUDIT-FILE-STATUS PIC X(2).
       01  WS-VISITOR-FILE-STATUS PIC X(2).
       01  WS-PARM-FILE-STATUS PIC X(2).
       01  WS-COMPANY-FILE-STATUS PIC X(2).
       01  WS-PARM-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-PARM-FOUND            VALUE 'Y'.
       01  WS-REPORT-FILE-NAME PIC X(17).
               10  WS-REG-NAME          PIC X(20).
               10  WS-REG-SPONSOR       PIC X(20).
               10  WS-REG-PURPOSE       PIC X(30).
               10  WS-REG-COMPANY       PIC X(6).
               10  WS-REG-SEEN          PIC X(1).
                   88  WS-REG-SEEN-TODAY    VALUE 'Y'.
       01  WS-COMPANY-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-COMPANY-FOUND         VALUE 'Y'.
       77  WS-COMPANY-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-COMPANY-ENTRIES PIC 9(3) VALUE 200.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CO-IDX.
               10  WS-CO-CODE           PIC X(6).
               10  WS-CO-NAME           PIC X(30).
               10  WS-CO-HEADCOUNT      PIC 9(3).
               10  WS-CO-VALID          PIC 9(3).
               10  WS-CO-SIGNONS        PIC 9(5).
               10  WS-CO-PERSON-DAYS    PIC 9(3).
      *    Register entries whose firm is not on CONTRCO.
       01  WS-UNKNOWN-COMPANY-TOTALS.
           05  WS-UNK-HEADCOUNT         PIC 9(3) VALUE ZERO.
           05  WS-UNK-VALID             PIC 9(3) VALUE ZERO.
           05  WS-UNK-SIGNONS           PIC 9(5) VALUE ZERO.
           05  WS-UNK-PERSON-DAYS       PIC 9(3) VALUE ZERO.
       01  WS-COMPANY-LINE.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-CL-CODE               PIC X(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-CL-NAME               PIC X(30).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-CL-HEADCOUNT          PIC ZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  WS-CL-VALID              PIC ZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  WS-CL-SIGNONS            PIC ZZZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  WS-CL-PERSON-DAYS        PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORD
               UNTIL WS-END-OF-FILE
           PERFORM 5000-PRINT-BY-COMPANY
           PERFORM 8000-PRINT-FOOTER
           PERFORM 9000-TERMINATE
           GOBACK.
           IF WS-REPORT-DATE = ZERO
               CALL 'BUSDATSV' USING WS-REPORT-DATE
           END-IF
           PERFORM 1700-LOAD-COMPANIES
           PERFORM 1600-LOAD-REGISTER
           STRING 'AUDITLOG.' WS-REPORT-DATE
               INTO WS-AUDIT-FILE-NAME END-STRING
           MOVE VI-VISITOR-NAME TO WS-REG-NAME (WS-REG-IDX)
           MOVE VI-SPONSOR-NAME TO WS-REG-SPONSOR (WS-REG-IDX)
           MOVE VI-PURPOSE TO WS-REG-PURPOSE (WS-REG-IDX)
           MOVE VI-COMPANY-CODE TO WS-REG-COMPANY (WS-REG-IDX)
           MOVE 'N' TO WS-REG-SEEN (WS-REG-IDX)
           IF VI-COMPANY-CODE NOT = SPACES
               PERFORM 1630-COUNT-HEADCOUNT
           END-IF
           PERFORM 1610-READ-REGISTER.

       1630-COUNT-HEADCOUNT.
       *> Valid means what LOGIN would honor on the report date:
       *> approved, and the date inside the entry's window.
           MOVE VI-COMPANY-CODE TO WS-CL-CODE
           PERFORM 1710-FIND-COMPANY
           IF WS-COMPANY-FOUND
               ADD 1 TO WS-CO-HEADCOUNT (WS-CO-IDX)
           ELSE
               ADD 1 TO WS-UNK-HEADCOUNT
           END-IF
           IF VI-STATUS-APPROVED
                   AND VI-VALID-FROM <= WS-REPORT-DATE
                   AND VI-VALID-TO >= WS-REPORT-DATE
               IF WS-COMPANY-FOUND
                   ADD 1 TO WS-CO-VALID (WS-CO-IDX)
               ELSE
                   ADD 1 TO WS-UNK-VALID
               END-IF
           END-IF.

       1700-LOAD-COMPANIES.
           MOVE ZERO TO WS-COMPANY-COUNT
           MOVE 'N' TO WS-VISITOR-EOF-SWITCH
           INITIALIZE WS-COMPANY-TABLE
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-FILE-STATUS = '00'
               PERFORM 1720-READ-COMPANY
               PERFORM 1730-STORE-COMPANY
                   UNTIL WS-VISITOR-EOF
                   OR WS-COMPANY-COUNT >= WS-MAX-COMPANY-ENTRIES
               IF NOT WS-VISITOR-EOF
                   DISPLAY 'VISITRPT WARNING: COMPANY TABLE FULL - '
                       'FIRMS PAST ' WS-MAX-COMPANY-ENTRIES
                       ' SHOWN AS UNKNOWN'
               END-IF
               CLOSE COMPANY-FILE
           END-IF.

       1710-FIND-COMPANY.
           MOVE 'N' TO WS-COMPANY-FOUND-SWITCH
           SET WS-CO-IDX TO 1
           SEARCH WS-COMPANY-ENTRY
               AT END
                   MOVE 'N' TO WS-COMPANY-FOUND-SWITCH
               WHEN WS-CO-IDX > WS-COMPANY-COUNT
                   MOVE 'N' TO WS-COMPANY-FOUND-SWITCH
               WHEN WS-CO-CODE (WS-CO-IDX) = WS-CL-CODE
                   SET WS-COMPANY-FOUND TO TRUE
           END-SEARCH.

       1720-READ-COMPANY.
           READ COMPANY-FILE
               AT END
                   SET WS-VISITOR-EOF TO TRUE
           END-READ.

       1730-STORE-COMPANY.
           ADD 1 TO WS-COMPANY-COUNT
           SET WS-CO-IDX TO WS-COMPANY-COUNT
           MOVE CO-COMPANY-CODE TO WS-CO-CODE (WS-CO-IDX)
           MOVE CO-COMPANY-NAME TO WS-CO-NAME (WS-CO-IDX)
           PERFORM 1720-READ-COMPANY.

       1010-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   STRING '    PURPOSE: '
                       WS-REG-PURPOSE (WS-REG-IDX)
                       INTO WS-REPORT-LINE END-STRING
                   IF AU-OUTCOME = 'VISITOR'
                           AND WS-REG-COMPANY (WS-REG-IDX)
                           NOT = SPACES
                       PERFORM 2200-COUNT-COMPANY-SIGNON
                   END-IF
               ELSE
                   STRING '  ' AU-USER-NAME ' ' AU-TIMESTAMP (9:6)
                       ' ' AU-OUTCOME ' (NOT ON REGISTER)'
                   SET WS-NAME-FOUND TO TRUE
           END-SEARCH.

       2200-COUNT-COMPANY-SIGNON.
       *> A person counts once toward the firm's person-days however
       *> many times they signed on that day.
           MOVE WS-REG-COMPANY (WS-REG-IDX) TO WS-CL-CODE
           PERFORM 1710-FIND-COMPANY
           IF WS-COMPANY-FOUND
               ADD 1 TO WS-CO-SIGNONS (WS-CO-IDX)
           ELSE
               ADD 1 TO WS-UNK-SIGNONS
           END-IF
           IF NOT WS-REG-SEEN-TODAY (WS-REG-IDX)
               SET WS-REG-SEEN-TODAY (WS-REG-IDX) TO TRUE
               IF WS-COMPANY-FOUND
                   ADD 1 TO WS-CO-PERSON-DAYS (WS-CO-IDX)
               ELSE
                   ADD 1 TO WS-UNK-PERSON-DAYS
               END-IF
           END-IF.

       5000-PRINT-BY-COMPANY.
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE 'CONTRACTORS BY COMPANY' TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  CODE   NAME                           '
               'HEAD  VALID  SIGNONS  DAYS'
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           IF WS-COMPANY-COUNT = ZERO
               MOVE '  NO CONTRACTOR COMPANIES ON FILE'
                   TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
           ELSE
               PERFORM 5100-PRINT-COMPANY-LINE
                   VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-COMPANY-COUNT
           END-IF
           IF WS-UNK-HEADCOUNT > ZERO
               MOVE '??????' TO WS-CL-CODE
               MOVE 'NOT ON CONTRCO' TO WS-CL-NAME
               MOVE WS-UNK-HEADCOUNT TO WS-CL-HEADCOUNT
               MOVE WS-UNK-VALID TO WS-CL-VALID
               MOVE WS-UNK-SIGNONS TO WS-CL-SIGNONS
               MOVE WS-UNK-PERSON-DAYS TO WS-CL-PERSON-DAYS
               MOVE WS-COMPANY-LINE TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
           END-IF.

       5100-PRINT-COMPANY-LINE.
           MOVE WS-CO-CODE (WS-CO-IDX) TO WS-CL-CODE
           MOVE WS-CO-NAME (WS-CO-IDX) TO WS-CL-NAME
           MOVE WS-CO-HEADCOUNT (WS-CO-IDX) TO WS-CL-HEADCOUNT
           MOVE WS-CO-VALID (WS-CO-IDX) TO WS-CL-VALID
           MOVE WS-CO-SIGNONS (WS-CO-IDX) TO WS-CL-SIGNONS
           MOVE WS-CO-PERSON-DAYS (WS-CO-IDX) TO WS-CL-PERSON-DAYS
           MOVE WS-COMPANY-LINE TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       8000-PRINT-FOOTER.
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
