      ******************************************************************
      * Author:
      * Date:
      * Purpose: Service-anniversary salute generator - SALUTEBAT
      *          only ever saluted what somebody keyed onto SALUTETX.
      *          Each night this walks EMPXREF and, for everyone
      *          whose hire date (from HR's joiner feed) reaches 1,
      *          5, 10 or 25 years on the business day, appends a
      *          SALUTETX row for SALUTEBAT to hand to CFile: the
      *          catalog's salute text in the person's own language
      *          (English when none is kept), their name, the years
      *          and the day.  Whose day it is comes from ANNIVCHK,
      *          the same check GREETCMP makes at sign-on, so an
      *          anniversary on a weekend or holiday is saluted on
      *          the next working day.  A person already saluted for
      *          the same years on the business day's rows of the
      *          file is passed over, so a rerun of the night does not
      *          salute twice; more of the day's rows than can be held
      *          puts a DONE-TABLE-FULL warning on the run log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNIVGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-XREF-FILE ASSIGN TO 'EMPXREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT SALUTE-TXN-FILE ASSIGN TO 'SALUTETX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALUTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-XREF-FILE.
           COPY "EMPXREF.cpy".

       FD  SALUTE-TXN-FILE.
           COPY "SALUTETX.cpy".

       WORKING-STORAGE SECTION.
       01  WS-XREF-FILE-STATUS PIC X(2).
       01  WS-SALUTE-FILE-STATUS PIC X(2).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-SALUTE-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-SALUTE-OK             VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-HIRE-DATE PIC 9(8).
       01  WS-SERVICE-YEARS PIC 9(2).
       01  WS-LANGUAGE-CODE PIC X(2).
       01  WS-MSG-NUMBER PIC 9(3).
       01  WS-MSG-TEXT PIC X(60).
       01  WS-MSG-FOUND PIC X(1).
       77  WS-SALUTES-WRITTEN PIC 9(5) VALUE ZERO.
       77  WS-ALREADY-SALUTED PIC 9(5) VALUE ZERO.
       77  WS-NO-HIRE-DATE PIC 9(5) VALUE ZERO.
       77  WS-DONE-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-DONE-ENTRIES PIC 9(4) VALUE 2000.
      *    The business day's anniversary rows already on SALUTETX -
      *    name and years.
       01  WS-DONE-TABLE.
           05  WS-DONE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-DONE-IDX.
               10  WS-DONE-RECIPIENT    PIC X(20).
               10  WS-DONE-YEARS        PIC 9(2).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'ANNIVGEN'.
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
           IF WS-SALUTE-OK
               OPEN INPUT EMPLOYEE-XREF-FILE
               IF WS-XREF-FILE-STATUS = '00'
                   PERFORM 2010-READ-XREF
                   PERFORM 2000-PROCESS-PERSON
                       UNTIL WS-END-OF-FILE
                   CLOSE EMPLOYEE-XREF-FILE
               ELSE
                   DISPLAY 'ANNIVGEN: NO EMPXREF ON HAND - STATUS '
                       WS-XREF-FILE-STATUS
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE ZERO TO WS-SALUTES-WRITTEN
           MOVE ZERO TO WS-ALREADY-SALUTED
           MOVE ZERO TO WS-NO-HIRE-DATE
           CALL 'BUSDATSV' USING WS-TODAY-DATE
           PERFORM 1100-LOAD-DONE-SALUTES
       *> Salutes keyed by hand may already be waiting for SALUTEBAT -
       *> tonight's go on the end of them.
           OPEN EXTEND SALUTE-TXN-FILE
           IF WS-SALUTE-FILE-STATUS = '35'
               OPEN OUTPUT SALUTE-TXN-FILE
           END-IF
           IF WS-SALUTE-FILE-STATUS = '00'
               SET WS-SALUTE-OK TO TRUE
           ELSE
               DISPLAY 'ANNIVGEN: CANNOT OPEN SALUTETX - STATUS '
                   WS-SALUTE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1100-LOAD-DONE-SALUTES.
       *> The day's anniversary rows already on the file, so a rerun
       *> of the night passes over the people it saluted the first
       *> time.  Earlier days' rows are SALUTEBAT's history, not
       *> tonight's business, and are not held.
           MOVE ZERO TO WS-DONE-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-DONE-TABLE
           OPEN INPUT SALUTE-TXN-FILE
           IF WS-SALUTE-FILE-STATUS = '00'
               PERFORM 1110-READ-SALUTE
               PERFORM 1120-STORE-SALUTE
                   UNTIL WS-END-OF-FILE
                   OR WS-DONE-COUNT >= WS-MAX-DONE-ENTRIES
               IF NOT WS-END-OF-FILE
                   DISPLAY 'ANNIVGEN WARNING: MORE THAN '
                       WS-MAX-DONE-ENTRIES ' SALUTES ON FILE FOR '
                       WS-TODAY-DATE ' - A RERUN MAY SALUTE TWICE'
                   MOVE 'WARN' TO WS-RUNLOG-EVENT
                   MOVE WS-DONE-COUNT TO WS-RUNLOG-COUNT
                   MOVE 'DONE-TABLE-FULL' TO WS-RUNLOG-STATUS
                   PERFORM 0900-WRITE-RUNLOG
               END-IF
               CLOSE SALUTE-TXN-FILE
           END-IF.

       1110-READ-SALUTE.
           READ SALUTE-TXN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1120-STORE-SALUTE.
           IF ST-RECIPIENT NOT = SPACES
                   AND ST-SERVICE-YEARS IS NUMERIC
                   AND ST-SALUTE-DATE = WS-TODAY-DATE
               ADD 1 TO WS-DONE-COUNT
               MOVE ST-RECIPIENT TO WS-DONE-RECIPIENT (WS-DONE-COUNT)
               MOVE ST-SERVICE-YEARS TO WS-DONE-YEARS (WS-DONE-COUNT)
           END-IF
           PERFORM 1110-READ-SALUTE.

       2000-PROCESS-PERSON.
       *> Rows from before the hire date was carried read short - not
       *> known, so nothing to salute.
           IF EM-HIRE-DATE IS NUMERIC
               MOVE EM-HIRE-DATE TO WS-HIRE-DATE
           ELSE
               MOVE ZERO TO WS-HIRE-DATE
           END-IF
           IF WS-HIRE-DATE = ZERO
               ADD 1 TO WS-NO-HIRE-DATE
           ELSE
               CALL 'ANNIVCHK' USING WS-HIRE-DATE WS-TODAY-DATE
                   WS-SERVICE-YEARS
               IF WS-SERVICE-YEARS > ZERO
                   PERFORM 2100-FIND-DONE-SALUTE
                   IF WS-ENTRY-FOUND
                       ADD 1 TO WS-ALREADY-SALUTED
                   ELSE
                       PERFORM 2200-WRITE-SALUTE
                   END-IF
               END-IF
           END-IF
           PERFORM 2010-READ-XREF.

       2010-READ-XREF.
           READ EMPLOYEE-XREF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2100-FIND-DONE-SALUTE.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-DONE-IDX TO 1
           SEARCH WS-DONE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DONE-IDX > WS-DONE-COUNT
                   CONTINUE
               WHEN WS-DONE-RECIPIENT (WS-DONE-IDX) = EM-USER-NAME
                       AND WS-DONE-YEARS (WS-DONE-IDX)
                       = WS-SERVICE-YEARS
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.

       2200-WRITE-SALUTE.
       *> The salute text is the catalog's, in the language kept on
       *> the cross-reference row - a new language is a MSGCAT row,
       *> not a change here.
           IF EM-LANGUAGE-CODE = SPACES
               MOVE 'EN' TO WS-LANGUAGE-CODE
           ELSE
               MOVE EM-LANGUAGE-CODE TO WS-LANGUAGE-CODE
           END-IF
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
           CALL 'MSGTEXT' USING WS-LANGUAGE-CODE WS-MSG-NUMBER
               WS-MSG-TEXT WS-MSG-FOUND
           MOVE SPACES TO ST-SALUTE-RECORD
           MOVE WS-MSG-TEXT TO ST-SALUTE-TEXT
           MOVE EM-USER-NAME TO ST-RECIPIENT
           MOVE WS-SERVICE-YEARS TO ST-SERVICE-YEARS
           MOVE WS-TODAY-DATE TO ST-SALUTE-DATE
           WRITE ST-SALUTE-RECORD
           ADD 1 TO WS-SALUTES-WRITTEN
           DISPLAY 'ANNIVGEN: ' EM-USER-NAME ' ' WS-SERVICE-YEARS
               ' YEARS - ' ST-SALUTE-TEXT.

       9000-TERMINATE.
           IF WS-SALUTE-OK
               CLOSE SALUTE-TXN-FILE
           END-IF
           DISPLAY 'ANNIVGEN BUSINESS DATE       : ' WS-TODAY-DATE
           DISPLAY 'ANNIVGEN SALUTES WRITTEN     : ' WS-SALUTES-WRITTEN
           DISPLAY 'ANNIVGEN ALREADY SALUTED     : '
               WS-ALREADY-SALUTED
           DISPLAY 'ANNIVGEN NO HIRE DATE KNOWN  : ' WS-NO-HIRE-DATE
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-SALUTES-WRITTEN TO WS-RUNLOG-COUNT
           IF RETURN-CODE = ZERO
               MOVE 'OK' TO WS-RUNLOG-STATUS
           ELSE
               MOVE 'SALUTETX-NOT-WRITTEN' TO WS-RUNLOG-STATUS
           END-IF
           PERFORM 0900-WRITE-RUNLOG.

       END PROGRAM ANNIVGEN.
