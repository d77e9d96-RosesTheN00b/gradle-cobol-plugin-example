      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly contractor expiry - every visitor-register
      *          entry carrying the code of a contractor firm whose
      *          contract on CONTRCO ended before the business date
      *          is expired, with the same before/after row on the
      *          VISITHST trail VISITMNT writes when an entry is
      *          expired by hand, so a contract ended early no
      *          longer means finding the firm's people one at a
      *          time.  Entries already expired, ordinary visitors
      *          and firms still under contract are left alone; a
      *          code CONTRCO does not know is counted and reported,
      *          not guessed at.  The register is built afresh on a
      *          work file and copied back only when something was
      *          expired.  No company master means nothing to do.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTREXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-FILE ASSIGN TO 'CONTRCO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-FILE-STATUS.

           SELECT VISITOR-REGISTER-FILE ASSIGN TO 'VISITREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISITOR-FILE-STATUS.

           SELECT VISITOR-HISTORY-FILE ASSIGN TO 'VISITHST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VHIST-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO 'CTRXWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-FILE.
           COPY "CONTRCO.cpy".

       FD  VISITOR-REGISTER-FILE.
           COPY "VISITREG.cpy".

       FD  VISITOR-HISTORY-FILE.
           COPY "VIHISTRC.cpy".

       FD  WORK-FILE.
       01  WK-WORK-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-COMPANY-FILE-STATUS PIC X(2).
       01  WS-VISITOR-FILE-STATUS PIC X(2).
       01  WS-VHIST-FILE-STATUS PIC X(2).
       01  WS-WORK-FILE-STATUS PIC X(2).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CODE-FOUND            VALUE 'Y'.
       01  WS-WORK-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-WORK-FILE-OK          VALUE 'Y'.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       01  WS-VI-BEFORE-IMAGE PIC X(120).
       77  WS-COMPANY-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-COMPANY-ENTRIES PIC 9(3) VALUE 200.
       77  WS-ENTRIES-READ PIC 9(5) VALUE ZERO.
       77  WS-ENTRIES-EXPIRED PIC 9(5) VALUE ZERO.
       77  WS-UNKNOWN-CODES PIC 9(5) VALUE ZERO.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CO-IDX.
               10  WS-TBL-COMPANY-CODE  PIC X(6).
               10  WS-TBL-CONTRACT-END  PIC 9(8).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'CONTREXP'.
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
           PERFORM 2000-PROCESS-ENTRY
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-ENTRIES-READ
           MOVE ZERO TO WS-ENTRIES-EXPIRED
           MOVE ZERO TO WS-UNKNOWN-CODES
           CALL 'BUSDATSV' USING WS-TODAY-DATE
           PERFORM 1100-LOAD-COMPANIES
           IF WS-COMPANY-COUNT = ZERO
               DISPLAY 'CONTREXP: NO CONTRACTOR COMPANIES ON FILE - '
                   'NOTHING TO DO'
               SET WS-END-OF-FILE TO TRUE
           ELSE
               OPEN INPUT VISITOR-REGISTER-FILE
               IF WS-VISITOR-FILE-STATUS NOT = '00'
                   DISPLAY 'CONTREXP: NO VISITOR REGISTER - '
                       'NOTHING TO DO'
                   SET WS-END-OF-FILE TO TRUE
               ELSE
                   OPEN OUTPUT WORK-FILE
                   IF WS-WORK-FILE-STATUS = '00'
                       SET WS-WORK-FILE-OK TO TRUE
                       PERFORM 1010-READ-ENTRY
                   ELSE
                       DISPLAY 'CONTREXP: CANNOT OPEN WORK FILE - '
                           'STATUS ' WS-WORK-FILE-STATUS
                       CLOSE VISITOR-REGISTER-FILE
                       SET WS-END-OF-FILE TO TRUE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1100-LOAD-COMPANIES.
           MOVE ZERO TO WS-COMPANY-COUNT
           INITIALIZE WS-COMPANY-TABLE
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-FILE-STATUS = '00'
               PERFORM 1110-READ-COMPANY
               PERFORM 1120-STORE-COMPANY
                   UNTIL WS-END-OF-FILE
                   OR WS-COMPANY-COUNT >= WS-MAX-COMPANY-ENTRIES
               IF NOT WS-END-OF-FILE
                   DISPLAY 'CONTREXP WARNING: COMPANY TABLE FULL - '
                       'FIRMS PAST ' WS-MAX-COMPANY-ENTRIES
                       ' REPORT AS UNKNOWN'
               END-IF
               CLOSE COMPANY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1110-READ-COMPANY.
           READ COMPANY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1120-STORE-COMPANY.
           ADD 1 TO WS-COMPANY-COUNT
           SET WS-CO-IDX TO WS-COMPANY-COUNT
           MOVE CO-COMPANY-CODE TO WS-TBL-COMPANY-CODE (WS-CO-IDX)
           MOVE CO-CONTRACT-END TO WS-TBL-CONTRACT-END (WS-CO-IDX)
           PERFORM 1110-READ-COMPANY.

       1010-READ-ENTRY.
           READ VISITOR-REGISTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2000-PROCESS-ENTRY.
           ADD 1 TO WS-ENTRIES-READ
           IF VI-COMPANY-CODE NOT = SPACES
                   AND NOT VI-STATUS-EXPIRED
               PERFORM 2100-FIND-COMPANY
               IF WS-CODE-FOUND
                   IF WS-TBL-CONTRACT-END (WS-CO-IDX) < WS-TODAY-DATE
                       PERFORM 2200-EXPIRE-ENTRY
                   END-IF
               ELSE
                   ADD 1 TO WS-UNKNOWN-CODES
                   DISPLAY 'CONTREXP WARNING: ' VI-VISITOR-NAME
                       ' CARRIES UNKNOWN COMPANY ' VI-COMPANY-CODE
               END-IF
           END-IF
           MOVE SPACES TO WK-WORK-RECORD
           MOVE VI-VISITOR-RECORD TO WK-WORK-RECORD
           WRITE WK-WORK-RECORD
           PERFORM 1010-READ-ENTRY.

       2100-FIND-COMPANY.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-CO-IDX TO 1
           SEARCH WS-COMPANY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CO-IDX > WS-COMPANY-COUNT
                   CONTINUE
               WHEN WS-TBL-COMPANY-CODE (WS-CO-IDX) = VI-COMPANY-CODE
                   SET WS-CODE-FOUND TO TRUE
           END-SEARCH.

       2200-EXPIRE-ENTRY.
       *> The trail row reads exactly like a hand expiry on VISITMNT,
       *> with this step as the source.
           MOVE SPACES TO WS-VI-BEFORE-IMAGE
           MOVE VI-VISITOR-RECORD TO WS-VI-BEFORE-IMAGE
           SET VI-STATUS-EXPIRED TO TRUE
           ADD 1 TO WS-ENTRIES-EXPIRED
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE SPACES TO VH-HISTORY-RECORD
           STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
               INTO VH-TIMESTAMP END-STRING
           MOVE VI-VISITOR-NAME TO VH-VISITOR-NAME
           MOVE 'CONTREXP' TO VH-SOURCE
           MOVE 'EXPIRE' TO VH-ACTION
           MOVE WS-VI-BEFORE-IMAGE TO VH-BEFORE-IMAGE
           MOVE VI-VISITOR-RECORD TO VH-AFTER-IMAGE
           OPEN EXTEND VISITOR-HISTORY-FILE
           IF WS-VHIST-FILE-STATUS = '35'
               OPEN OUTPUT VISITOR-HISTORY-FILE
           END-IF
           IF WS-VHIST-FILE-STATUS = '00'
               WRITE VH-HISTORY-RECORD
           END-IF
           CLOSE VISITOR-HISTORY-FILE
           DISPLAY 'CONTREXP EXPIRED: ' VI-VISITOR-NAME ' '
               VI-COMPANY-CODE.

       3000-COPY-BACK.
       *> Only now does the register change - a failure above left
       *> it exactly as it was.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT WORK-FILE
           OPEN OUTPUT VISITOR-REGISTER-FILE
           IF WS-WORK-FILE-STATUS = '00'
                   AND WS-VISITOR-FILE-STATUS = '00'
               PERFORM 3010-READ-WORK
               PERFORM 3020-COPY-ONE-ENTRY
                   UNTIL WS-END-OF-FILE
           ELSE
               DISPLAY 'CONTREXP: REGISTER COPY-BACK FAILED - '
                   'STATUS ' WS-VISITOR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE WORK-FILE
           CLOSE VISITOR-REGISTER-FILE.

       3010-READ-WORK.
           READ WORK-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3020-COPY-ONE-ENTRY.
           MOVE WK-WORK-RECORD TO VI-VISITOR-RECORD
           WRITE VI-VISITOR-RECORD
           PERFORM 3010-READ-WORK.

       9000-TERMINATE.
           IF WS-WORK-FILE-OK
               CLOSE VISITOR-REGISTER-FILE
               CLOSE WORK-FILE
               IF WS-ENTRIES-EXPIRED > ZERO
                   PERFORM 3000-COPY-BACK
               END-IF
           END-IF
           DISPLAY 'CONTREXP ENTRIES READ   : ' WS-ENTRIES-READ
           DISPLAY 'CONTREXP ENTRIES EXPIRED: ' WS-ENTRIES-EXPIRED
           DISPLAY 'CONTREXP UNKNOWN CODES  : ' WS-UNKNOWN-CODES
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-ENTRIES-EXPIRED TO WS-RUNLOG-COUNT
           IF RETURN-CODE = ZERO
               MOVE 'OK' TO WS-RUNLOG-STATUS
           ELSE
               MOVE 'REGISTER-NOT-WRITTEN' TO WS-RUNLOG-STATUS
           END-IF
           PERFORM 0900-WRITE-RUNLOG.

       END PROGRAM CONTREXP.
