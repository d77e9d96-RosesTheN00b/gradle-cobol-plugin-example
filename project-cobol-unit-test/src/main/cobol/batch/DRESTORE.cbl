      *          names the bundle date and must type RESTORE to
      *          proceed.  A bundle member that is missing is
      *          reported and skipped - a partial restore of six
      *          masters beats none.  Each user record restored gets
      *          the usual USRMHIST change-history row, stamped
      *          DRESTORE, exactly as a UMRELOAD reload does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT USER-HISTORY-FILE ASSIGN TO 'USRMHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMHIST-FILE-STATUS.

           SELECT BUNDLE-FILE ASSIGN TO WS-BUNDLE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.
       FD  ALIAS-FILE.
           COPY "ALIASXRF.cpy".

       FD  USER-HISTORY-FILE.
           COPY "UMHISTRC.cpy".

       FD  BUNDLE-FILE.
       01  BU-BUNDLE-RECORD PIC X(120).

       01  WS-TARGET-STATUS PIC X(2).
       01  WS-BUNDLE-NAME PIC X(16).
       01  WS-BUNDLE-STATUS PIC X(2).
       01  WS-UMHIST-FILE-STATUS PIC X(2).
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       01  WS-RESTORE-DATE PIC 9(8) VALUE ZERO.
       01  WS-CONFIRM-INPUT PIC X(7).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
       *> and only past the confirm above.
           IF WS-FILE-IDX = 1
               OPEN OUTPUT USER-MASTER-FILE
               OPEN EXTEND USER-HISTORY-FILE
               IF WS-UMHIST-FILE-STATUS = '35'
                   OPEN OUTPUT USER-HISTORY-FILE
               END-IF
               PERFORM 2110-READ-BUNDLE
               PERFORM 2210-LOAD-USERMAST
                   UNTIL WS-END-OF-FILE
               CLOSE USER-MASTER-FILE
               IF WS-UMHIST-FILE-STATUS = '00'
                   CLOSE USER-HISTORY-FILE
               END-IF
           END-IF
           IF WS-FILE-IDX = 2
               OPEN OUTPUT EMPLOYEE-XREF-FILE
                       UM-USER-NAME
               NOT INVALID KEY
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM 2215-WRITE-USER-HISTORY
           END-WRITE
           PERFORM 2110-READ-BUNDLE.

       2215-WRITE-USER-HISTORY.
       *> A restored record has no before-image - the file it
       *> replaced is gone - so this row reads as a fresh WRITE.
           IF WS-UMHIST-FILE-STATUS = '00'
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAMP-TIME FROM TIME
               STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
                   INTO UH-TIMESTAMP END-STRING
               MOVE UM-USER-NAME TO UH-USER-NAME
               MOVE 'DRESTORE' TO UH-SOURCE
               MOVE 'WRITE' TO UH-ACTION
               MOVE SPACES TO UH-BEFORE-IMAGE
               MOVE UM-USER-RECORD TO UH-AFTER-IMAGE
               WRITE UH-HISTORY-RECORD
           END-IF.

       2220-LOAD-EMPXREF.
           MOVE BU-BUNDLE-RECORD TO EM-XREF-RECORD
           WRITE EM-XREF-RECORD
