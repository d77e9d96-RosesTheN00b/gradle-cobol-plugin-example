      *          Checkpoints its position every WS-CHECKPOINT-INTERVAL
      *          records so a mid-run abend can restart from the last
      *          good record instead of reprocessing the whole file.
      *          Besides the salutes keyed by hand, the file carries
      *          ANNIVGEN's service-anniversary rows, which name the
      *          person saluted.  Those rows stay on the file after
      *          their day (ANNIVGEN reads them to tell a rerun), so
      *          only the ones dated for the business day are saluted
      *          and the older ones are passed over.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  SALUTE-TXN-FILE.
           COPY "SALUTETX.cpy".

       FD  CHECKPOINT-FILE.
       01  CP-CHECKPOINT-RECORD.
       01  WS-REQUEUE-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-REQUEUE-EOF           VALUE 'Y'.
       01  WS-RUN-DATE PIC 9(8).
       01  WS-BUSINESS-DATE PIC 9(8).
       77  WS-COUNT-PROCESSED PIC 9(7) VALUE ZERO.
       77  WS-COUNT-REJECTED PIC 9(7) VALUE ZERO.
       77  WS-COUNT-REQUEUED PIC 9(7) VALUE ZERO.
       77  WS-COUNT-SUSPENDED PIC 9(7) VALUE ZERO.
       77  WS-COUNT-PASSED-OVER PIC 9(7) VALUE ZERO.
       77  WS-RECORDS-READ PIC 9(7) VALUE ZERO.
       77  WS-RESTART-COUNT PIC 9(7) VALUE ZERO.
       77  WS-RESTART-REQUEUE PIC 9(7) VALUE ZERO.
       1000-INITIALIZE.
           PERFORM 1020-READ-RESTART-POINT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL 'BUSDATSV' USING WS-BUSINESS-DATE
       *> Append - rejects the day shift has not yet repaired must
       *> survive the next run, or the suspense file is just the
       *> console line all over again.
           PERFORM 1510-READ-REQUEUE.

       2000-PROCESS-RECORD.
       *> An anniversary row is for its own business day only - one
       *> left over from an earlier night was saluted then.
           IF ST-RECIPIENT NOT = SPACES
                   AND ST-SALUTE-DATE NOT = WS-BUSINESS-DATE
               ADD 1 TO WS-COUNT-PASSED-OVER
           ELSE
               PERFORM 2050-SALUTE-RECORD
           END-IF
           DIVIDE WS-RECORDS-READ BY WS-CHECKPOINT-INTERVAL
               GIVING WS-CHECKPOINT-QUOTIENT
               REMAINDER WS-CHECKPOINT-REMAINDER
           IF WS-CHECKPOINT-REMAINDER = ZERO
               PERFORM 2100-WRITE-CHECKPOINT
           END-IF
           PERFORM 1010-READ-TXN.

       2050-SALUTE-RECORD.
           MOVE ST-SALUTE-TEXT TO WS-SALUTE
           CALL "CFile" USING WS-SALUTE WS-RETURN-CODE
           IF WS-RETURN-CODE = ZERO
               ADD 1 TO WS-COUNT-PROCESSED
       *> ANNIVGEN's anniversary rows say whose salute it is.
               IF ST-RECIPIENT NOT = SPACES
                   DISPLAY '  FOR ' ST-RECIPIENT
               END-IF
           ELSE
               ADD 1 TO WS-COUNT-REJECTED
       *> The console line used to be the only copy of a reject -
               PERFORM 2200-WRITE-SUSPENSE
               DISPLAY 'REJECTED: ' WS-SALUTE
                   ' RETURN CODE: ' WS-RETURN-CODE
           END-IF.

       2100-WRITE-CHECKPOINT.
       *> During the requeue pass the main file has not been read
           DISPLAY 'SALUTEBAT COUNT PROCESSED: ' WS-COUNT-PROCESSED
           DISPLAY 'SALUTEBAT COUNT REQUEUED : ' WS-COUNT-REQUEUED
           DISPLAY 'SALUTEBAT COUNT REJECTED : ' WS-COUNT-REJECTED
           DISPLAY 'SALUTEBAT COUNT SUSPENDED: ' WS-COUNT-SUSPENDED
           DISPLAY 'SALUTEBAT PASSED OVER    : ' WS-COUNT-PASSED-OVER.

       9000-TERMINATE.
           IF WS-SUSPENSE-FILE-STATUS = '00'
