           88  WS-IS-HOLIDAY             VALUE 'Y'.
       01  WS-HOLIDAY-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-HOLIDAY-EOF            VALUE 'Y'.
      *    The sites whose own calendar makes the business date a
      *    holiday (an all-sites row sets WS-IS-HOLIDAY instead),
      *    each warned about once, on its first transaction.
       77  WS-HOLIDAY-SITE-COUNT PIC 9(2) VALUE ZERO.
       77  WS-MAX-HOLIDAY-SITES PIC 9(2) VALUE 20.
       77  WS-HOLIDAY-SITE-IDX PIC 9(2).
       01  WS-HOLIDAY-SITE-TABLE.
           05  WS-HOLIDAY-SITE-ENTRY OCCURS 20 TIMES.
               10  WS-HOLIDAY-SITE      PIC X(3).
               10  WS-HOLIDAY-SITE-SHOWN PIC X(1).
       01  WS-TXN-SITE PIC X(3).
       01  WS-GREETING-RESULT PIC X(50).
       01  WS-GREET-STATUS PIC 9(2).
       01  WS-GREET-HHMM PIC 9(4).
           END-IF.

       1950-CHECK-HOLIDAY.
       *> The whole file is read - besides an all-sites row, any
       *> number of site rows may fall on the business date, and the
       *> merged transaction file carries every site's sign-ons.
           MOVE 'N' TO WS-HOLIDAY-SWITCH
           MOVE 'N' TO WS-HOLIDAY-EOF-SWITCH
           MOVE ZERO TO WS-HOLIDAY-SITE-COUNT
           INITIALIZE WS-HOLIDAY-SITE-TABLE
           MOVE WS-PROCESS-DATE TO WS-HOLIDAY-TODAY
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS = '00'
               PERFORM 1960-READ-HOLIDAY
               PERFORM 1970-SCAN-HOLIDAY
                   UNTIL WS-HOLIDAY-EOF
               CLOSE HOLIDAY-FILE
           END-IF
           IF WS-IS-HOLIDAY
       *> A row dated 0000MMDD recurs every year - the fixed
       *> holidays go on the file once, not once per January.
           IF HD-HOLIDAY-DATE = WS-HOLIDAY-TODAY
                   OR (HD-HOLIDAY-DATE (1:4) = ZERO
                       AND HD-HOLIDAY-DATE (5:4)
                       = WS-HOLIDAY-TODAY (5:4))
               IF HD-ALL-SITES
                   SET WS-IS-HOLIDAY TO TRUE
               ELSE
                   PERFORM 1980-NOTE-HOLIDAY-SITE
               END-IF
           END-IF
           PERFORM 1960-READ-HOLIDAY.

       1980-NOTE-HOLIDAY-SITE.
           IF WS-HOLIDAY-SITE-COUNT < WS-MAX-HOLIDAY-SITES
               ADD 1 TO WS-HOLIDAY-SITE-COUNT
               MOVE HD-SITE-CODE
                   TO WS-HOLIDAY-SITE (WS-HOLIDAY-SITE-COUNT)
               MOVE 'N'
                   TO WS-HOLIDAY-SITE-SHOWN (WS-HOLIDAY-SITE-COUNT)
           END-IF.

       2000-PROCESS-RECORD.
       *> Read/process/write in a loop - one pass through the whole
       *> transaction file instead of one job step per name.
           MOVE ST-SIGNON-NAME TO WS-NAME
           PERFORM 2020-CHECK-SITE-HOLIDAY
           PERFORM 2100-COMPUTE-GREETING
           PERFORM 2600-WRITE-HISTORY-RECORD
           PERFORM 2050-POST-ACTIVITY
           ADD 1 TO WS-RECORDS-PROCESSED
           PERFORM 1010-READ-TXN.

       2020-CHECK-SITE-HOLIDAY.
       *> The transaction's own site decides - the branch's local
       *> holiday is news only on the branch's sign-ons.
           IF NOT WS-IS-HOLIDAY AND WS-HOLIDAY-SITE-COUNT > ZERO
               IF ST-SITE-CODE = SPACES
                   MOVE WS-SITE-CODE TO WS-TXN-SITE
               ELSE
                   MOVE ST-SITE-CODE TO WS-TXN-SITE
               END-IF
               PERFORM 2030-WARN-SITE-HOLIDAY
                   VARYING WS-HOLIDAY-SITE-IDX FROM 1 BY 1
                   UNTIL WS-HOLIDAY-SITE-IDX > WS-HOLIDAY-SITE-COUNT
           END-IF.

       2030-WARN-SITE-HOLIDAY.
           IF WS-HOLIDAY-SITE (WS-HOLIDAY-SITE-IDX) = WS-TXN-SITE
                   AND WS-HOLIDAY-SITE-SHOWN (WS-HOLIDAY-SITE-IDX)
                   = 'N'
               MOVE 'Y' TO WS-HOLIDAY-SITE-SHOWN (WS-HOLIDAY-SITE-IDX)
               MOVE 005 TO WS-MSG-NUMBER
               CALL 'MSGTEXT' USING WS-LANGUAGE-CODE WS-MSG-NUMBER
                   WS-MSG-TEXT WS-MSG-FOUND
               DISPLAY WS-MSG-TEXT ' - SITE ' WS-TXN-SITE
           END-IF.

       2050-POST-ACTIVITY.
       *> Keep the persistent per-user activity summary current from
       *> the batch path too, so LOGIN's last-sign-on line and the
