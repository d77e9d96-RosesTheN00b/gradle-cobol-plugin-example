      *          SIGNONTX with a single bracket for SIGNONED to
      *          balance.  A site whose file is missing or out of
      *          balance is reported and left out - one bad transfer
      *          must not hold the other sites' day hostage.  What
      *          became of each site's file - merged, or why it was
      *          left out - goes to SITMRGST for SITEACK to pass back
      *          to the site.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGED-STATUS.

           SELECT MERGE-STATUS-FILE ASSIGN TO 'SITMRGST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-LIST-FILE.
       FD  MERGED-TXN-FILE.
           COPY "SIGNONTX.cpy" REPLACING LEADING ==ST-== BY ==MT-==.

       FD  MERGE-STATUS-FILE.
           COPY "SITMRGRC.cpy".

       WORKING-STORAGE SECTION.
           COPY "SIGNONCT.cpy".
       01  WS-LIST-FILE-STATUS PIC X(2).
       01  WS-SITE-TXN-NAME PIC X(12).
       01  WS-SITE-TXN-STATUS PIC X(2).
       01  WS-MERGED-STATUS PIC X(2).
       01  WS-MRGST-STATUS PIC X(2).
       01  WS-SITE-CREATE-DATE PIC 9(8) VALUE ZERO.
       01  WS-SITE-OUTCOME PIC X(20).
       01  WS-PROCESS-DATE PIC 9(8).
       01  WS-LIST-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-LIST-EOF              VALUE 'Y'.
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE ZERO TO WS-MERGED-DETAILS
           CALL 'BUSDATSV' USING WS-PROCESS-DATE
       *> Emptied every run, list or no list - last night's outcomes
       *> must never be acknowledged again.
           OPEN OUTPUT MERGE-STATUS-FILE
           OPEN INPUT SITE-LIST-FILE
           IF WS-LIST-FILE-STATUS NOT = '00'
               DISPLAY 'SITMERGE: NO SITE LIST ON HAND - '
                   ' NAMES THE MERGED FILE SIGNONTX ITSELF - '
                   'ROW REFUSED'
               MOVE 8 TO RETURN-CODE
               MOVE SL-SITE-CODE TO WS-THIS-SITE-CODE
               MOVE SL-FILE-NAME TO WS-SITE-TXN-NAME
               MOVE ZERO TO WS-SITE-CREATE-DATE
               MOVE ZERO TO WS-SITE-DETAILS
               MOVE ZERO TO WS-TRAILER-COUNT
               MOVE 'NAMES SIGNONTX' TO WS-SITE-OUTCOME
               PERFORM 2700-WRITE-SITE-OUTCOME
               PERFORM 1010-READ-SITE-LIST
           ELSE
               PERFORM 2050-MERGE-LISTED-SITE
           MOVE ZERO TO WS-TRAILER-COUNT
           MOVE 'N' TO WS-SITE-EOF-SWITCH
           MOVE 'N' TO WS-HOLD-FULL-SWITCH
           MOVE ZERO TO WS-SITE-CREATE-DATE
           OPEN INPUT SITE-TXN-FILE
           IF WS-SITE-TXN-STATUS NOT = '00'
               ADD 1 TO WS-SITES-REFUSED
                   ' FILE ' WS-SITE-TXN-NAME ' NOT ON HAND - '
                   'STATUS ' WS-SITE-TXN-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'NOT ON HAND' TO WS-SITE-OUTCOME
               PERFORM 2700-WRITE-SITE-OUTCOME
           ELSE
               PERFORM 2010-READ-SITE-TXN
               PERFORM 2100-HOLD-ONE-RECORD
               DISPLAY 'SITMERGE SITE ' WS-THIS-SITE-CODE
                   ' HEADER: CREATED ' CT-CREATE-DATE
                   ' SOURCE ' CT-SOURCE-ID
               IF CT-CREATE-DATE IS NUMERIC
                   MOVE CT-CREATE-DATE TO WS-SITE-CREATE-DATE
               END-IF
           ELSE
               IF CT-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   ' OUT OF BALANCE - EXPECTED ' WS-TRAILER-COUNT
                   ' READ ' WS-SITE-DETAILS ' - SITE LEFT OUT'
               MOVE 8 TO RETURN-CODE
               EVALUATE TRUE
                   WHEN WS-HOLD-TABLE-FULL
                       MOVE 'TOO MANY DETAILS' TO WS-SITE-OUTCOME
                   WHEN NOT WS-TRAILER-SEEN
                       MOVE 'NO TRAILER' TO WS-SITE-OUTCOME
                   WHEN OTHER
                       MOVE 'OUT OF BALANCE' TO WS-SITE-OUTCOME
               END-EVALUATE
           ELSE
               PERFORM 2600-RELEASE-ONE-DETAIL
                   VARYING WS-HOLD-IDX FROM 1 BY 1
               ADD 1 TO WS-SITES-MERGED
               DISPLAY 'SITMERGE: SITE ' WS-THIS-SITE-CODE
                   ' MERGED - ' WS-HOLD-COUNT ' SIGN-ONS'
               MOVE 'MERGED' TO WS-SITE-OUTCOME
           END-IF
           PERFORM 2700-WRITE-SITE-OUTCOME.

       2600-RELEASE-ONE-DETAIL.
           MOVE SPACES TO MT-SIGNON-RECORD
           WRITE MT-SIGNON-RECORD
           ADD 1 TO WS-MERGED-DETAILS.

       2700-WRITE-SITE-OUTCOME.
           IF WS-MRGST-STATUS = '00'
               MOVE SPACES TO MS-MERGE-STATUS-RECORD
               MOVE WS-THIS-SITE-CODE TO MS-SITE-CODE
               MOVE WS-SITE-TXN-NAME TO MS-FILE-NAME
               MOVE WS-SITE-CREATE-DATE TO MS-CREATE-DATE
               MOVE WS-SITE-DETAILS TO MS-DETAILS-READ
               MOVE WS-TRAILER-COUNT TO MS-TRAILER-COUNT
               MOVE WS-SITE-OUTCOME TO MS-OUTCOME
               WRITE MS-MERGE-STATUS-RECORD
           END-IF.

       9000-TERMINATE.
           IF WS-MERGED-STATUS = '00'
               MOVE SPACES TO CT-CONTROL-RECORD
               WRITE MT-SIGNON-RECORD
               CLOSE MERGED-TXN-FILE
           END-IF
           IF WS-MRGST-STATUS = '00'
               CLOSE MERGE-STATUS-FILE
           END-IF
           IF WS-LIST-FILE-STATUS = '00'
                   OR WS-LIST-FILE-STATUS = '10'
               CLOSE SITE-LIST-FILE
