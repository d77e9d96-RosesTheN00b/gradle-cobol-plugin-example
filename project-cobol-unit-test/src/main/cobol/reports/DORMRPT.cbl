               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-FILE-STATUS.

           SELECT SITE-CODE-FILE ASSIGN TO 'SITECF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-FILE-STATUS.

           SELECT REPORT-OUT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       FD  ALIAS-FILE.
           COPY "ALIASXRF.cpy".

       FD  SITE-CODE-FILE.
           COPY "SITECF.cpy".

       FD  REPORT-OUT-FILE.
       01  RP-REPORT-LINE PIC X(80).

           88  WS-ACTIVITY-IS-OPEN      VALUE 'Y'.
       01  WS-CONTROL-FILE-STATUS PIC X(2).
       01  WS-ALIAS-FILE-STATUS PIC X(2).
       01  WS-SITE-FILE-STATUS PIC X(2).
       01  WS-SITE-CODE PIC X(3) VALUE 'HQ '.
       01  WS-ALIAS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ALIAS-EOF             VALUE 'Y'.
       77  WS-ALIAS-COUNT PIC 9(3) VALUE ZERO.
           MOVE ZERO TO WS-TABLE-ENTRIES
           CALL 'BUSDATSV' USING WS-TODAY-DATE
           PERFORM 1100-READ-CONTROL
           PERFORM 1150-READ-SITE-CODE
           PERFORM 1200-LOAD-ALIASES
           STRING 'DORMRPT.' WS-TODAY-DATE
               INTO WS-REPORT-FILE-NAME END-STRING
               CLOSE DORMANT-CONTROL-FILE
           END-IF.

       1150-READ-SITE-CODE.
       *> The working days are counted on this site's holiday
       *> calendar - the branch's regional holidays are not ours.
           OPEN INPUT SITE-CODE-FILE
           IF WS-SITE-FILE-STATUS = '00'
               READ SITE-CODE-FILE
                   NOT AT END
                       IF SI-SITE-CODE NOT = SPACES
                           MOVE SI-SITE-CODE TO WS-SITE-CODE
                       END-IF
               END-READ
               CLOSE SITE-CODE-FILE
           END-IF.

       1200-LOAD-ALIASES.
       *> Activity posted before a rename lives under the former
       *> name - the dormancy check below looks there too, so a
               MOVE 'W' TO WS-DATE-FUNCTION
               CALL 'DATESRV' USING WS-DATE-FUNCTION
                   WS-TODAY-DATE WS-LAST-SIGNON-DATE
                   WS-STALE-DAYS WS-SITE-CODE
           END-IF
           IF WS-STALE-DAYS > WS-DORMANT-DAYS
               PERFORM 2200-STORE-DORMANT
