               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-FILE-STATUS.

           SELECT SITE-CODE-FILE ASSIGN TO 'SITECF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GREETING-HISTORY-FILE.
       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       FD  SITE-CODE-FILE.
           COPY "SITECF.cpy".

       WORKING-STORAGE SECTION.
           COPY "NAMEFLD.cpy".
           COPY "LANGCPY.cpy".
       01  WS-BANNER-FILE-STATUS PIC X(2).
       01  WS-BANNER-TEXT PIC X(60) VALUE SPACES.
       01  WS-HOLIDAY-FILE-STATUS PIC X(2).
       01  WS-SITE-FILE-STATUS PIC X(2).
       01  WS-SITE-CODE PIC X(3) VALUE 'HQ '.
       01  WS-HOLIDAY-TODAY PIC 9(8).
       01  WS-HOLIDAY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-IS-HOLIDAY             VALUE 'Y'.
       *> run those helpers a second time against a file already
       *> CLOSEd the first time through.
           PERFORM 0400-CHECK-TRAINING-MODE
           PERFORM 0430-READ-SITE-CODE
           PERFORM 1000-SELECT-LANGUAGE
           PERFORM 1900-READ-BANNER
           PERFORM 1950-CHECK-HOLIDAY
               MOVE 'TRAINHST.' TO WS-HIST-PREFIX
           END-IF.

       0430-READ-SITE-CODE.
       *> Only for the holiday check - the HOLIDAYS rows can belong
       *> to one site, and this building's calendar is the one that
       *> counts here.
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

       1000-SELECT-LANGUAGE.
       *> Let the user pick a language, same catalog-driven selection
       *> LOGIN offers - any code the message catalog knows, with an

       1970-SCAN-HOLIDAY.
       *> A row dated 0000MMDD recurs every year - the fixed
       *> holidays go on the file once, not once per January.  A
       *> row for another site is read past: the branch's regional
       *> holidays are not ours, nor ours theirs.
           IF NOT HD-ALL-SITES AND HD-SITE-CODE NOT = WS-SITE-CODE
               PERFORM 1960-READ-HOLIDAY
           ELSE
               IF HD-HOLIDAY-DATE = WS-HOLIDAY-TODAY
                   SET WS-IS-HOLIDAY TO TRUE
               ELSE
                   IF HD-HOLIDAY-DATE (1:4) = ZERO
                           AND HD-HOLIDAY-DATE (5:4)
                           = WS-HOLIDAY-TODAY (5:4)
                       SET WS-IS-HOLIDAY TO TRUE
                   ELSE
                       PERFORM 1960-READ-HOLIDAY
                   END-IF
               END-IF
           END-IF.

