       01  WS-EVENT-HOUR PIC 9(2).
       01  WS-DATE-FUNCTION PIC X(1).
       01  WS-ZERO-DATE PIC 9(8) VALUE ZERO.
       01  WS-NO-SITE PIC X(3) VALUE SPACES.
       01  WS-DAY-NUMBER PIC 9(7).
       01  WS-WEEKDAY PIC 9(1).
       01  WS-WEEKDAY-WORK PIC 9(7).
       *> is Sunday, so slot 1 is Sunday through slot 7 Saturday.
           MOVE 'N' TO WS-DATE-FUNCTION
           CALL 'DATESRV' USING WS-DATE-FUNCTION HM-GREETING-DATE
               WS-ZERO-DATE WS-DAY-NUMBER WS-NO-SITE
           DIVIDE WS-DAY-NUMBER BY 7
               GIVING WS-WEEKDAY-WORK
               REMAINDER WS-WEEKDAY
