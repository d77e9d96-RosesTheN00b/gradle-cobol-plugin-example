      ******************************************************************
      * Author:
      * Date:
      * Purpose: Service-anniversary check - a callable like DATESRV,
      *          so ANNIVGEN's overnight salutes and GREETCMP's
      *          sign-on line can never disagree about whose day it
      *          is.  Hire date and the day in question in; the
      *          milestone reached that day out (1, 5, 10 or 25
      *          years), zero when there is none.  An anniversary
      *          that falls on a weekend or on this site's HOLIDAYS
      *          is kept for the next working day, so the day in
      *          question claims every anniversary since the working
      *          day before it - and a non-working day claims none.
      *          A 29 February hire keeps the 28th in common years.
      *          Working days come from DATESRV against the site on
      *          SITECF.  Zero or unreadable hire date means not
      *          known - no anniversary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNIVCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-CODE-FILE ASSIGN TO 'SITECF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-CODE-FILE.
           COPY "SITECF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SITE-FILE-STATUS PIC X(2).
       01  WS-SITE-CODE PIC X(3) VALUE 'HQ '.
       01  WS-SITE-LOADED-SW PIC X(1) VALUE 'N'.
           88  WS-SITE-LOADED           VALUE 'Y'.
      *    The window is worked out once per day asked about - a
      *    batch asks about the same day for every person on file.
       01  WS-WINDOW-FOR-DATE PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-FROM PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-OPEN-SW PIC X(1) VALUE 'N'.
           88  WS-WINDOW-OPEN           VALUE 'Y'.
       01  WS-WORKING-DAY-SW PIC X(1).
           88  WS-IS-WORKING-DAY        VALUE 'Y'.
       77  WS-STEPS-BACK PIC 9(2).
       77  WS-MAX-STEPS-BACK PIC 9(2) VALUE 31.
       01  WS-TEST-DATE PIC 9(8).
       01  WS-STEP-DATE PIC 9(8).
       01  WS-STEP-DATE-PARTS REDEFINES WS-STEP-DATE.
           05  WS-STEP-YYYY            PIC 9(4).
           05  WS-STEP-MM              PIC 9(2).
           05  WS-STEP-DD              PIC 9(2).
       01  WS-HIRE-DATE PIC 9(8).
       01  WS-HIRE-DATE-PARTS REDEFINES WS-HIRE-DATE.
           05  WS-HIRE-YYYY            PIC 9(4).
           05  WS-HIRE-MM              PIC 9(2).
           05  WS-HIRE-DD              PIC 9(2).
       01  WS-ANNIV-DATE PIC 9(8).
       01  WS-ANNIV-DATE-PARTS REDEFINES WS-ANNIV-DATE.
           05  WS-ANNIV-YYYY           PIC 9(4).
           05  WS-ANNIV-MM             PIC 9(2).
           05  WS-ANNIV-DD             PIC 9(2).
       01  WS-LEAP-YEAR PIC 9(4).
       01  WS-LEAP-QUOTIENT PIC 9(4).
       01  WS-LEAP-REMAINDER PIC 9(4).
       01  WS-LEAP-SW PIC X(1).
           88  WS-IS-LEAP-YEAR          VALUE 'Y'.
       01  WS-DATE-FUNCTION PIC X(1) VALUE 'W'.
       01  WS-DAYS-RESULT PIC 9(7).
       77  WS-MILESTONE-IDX PIC 9(1).
      *    The years of service that earn a salute.
       01  WS-MILESTONE-VALUES.
           05  FILLER PIC 9(2) VALUE 01.
           05  FILLER PIC 9(2) VALUE 05.
           05  FILLER PIC 9(2) VALUE 10.
           05  FILLER PIC 9(2) VALUE 25.
       01  WS-MILESTONE-TABLE REDEFINES WS-MILESTONE-VALUES.
           05  WS-MILESTONE-YEARS OCCURS 4 TIMES PIC 9(2).
       LINKAGE SECTION.
       01  WS-ANNIV-HIRE-DATE PIC 9(8).
       01  WS-ANNIV-CHECK-DATE PIC 9(8).
       01  WS-ANNIV-YEARS PIC 9(2).

       PROCEDURE DIVISION USING WS-ANNIV-HIRE-DATE
               WS-ANNIV-CHECK-DATE WS-ANNIV-YEARS.
       0000-CHECK-ANNIVERSARY.
           MOVE ZERO TO WS-ANNIV-YEARS
           IF WS-ANNIV-HIRE-DATE IS NOT NUMERIC
                   OR WS-ANNIV-HIRE-DATE = ZERO
               GOBACK
           END-IF
           IF NOT WS-SITE-LOADED
               PERFORM 1000-READ-SITE-CODE
           END-IF
           IF WS-ANNIV-CHECK-DATE NOT = WS-WINDOW-FOR-DATE
               PERFORM 2000-SET-WINDOW
           END-IF
           IF WS-WINDOW-OPEN
               MOVE WS-ANNIV-HIRE-DATE TO WS-HIRE-DATE
               PERFORM 3000-TRY-ONE-MILESTONE
                   VARYING WS-MILESTONE-IDX FROM 1 BY 1
                   UNTIL WS-MILESTONE-IDX > 4
                   OR WS-ANNIV-YEARS > ZERO
           END-IF
           GOBACK.

       1000-READ-SITE-CODE.
       *> Whose holidays move the day - no SITECF means HQ, the same
       *> default the trail writers use.
           OPEN INPUT SITE-CODE-FILE
           IF WS-SITE-FILE-STATUS = '00'
               READ SITE-CODE-FILE
                   NOT AT END
                       IF SI-SITE-CODE NOT = SPACES
                           MOVE SI-SITE-CODE TO WS-SITE-CODE
                       END-IF
               END-READ
               CLOSE SITE-CODE-FILE
           END-IF
           SET WS-SITE-LOADED TO TRUE.

       2000-SET-WINDOW.
       *> A working day claims the anniversaries from the day after
       *> the previous working day up to itself - Monday takes
       *> Saturday's and Sunday's, the day after a holiday takes the
       *> holiday's.  A weekend or holiday claims nothing; its
       *> anniversaries wait for the next working day.
           MOVE WS-ANNIV-CHECK-DATE TO WS-WINDOW-FOR-DATE
           MOVE 'N' TO WS-WINDOW-OPEN-SW
           MOVE WS-ANNIV-CHECK-DATE TO WS-TEST-DATE
           PERFORM 2100-TEST-WORKING-DAY
           IF WS-IS-WORKING-DAY
               SET WS-WINDOW-OPEN TO TRUE
               MOVE WS-ANNIV-CHECK-DATE TO WS-WINDOW-FROM
               MOVE ZERO TO WS-STEPS-BACK
               MOVE 'N' TO WS-WORKING-DAY-SW
               PERFORM 2050-STEP-BACK-ONE-DAY
                   UNTIL WS-IS-WORKING-DAY
                   OR WS-STEPS-BACK >= WS-MAX-STEPS-BACK
           END-IF.

       2050-STEP-BACK-ONE-DAY.
           MOVE WS-WINDOW-FROM TO WS-STEP-DATE
           PERFORM 2150-BACK-UP-ONE-DAY
           MOVE WS-STEP-DATE TO WS-WINDOW-FROM
           ADD 1 TO WS-STEPS-BACK
           MOVE WS-WINDOW-FROM TO WS-TEST-DATE
           PERFORM 2100-TEST-WORKING-DAY.

       2100-TEST-WORKING-DAY.
       *> DATESRV counts the working days after date-two up to
       *> date-one - from the day before, that is one exactly when
       *> the day itself is worked.
           MOVE 'N' TO WS-WORKING-DAY-SW
           MOVE WS-TEST-DATE TO WS-STEP-DATE
           PERFORM 2150-BACK-UP-ONE-DAY
           CALL 'DATESRV' USING WS-DATE-FUNCTION WS-TEST-DATE
               WS-STEP-DATE WS-DAYS-RESULT WS-SITE-CODE
           IF WS-DAYS-RESULT = 1
               SET WS-IS-WORKING-DAY TO TRUE
           END-IF.

       2150-BACK-UP-ONE-DAY.
           IF WS-STEP-DD > 1
               SUBTRACT 1 FROM WS-STEP-DD
           ELSE
               IF WS-STEP-MM = 1
                   SUBTRACT 1 FROM WS-STEP-YYYY
                   MOVE 12 TO WS-STEP-MM
                   MOVE 31 TO WS-STEP-DD
               ELSE
                   SUBTRACT 1 FROM WS-STEP-MM
                   IF WS-STEP-MM = 1 OR WS-STEP-MM = 3
                           OR WS-STEP-MM = 5 OR WS-STEP-MM = 7
                           OR WS-STEP-MM = 8 OR WS-STEP-MM = 10
                       MOVE 31 TO WS-STEP-DD
                   ELSE
                       IF WS-STEP-MM = 2
                           MOVE WS-STEP-YYYY TO WS-LEAP-YEAR
                           PERFORM 2400-CHECK-LEAP-YEAR
                           IF WS-IS-LEAP-YEAR
                               MOVE 29 TO WS-STEP-DD
                           ELSE
                               MOVE 28 TO WS-STEP-DD
                           END-IF
                       ELSE
                           MOVE 30 TO WS-STEP-DD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2400-CHECK-LEAP-YEAR.
       *> The full Gregorian rule, as DATESRV keeps it.
           MOVE 'N' TO WS-LEAP-SW
           DIVIDE WS-LEAP-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               SET WS-IS-LEAP-YEAR TO TRUE
               DIVIDE WS-LEAP-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 'N' TO WS-LEAP-SW
                   DIVIDE WS-LEAP-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       SET WS-IS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

       3000-TRY-ONE-MILESTONE.
           MOVE WS-HIRE-DATE TO WS-ANNIV-DATE
           COMPUTE WS-ANNIV-YYYY = WS-HIRE-YYYY
               + WS-MILESTONE-YEARS (WS-MILESTONE-IDX)
           IF WS-ANNIV-MM = 2 AND WS-ANNIV-DD = 29
               MOVE WS-ANNIV-YYYY TO WS-LEAP-YEAR
               PERFORM 2400-CHECK-LEAP-YEAR
               IF NOT WS-IS-LEAP-YEAR
                   MOVE 28 TO WS-ANNIV-DD
               END-IF
           END-IF
           IF WS-ANNIV-DATE > WS-WINDOW-FROM
                   AND WS-ANNIV-DATE NOT > WS-ANNIV-CHECK-DATE
               MOVE WS-MILESTONE-YEARS (WS-MILESTONE-IDX)
                   TO WS-ANNIV-YEARS
           END-IF.

       END PROGRAM ANNIVCHK.
