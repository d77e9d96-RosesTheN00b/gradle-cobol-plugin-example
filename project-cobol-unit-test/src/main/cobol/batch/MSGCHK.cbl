      ******************************************************************
      * Author:
      * Date:
      * Purpose: Message catalog completeness check - MSGCAT is
      *          edited by hand, and a number added in English but
      *          not in German only shows itself when a user is quietly
      *          answered in the English fallback.  Every number
      *          MSGTEXT can answer is asked for in every language
      *          (English, German and any other language with a row on
      *          MSGCAT), exactly as the programs ask for it, so the
      *          compiled-in texts count as well as the catalog rows.
      *          Listed on MSGCHK.<date>:
      *            - a number one language has and another lacks;
      *            - a number a program asks for that no language has;
      *            - a text wider than the field that shows it (the
      *              widths are MSGWIDTH's), and a catalog row whose
      *              text runs past the row's sixty characters;
      *            - a catalog row with no language or number.
      *          A missing or unknown number ends with return code 8,
      *          so NIGHTRUN stops before the load; a text too wide is
      *          a warning only - it still shows, just cut short.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESSAGE-CATALOG-FILE ASSIGN TO 'MSGCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT REPORT-OUT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MESSAGE-CATALOG-FILE.
           COPY "MSGCATRC.cpy".
      *    The same row read wide - anything past the sixty text
      *    characters is a text MSGTEXT never sees the end of.
       01  MC-RAW-RECORD.
           05  FILLER                  PIC X(65).
           05  MC-RAW-OVERFLOW         PIC X(35).

       FD  REPORT-OUT-FILE.
       01  RP-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "MSGWIDTH.cpy".
       01  WS-CATALOG-FILE-STATUS PIC X(2).
       01  WS-REPORT-FILE-NAME PIC X(16).
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '35'.
       01  WS-REPORT-LINE PIC X(80).
       01  WS-CHECK-DATE PIC 9(8).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-INCOMPLETE-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CATALOG-INCOMPLETE    VALUE 'Y'.
       77  WS-ROW-NUMBER PIC 9(5) VALUE ZERO.
       77  WS-ROWS-READ PIC 9(5) VALUE ZERO.
       77  WS-NUMBERS-CHECKED PIC 9(5) VALUE ZERO.
       77  WS-MISSING-COUNT PIC 9(5) VALUE ZERO.
       77  WS-UNKNOWN-COUNT PIC 9(5) VALUE ZERO.
       77  WS-WIDE-COUNT PIC 9(5) VALUE ZERO.
       77  WS-BAD-ROW-COUNT PIC 9(5) VALUE ZERO.
      *    The languages asked for - English and German always, then
      *    any other the catalog carries.
       77  WS-LANGUAGE-COUNT PIC 9(2) VALUE ZERO.
       77  WS-MAX-LANGUAGES PIC 9(2) VALUE 10.
       77  WS-LANG-IDX PIC 9(2).
       77  WS-HAVE-COUNT PIC 9(2).
       01  WS-LANGUAGE-TABLE.
           05  WS-LANGUAGE-ENTRY OCCURS 10 TIMES.
               10  WS-LANG-CODE         PIC X(2).
               10  WS-LANG-FOUND        PIC X(1).
               10  WS-LANG-LENGTH       PIC 9(2).
       01  WS-LANGUAGE-LIST PIC X(40).
       01  WS-LIST-POINTER PIC 9(3).
       01  WS-PROBE-LANGUAGE PIC X(2).
       77  WS-NUMBER-IDX PIC 9(4).
       01  WS-PROBE-NUMBER PIC 9(3).
       01  WS-PROBE-TEXT PIC X(60).
       01  WS-PROBE-FOUND PIC X(1).
       01  WS-HAVE-LANGUAGE PIC X(2).
       77  WS-TEXT-LENGTH PIC 9(2).
       77  WS-RULE-IDX PIC 9(1).
       01  WS-WIDTH-LIMIT PIC 9(2).
       01  WS-WIDTH-OWNER PIC X(10).
      *    Numbers the programs ask MSGTEXT for, from / to and who
      *    asks.  A number that drops out of every language while a
      *    program still asks for it is reported by name.
       01  WS-REFERENCE-VALUES.
           05  FILLER PIC X(16) VALUE '001003LOGIN'.
           05  FILLER PIC X(16) VALUE '001003MAIN'.
           05  FILLER PIC X(16) VALUE '004031LOGIN'.
           05  FILLER PIC X(16) VALUE '005005MAIN'.
           05  FILLER PIC X(16) VALUE '005005MAINBAT'.
           05  FILLER PIC X(16) VALUE '033045LOGIN'.
           05  FILLER PIC X(16) VALUE '046051GREETCMP'.
           05  FILLER PIC X(16) VALUE '052058LOGIN'.
           05  FILLER PIC X(16) VALUE '059062GREETCMP'.
           05  FILLER PIC X(16) VALUE '059062ANNIVGEN'.
       01  WS-REFERENCE-TABLE REDEFINES WS-REFERENCE-VALUES.
           05  WS-REF-ENTRY OCCURS 10 TIMES.
               10  WS-REF-FROM          PIC 9(3).
               10  WS-REF-TO            PIC 9(3).
               10  WS-REF-PROGRAM       PIC X(10).
       77  WS-REF-COUNT PIC 9(2) VALUE 10.
       77  WS-REF-IDX PIC 9(2).
       01  WS-REF-PROGRAMS PIC X(40).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'MSGCHK'.
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
           PERFORM 1100-SCAN-CATALOG
           PERFORM 1300-PRINT-LANGUAGES
           PERFORM 2000-CHECK-NUMBER
               VARYING WS-NUMBER-IDX FROM 1 BY 1
               UNTIL WS-NUMBER-IDX > 999
           PERFORM 8000-PRINT-FOOTER
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE ZERO TO WS-ROWS-READ
           MOVE ZERO TO WS-NUMBERS-CHECKED
           MOVE ZERO TO WS-MISSING-COUNT
           MOVE ZERO TO WS-UNKNOWN-COUNT
           MOVE ZERO TO WS-WIDE-COUNT
           MOVE ZERO TO WS-BAD-ROW-COUNT
           MOVE 'N' TO WS-INCOMPLETE-SWITCH
           INITIALIZE WS-LANGUAGE-TABLE
           MOVE 'EN' TO WS-LANG-CODE (1)
           MOVE 'DE' TO WS-LANG-CODE (2)
           MOVE 2 TO WS-LANGUAGE-COUNT
           CALL 'BUSDATSV' USING WS-CHECK-DATE
           STRING 'MSGCHK.' WS-CHECK-DATE
               INTO WS-REPORT-FILE-NAME END-STRING
           OPEN OUTPUT REPORT-OUT-FILE
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MESSAGE CATALOG COMPLETENESS CHECK ' WS-CHECK-DATE
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       1100-SCAN-CATALOG.
       *> The rows themselves first - for the languages to ask about,
       *> and for faults MSGTEXT would load without a word.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-ROW-NUMBER
           OPEN INPUT MESSAGE-CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS = '00'
               PERFORM 1110-READ-CATALOG
               PERFORM 1120-CHECK-CATALOG-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE MESSAGE-CATALOG-FILE
           ELSE
               MOVE 'NO MSGCAT ON HAND - BUILT-IN TEXTS ONLY'
                   TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
           END-IF.

       1110-READ-CATALOG.
           MOVE SPACES TO MC-RAW-RECORD
           READ MESSAGE-CATALOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1120-CHECK-CATALOG-ROW.
           ADD 1 TO WS-ROW-NUMBER
           ADD 1 TO WS-ROWS-READ
           IF MC-LANGUAGE-CODE = SPACES
                   OR MC-MESSAGE-NUMBER IS NOT NUMERIC
               ADD 1 TO WS-BAD-ROW-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  BAD ROW   ROW ' WS-ROW-NUMBER
                   ' - NO LANGUAGE OR NUMBER: ' MC-LANGUAGE-CODE
                   ' ' MC-MESSAGE-NUMBER
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           ELSE
               PERFORM 1200-NOTE-LANGUAGE
               IF MC-RAW-OVERFLOW NOT = SPACES
                   ADD 1 TO WS-WIDE-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  TOO WIDE  ' MC-MESSAGE-NUMBER ' '
                       MC-LANGUAGE-CODE ' ROW ' WS-ROW-NUMBER
                       ' - TEXT RUNS PAST 60 CHARACTERS'
                       INTO WS-REPORT-LINE END-STRING
                   PERFORM 7000-EMIT-LINE
               END-IF
           END-IF
           PERFORM 1110-READ-CATALOG.

       1200-NOTE-LANGUAGE.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 1210-MATCH-LANGUAGE
               VARYING WS-LANG-IDX FROM 1 BY 1
               UNTIL WS-LANG-IDX > WS-LANGUAGE-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               IF WS-LANGUAGE-COUNT < WS-MAX-LANGUAGES
                   ADD 1 TO WS-LANGUAGE-COUNT
                   MOVE MC-LANGUAGE-CODE
                       TO WS-LANG-CODE (WS-LANGUAGE-COUNT)
               ELSE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  WARNING   LANGUAGE ' MC-LANGUAGE-CODE
                       ' NOT CHECKED - MORE THAN ' WS-MAX-LANGUAGES
                       ' LANGUAGES'
                       INTO WS-REPORT-LINE END-STRING
                   PERFORM 7000-EMIT-LINE
               END-IF
           END-IF.

       1210-MATCH-LANGUAGE.
           IF WS-LANG-CODE (WS-LANG-IDX) = MC-LANGUAGE-CODE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       1300-PRINT-LANGUAGES.
           MOVE SPACES TO WS-LANGUAGE-LIST
           MOVE 1 TO WS-LIST-POINTER
           PERFORM 1310-ADD-TO-LIST
               VARYING WS-LANG-IDX FROM 1 BY 1
               UNTIL WS-LANG-IDX > WS-LANGUAGE-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LANGUAGES CHECKED: ' WS-LANGUAGE-LIST
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       1310-ADD-TO-LIST.
           STRING WS-LANG-CODE (WS-LANG-IDX) ' '
               DELIMITED BY SIZE
               INTO WS-LANGUAGE-LIST
               WITH POINTER WS-LIST-POINTER
           END-STRING.

       2000-CHECK-NUMBER.
       *> MSGTEXT answers found = Y only for a text in the language
       *> asked - its English fallback comes back found = N.
           MOVE ZERO TO WS-HAVE-COUNT
           MOVE SPACES TO WS-HAVE-LANGUAGE
           MOVE WS-NUMBER-IDX TO WS-PROBE-NUMBER
           PERFORM 2100-PROBE-LANGUAGE
               VARYING WS-LANG-IDX FROM 1 BY 1
               UNTIL WS-LANG-IDX > WS-LANGUAGE-COUNT
           IF WS-HAVE-COUNT = ZERO
               PERFORM 2300-CHECK-REFERENCED
           ELSE
               ADD 1 TO WS-NUMBERS-CHECKED
               PERFORM 2200-REPORT-LANGUAGE
                   VARYING WS-LANG-IDX FROM 1 BY 1
                   UNTIL WS-LANG-IDX > WS-LANGUAGE-COUNT
           END-IF.

       2100-PROBE-LANGUAGE.
           MOVE WS-LANG-CODE (WS-LANG-IDX) TO WS-PROBE-LANGUAGE
           CALL 'MSGTEXT' USING WS-PROBE-LANGUAGE WS-PROBE-NUMBER
               WS-PROBE-TEXT WS-PROBE-FOUND
           MOVE WS-PROBE-FOUND TO WS-LANG-FOUND (WS-LANG-IDX)
           MOVE ZERO TO WS-LANG-LENGTH (WS-LANG-IDX)
           IF WS-PROBE-FOUND = 'Y'
               ADD 1 TO WS-HAVE-COUNT
               IF WS-HAVE-LANGUAGE = SPACES
                   MOVE WS-PROBE-LANGUAGE TO WS-HAVE-LANGUAGE
               END-IF
       *> Measured back from the padding, as GREETCMP measures it.
               MOVE 60 TO WS-TEXT-LENGTH
               PERFORM 2110-TRIM-TEXT
                   UNTIL WS-TEXT-LENGTH < 1
                   OR WS-PROBE-TEXT (WS-TEXT-LENGTH:1) NOT = SPACE
               MOVE WS-TEXT-LENGTH TO WS-LANG-LENGTH (WS-LANG-IDX)
           END-IF.

       2110-TRIM-TEXT.
           SUBTRACT 1 FROM WS-TEXT-LENGTH.

       2200-REPORT-LANGUAGE.
           IF WS-LANG-FOUND (WS-LANG-IDX) NOT = 'Y'
               ADD 1 TO WS-MISSING-COUNT
               SET WS-CATALOG-INCOMPLETE TO TRUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  MISSING   ' WS-PROBE-NUMBER ' '
                   WS-LANG-CODE (WS-LANG-IDX)
                   ' - ' WS-HAVE-LANGUAGE ' HAS IT, '
                   WS-LANG-CODE (WS-LANG-IDX)
                   ' USERS GET THE ENGLISH TEXT'
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           ELSE
               PERFORM 2250-FIND-WIDTH-LIMIT
               IF WS-LANG-LENGTH (WS-LANG-IDX) > WS-WIDTH-LIMIT
                   ADD 1 TO WS-WIDE-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  TOO WIDE  ' WS-PROBE-NUMBER ' '
                       WS-LANG-CODE (WS-LANG-IDX)
                       ' - ' WS-LANG-LENGTH (WS-LANG-IDX)
                       ' CHARACTERS, ' DELIMITED BY SIZE
                       WS-WIDTH-OWNER DELIMITED BY SPACE
                       ' SHOWS ' WS-WIDTH-LIMIT DELIMITED BY SIZE
                       INTO WS-REPORT-LINE END-STRING
                   PERFORM 7000-EMIT-LINE
               END-IF
           END-IF.

       2250-FIND-WIDTH-LIMIT.
           MOVE MW-DEFAULT-LIMIT TO WS-WIDTH-LIMIT
           MOVE MW-DEFAULT-OWNER TO WS-WIDTH-OWNER
           PERFORM 2260-MATCH-WIDTH-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > MW-RULE-COUNT.

       2260-MATCH-WIDTH-RULE.
           IF WS-PROBE-NUMBER >= MW-RULE-FROM (WS-RULE-IDX)
                   AND WS-PROBE-NUMBER <= MW-RULE-TO (WS-RULE-IDX)
               MOVE MW-RULE-LIMIT (WS-RULE-IDX) TO WS-WIDTH-LIMIT
               MOVE MW-RULE-OWNER (WS-RULE-IDX) TO WS-WIDTH-OWNER
           END-IF.

       2300-CHECK-REFERENCED.
       *> No language has it - only worth a line when a program still
       *> asks for it.
           MOVE SPACES TO WS-REF-PROGRAMS
           MOVE 1 TO WS-LIST-POINTER
           PERFORM 2310-MATCH-REFERENCE
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
           IF WS-REF-PROGRAMS NOT = SPACES
               ADD 1 TO WS-UNKNOWN-COUNT
               SET WS-CATALOG-INCOMPLETE TO TRUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  UNKNOWN   ' WS-PROBE-NUMBER
                   ' - IN NO LANGUAGE, ASKED FOR BY '
                   WS-REF-PROGRAMS
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           END-IF.

       2310-MATCH-REFERENCE.
           IF WS-PROBE-NUMBER >= WS-REF-FROM (WS-REF-IDX)
                   AND WS-PROBE-NUMBER <= WS-REF-TO (WS-REF-IDX)
               STRING WS-REF-PROGRAM (WS-REF-IDX) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   INTO WS-REF-PROGRAMS
                   WITH POINTER WS-LIST-POINTER
               END-STRING
           END-IF.

       8000-PRINT-FOOTER.
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CATALOG ROWS READ          : ' WS-ROWS-READ
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MESSAGE NUMBERS CHECKED    : ' WS-NUMBERS-CHECKED
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MISSING IN A LANGUAGE      : ' WS-MISSING-COUNT
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ASKED FOR, IN NO LANGUAGE  : ' WS-UNKNOWN-COUNT
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOO WIDE (WARNING)         : ' WS-WIDE-COUNT
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BAD CATALOG ROWS (WARNING) : ' WS-BAD-ROW-COUNT
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       7000-EMIT-LINE.
           DISPLAY WS-REPORT-LINE
           IF WS-REPORT-FILE-STATUS = '00'
               MOVE WS-REPORT-LINE TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-REPORT-FILE-STATUS = '00'
               CLOSE REPORT-OUT-FILE
           END-IF
           MOVE 'END' TO WS-RUNLOG-EVENT
           COMPUTE WS-RUNLOG-COUNT = WS-MISSING-COUNT
               + WS-UNKNOWN-COUNT
           IF WS-CATALOG-INCOMPLETE
               MOVE 'CATALOG-INCOMPLETE' TO WS-RUNLOG-STATUS
           ELSE
               MOVE 'OK' TO WS-RUNLOG-STATUS
           END-IF
           PERFORM 0900-WRITE-RUNLOG
       *> Set after the last CALL - a called program's GOBACK hands
       *> its own return code back in this one.
           IF WS-CATALOG-INCOMPLETE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       END PROGRAM MSGCHK.
