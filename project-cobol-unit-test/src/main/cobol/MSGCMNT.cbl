      ******************************************************************
      * Author:
      * Date:
      * Purpose: Message catalog maintenance, in the HOLIMNT mold -
      *          MSGCAT was hand-edited, and a text added in one
      *          language and forgotten in another only showed when a
      *          user was answered in English.  A message number is
      *          shown in every language at once (English, German and
      *          any other language on the catalog): the catalog's
      *          row, the built-in text when the catalog has none, or
      *          MISSING when the user would be answered in English.
      *          Texts are added, changed and removed here, one
      *          language at a time; a text wider than the field that
      *          shows it (MSGWIDTH) is refused.  The maintainer
      *          proves who they are (supervisor or admin, name and
      *          PIN) before the screen opens.  The file is rewritten
      *          once on the way out; MSGTEXT reads it afresh at the
      *          next program start.  Reachable from OPERMENU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGCMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESSAGE-CATALOG-FILE ASSIGN TO 'MSGCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO WS-USERMAST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT TRAINING-MODE-FILE ASSIGN TO 'TRAINMODE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MESSAGE-CATALOG-FILE.
           COPY "MSGCATRC.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
           COPY "MSGWIDTH.cpy".
       01  WS-CATALOG-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-MENU-CHOICE PIC 9(1) VALUE ZERO.
       01  WS-EXIT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EXIT-REQUESTED        VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-REMOVED-SWITCH PIC X(1) VALUE 'N'.
           88  WS-REMOVED-FOUND         VALUE 'Y'.
       01  WS-MAINTAINER-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-MAINTAINER-VERIFIED   VALUE 'Y'.
       01  WS-CATALOG-DIRTY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CATALOG-CHANGED       VALUE 'Y'.
      *    A file too big for its table is shown but never edited -
      *    a save from a partial load would quietly drop the rows
      *    that did not fit.
       01  WS-CATALOG-LOCK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CATALOG-READ-ONLY     VALUE 'Y'.
       01  WS-MAINTAINER-NAME PIC X(20).
       01  WS-MAINTAINER-PIN PIC X(4).
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-NUMBER-INPUT PIC X(3).
       01  WS-MESSAGE-NUMBER PIC 9(3).
       01  WS-LANGUAGE-INPUT PIC X(2).
      *    Wider than the catalog row, so an overlong text is caught
      *    and refused instead of cut short without a word.
       01  WS-TEXT-INPUT PIC X(80).
       01  WS-CONFIRM-INPUT PIC X(1).
       01  WS-SOURCE-LABEL PIC X(9).
       01  WS-SHOW-TEXT PIC X(60).
       01  WS-MSG-TEXT PIC X(60).
       01  WS-MSG-FOUND PIC X(1).
       77  WS-TEXT-LENGTH PIC 9(2).
       77  WS-RULE-IDX PIC 9(1).
       01  WS-WIDTH-LIMIT PIC 9(2).
       01  WS-WIDTH-OWNER PIC X(10).
       77  WS-CATALOG-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-ENTRIES PIC 9(3) VALUE 400.
       77  WS-WORK-IDX PIC 9(3).
       77  WS-FOUND-IDX PIC 9(3).
       01  WS-CATALOG-TABLE.
           05  WS-CATALOG-ENTRY OCCURS 400 TIMES.
               10  WS-CAT-LANGUAGE      PIC X(2).
               10  WS-CAT-NUMBER        PIC 9(3).
               10  WS-CAT-TEXT          PIC X(60).
               10  WS-CAT-REMOVED       PIC X(1).
      *    The languages shown side by side - English and German
      *    always, then any other the catalog carries.
       77  WS-LANGUAGE-COUNT PIC 9(2) VALUE ZERO.
       77  WS-MAX-LANGUAGES PIC 9(2) VALUE 10.
       77  WS-LANG-IDX PIC 9(2).
       01  WS-LANGUAGE-TABLE.
           05  WS-LANG-CODE OCCURS 10 TIMES PIC X(2).
       01  WS-NOTE-LANGUAGE PIC X(2).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-CHECK-TRAINING-MODE
           PERFORM 0070-VERIFY-MAINTAINER
           IF NOT WS-MAINTAINER-VERIFIED
               DISPLAY 'MESSAGE CATALOG CLOSED'
               GOBACK
           END-IF
           PERFORM 0100-LOAD-CATALOG
           PERFORM 1000-PROCESS-MENU
               UNTIL WS-EXIT-REQUESTED
           IF WS-CATALOG-CHANGED
               PERFORM 8500-REWRITE-CATALOG
           END-IF
           GOBACK.

       0050-CHECK-TRAINING-MODE.
       *> The catalog is reference data every terminal reads, not a
       *> practice file - training mode only swaps the user master
       *> the maintainer is checked against.
           MOVE 'N' TO WS-TRAINING-SWITCH
           OPEN INPUT TRAINING-MODE-FILE
           IF WS-TRAINING-FILE-STATUS = '00'
               READ TRAINING-MODE-FILE
                   NOT AT END
                       IF TR-TRAINING-ON
                           SET WS-TRAINING-MODE TO TRUE
                       END-IF
               END-READ
               CLOSE TRAINING-MODE-FILE
           END-IF
           IF WS-TRAINING-MODE
               DISPLAY '*** TRAINING MODE - PRACTICE FILES IN USE ***'
               MOVE 'TUSERMAST' TO WS-USERMAST-NAME
           END-IF.

       0070-VERIFY-MAINTAINER.
           MOVE 'N' TO WS-MAINTAINER-OK-SWITCH
           DISPLAY 'MESSAGE CATALOG MAINTENANCE'
           DISPLAY 'ENTER SUPERVISOR OR ADMIN NAME'
           ACCEPT WS-MAINTAINER-NAME
           INSPECT WS-MAINTAINER-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'ENTER PIN'
           ACCEPT WS-MAINTAINER-PIN
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-MAINTAINER-NAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'ERROR: NOT ON THE USER MASTER'
                   NOT INVALID KEY
                       PERFORM 0080-CHECK-MAINTAINER
               END-READ
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'ERROR: USER MASTER UNAVAILABLE - STATUS '
                   WS-USER-FILE-STATUS
           END-IF.

       0080-CHECK-MAINTAINER.
       *> Same non-numeric guard as LOGIN's 1150.
           MOVE '****' TO WS-PIN-SCRAMBLED
           IF WS-MAINTAINER-PIN IS NUMERIC
               CALL 'PINSCRMB' USING WS-MAINTAINER-PIN
                   WS-PIN-SCRAMBLED
           END-IF
           IF (UM-ROLE-SUPERVISOR OR UM-ROLE-ADMIN)
                   AND UM-STATUS-ACTIVE
                   AND WS-MAINTAINER-PIN IS NUMERIC
                   AND WS-PIN-SCRAMBLED = UM-USER-PIN
               SET WS-MAINTAINER-VERIFIED TO TRUE
           ELSE
               DISPLAY 'ERROR: SUPERVISOR CHECK FAILED'
           END-IF.

       0100-LOAD-CATALOG.
           MOVE ZERO TO WS-CATALOG-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-CATALOG-TABLE
           INITIALIZE WS-LANGUAGE-TABLE
           MOVE 'EN' TO WS-LANG-CODE (1)
           MOVE 'DE' TO WS-LANG-CODE (2)
           MOVE 2 TO WS-LANGUAGE-COUNT
           OPEN INPUT MESSAGE-CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS = '00'
               PERFORM 0110-READ-CATALOG
               PERFORM 0120-STORE-CATALOG-ROW
                   UNTIL WS-END-OF-FILE
                   OR WS-CATALOG-COUNT >= WS-MAX-ENTRIES
               IF NOT WS-END-OF-FILE
                   SET WS-CATALOG-READ-ONLY TO TRUE
                   DISPLAY 'MSGCMNT WARNING: MSGCAT HAS MORE THAN '
                       WS-MAX-ENTRIES ' ROWS - CATALOG IS READ-ONLY'
               END-IF
               CLOSE MESSAGE-CATALOG-FILE
           END-IF.

       0110-READ-CATALOG.
           READ MESSAGE-CATALOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0120-STORE-CATALOG-ROW.
           ADD 1 TO WS-CATALOG-COUNT
           MOVE MC-LANGUAGE-CODE TO WS-CAT-LANGUAGE (WS-CATALOG-COUNT)
           MOVE MC-MESSAGE-NUMBER TO WS-CAT-NUMBER (WS-CATALOG-COUNT)
           MOVE MC-MESSAGE-TEXT TO WS-CAT-TEXT (WS-CATALOG-COUNT)
           MOVE 'N' TO WS-CAT-REMOVED (WS-CATALOG-COUNT)
           IF MC-LANGUAGE-CODE NOT = SPACES
               MOVE MC-LANGUAGE-CODE TO WS-NOTE-LANGUAGE
               PERFORM 0130-NOTE-LANGUAGE
           END-IF
           PERFORM 0110-READ-CATALOG.

       0130-NOTE-LANGUAGE.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 0140-MATCH-LANGUAGE
               VARYING WS-LANG-IDX FROM 1 BY 1
               UNTIL WS-LANG-IDX > WS-LANGUAGE-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
                   AND WS-LANGUAGE-COUNT < WS-MAX-LANGUAGES
               ADD 1 TO WS-LANGUAGE-COUNT
               MOVE WS-NOTE-LANGUAGE
                   TO WS-LANG-CODE (WS-LANGUAGE-COUNT)
           END-IF.

       0140-MATCH-LANGUAGE.
           IF WS-LANG-CODE (WS-LANG-IDX) = WS-NOTE-LANGUAGE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       1000-PROCESS-MENU.
           PERFORM 1100-DISPLAY-MENU
           PERFORM 1200-ACCEPT-CHOICE
           PERFORM 1300-DISPATCH-CHOICE.

       1100-DISPLAY-MENU.
           DISPLAY '================================================'
           DISPLAY 'MESSAGE CATALOG MAINTENANCE'
           DISPLAY 'SIGNED ON: ' WS-MAINTAINER-NAME
           DISPLAY '------------------------------------------------'
           DISPLAY '  1. SHOW A MESSAGE IN EVERY LANGUAGE'
           DISPLAY '  2. ADD / CHANGE A TEXT'
           DISPLAY '  3. REMOVE A TEXT'
           DISPLAY '  0. EXIT'
           DISPLAY '================================================'.

       1200-ACCEPT-CHOICE.
           DISPLAY 'ENTER YOUR CHOICE'
           ACCEPT WS-MENU-CHOICE.

       1300-DISPATCH-CHOICE.
           IF WS-MENU-CHOICE = 1
               PERFORM 2000-SHOW-MESSAGE
           ELSE
               IF WS-MENU-CHOICE = 2
                   PERFORM 3000-ADD-CHANGE-TEXT
               ELSE
                   IF WS-MENU-CHOICE = 3
                       PERFORM 4000-REMOVE-TEXT
                   ELSE
                       IF WS-MENU-CHOICE = 0
                           SET WS-EXIT-REQUESTED TO TRUE
                       ELSE
                           DISPLAY 'ERROR: INVALID CHOICE'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1600-INPUT-NUMBER.
           DISPLAY 'ENTER MESSAGE NUMBER (001-999)'
           ACCEPT WS-NUMBER-INPUT
           IF WS-NUMBER-INPUT IS NOT NUMERIC
                   OR WS-NUMBER-INPUT = '000'
               DISPLAY 'ERROR: THREE DIGITS, 001 TO 999'
               GO TO 1600-INPUT-NUMBER
           END-IF
           MOVE WS-NUMBER-INPUT TO WS-MESSAGE-NUMBER
           PERFORM 1650-FIND-WIDTH-LIMIT.

       1650-FIND-WIDTH-LIMIT.
       *> How wide the field is that shows this number.
           MOVE MW-DEFAULT-LIMIT TO WS-WIDTH-LIMIT
           MOVE MW-DEFAULT-OWNER TO WS-WIDTH-OWNER
           PERFORM 1660-MATCH-WIDTH-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > MW-RULE-COUNT.

       1660-MATCH-WIDTH-RULE.
           IF WS-MESSAGE-NUMBER >= MW-RULE-FROM (WS-RULE-IDX)
                   AND WS-MESSAGE-NUMBER <= MW-RULE-TO (WS-RULE-IDX)
               MOVE MW-RULE-LIMIT (WS-RULE-IDX) TO WS-WIDTH-LIMIT
               MOVE MW-RULE-OWNER (WS-RULE-IDX) TO WS-WIDTH-OWNER
           END-IF.

       1700-INPUT-LANGUAGE.
           DISPLAY 'ENTER LANGUAGE CODE (EN, DE, ...)'
           ACCEPT WS-LANGUAGE-INPUT
           INSPECT WS-LANGUAGE-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-LANGUAGE-INPUT (1:1) = SPACE
                   OR WS-LANGUAGE-INPUT (2:1) = SPACE
               DISPLAY 'ERROR: TWO-LETTER LANGUAGE CODE'
               GO TO 1700-INPUT-LANGUAGE
           END-IF.

       1800-FIND-ROW.
       *> Backwards, as MSGTEXT searches - when the file carries the
       *> same language and number twice, the later row is the one
       *> users see, so it is the one shown and changed.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 'N' TO WS-REMOVED-SWITCH
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM 1810-MATCH-ROW
               VARYING WS-WORK-IDX FROM WS-CATALOG-COUNT BY -1
               UNTIL WS-WORK-IDX < 1
               OR WS-ENTRY-FOUND.

       1810-MATCH-ROW.
           IF WS-CAT-LANGUAGE (WS-WORK-IDX) = WS-LANGUAGE-INPUT
                   AND WS-CAT-NUMBER (WS-WORK-IDX) = WS-MESSAGE-NUMBER
               IF WS-CAT-REMOVED (WS-WORK-IDX) = 'N'
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-WORK-IDX TO WS-FOUND-IDX
               ELSE
                   SET WS-REMOVED-FOUND TO TRUE
               END-IF
           END-IF.

       2000-SHOW-MESSAGE.
           PERFORM 1600-INPUT-NUMBER
           DISPLAY '------------------------------------------------'
           DISPLAY 'MESSAGE ' WS-MESSAGE-NUMBER ' - SHOWN BY '
               WS-WIDTH-OWNER ' IN ' WS-WIDTH-LIMIT ' CHARACTERS'
           DISPLAY 'LG SOURCE    TEXT'
           PERFORM 2100-SHOW-ONE-LANGUAGE
               VARYING WS-LANG-IDX FROM 1 BY 1
               UNTIL WS-LANG-IDX > WS-LANGUAGE-COUNT
           DISPLAY '------------------------------------------------'.

       2100-SHOW-ONE-LANGUAGE.
       *> The catalog row when there is one; otherwise what MSGTEXT
       *> answers in that language - its built-in text - or MISSING
       *> when it can only fall back to English.
           MOVE WS-LANG-CODE (WS-LANG-IDX) TO WS-LANGUAGE-INPUT
           PERFORM 1800-FIND-ROW
           IF WS-ENTRY-FOUND
               MOVE 'CATALOG' TO WS-SOURCE-LABEL
               MOVE WS-CAT-TEXT (WS-FOUND-IDX) TO WS-SHOW-TEXT
           ELSE
               IF WS-REMOVED-FOUND
                   MOVE 'REMOVED' TO WS-SOURCE-LABEL
                   MOVE '(BUILT-IN TEXT, IF ANY, FROM NEXT START)'
                       TO WS-SHOW-TEXT
               ELSE
                   CALL 'MSGTEXT' USING WS-LANGUAGE-INPUT
                       WS-MESSAGE-NUMBER WS-MSG-TEXT WS-MSG-FOUND
                   IF WS-MSG-FOUND = 'Y'
                       MOVE 'BUILT-IN' TO WS-SOURCE-LABEL
                       MOVE WS-MSG-TEXT TO WS-SHOW-TEXT
                   ELSE
                       MOVE '*MISSING*' TO WS-SOURCE-LABEL
                       MOVE SPACES TO WS-SHOW-TEXT
                   END-IF
               END-IF
           END-IF
           DISPLAY WS-LANGUAGE-INPUT ' ' WS-SOURCE-LABEL ' '
               WS-SHOW-TEXT
           IF WS-SOURCE-LABEL = 'CATALOG'
                   OR WS-SOURCE-LABEL = 'BUILT-IN'
               MOVE 60 TO WS-TEXT-LENGTH
               PERFORM 2110-TRIM-SHOW-TEXT
                   UNTIL WS-TEXT-LENGTH < 1
                   OR WS-SHOW-TEXT (WS-TEXT-LENGTH:1) NOT = SPACE
               IF WS-TEXT-LENGTH > WS-WIDTH-LIMIT
                   DISPLAY '   ^ TOO WIDE - ' WS-TEXT-LENGTH
                       ' CHARACTERS, ' WS-WIDTH-OWNER ' SHOWS '
                       WS-WIDTH-LIMIT
               END-IF
           END-IF.

       2110-TRIM-SHOW-TEXT.
           SUBTRACT 1 FROM WS-TEXT-LENGTH.

       3000-ADD-CHANGE-TEXT.
           IF WS-CATALOG-READ-ONLY
               DISPLAY 'ERROR: CATALOG IS READ-ONLY THIS SESSION'
           ELSE
               PERFORM 1600-INPUT-NUMBER
               PERFORM 1700-INPUT-LANGUAGE
               PERFORM 1800-FIND-ROW
               IF WS-ENTRY-FOUND
                   DISPLAY 'NOW: ' WS-CAT-TEXT (WS-FOUND-IDX)
                   PERFORM 3100-INPUT-TEXT
                   IF WS-TEXT-INPUT NOT = SPACES
                       MOVE WS-TEXT-INPUT
                           TO WS-CAT-TEXT (WS-FOUND-IDX)
                       SET WS-CATALOG-CHANGED TO TRUE
                       DISPLAY 'MESSAGE ' WS-MESSAGE-NUMBER ' '
                           WS-LANGUAGE-INPUT ' CHANGED'
                   ELSE
                       DISPLAY 'CHANGE CANCELLED'
                   END-IF
               ELSE
                   IF WS-CATALOG-COUNT >= WS-MAX-ENTRIES
                       DISPLAY 'ERROR: CATALOG TABLE FULL'
                   ELSE
                       PERFORM 3100-INPUT-TEXT
                       IF WS-TEXT-INPUT NOT = SPACES
                           PERFORM 3200-STORE-NEW-TEXT
                       ELSE
                           DISPLAY 'ADD CANCELLED'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3100-INPUT-TEXT.
       *> Blank backs out.  Too long for the row, or for the field
       *> that shows this number, is refused and asked again.
           DISPLAY 'ENTER TEXT - UP TO ' WS-WIDTH-LIMIT
               ' CHARACTERS (BLANK = CANCEL)'
           MOVE SPACES TO WS-TEXT-INPUT
           ACCEPT WS-TEXT-INPUT
           MOVE 80 TO WS-TEXT-LENGTH
           PERFORM 3110-TRIM-INPUT
               UNTIL WS-TEXT-LENGTH < 1
               OR WS-TEXT-INPUT (WS-TEXT-LENGTH:1) NOT = SPACE
           IF WS-TEXT-LENGTH > WS-WIDTH-LIMIT
               DISPLAY 'ERROR: ' WS-TEXT-LENGTH ' CHARACTERS - '
                   WS-WIDTH-OWNER ' SHOWS ' WS-WIDTH-LIMIT
               GO TO 3100-INPUT-TEXT
           END-IF.

       3110-TRIM-INPUT.
           SUBTRACT 1 FROM WS-TEXT-LENGTH.

       3200-STORE-NEW-TEXT.
           ADD 1 TO WS-CATALOG-COUNT
           MOVE WS-LANGUAGE-INPUT TO WS-CAT-LANGUAGE (WS-CATALOG-COUNT)
           MOVE WS-MESSAGE-NUMBER TO WS-CAT-NUMBER (WS-CATALOG-COUNT)
           MOVE WS-TEXT-INPUT TO WS-CAT-TEXT (WS-CATALOG-COUNT)
           MOVE 'N' TO WS-CAT-REMOVED (WS-CATALOG-COUNT)
           MOVE WS-LANGUAGE-INPUT TO WS-NOTE-LANGUAGE
           PERFORM 0130-NOTE-LANGUAGE
           SET WS-CATALOG-CHANGED TO TRUE
           DISPLAY 'MESSAGE ' WS-MESSAGE-NUMBER ' '
               WS-LANGUAGE-INPUT ' ADDED'.

       4000-REMOVE-TEXT.
           IF WS-CATALOG-READ-ONLY
               DISPLAY 'ERROR: CATALOG IS READ-ONLY THIS SESSION'
           ELSE
               PERFORM 1600-INPUT-NUMBER
               PERFORM 1700-INPUT-LANGUAGE
               PERFORM 1800-FIND-ROW
               IF NOT WS-ENTRY-FOUND
                   DISPLAY 'ERROR: NO CATALOG ROW FOR '
                       WS-MESSAGE-NUMBER ' ' WS-LANGUAGE-INPUT
               ELSE
                   PERFORM 4100-CONFIRM-REMOVE
               END-IF
           END-IF.

       4100-CONFIRM-REMOVE.
           DISPLAY WS-MESSAGE-NUMBER ' ' WS-LANGUAGE-INPUT ' '
               WS-CAT-TEXT (WS-FOUND-IDX)
           DISPLAY 'REMOVE THIS TEXT? (Y/N)'
           ACCEPT WS-CONFIRM-INPUT
           IF WS-CONFIRM-INPUT = 'Y' OR WS-CONFIRM-INPUT = 'y'
               MOVE 'Y' TO WS-CAT-REMOVED (WS-FOUND-IDX)
               SET WS-CATALOG-CHANGED TO TRUE
               DISPLAY 'MESSAGE ' WS-MESSAGE-NUMBER ' '
                   WS-LANGUAGE-INPUT ' REMOVED'
           ELSE
               DISPLAY 'REMOVE CANCELLED'
           END-IF.

       8500-REWRITE-CATALOG.
           OPEN OUTPUT MESSAGE-CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS = '00'
               PERFORM 8510-WRITE-ONE-ROW
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-CATALOG-COUNT
               CLOSE MESSAGE-CATALOG-FILE
           ELSE
               DISPLAY 'ERROR: CANNOT REWRITE MSGCAT - STATUS '
                   WS-CATALOG-FILE-STATUS
           END-IF.

       8510-WRITE-ONE-ROW.
           IF WS-CAT-REMOVED (WS-WORK-IDX) = 'N'
               MOVE WS-CAT-LANGUAGE (WS-WORK-IDX) TO MC-LANGUAGE-CODE
               MOVE WS-CAT-NUMBER (WS-WORK-IDX) TO MC-MESSAGE-NUMBER
               MOVE WS-CAT-TEXT (WS-WORK-IDX) TO MC-MESSAGE-TEXT
               WRITE MC-CATALOG-RECORD
           END-IF.

       END PROGRAM MSGCMNT.
