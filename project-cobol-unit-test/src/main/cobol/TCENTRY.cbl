      ******************************************************************
      * Author:
      * Date:
      * Purpose: Time-correction entry - when someone forgot to sign
      *          out, or signed on late because the terminal was
      *          down, the session on LOGOFFLG is wrong and PAYHOURS
      *          and ATTSTMT carry the error to payroll and to the
      *          person's statement.  A supervisor keys the corrected
      *          start or end time for that person and day, with the
      *          reason, and the correction waits on the TCPENDNG
      *          queue until a SECOND supervisor releases it in
      *          TCAPPROV - the same two-person control UMAPPROV puts
      *          on privileged user-master changes.  Nothing on
      *          LOGOFFLG is touched.  Every correction keyed is
      *          written to the TCAUDIT trail.  The person must be on
      *          the user master; the day may not be in the future.
      *          Reachable from OPERMENU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-QUEUE-FILE ASSIGN TO WS-TCPEND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCPEND-FILE-STATUS.

           SELECT CORRECTION-AUDIT-FILE ASSIGN TO WS-TCAUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCAUDIT-FILE-STATUS.

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
       FD  PENDING-QUEUE-FILE.
           COPY "TIMECORR.cpy".

       FD  CORRECTION-AUDIT-FILE.
           COPY "TCAUDREC.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TCPEND-FILE-STATUS PIC X(2).
       01  WS-TCAUDIT-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-TCPEND-NAME PIC X(9) VALUE 'TCPENDNG'.
       01  WS-TCAUDIT-NAME PIC X(9) VALUE 'TCAUDIT'.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       01  WS-EXIT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EXIT-REQUESTED        VALUE 'Y'.
       01  WS-USER-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-USER-KNOWN            VALUE 'Y'.
       01  WS-ENTERER-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTERER-VERIFIED      VALUE 'Y'.
       01  WS-ENTERER-NAME PIC X(20).
       01  WS-ENTERER-PIN PIC X(4).
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-USER-INPUT PIC X(20).
       01  WS-DATE-INPUT PIC X(8).
       01  WS-DATE-CHECK PIC 9(8).
       01  WS-DATE-CHECK-PARTS REDEFINES WS-DATE-CHECK.
           05  WS-CHECK-YYYY           PIC 9(4).
           05  WS-CHECK-MM             PIC 9(2).
           05  WS-CHECK-DD             PIC 9(2).
       01  WS-TYPE-INPUT PIC X(1).
       01  WS-TIME-INPUT PIC X(4).
       01  WS-TIME-CHECK PIC 9(4).
       01  WS-TIME-CHECK-PARTS REDEFINES WS-TIME-CHECK.
           05  WS-CHECK-HH             PIC 9(2).
           05  WS-CHECK-MIN            PIC 9(2).
       01  WS-REASON-INPUT PIC X(30).
       01  WS-CONFIRM-INPUT PIC X(1).
       01  WS-TYPE-WORDS PIC X(5).
       77  WS-ENTERED-COUNT PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0050-CHECK-TRAINING-MODE
           PERFORM 0070-VERIFY-ENTERER
           IF NOT WS-ENTERER-VERIFIED
               DISPLAY 'TIME CORRECTION ENTRY CLOSED'
               GOBACK
           END-IF
           PERFORM 2000-ENTER-CORRECTION
               UNTIL WS-EXIT-REQUESTED
           DISPLAY 'TCENTRY CORRECTIONS QUEUED: ' WS-ENTERED-COUNT
           GOBACK.

       0050-CHECK-TRAINING-MODE.
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
               MOVE 'TTCPENDNG' TO WS-TCPEND-NAME
               MOVE 'TTCAUDIT' TO WS-TCAUDIT-NAME
           END-IF.

       0070-VERIFY-ENTERER.
           MOVE 'N' TO WS-ENTERER-OK-SWITCH
           DISPLAY 'TIME CORRECTION ENTRY'
           DISPLAY 'ENTER SUPERVISOR OR ADMIN NAME'
           ACCEPT WS-ENTERER-NAME
           INSPECT WS-ENTERER-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'ENTER PIN'
           ACCEPT WS-ENTERER-PIN
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-ENTERER-NAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'ERROR: NOT ON THE USER MASTER'
                   NOT INVALID KEY
                       PERFORM 0080-CHECK-ENTERER
               END-READ
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'ERROR: USER MASTER UNAVAILABLE - STATUS '
                   WS-USER-FILE-STATUS
           END-IF.

       0080-CHECK-ENTERER.
       *> Same non-numeric guard as LOGIN's 1150.
           MOVE '****' TO WS-PIN-SCRAMBLED
           IF WS-ENTERER-PIN IS NUMERIC
               CALL 'PINSCRMB' USING WS-ENTERER-PIN WS-PIN-SCRAMBLED
           END-IF
           IF (UM-ROLE-SUPERVISOR OR UM-ROLE-ADMIN)
                   AND UM-STATUS-ACTIVE
                   AND WS-ENTERER-PIN IS NUMERIC
                   AND WS-PIN-SCRAMBLED = UM-USER-PIN
               SET WS-ENTERER-VERIFIED TO TRUE
           ELSE
               DISPLAY 'ERROR: SUPERVISOR CHECK FAILED'
           END-IF.

       1500-INPUT-USER.
           DISPLAY 'ENTER USER NAME TO CORRECT (BLANK = FINISHED)'
           ACCEPT WS-USER-INPUT
           INSPECT WS-USER-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       1510-CHECK-USER-KNOWN.
           MOVE 'N' TO WS-USER-OK-SWITCH
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-USER-INPUT TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-USER-KNOWN TO TRUE
               END-READ
               CLOSE USER-MASTER-FILE
           END-IF.

       1600-INPUT-DATE.
           DISPLAY 'ENTER SESSION DATE (YYYYMMDD)'
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT IS NOT NUMERIC
               DISPLAY 'ERROR: NOT A VALID DATE'
               GO TO 1600-INPUT-DATE
           END-IF
           MOVE WS-DATE-INPUT TO WS-DATE-CHECK
           IF WS-CHECK-YYYY < 1900
                   OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
                   OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               DISPLAY 'ERROR: NOT A VALID DATE'
               GO TO 1600-INPUT-DATE
           END-IF
      *> A session that has not happened yet has nothing to correct.
           IF WS-DATE-CHECK > WS-TODAY-DATE
               DISPLAY 'ERROR: DATE IS IN THE FUTURE'
               GO TO 1600-INPUT-DATE
           END-IF.

       1700-INPUT-TYPE.
           DISPLAY 'S = CORRECT THE START TIME, '
               'E = CORRECT THE END TIME'
           ACCEPT WS-TYPE-INPUT
           INSPECT WS-TYPE-INPUT CONVERTING 'se' TO 'SE'
           IF WS-TYPE-INPUT NOT = 'S' AND WS-TYPE-INPUT NOT = 'E'
               DISPLAY 'ERROR: S OR E'
               GO TO 1700-INPUT-TYPE
           END-IF
           IF WS-TYPE-INPUT = 'S'
               MOVE 'START' TO WS-TYPE-WORDS
           ELSE
               MOVE 'END' TO WS-TYPE-WORDS
           END-IF.

       1800-INPUT-TIME.
           DISPLAY 'ENTER CORRECTED ' WS-TYPE-WORDS ' TIME (HHMM)'
           ACCEPT WS-TIME-INPUT
           IF WS-TIME-INPUT IS NOT NUMERIC
               DISPLAY 'ERROR: NOT A VALID TIME'
               GO TO 1800-INPUT-TIME
           END-IF
           MOVE WS-TIME-INPUT TO WS-TIME-CHECK
           IF WS-CHECK-HH > 23 OR WS-CHECK-MIN > 59
               DISPLAY 'ERROR: NOT A VALID TIME'
               GO TO 1800-INPUT-TIME
           END-IF.

       1900-INPUT-REASON.
       *> Payroll and HR both read the reason - no blank ones.
           DISPLAY 'ENTER REASON'
           ACCEPT WS-REASON-INPUT
           IF WS-REASON-INPUT = SPACES
               DISPLAY 'ERROR: A REASON IS REQUIRED'
               GO TO 1900-INPUT-REASON
           END-IF.

       2000-ENTER-CORRECTION.
           PERFORM 1500-INPUT-USER
           IF WS-USER-INPUT = SPACES
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               PERFORM 1510-CHECK-USER-KNOWN
               IF NOT WS-USER-KNOWN
                   DISPLAY 'ERROR: ' WS-USER-INPUT
                       ' IS NOT ON THE USER MASTER'
               ELSE
                   PERFORM 1600-INPUT-DATE
                   PERFORM 1700-INPUT-TYPE
                   PERFORM 1800-INPUT-TIME
                   PERFORM 1900-INPUT-REASON
                   PERFORM 2100-CONFIRM-CORRECTION
               END-IF
           END-IF.

       2100-CONFIRM-CORRECTION.
           DISPLAY WS-USER-INPUT ' ON ' WS-DATE-CHECK ': '
               WS-TYPE-WORDS ' TIME BECOMES ' WS-TIME-CHECK
           DISPLAY '  REASON: ' WS-REASON-INPUT
           DISPLAY 'QUEUE THIS CORRECTION FOR APPROVAL? (Y/N)'
           ACCEPT WS-CONFIRM-INPUT
           IF WS-CONFIRM-INPUT = 'Y' OR WS-CONFIRM-INPUT = 'y'
               PERFORM 2200-QUEUE-CORRECTION
           ELSE
               DISPLAY 'CORRECTION DISCARDED'
           END-IF.

       2200-QUEUE-CORRECTION.
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE SPACES TO TC-CORRECTION-RECORD
           STRING WS-TODAY-DATE WS-STAMP-TIME (1:6)
               INTO TC-TIMESTAMP END-STRING
           MOVE WS-USER-INPUT TO TC-USER-NAME
           MOVE WS-DATE-CHECK TO TC-SESSION-DATE
           MOVE WS-TYPE-INPUT TO TC-CORRECTION-TYPE
           MOVE WS-TIME-CHECK TO TC-CORRECTED-TIME
           MOVE WS-REASON-INPUT TO TC-REASON
           MOVE WS-ENTERER-NAME TO TC-ENTERED-BY
           MOVE ZERO TO TC-APPROVED-DATE
           OPEN EXTEND PENDING-QUEUE-FILE
           IF WS-TCPEND-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-QUEUE-FILE
           END-IF
           IF WS-TCPEND-FILE-STATUS = '00'
               WRITE TC-CORRECTION-RECORD
               CLOSE PENDING-QUEUE-FILE
               ADD 1 TO WS-ENTERED-COUNT
               DISPLAY 'QUEUED - A SECOND SUPERVISOR MUST APPROVE IT '
                   'IN TCAPPROV'
               PERFORM 2300-WRITE-AUDIT
           ELSE
               DISPLAY 'ERROR: CANNOT WRITE THE CORRECTION QUEUE - '
                   'STATUS ' WS-TCPEND-FILE-STATUS
           END-IF.

       2300-WRITE-AUDIT.
           MOVE SPACES TO TA-AUDIT-RECORD
           MOVE TC-TIMESTAMP TO TA-TIMESTAMP
           MOVE 'ENTERED' TO TA-ACTION
           MOVE WS-ENTERER-NAME TO TA-OPERATOR
           MOVE TC-CORRECTION-RECORD TO TA-CORRECTION-IMAGE
           OPEN EXTEND CORRECTION-AUDIT-FILE
           IF WS-TCAUDIT-FILE-STATUS = '35'
               OPEN OUTPUT CORRECTION-AUDIT-FILE
           END-IF
           IF WS-TCAUDIT-FILE-STATUS = '00'
               WRITE TA-AUDIT-RECORD
           END-IF
           CLOSE CORRECTION-AUDIT-FILE.

       END PROGRAM TCENTRY.
