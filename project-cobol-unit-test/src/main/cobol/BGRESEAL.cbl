      ******************************************************************
      * Author:
      * Date:
      * Purpose: Break-glass account reseal - the one way the sealed
      *          emergency admin account (BRKGLASS) comes back into
      *          service after it has been used, and how it is set up
      *          in the first place.  A supervisor (or admin) signs
      *          the reseal with their own name and PIN, verified
      *          against the user master the way UMAPPROV verifies a
      *          reviewer, and keys the new credential twice; it may
      *          not be the credential just used.  The new value goes
      *          into the envelope for the safe - only its scrambled
      *          residue is kept.  Resealing also ends any break-glass
      *          menu session still running on the old credential.
      *          First-time setup names the account, which must be a
      *          valid sign-on name that nobody on USERMAST holds.
      *          The reseal goes on the BRKGLTRL trail with the
      *          supervisor named.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BGRESEAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO 'BRKGLASS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT GLASS-TRAIL-FILE ASSIGN TO 'BRKGLTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  CONTROL-FILE.
           COPY "BRKGLSRC.cpy".

       FD  GLASS-TRAIL-FILE.
           COPY "PRIVTRRC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-CONTROL-FILE-STATUS PIC X(2).
       01  WS-TRAIL-FILE-STATUS PIC X(2).
       01  WS-CONTROL-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CONTROL-FOUND         VALUE 'Y'.
       01  WS-SEALER-NAME PIC X(20).
       01  WS-SEALER-PIN PIC X(4).
       01  WS-SEALER-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-SEALER-VERIFIED       VALUE 'Y'.
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-NAME-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-NAME-OK               VALUE 'Y'.
       01  WS-ACCOUNT-INPUT PIC X(20).
       01  WS-NAME-VALIDATE PIC X(20).
       01  WS-NEW-CREDENTIAL PIC X(4).
       01  WS-NEW-CREDENTIAL-CONFIRM PIC X(4).
       01  WS-NEW-SCRAMBLED PIC X(4).
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       01  WS-TIMESTAMP PIC X(14).
           COPY "PRIVCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY 'BREAK-GLASS ACCOUNT RESEAL'
           PERFORM 1000-VERIFY-SEALER
           IF NOT WS-SEALER-VERIFIED
               DISPLAY 'SUPERVISOR CHECK FAILED - NOTHING CHANGED'
               GOBACK
           END-IF
           PERFORM 2000-READ-CONTROL
           IF WS-CONTROL-FOUND
               PERFORM 2100-SHOW-STATE
           ELSE
               DISPLAY 'NO BREAK-GLASS ACCOUNT IS SET UP YET'
               PERFORM 3000-NAME-THE-ACCOUNT THRU 3000-EXIT
               IF NOT WS-NAME-OK
                   DISPLAY 'NO ACCOUNT NAMED - NOTHING CHANGED'
                   GOBACK
               END-IF
           END-IF
           PERFORM 4000-ACCEPT-CREDENTIAL
           PERFORM 5000-SEAL-ACCOUNT
           GOBACK.

       1000-VERIFY-SEALER.
       *> Same check UMAPPROV's 1500 runs - name and PIN against
       *> the master, supervisor or admin, active.  The break-glass
       *> account itself is not on the master, so it can never
       *> reseal itself.
           MOVE 'N' TO WS-SEALER-OK-SWITCH
           DISPLAY 'ENTER SUPERVISOR NAME'
           ACCEPT WS-SEALER-NAME
           INSPECT WS-SEALER-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'ENTER PIN'
           ACCEPT WS-SEALER-PIN
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-SEALER-NAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1010-CHECK-SEALER
               END-READ
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'USER MASTER UNAVAILABLE - STATUS '
                   WS-USER-FILE-STATUS
           END-IF.

       1010-CHECK-SEALER.
           MOVE '****' TO WS-PIN-SCRAMBLED
           IF WS-SEALER-PIN IS NUMERIC
               CALL 'PINSCRMB' USING WS-SEALER-PIN WS-PIN-SCRAMBLED
           END-IF
           IF (UM-ROLE-SUPERVISOR OR UM-ROLE-ADMIN)
                   AND UM-STATUS-ACTIVE
                   AND WS-SEALER-PIN IS NUMERIC
                   AND WS-PIN-SCRAMBLED = UM-USER-PIN
               SET WS-SEALER-VERIFIED TO TRUE
           END-IF.

       2000-READ-CONTROL.
           MOVE 'N' TO WS-CONTROL-FOUND-SWITCH
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       IF BG-ACCOUNT-NAME NOT = SPACES
                           SET WS-CONTROL-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       2100-SHOW-STATE.
           DISPLAY 'ACCOUNT: ' BG-ACCOUNT-NAME
           IF BG-SEALED
               DISPLAY '  SEALED BY ' BG-SEALED-BY
                   ' AT ' BG-SEALED-TIMESTAMP
           ELSE
               IF BG-OPENED
                   DISPLAY '  SEAL BROKEN ' BG-OPENED-TIMESTAMP
                       ' AT TERMINAL ' BG-OPENED-TERMINAL
                       ' - STILL OPEN FOR BUSINESS DAY '
                       BG-OPENED-DATE
               ELSE
                   DISPLAY '  LOCKED SINCE USE ON BUSINESS DAY '
                       BG-OPENED-DATE ' AT TERMINAL '
                       BG-OPENED-TERMINAL
               END-IF
           END-IF.

       3000-NAME-THE-ACCOUNT.
       *> The name must pass LOGIN's own sign-on name rules, and
       *> must not shadow a real person on the master.
           MOVE 'N' TO WS-NAME-OK-SWITCH
           DISPLAY 'ENTER THE EMERGENCY ACCOUNT NAME, BLANK TO QUIT'
           ACCEPT WS-ACCOUNT-INPUT
           IF WS-ACCOUNT-INPUT = SPACES
               GO TO 3000-EXIT
           END-IF
           INSPECT WS-ACCOUNT-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE WS-ACCOUNT-INPUT TO WS-NAME-VALIDATE
           INSPECT WS-NAME-VALIDATE CONVERTING ', ' TO 'AA'
           IF WS-NAME-VALIDATE NOT ALPHABETIC
               DISPLAY 'ERROR: LETTERS ONLY'
               GO TO 3000-NAME-THE-ACCOUNT
           END-IF
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-ACCOUNT-INPUT TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       SET WS-NAME-OK TO TRUE
                   NOT INVALID KEY
                       DISPLAY 'ERROR: THAT NAME IS ON THE USER MASTER'
               END-READ
               CLOSE USER-MASTER-FILE
           END-IF
           IF NOT WS-NAME-OK
               GO TO 3000-NAME-THE-ACCOUNT
           END-IF
           MOVE SPACES TO BG-CONTROL-RECORD
           MOVE WS-ACCOUNT-INPUT TO BG-ACCOUNT-NAME
           MOVE SPACES TO BG-CREDENTIAL.

       3000-EXIT.
           EXIT.

       4000-ACCEPT-CREDENTIAL.
       *> Four digits like every PIN in the shop, keyed twice, and
       *> never the credential that was just in use.
           DISPLAY 'ENTER THE NEW CREDENTIAL (4 DIGITS)'
           ACCEPT WS-NEW-CREDENTIAL
           IF WS-NEW-CREDENTIAL IS NOT NUMERIC
               DISPLAY 'ERROR: 4 DIGITS'
               GO TO 4000-ACCEPT-CREDENTIAL
           END-IF
           CALL 'PINSCRMB' USING WS-NEW-CREDENTIAL WS-NEW-SCRAMBLED
           IF WS-NEW-SCRAMBLED = BG-CREDENTIAL
               DISPLAY 'ERROR: MUST DIFFER FROM THE OLD CREDENTIAL'
               GO TO 4000-ACCEPT-CREDENTIAL
           END-IF
           DISPLAY 'ENTER IT AGAIN'
           ACCEPT WS-NEW-CREDENTIAL-CONFIRM
           IF WS-NEW-CREDENTIAL-CONFIRM NOT = WS-NEW-CREDENTIAL
               DISPLAY 'ERROR: THE TWO ENTRIES DO NOT MATCH'
               GO TO 4000-ACCEPT-CREDENTIAL
           END-IF.

       5000-SEAL-ACCOUNT.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
               INTO WS-TIMESTAMP END-STRING
           MOVE WS-NEW-SCRAMBLED TO BG-CREDENTIAL
           SET BG-SEALED TO TRUE
           MOVE ZERO TO BG-OPENED-DATE
           MOVE SPACES TO BG-OPENED-TIMESTAMP
           MOVE SPACES TO BG-OPENED-TERMINAL
           MOVE WS-SEALER-NAME TO BG-SEALED-BY
           MOVE WS-TIMESTAMP TO BG-SEALED-TIMESTAMP
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               WRITE BG-CONTROL-RECORD
               CLOSE CONTROL-FILE
               DISPLAY 'ACCOUNT ' BG-ACCOUNT-NAME ' SEALED - PUT THE '
                   'NEW CREDENTIAL IN THE SAFE'
               PERFORM 5100-WRITE-GLASS-TRAIL
               PERFORM 5200-TRAIL-THE-TARGET
           ELSE
               DISPLAY 'ERROR: BRKGLASS NOT WRITTEN - STATUS '
                   WS-CONTROL-FILE-STATUS
           END-IF.

       5100-WRITE-GLASS-TRAIL.
           OPEN EXTEND GLASS-TRAIL-FILE
           IF WS-TRAIL-FILE-STATUS = '35'
               OPEN OUTPUT GLASS-TRAIL-FILE
           END-IF
           IF WS-TRAIL-FILE-STATUS = '00'
               MOVE SPACES TO PT-TRAIL-RECORD
               MOVE WS-TIMESTAMP TO PT-TIMESTAMP
               MOVE BG-ACCOUNT-NAME TO PT-OPERATOR
               MOVE 'A' TO PT-ROLE
               MOVE 'BG-SEAL' TO PT-EVENT
               MOVE ZERO TO PT-MENU-CHOICE
               MOVE 'BGRESEAL' TO PT-PROGRAM
               MOVE WS-SEALER-NAME TO PT-TARGET
               MOVE 'N' TO PT-DESTRUCTIVE-FLAG
               MOVE 'N' TO PT-TRAINING-FLAG
               SET PT-BREAK-GLASS TO TRUE
               WRITE PT-TRAIL-RECORD
               CLOSE GLASS-TRAIL-FILE
           END-IF.

       5200-TRAIL-THE-TARGET.
           MOVE SPACES TO PV-CALL-AREA
           SET PV-WRITE-ROW TO TRUE
           MOVE 'TARGET' TO PV-EVENT
           MOVE ZERO TO PV-MENU-CHOICE
           MOVE 'BGRESEAL' TO PV-PROGRAM
           MOVE BG-ACCOUNT-NAME TO PV-TARGET
           CALL 'PRIVLGWR' USING PV-CALL-AREA.

       END PROGRAM BGRESEAL.
