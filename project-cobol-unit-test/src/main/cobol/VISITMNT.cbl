      *          approves their own sponsorship, can be expired
      *          early, and every touch writes a before/after row to
      *          the VISITHST change trail.  Reachable from OPERMENU.
      *          A sponsor who is away can leave a delegate (set up
      *          on DELEGMNT, checked through DELEGCHK): the
      *          delegate signs on as themselves, names the sponsor
      *          they are covering for, and approves that sponsor's
      *          pending visitors - never a visitor entry in their
      *          own name.  The trail row carries both names.
      *          A contractor is entered against their firm's code
      *          on the contractor company master (CONTRCO): the
      *          firm's responsible sponsor stands in when no
      *          sponsor is named, and the validity dates are cut
      *          back to the firm's contract end.
      *          Every new registration is screened against the
      *          visitor deny list through DENYCHK (which also
      *          follows ALIASXRF renames); a barred name is refused
      *          and security is alerted, naming the sponsor.
      *          Approving an entry prints its visitor pass onto the
      *          VISPASS print file - name, sponsor and the sponsor's
      *          department, purpose, validity dates and a serial
      *          from PASSCTL - and a pass can be reprinted on
      *          demand; the serial and whether the pass is still
      *          out go on the register, and reception records it
      *          back or lost here too (PASSOUT lists those out).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VHIST-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO WS-CONTRCO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-FILE-STATUS.

           SELECT PASS-CONTROL-FILE ASSIGN TO WS-PASSCTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASSCTL-FILE-STATUS.

           SELECT PASS-PRINT-FILE ASSIGN TO WS-VISPASS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISPASS-FILE-STATUS.

           SELECT DEPARTMENT-FILE ASSIGN TO 'DEPTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT TRAINING-MODE-FILE ASSIGN TO 'TRAINMODE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-FILE-STATUS.
       FD  VISITOR-HISTORY-FILE.
           COPY "VIHISTRC.cpy".

       FD  COMPANY-FILE.
           COPY "CONTRCO.cpy".

       FD  PASS-CONTROL-FILE.
       01  PN-CONTROL-RECORD.
           05  PN-LAST-SERIAL          PIC 9(6).

       FD  PASS-PRINT-FILE.
       01  PS-PASS-LINE PIC X(60).

       FD  DEPARTMENT-FILE.
           COPY "DEPTREC.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-VISITREG-NAME PIC X(9) VALUE 'VISITREG'.
       01  WS-VHIST-NAME PIC X(9) VALUE 'VISITHST'.
       01  WS-CONTRCO-NAME PIC X(9) VALUE 'CONTRCO'.
       01  WS-COMPANY-FILE-STATUS PIC X(2).
       01  WS-PASSCTL-NAME PIC X(9) VALUE 'PASSCTL'.
       01  WS-VISPASS-NAME PIC X(9) VALUE 'VISPASS'.
       01  WS-PASSCTL-FILE-STATUS PIC X(2).
       01  WS-VISPASS-FILE-STATUS PIC X(2).
       01  WS-DEPT-FILE-STATUS PIC X(2).
       01  WS-PASS-DEPT-CODE PIC X(4).
       01  WS-PASS-DEPT-NAME PIC X(20).
       01  WS-PASS-RETURN-INPUT PIC X(1).
       01  WS-PASS-LINE PIC X(60).
       01  WS-PASS-BORDER PIC X(60) VALUE ALL '*'.
       01  WS-COMPANY-CODE PIC X(6).
       01  WS-COMPANY-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-COMPANY-FOUND         VALUE 'Y'.
       01  WS-MENU-CHOICE PIC 9(1) VALUE ZERO.
       01  WS-EXIT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EXIT-REQUESTED        VALUE 'Y'.
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-SPONSOR-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-SPONSOR-VERIFIED      VALUE 'Y'.
       01  WS-ACTED-BY-NAME PIC X(20) VALUE SPACES.
       01  WS-ON-BEHALF-OF PIC X(20) VALUE SPACES.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-DATE-INPUT PIC X(8).
       01  WS-FROM-INPUT PIC 9(8).
       01  WS-TO-INPUT PIC 9(8).
           05  WS-REGISTER-ENTRY OCCURS 200 TIMES.
               10  WS-REG-RECORD        PIC X(120).
           COPY "VISITREG.cpy" REPLACING LEADING ==VI-== BY ==VW-==.
           COPY "DELGCALL.cpy".
           COPY "DENYCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
               MOVE 'TUSERMAST' TO WS-USERMAST-NAME
               MOVE 'TVISITREG' TO WS-VISITREG-NAME
               MOVE 'TVISITHST' TO WS-VHIST-NAME
               MOVE 'TCONTRCO' TO WS-CONTRCO-NAME
               MOVE 'TPASSCTL' TO WS-PASSCTL-NAME
               MOVE 'TVISPASS' TO WS-VISPASS-NAME
           END-IF.

       0100-LOAD-REGISTER.
           DISPLAY '  3. EXPIRE ENTRY'
           DISPLAY '  4. APPROVE MY SPONSORSHIPS'
           DISPLAY '  5. DISPLAY ENTRY'
           DISPLAY '  6. PRINT VISITOR PASS'
           DISPLAY '  7. RECORD PASS RETURNED OR LOST'
           DISPLAY '  0. EXIT'
           DISPLAY '================================================'.

                           IF WS-MENU-CHOICE = 5
                               PERFORM 6000-DISPLAY-ENTRY
                           ELSE
                               PERFORM 1310-DISPATCH-PASSES
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1310-DISPATCH-PASSES.
           IF WS-MENU-CHOICE = 6
               PERFORM 7500-PRINT-PASS-ON-DEMAND
           ELSE
               IF WS-MENU-CHOICE = 7
                   PERFORM 7600-RECORD-PASS-BACK
               ELSE
                   IF WS-MENU-CHOICE = 0
                       SET WS-EXIT-REQUESTED TO TRUE
                   ELSE
                       DISPLAY 'ERROR: INVALID CHOICE'
                   END-IF
               END-IF
           END-IF.

       1500-INPUT-VISITOR-NAME.
           DISPLAY 'ENTER VISITOR NAME'
           ACCEPT WS-VISITOR-NAME
               IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
                   DISPLAY 'ERROR: REGISTER FULL'
               ELSE
                   PERFORM 2100-INPUT-COMPANY
                   IF WS-COMPANY-CODE NOT = SPACES
                           AND NOT WS-COMPANY-FOUND
                       DISPLAY 'ERROR: COMPANY NOT ON CONTRCO - '
                           'VISITOR NOT ADDED'
                   ELSE
                       PERFORM 2020-ADD-NEW-ENTRY
                   END-IF
               END-IF
           END-IF.

       2020-ADD-NEW-ENTRY.
           DISPLAY 'ENTER SPONSOR NAME'
           ACCEPT WS-SPONSOR-NAME
           INSPECT WS-SPONSOR-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
       *> A contractor with no sponsor named falls to the member of
       *> staff responsible for their firm.
           IF WS-SPONSOR-NAME = SPACES AND WS-COMPANY-FOUND
               MOVE CO-SPONSOR-NAME TO WS-SPONSOR-NAME
               DISPLAY 'SPONSOR: ' WS-SPONSOR-NAME
           END-IF
       *> A barred name goes no further - the registration is turned
       *> away before any dates are taken, and DENYCHK has already
       *> told security who tried.
           MOVE SPACES TO DY-CALL-AREA
           MOVE WS-VISITOR-NAME TO DY-CHECK-NAME
           MOVE WS-SPONSOR-NAME TO DY-SPONSOR-NAME
           MOVE 'VISITMNT' TO DY-CALLER
           CALL 'DENYCHK' USING DY-CALL-AREA
           IF DY-BARRED
               DISPLAY 'ERROR: REGISTRATION REFUSED - REFER TO '
                   'SECURITY.  VISITOR NOT ADDED'
           ELSE
               PERFORM 2030-STORE-NEW-ENTRY
           END-IF.

       2030-STORE-NEW-ENTRY.
           PERFORM 1600-INPUT-DATES
           PERFORM 2200-CAP-TO-CONTRACT
           DISPLAY 'ENTER PURPOSE'
           ACCEPT WS-PURPOSE-INPUT
           MOVE SPACES TO VW-VISITOR-RECORD
           MOVE WS-VISITOR-NAME TO VW-VISITOR-NAME
           MOVE WS-SPONSOR-NAME TO VW-SPONSOR-NAME
           MOVE WS-FROM-INPUT TO VW-VALID-FROM
           MOVE WS-TO-INPUT TO VW-VALID-TO
           MOVE WS-PURPOSE-INPUT TO VW-PURPOSE
           MOVE WS-COMPANY-CODE TO VW-COMPANY-CODE
       *> Pending until the sponsor says so themselves.
           SET VW-STATUS-PENDING TO TRUE
           ADD 1 TO WS-ENTRY-COUNT
           MOVE WS-ENTRY-COUNT TO WS-WORK-IDX
           MOVE SPACES TO WS-VI-BEFORE-IMAGE
           MOVE 'ADD' TO WS-HIST-ACTION
           PERFORM 8000-STORE-AND-TRAIL
           DISPLAY 'ADDED PENDING - THE SPONSOR MUST '
               'APPROVE IT BEFORE THE DOOR HONORS IT'.

       2100-INPUT-COMPANY.
           DISPLAY 'ENTER CONTRACTOR COMPANY CODE (BLANK IF NONE)'
           ACCEPT WS-COMPANY-CODE
           INSPECT WS-COMPANY-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 2110-FIND-COMPANY.

       2110-FIND-COMPANY.
       *> WS-COMPANY-CODE looked up on the contractor company master;
       *> the matching row stays in the record area for the caller.
           MOVE 'N' TO WS-COMPANY-FOUND-SWITCH
           IF WS-COMPANY-CODE NOT = SPACES
               MOVE 'N' TO WS-EOF-SWITCH
               OPEN INPUT COMPANY-FILE
               IF WS-COMPANY-FILE-STATUS = '00'
                   PERFORM 2120-READ-COMPANY
                   PERFORM 2130-MATCH-COMPANY
                       UNTIL WS-END-OF-FILE OR WS-COMPANY-FOUND
                   CLOSE COMPANY-FILE
               END-IF
           END-IF.

       2120-READ-COMPANY.
           READ COMPANY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2130-MATCH-COMPANY.
           IF CO-COMPANY-CODE = WS-COMPANY-CODE
               SET WS-COMPANY-FOUND TO TRUE
           ELSE
               PERFORM 2120-READ-COMPANY
           END-IF.

       2200-CAP-TO-CONTRACT.
       *> Nobody's pass outlives their firm's contract.
           IF WS-COMPANY-FOUND AND WS-TO-INPUT > CO-CONTRACT-END
               MOVE CO-CONTRACT-END TO WS-TO-INPUT
               DISPLAY 'VALID-TO CUT BACK TO THE CONTRACT END '
                   CO-CONTRACT-END
           END-IF.

       3000-CHANGE-DATES.
           PERFORM 1500-INPUT-VISITOR-NAME
           PERFORM 1510-FIND-ENTRY
               MOVE WS-REG-RECORD (WS-WORK-IDX)
                   TO VW-VISITOR-RECORD
               PERFORM 1600-INPUT-DATES
               MOVE VW-COMPANY-CODE TO WS-COMPANY-CODE
               PERFORM 2110-FIND-COMPANY
               PERFORM 2200-CAP-TO-CONTRACT
               MOVE WS-FROM-INPUT TO VW-VALID-FROM
               MOVE WS-TO-INPUT TO VW-VALID-TO
               MOVE 'CHANGE' TO WS-HIST-ACTION
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'ENTER YOUR PIN'
           ACCEPT WS-SPONSOR-PIN
           DISPLAY 'ACTING FOR (SPONSOR NAME, OR BLANK IF YOURSELF)'
           ACCEPT WS-ON-BEHALF-OF
           INSPECT WS-ON-BEHALF-OF CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-ON-BEHALF-OF = WS-SPONSOR-NAME
               MOVE SPACES TO WS-ON-BEHALF-OF
           END-IF
           MOVE WS-SPONSOR-NAME TO WS-ACTED-BY-NAME
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-SPONSOR-NAME TO UM-USER-NAME
                   NOT INVALID KEY
                       PERFORM 5110-CHECK-SPONSOR
               END-READ
               IF WS-SPONSOR-VERIFIED
                       AND WS-ON-BEHALF-OF NOT = SPACES
                   PERFORM 5120-CHECK-DELEGATION
               END-IF
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'ERROR: USER MASTER UNAVAILABLE - STATUS '
                   'APPROVED'
           END-IF.

       5120-CHECK-DELEGATION.
       *> The cover must be on file for today and for visitors, and
       *> the sponsor covered for must still be an active account.
       *> From here on the pending entries matched are the sponsor's;
       *> the delegate stays on the trail as the one who acted.
           MOVE 'N' TO WS-SPONSOR-OK-SWITCH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO DL-CALL-AREA
           MOVE WS-ACTED-BY-NAME TO DL-DELEGATE
           MOVE WS-ON-BEHALF-OF TO DL-DELEGATOR
           MOVE 'V' TO DL-SCOPE
           MOVE WS-TODAY-DATE TO DL-AS-OF-DATE
           CALL 'DELEGCHK' USING DL-CALL-AREA
           IF DL-DELEGATED
               MOVE WS-ON-BEHALF-OF TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UM-STATUS-ACTIVE
                           SET WS-SPONSOR-VERIFIED TO TRUE
                           MOVE WS-ON-BEHALF-OF TO WS-SPONSOR-NAME
                           DISPLAY 'ACTING FOR ' WS-ON-BEHALF-OF
                       END-IF
               END-READ
           END-IF
           IF NOT WS-SPONSOR-VERIFIED
               DISPLAY 'ERROR: NO COVER ON FILE FOR '
                   WS-ON-BEHALF-OF ' TODAY - NOTHING APPROVED'
           END-IF.

       5200-APPROVE-ONE-ENTRY.
           MOVE WS-REG-RECORD (WS-WORK-IDX) TO VW-VISITOR-RECORD
           IF VW-STATUS-PENDING
                   AND VW-SPONSOR-NAME = WS-SPONSOR-NAME
                   AND VW-VISITOR-NAME = WS-ACTED-BY-NAME
               DISPLAY '  SKIPPED: ' VW-VISITOR-NAME
                   ' - NOBODY APPROVES THEIR OWN VISIT'
           END-IF
           IF VW-STATUS-PENDING
                   AND VW-SPONSOR-NAME = WS-SPONSOR-NAME
                   AND VW-VISITOR-NAME NOT = WS-ACTED-BY-NAME
               MOVE WS-REG-RECORD (WS-WORK-IDX)
                   TO WS-VI-BEFORE-IMAGE
               MOVE 'A' TO VW-STATUS
               PERFORM 7000-ISSUE-PASS
               MOVE VW-VISITOR-NAME TO WS-VISITOR-NAME
               MOVE 'APPROVE' TO WS-HIST-ACTION
               PERFORM 8000-STORE-AND-TRAIL
                   VW-VALID-TO
               DISPLAY 'PURPOSE : ' VW-PURPOSE
               DISPLAY 'STATUS  : ' VW-STATUS
               IF VW-COMPANY-CODE NOT = SPACES
                   DISPLAY 'COMPANY : ' VW-COMPANY-CODE
               END-IF
               IF VW-PASS-STATUS NOT = SPACE
                   DISPLAY 'PASS    : ' VW-PASS-SERIAL ' ISSUED '
                       VW-PASS-ISSUED-DATE ' STATUS ' VW-PASS-STATUS
               END-IF
           END-IF.

       7000-ISSUE-PASS.
       *> Stamps the next serial onto the entry in VW and prints the
       *> pass.  The caller stores the entry and writes the trail
       *> row, so the serial is on VISITHST from the moment it is
       *> handed over.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 7010-NEXT-PASS-SERIAL
           MOVE WS-TODAY-DATE TO VW-PASS-ISSUED-DATE
           SET VW-PASS-OUT TO TRUE
           PERFORM 7020-FIND-SPONSOR-DEPT
           PERFORM 7030-WRITE-PASS
           DISPLAY '  PASS ' VW-PASS-SERIAL ' PRINTED FOR '
               VW-VISITOR-NAME.

       7010-NEXT-PASS-SERIAL.
       *> The serial lives on its own control record rather than
       *> being worked out from the register - an entry rewritten
       *> or dropped must never let a number come round again.
           MOVE ZERO TO PN-LAST-SERIAL
           OPEN INPUT PASS-CONTROL-FILE
           IF WS-PASSCTL-FILE-STATUS = '00'
               READ PASS-CONTROL-FILE
                   AT END
                       MOVE ZERO TO PN-LAST-SERIAL
               END-READ
               CLOSE PASS-CONTROL-FILE
           END-IF
           IF PN-LAST-SERIAL IS NOT NUMERIC
               MOVE ZERO TO PN-LAST-SERIAL
           END-IF
           IF PN-LAST-SERIAL < 999999
               ADD 1 TO PN-LAST-SERIAL
           ELSE
               MOVE 1 TO PN-LAST-SERIAL
           END-IF
           MOVE PN-LAST-SERIAL TO VW-PASS-SERIAL
           OPEN OUTPUT PASS-CONTROL-FILE
           IF WS-PASSCTL-FILE-STATUS = '00'
               WRITE PN-CONTROL-RECORD
               CLOSE PASS-CONTROL-FILE
           ELSE
               DISPLAY 'ERROR: CANNOT UPDATE PASSCTL - STATUS '
                   WS-PASSCTL-FILE-STATUS
           END-IF.

       7020-FIND-SPONSOR-DEPT.
       *> The sponsor's department off the user master, named from
       *> DEPTMAST the way the reports name it.
           MOVE SPACES TO WS-PASS-DEPT-CODE
           MOVE SPACES TO WS-PASS-DEPT-NAME
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE VW-SPONSOR-NAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UM-DEPT-CODE TO WS-PASS-DEPT-CODE
               END-READ
               CLOSE USER-MASTER-FILE
           END-IF
           MOVE WS-PASS-DEPT-CODE TO WS-PASS-DEPT-NAME
           IF WS-PASS-DEPT-CODE NOT = SPACES
               MOVE 'N' TO WS-EOF-SWITCH
               OPEN INPUT DEPARTMENT-FILE
               IF WS-DEPT-FILE-STATUS = '00'
                   PERFORM 7022-READ-DEPARTMENT
                   PERFORM 7024-MATCH-DEPARTMENT
                       UNTIL WS-END-OF-FILE
                   CLOSE DEPARTMENT-FILE
               END-IF
           END-IF.

       7022-READ-DEPARTMENT.
           READ DEPARTMENT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       7024-MATCH-DEPARTMENT.
           IF DP-DEPT-CODE = WS-PASS-DEPT-CODE
               MOVE DP-DEPT-NAME TO WS-PASS-DEPT-NAME
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM 7022-READ-DEPARTMENT
           END-IF.

       7030-WRITE-PASS.
           OPEN EXTEND PASS-PRINT-FILE
           IF WS-VISPASS-FILE-STATUS = '35'
               OPEN OUTPUT PASS-PRINT-FILE
           END-IF
           IF WS-VISPASS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT WRITE VISPASS - STATUS '
                   WS-VISPASS-FILE-STATUS
           ELSE
               MOVE WS-PASS-BORDER TO WS-PASS-LINE
               PERFORM 7040-PRINT-PASS-LINE
               MOVE SPACES TO WS-PASS-LINE
               STRING '* VISITOR PASS              SERIAL '
                   VW-PASS-SERIAL DELIMITED BY SIZE
                   INTO WS-PASS-LINE END-STRING
               PERFORM 7040-PRINT-PASS-LINE
               MOVE SPACES TO WS-PASS-LINE
               STRING '* NAME     : ' VW-VISITOR-NAME
                   DELIMITED BY SIZE INTO WS-PASS-LINE END-STRING
               PERFORM 7040-PRINT-PASS-LINE
               MOVE SPACES TO WS-PASS-LINE
               STRING '* SPONSOR  : ' VW-SPONSOR-NAME
                   DELIMITED BY SIZE INTO WS-PASS-LINE END-STRING
               PERFORM 7040-PRINT-PASS-LINE
               MOVE SPACES TO WS-PASS-LINE
               STRING '* DEPT     : ' WS-PASS-DEPT-NAME
                   DELIMITED BY SIZE INTO WS-PASS-LINE END-STRING
               PERFORM 7040-PRINT-PASS-LINE
               MOVE SPACES TO WS-PASS-LINE
               STRING '* PURPOSE  : ' VW-PURPOSE
                   DELIMITED BY SIZE INTO WS-PASS-LINE END-STRING
               PERFORM 7040-PRINT-PASS-LINE
               MOVE SPACES TO WS-PASS-LINE
               STRING '* VALID    : ' VW-VALID-FROM ' TO '
                   VW-VALID-TO DELIMITED BY SIZE
                   INTO WS-PASS-LINE END-STRING
               PERFORM 7040-PRINT-PASS-LINE
               MOVE SPACES TO WS-PASS-LINE
               STRING '* ISSUED   : ' VW-PASS-ISSUED-DATE
                   '   RETURN TO RECEPTION ON LEAVING'
                   DELIMITED BY SIZE INTO WS-PASS-LINE END-STRING
               PERFORM 7040-PRINT-PASS-LINE
               MOVE WS-PASS-BORDER TO WS-PASS-LINE
               PERFORM 7040-PRINT-PASS-LINE
               MOVE SPACES TO WS-PASS-LINE
               PERFORM 7040-PRINT-PASS-LINE
               CLOSE PASS-PRINT-FILE
           END-IF.

       7040-PRINT-PASS-LINE.
           MOVE WS-PASS-LINE TO PS-PASS-LINE
           WRITE PS-PASS-LINE.

       7500-PRINT-PASS-ON-DEMAND.
       *> Only an approved entry still in date gets a pass.  A pass
       *> still out is replaced - the old serial stays on the trail
       *> row's before image, so the one in someone's pocket can
       *> still be traced.
           PERFORM 1500-INPUT-VISITOR-NAME
           PERFORM 1510-FIND-ENTRY
           IF NOT WS-NAME-FOUND
               DISPLAY 'ERROR: VISITOR NOT ON THE REGISTER'
           ELSE
               MOVE WS-REG-RECORD (WS-WORK-IDX)
                   TO WS-VI-BEFORE-IMAGE
               MOVE WS-REG-RECORD (WS-WORK-IDX)
                   TO VW-VISITOR-RECORD
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               IF NOT VW-STATUS-APPROVED
                   DISPLAY 'ERROR: ENTRY NOT APPROVED - NO PASS'
               ELSE
                   IF VW-VALID-TO < WS-TODAY-DATE
                       DISPLAY 'ERROR: ENTRY NO LONGER VALID - '
                           'NO PASS'
                   ELSE
                       IF VW-PASS-OUT
                           DISPLAY 'PASS ' VW-PASS-SERIAL
                               ' STILL OUT - IT IS REPLACED'
                       END-IF
                       PERFORM 7000-ISSUE-PASS
                       MOVE 'PASS' TO WS-HIST-ACTION
                       PERFORM 8000-STORE-AND-TRAIL
                   END-IF
               END-IF
           END-IF.

       7600-RECORD-PASS-BACK.
           PERFORM 1500-INPUT-VISITOR-NAME
           PERFORM 1510-FIND-ENTRY
           IF NOT WS-NAME-FOUND
               DISPLAY 'ERROR: VISITOR NOT ON THE REGISTER'
           ELSE
               MOVE WS-REG-RECORD (WS-WORK-IDX)
                   TO WS-VI-BEFORE-IMAGE
               MOVE WS-REG-RECORD (WS-WORK-IDX)
                   TO VW-VISITOR-RECORD
               IF NOT VW-PASS-OUT
                   DISPLAY 'ERROR: NO PASS OUT FOR THIS VISITOR'
               ELSE
                   PERFORM 7610-INPUT-RETURN-TYPE
                   IF WS-PASS-RETURN-INPUT = 'R'
                       SET VW-PASS-RETURNED TO TRUE
                       MOVE 'PASS-RET' TO WS-HIST-ACTION
                   ELSE
                       SET VW-PASS-LOST TO TRUE
                       MOVE 'PASSLOST' TO WS-HIST-ACTION
                   END-IF
                   PERFORM 8000-STORE-AND-TRAIL
                   DISPLAY 'PASS ' VW-PASS-SERIAL ' RECORDED'
               END-IF
           END-IF.

       7610-INPUT-RETURN-TYPE.
           DISPLAY 'PASS ' VW-PASS-SERIAL
               ' - R=HANDED BACK  L=REPORTED LOST'
           ACCEPT WS-PASS-RETURN-INPUT
           INSPECT WS-PASS-RETURN-INPUT CONVERTING 'rl' TO 'RL'
           IF WS-PASS-RETURN-INPUT NOT = 'R'
                   AND WS-PASS-RETURN-INPUT NOT = 'L'
               DISPLAY 'ERROR: R OR L'
               GO TO 7610-INPUT-RETURN-TYPE
           END-IF.

       8000-STORE-AND-TRAIL.
           MOVE WS-VI-BEFORE-IMAGE TO VH-BEFORE-IMAGE
           MOVE SPACES TO VH-AFTER-IMAGE
           MOVE VW-VISITOR-RECORD TO VH-AFTER-IMAGE
           MOVE SPACES TO VH-ACTED-BY
           MOVE SPACES TO VH-ON-BEHALF-OF
           IF WS-HIST-ACTION = 'APPROVE'
               MOVE WS-ACTED-BY-NAME TO VH-ACTED-BY
               MOVE WS-ON-BEHALF-OF TO VH-ON-BEHALF-OF
           END-IF
           OPEN EXTEND VISITOR-HISTORY-FILE
           IF WS-VHIST-FILE-STATUS = '35'
               OPEN OUTPUT VISITOR-HISTORY-FILE
