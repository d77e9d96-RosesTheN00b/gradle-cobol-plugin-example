      *          active user master entry (role, department, last
      *          sign-on from the activity summary, last change from
      *          the UMHISTRC trail) and prints it one department at
      *          a time for the supervisors - the build is RCRTGEN's,
      *          which the nightly schedule also runs unattended at
      *          the start of each quarter; RECORD takes each
      *          supervisor's confirm/revoke response after the same
      *          name-and-PIN check LOGIN's override runs; CLOSE
      *          deactivates every account not confirmed - revoked
      *          or simply never answered for - with a UMHISTRC row
      *          saying why, and retires the campaign.  A
      *          supervisor who is away can leave a delegate (set up
      *          on DELEGMNT, checked through DELEGCHK) to record
      *          responses for them: the delegate signs on as
      *          themselves and names the supervisor they cover for,
      *          the row keeps both names, and neither the
      *          delegate's own account nor the supervisor's is ever
      *          put in front of the delegate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT USER-HISTORY-FILE ASSIGN TO WS-UMHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMHIST-FILE-STATUS.
       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  USER-HISTORY-FILE.
           COPY "UMHISTRC.cpy".

       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-UMHIST-NAME PIC X(9) VALUE 'USRMHIST'.
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-UMHIST-FILE-STATUS PIC X(2).
       01  WS-CAMPAIGN-FILE-STATUS PIC X(2).
       01  WS-MENU-CHOICE PIC 9(1) VALUE ZERO.
           88  WS-EXIT-REQUESTED        VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-CONFIRM-INPUT PIC X(7).
       01  WS-SUPV-NAME PIC X(20).
       01  WS-SUPV-PIN PIC X(4).
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-SUPV-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-SUPV-VERIFIED         VALUE 'Y'.
       01  WS-ON-BEHALF-OF PIC X(20) VALUE SPACES.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-RESPONSE-INPUT PIC X(1).
       01  WS-UM-BEFORE-IMAGE PIC X(120).
       01  WS-STAMP-DATE PIC 9(8).
       77  WS-ROW-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-ROWS PIC 9(3) VALUE 500.
       77  WS-WORK-IDX PIC 9(3).
       77  WS-CONFIRMED-COUNT PIC 9(3) VALUE ZERO.
       77  WS-DEACTIVATED-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 500 TIMES.
               10  WS-ROW-RECORD        PIC X(100).
      *    Working copy of one worksheet row - same layout, renamed
      *    so the FD record area stays free for the file I/O.
           COPY "RECERTRC.cpy" REPLACING LEADING ==RC-== BY ==RW-==.
           COPY "DELGCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           END-IF.

       2000-GENERATE-CAMPAIGN.
       *> One open campaign at a time - RCRTGEN refuses to build a
       *> new one over a campaign not yet closed under 3.
           DISPLAY 'AN OPEN CAMPAIGN MUST BE CLOSED FIRST.  TYPE '
               'GENERAT TO PROCEED'
           ACCEPT WS-CONFIRM-INPUT
           IF WS-CONFIRM-INPUT NOT = 'GENERAT'
               DISPLAY 'GENERATION CANCELLED'
           ELSE
       *> The worksheet itself is RCRTGEN's, the same build the
       *> nightly schedule runs at the start of each quarter.
               CALL 'RCRTGEN'
           END-IF.

       2510-WRITE-ONE-ROW.
           MOVE WS-ROW-RECORD (WS-WORK-IDX) TO RC-RECERT-RECORD
           WRITE RC-RECERT-RECORD.

       4000-RECORD-RESPONSES.
           PERFORM 4100-VERIFY-SUPERVISOR
           IF WS-SUPV-VERIFIED
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'ENTER PIN'
           ACCEPT WS-SUPV-PIN
           DISPLAY 'ACTING FOR (SUPERVISOR NAME, OR BLANK IF YOURSELF)'
           ACCEPT WS-ON-BEHALF-OF
           INSPECT WS-ON-BEHALF-OF CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-ON-BEHALF-OF = WS-SUPV-NAME
               MOVE SPACES TO WS-ON-BEHALF-OF
           END-IF
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-SUPV-NAME TO UM-USER-NAME
                   NOT INVALID KEY
                       PERFORM 4110-CHECK-SUPERVISOR
               END-READ
               IF WS-SUPV-VERIFIED
                       AND WS-ON-BEHALF-OF NOT = SPACES
                   PERFORM 4120-CHECK-DELEGATION
               END-IF
               CLOSE USER-MASTER-FILE
           END-IF.

           IF WS-SUPV-PIN IS NUMERIC
               CALL 'PINSCRMB' USING WS-SUPV-PIN WS-PIN-SCRAMBLED
           END-IF
       *> A delegate proves who they are with their own PIN; the
       *> supervisor's authority comes with the cover, not their role.
           IF (UM-ROLE-SUPERVISOR OR UM-ROLE-ADMIN
                       OR WS-ON-BEHALF-OF NOT = SPACES)
                   AND UM-STATUS-ACTIVE
                   AND WS-SUPV-PIN IS NUMERIC
                   AND WS-PIN-SCRAMBLED = UM-USER-PIN
               DISPLAY 'ERROR: SUPERVISOR CHECK FAILED'
           END-IF.

       4120-CHECK-DELEGATION.
       *> The cover must be on file for today and for recertification,
       *> and the supervisor covered for must still be one who could
       *> answer in person.
           MOVE 'N' TO WS-SUPV-OK-SWITCH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO DL-CALL-AREA
           MOVE WS-SUPV-NAME TO DL-DELEGATE
           MOVE WS-ON-BEHALF-OF TO DL-DELEGATOR
           MOVE 'R' TO DL-SCOPE
           MOVE WS-TODAY-DATE TO DL-AS-OF-DATE
           CALL 'DELEGCHK' USING DL-CALL-AREA
           IF DL-DELEGATED
               MOVE WS-ON-BEHALF-OF TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (UM-ROLE-SUPERVISOR OR UM-ROLE-ADMIN)
                               AND UM-STATUS-ACTIVE
                           SET WS-SUPV-VERIFIED TO TRUE
                           DISPLAY 'ACTING FOR ' WS-ON-BEHALF-OF
                       END-IF
               END-READ
           END-IF
           IF NOT WS-SUPV-VERIFIED
               DISPLAY 'ERROR: NO COVER ON FILE FOR '
                   WS-ON-BEHALF-OF ' TODAY'
           END-IF.

       4200-LOAD-CAMPAIGN.
           MOVE ZERO TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-SWITCH

       4300-REVIEW-ONE-ROW.
           MOVE WS-ROW-RECORD (WS-WORK-IDX) TO RW-RECERT-RECORD
       *> A delegate never answers for their own access, nor for the
       *> supervisor's they are covering - those wait.
           IF RW-UNANSWERED
                   AND WS-ON-BEHALF-OF NOT = SPACES
                   AND (RW-USER-NAME = WS-SUPV-NAME
                       OR RW-USER-NAME = WS-ON-BEHALF-OF)
               DISPLAY '  SKIPPED: ' RW-USER-NAME
                   ' - ANOTHER SUPERVISOR MUST ANSWER FOR IT'
           ELSE
               PERFORM 4310-PRESENT-ONE-ROW
           END-IF.

       4310-PRESENT-ONE-ROW.
           IF RW-UNANSWERED
               DISPLAY '------------------------------------------'
               DISPLAY RW-USER-NAME ' (DEPT ' RW-DEPT-CODE
           IF WS-RESPONSE-INPUT = 'C' OR WS-RESPONSE-INPUT = 'R'
               MOVE WS-RESPONSE-INPUT TO RW-RESPONSE
               MOVE WS-SUPV-NAME TO RW-REVIEWER
               MOVE WS-ON-BEHALF-OF TO RW-ON-BEHALF-OF
           ELSE
               IF WS-RESPONSE-INPUT NOT = 'S'
                   DISPLAY 'ERROR: C, R OR S'
