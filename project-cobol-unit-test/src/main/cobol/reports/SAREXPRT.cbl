      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subject access export - when someone asks under data
      *          protection for everything held about them, this
      *          pulls it in one run instead of days by hand.  Given
      *          a name (the RPTPARM card, else the console), it
      *          follows ALIASXRF both ways to every name the person
      *          has signed on under, then reads the user master and
      *          its change history, the login-history master, every
      *          online AUDITLOG and GREETHST generation and every
      *          monthly archive (AUDARCH, HSTARCH, LOGARCH, SECARCH),
      *          LOGOFFLG, SECMONFD, the alert queue and its reviewed
      *          history, MSGACKF, VISITREG (as sponsor or as the
      *          visitor), EMPXREF and BADGXREF.  The export file
      *          (SARXREC layout) has one section per source with its
      *          record count, behind a cover summary for the
      *          data-protection officer.  PIN, duress PIN and PIN
      *          reset code never leave: the master's are skipped,
      *          and the change-history images carry them as ****.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAREXPRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'RPTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ALIAS-FILE ASSIGN TO 'ALIASXRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-FILE-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT USER-HISTORY-FILE ASSIGN TO 'USRMHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMHIST-FILE-STATUS.

           SELECT HISTORY-MASTER-FILE ASSIGN TO 'HISTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-RECORD-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT GREETING-HISTORY-FILE ASSIGN TO WS-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT LOGOFF-FILE ASSIGN TO WS-LOGOFF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGOFF-FILE-STATUS.

           SELECT SECURITY-FEED-FILE ASSIGN TO WS-SECFEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECFEED-FILE-STATUS.

           SELECT QUEUE-FILE ASSIGN TO WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT MESSAGE-ACK-FILE ASSIGN TO 'MSGACKF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSGACK-FILE-STATUS.

           SELECT VISITOR-REGISTER-FILE ASSIGN TO 'VISITREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISITOR-FILE-STATUS.

           SELECT EMPLOYEE-XREF-FILE ASSIGN TO 'EMPXREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPXREF-FILE-STATUS.

           SELECT BADGE-XREF-FILE ASSIGN TO 'BADGXREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADGXREF-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO 'SARWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY "RPTPARM.cpy".

       FD  ALIAS-FILE.
           COPY "ALIASXRF.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

      *    The change history holds two row widths (80- and 120-byte
      *    images) - read raw and sliced the way UMHSTINQ does it.
       FD  USER-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 292 CHARACTERS
               DEPENDING ON WS-ROW-LENGTH.
       01  UH-RAW-ROW PIC X(292).

       FD  HISTORY-MASTER-FILE.
           COPY "HISTMREC.cpy".

      *    The monthly archives hold the rows verbatim, so each FD
      *    reads its daily generation or flat trail and the matching
      *    archive alike - only the file name changes.
       FD  AUDIT-FILE.
           COPY "AUDITREC.cpy".

       FD  GREETING-HISTORY-FILE.
           COPY "GREETHST.cpy".

       FD  LOGOFF-FILE.
           COPY "LOGOFREC.cpy".

       FD  SECURITY-FEED-FILE.
           COPY "SECMONF.cpy".

      *    ALERTQUE and ALERTHST share one layout and one FD.
       FD  QUEUE-FILE.
           COPY "ALERTQRC.cpy".

       FD  MESSAGE-ACK-FILE.
           COPY "MSGACKRC.cpy".

       FD  VISITOR-REGISTER-FILE.
           COPY "VISITREG.cpy".

       FD  EMPLOYEE-XREF-FILE.
           COPY "EMPXREF.cpy".

       FD  BADGE-XREF-FILE.
           COPY "BADGXREF.cpy".

       FD  WORK-FILE.
       01  WK-WORK-LINE PIC X(170).

       FD  EXPORT-FILE.
       01  EX-EXPORT-LINE PIC X(170).

       WORKING-STORAGE SECTION.
           COPY "SARXREC.cpy".
           COPY "AUDTFNAM.cpy".
           COPY "HISTFNAM.cpy".
       01  WS-PARM-FILE-STATUS PIC X(2).
       01  WS-PARM-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-PARM-FOUND            VALUE 'Y'.
       01  WS-ALIAS-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-UMHIST-FILE-STATUS PIC X(2).
       01  WS-ROW-LENGTH PIC 9(4).
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-AUDIT-FILE-STATUS PIC X(2).
       01  WS-HIST-FILE-STATUS PIC X(2).
       01  WS-LOGOFF-NAME PIC X(17).
       01  WS-LOGOFF-FILE-STATUS PIC X(2).
       01  WS-SECFEED-NAME PIC X(17).
       01  WS-SECFEED-FILE-STATUS PIC X(2).
       01  WS-ALERT-FILE-NAME PIC X(9).
       01  WS-QUEUE-FILE-STATUS PIC X(2).
       01  WS-MSGACK-FILE-STATUS PIC X(2).
       01  WS-VISITOR-FILE-STATUS PIC X(2).
       01  WS-EMPXREF-FILE-STATUS PIC X(2).
       01  WS-BADGXREF-FILE-STATUS PIC X(2).
       01  WS-WORK-FILE-STATUS PIC X(2).
       01  WS-EXPORT-FILE-NAME PIC X(17).
       01  WS-EXPORT-FILE-STATUS PIC X(2).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-SUBJECT-NAME PIC X(20).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-NOW-TIME PIC 9(8).
      *    Every name the person has been held under - the one asked
      *    for, then whatever ALIASXRF links to it in either
      *    direction, followed until no new name turns up.
       77  WS-NAME-COUNT PIC 9(2) VALUE ZERO.
       77  WS-MAX-NAMES PIC 9(2) VALUE 20.
       77  WS-NAME-IDX PIC 9(2).
       77  WS-MATCH-IDX PIC 9(2).
       01  WS-HELD-NAME-TABLE.
           05  WS-HELD-NAME OCCURS 20 TIMES PIC X(20).
       77  WS-ALIAS-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-ALIASES PIC 9(3) VALUE 500.
       77  WS-ALIAS-IDX PIC 9(3).
       01  WS-ALIAS-TABLE.
           05  WS-ALIAS-ENTRY OCCURS 500 TIMES.
               10  WS-ALIAS-FORMER      PIC X(20).
               10  WS-ALIAS-CURRENT     PIC X(20).
       01  WS-NAMES-ADDED-SWITCH PIC X(1).
           88  WS-NAMES-ADDED           VALUE 'Y'.
       01  WS-CANDIDATE-NAME PIC X(20).
       01  WS-SUBJECT-SWITCH PIC X(1).
           88  WS-IS-SUBJECT            VALUE 'Y'.
      *    One entry per export section, in the order they are
      *    written: the source file, what it is, and what was found.
       01  WS-SECTION-NAMES.
           05  FILLER PIC X(48) VALUE
               'USERMASTUSER MASTER RECORD'.
           05  FILLER PIC X(48) VALUE
               'USRMHISTUSER MASTER CHANGE HISTORY'.
           05  FILLER PIC X(48) VALUE
               'HISTMASTCONSOLIDATED LOGIN HISTORY'.
           05  FILLER PIC X(48) VALUE
               'AUDITLOGSIGN-ON AUDIT - DAILY GENERATIONS'.
           05  FILLER PIC X(48) VALUE
               'AUDARCH SIGN-ON AUDIT - MONTHLY ARCHIVES'.
           05  FILLER PIC X(48) VALUE
               'GREETHSTGREETING HISTORY - DAILY GENERATIONS'.
           05  FILLER PIC X(48) VALUE
               'HSTARCH GREETING HISTORY - MONTHLY ARCHIVES'.
           05  FILLER PIC X(48) VALUE
               'LOGOFFLGSESSION LOGOFF TRAIL'.
           05  FILLER PIC X(48) VALUE
               'LOGARCH SESSION LOGOFF TRAIL - MONTHLY ARCHIVES'.
           05  FILLER PIC X(48) VALUE
               'SECMONFDSECURITY MONITORING FEED'.
           05  FILLER PIC X(48) VALUE
               'SECARCH SECURITY FEED - MONTHLY ARCHIVES'.
           05  FILLER PIC X(48) VALUE
               'ALERTQUESECURITY ALERTS AWAITING REVIEW'.
           05  FILLER PIC X(48) VALUE
               'ALERTHSTSECURITY ALERTS - REVIEWED HISTORY'.
           05  FILLER PIC X(48) VALUE
               'MSGACKF MESSAGE ACKNOWLEDGMENTS'.
           05  FILLER PIC X(48) VALUE
               'VISITREGVISITOR REGISTER - AS SPONSOR OR VISITOR'.
           05  FILLER PIC X(48) VALUE
               'EMPXREF EMPLOYEE NUMBER CROSS-REFERENCE'.
           05  FILLER PIC X(48) VALUE
               'BADGXREFBADGE CROSS-REFERENCE'.
       01  WS-SECTION-TABLE REDEFINES WS-SECTION-NAMES.
           05  WS-SECTION-ENTRY OCCURS 17 TIMES.
               10  WS-SECTION-ID        PIC X(8).
               10  WS-SECTION-DESC      PIC X(40).
       77  WS-SECTION-COUNT PIC 9(2) VALUE 17.
       77  WS-SECTION-IDX PIC 9(2).
       01  WS-SECTION-TOTALS.
           05  WS-SECTION-TOTAL-ENTRY OCCURS 17 TIMES.
               10  WS-SECTION-RECORDS   PIC 9(7).
               10  WS-SECTION-FILES     PIC 9(5).
       77  WS-TOTAL-RECORDS PIC 9(7) VALUE ZERO.
      *    The change-history image with the PIN fields masked.
       01  WS-MASKED-IMAGE PIC X(120).
       01  WS-COVER-TEXT PIC X(120).
       01  WS-VISITOR-ROLE PIC X(14).
       01  WS-OTHER-PARTY PIC X(20).
      *    Walking the dated generations back a day at a time, and
      *    the monthly archives back a month at a time - a solid
      *    run of dates (or months) with nothing on file ends the
      *    walk, as in ARCHPURG's sweep.
       01  WS-WORK-DATE PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY            PIC 9(4).
           05  WS-WORK-MM              PIC 9(2).
           05  WS-WORK-DD              PIC 9(2).
       01  WS-LEAP-REMAINDER PIC 9(4).
       01  WS-LEAP-QUOTIENT PIC 9(4).
       77  WS-DAY-OFFSET PIC 9(4).
       77  WS-SCAN-CEILING-DAYS PIC 9(4) VALUE 3650.
       77  WS-STOP-AFTER-MISSES PIC 9(3) VALUE 30.
       77  WS-MISS-STREAK PIC 9(3) VALUE ZERO.
       01  WS-WORK-MONTH PIC 9(6).
       01  WS-WORK-MONTH-PARTS REDEFINES WS-WORK-MONTH.
           05  WS-MONTH-YYYY           PIC 9(4).
           05  WS-MONTH-MM             PIC 9(2).
       77  WS-MONTH-OFFSET PIC 9(3).
       77  WS-SCAN-CEILING-MONTHS PIC 9(3) VALUE 240.
       77  WS-STOP-AFTER-EMPTY-MONTHS PIC 9(3) VALUE 13.
       01  WS-FILE-SEEN-SWITCH PIC X(1).
           88  WS-FILE-WAS-SEEN         VALUE 'Y'.
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'SAREXPRT'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RUNLOG-STATUS PIC X(20).
           COPY "PRIVCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'START' TO WS-RUNLOG-EVENT
           MOVE ZERO TO WS-RUNLOG-COUNT
           MOVE 'STARTED' TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG
           PERFORM 1000-INITIALIZE
           IF WS-SUBJECT-NAME = SPACES
               DISPLAY 'SAREXPRT: NO NAME GIVEN - NOTHING EXPORTED'
               MOVE 'END' TO WS-RUNLOG-EVENT
               MOVE 'NO NAME' TO WS-RUNLOG-STATUS
               PERFORM 0900-WRITE-RUNLOG
               GOBACK
           END-IF
           OPEN OUTPUT WORK-FILE
           PERFORM 2000-EXPORT-USER-MASTER
           PERFORM 2100-EXPORT-USER-HISTORY
           PERFORM 2200-EXPORT-HISTORY-MASTER
           MOVE 4 TO WS-SECTION-IDX
           PERFORM 4000-WALK-GENERATIONS
           MOVE 5 TO WS-SECTION-IDX
           PERFORM 5000-WALK-ARCHIVES
           MOVE 6 TO WS-SECTION-IDX
           PERFORM 4000-WALK-GENERATIONS
           MOVE 7 TO WS-SECTION-IDX
           PERFORM 5000-WALK-ARCHIVES
           MOVE 8 TO WS-SECTION-IDX
           MOVE 'LOGOFFLG' TO WS-LOGOFF-NAME
           PERFORM 3800-BEGIN-SECTION
           PERFORM 4600-SCAN-LOGOFF
           PERFORM 3900-END-SECTION
           MOVE 9 TO WS-SECTION-IDX
           PERFORM 5000-WALK-ARCHIVES
           MOVE 10 TO WS-SECTION-IDX
           MOVE 'SECMONFD' TO WS-SECFEED-NAME
           PERFORM 3800-BEGIN-SECTION
           PERFORM 4700-SCAN-SECURITY-FEED
           PERFORM 3900-END-SECTION
           MOVE 11 TO WS-SECTION-IDX
           PERFORM 5000-WALK-ARCHIVES
           MOVE 12 TO WS-SECTION-IDX
           MOVE 'ALERTQUE' TO WS-ALERT-FILE-NAME
           PERFORM 2300-EXPORT-ALERTS
           MOVE 13 TO WS-SECTION-IDX
           MOVE 'ALERTHST' TO WS-ALERT-FILE-NAME
           PERFORM 2300-EXPORT-ALERTS
           PERFORM 2400-EXPORT-ACKNOWLEDGMENTS
           PERFORM 2500-EXPORT-VISITORS
           PERFORM 2600-EXPORT-EMPLOYEE-XREF
           PERFORM 2700-EXPORT-BADGE-XREF
           CLOSE WORK-FILE
           PERFORM 8000-WRITE-EXPORT
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
       *> One shared run-log row - program, start or end, count and
       *> status - so shift handover reads a file, not the console.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE ZERO TO WS-TOTAL-RECORDS
           INITIALIZE WS-SECTION-TOTALS
           CALL 'BUSDATSV' USING WS-TODAY-DATE
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM 1500-GET-PARAMETERS
           IF WS-SUBJECT-NAME NOT = SPACES
               PERFORM 1600-LOAD-ALIASES
               PERFORM 1700-COLLECT-HELD-NAMES
           END-IF.

       1500-GET-PARAMETERS.
       *> Same card HISTINQ reads: a name on it runs unattended,
       *> no card (or a blank name) prompts at the console.
           MOVE 'N' TO WS-PARM-FOUND-SWITCH
           MOVE SPACES TO WS-SUBJECT-NAME
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PM-INQUIRY-NAME NOT = SPACES
                           SET WS-PARM-FOUND TO TRUE
                           MOVE PM-INQUIRY-NAME TO WS-SUBJECT-NAME
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF NOT WS-PARM-FOUND
               DISPLAY 'SUBJECT ACCESS EXPORT - ENTER THE NAME'
               ACCEPT WS-SUBJECT-NAME
           END-IF
           INSPECT WS-SUBJECT-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 1590-TRAIL-THE-TARGET.

       1590-TRAIL-THE-TARGET.
       *> Whose data was exported goes on the privileged-action
       *> trail, under the operator signed on at the menu.
           MOVE SPACES TO PV-CALL-AREA
           SET PV-WRITE-ROW TO TRUE
           MOVE 'TARGET' TO PV-EVENT
           MOVE ZERO TO PV-MENU-CHOICE
           MOVE 'SAREXPRT' TO PV-PROGRAM
           MOVE WS-SUBJECT-NAME TO PV-TARGET
           CALL 'PRIVLGWR' USING PV-CALL-AREA.

       1600-LOAD-ALIASES.
           MOVE ZERO TO WS-ALIAS-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-ALIAS-TABLE
           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-FILE-STATUS = '00'
               PERFORM 1610-READ-ALIAS
               PERFORM 1620-STORE-ALIAS
                   UNTIL WS-END-OF-FILE
                   OR WS-ALIAS-COUNT >= WS-MAX-ALIASES
               IF NOT WS-END-OF-FILE
                   DISPLAY 'SAREXPRT WARNING: ALIAS TABLE FULL - '
                       'ROWS PAST ' WS-MAX-ALIASES ' IGNORED'
               END-IF
               CLOSE ALIAS-FILE
           END-IF.

       1610-READ-ALIAS.
           READ ALIAS-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1620-STORE-ALIAS.
           ADD 1 TO WS-ALIAS-COUNT
           MOVE AX-FORMER-NAME TO WS-ALIAS-FORMER (WS-ALIAS-COUNT)
           MOVE AX-CURRENT-NAME TO WS-ALIAS-CURRENT (WS-ALIAS-COUNT)
           PERFORM 1610-READ-ALIAS.

       1700-COLLECT-HELD-NAMES.
       *> A request can come in under an old name as easily as the
       *> current one, and a person renamed twice is two rows -
       *> so links are followed both ways until a pass adds nothing.
           MOVE 1 TO WS-NAME-COUNT
           INITIALIZE WS-HELD-NAME-TABLE
           MOVE WS-SUBJECT-NAME TO WS-HELD-NAME (1)
           SET WS-NAMES-ADDED TO TRUE
           PERFORM 1710-ALIAS-PASS
               UNTIL NOT WS-NAMES-ADDED.

       1710-ALIAS-PASS.
           MOVE 'N' TO WS-NAMES-ADDED-SWITCH
           PERFORM 1720-FOLLOW-ALIAS
               VARYING WS-ALIAS-IDX FROM 1 BY 1
               UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT.

       1720-FOLLOW-ALIAS.
           MOVE WS-ALIAS-CURRENT (WS-ALIAS-IDX) TO WS-CANDIDATE-NAME
           PERFORM 8500-CHECK-SUBJECT
           IF WS-IS-SUBJECT
               MOVE WS-ALIAS-FORMER (WS-ALIAS-IDX)
                   TO WS-CANDIDATE-NAME
               PERFORM 1730-ADD-HELD-NAME
           ELSE
               MOVE WS-ALIAS-FORMER (WS-ALIAS-IDX)
                   TO WS-CANDIDATE-NAME
               PERFORM 8500-CHECK-SUBJECT
               IF WS-IS-SUBJECT
                   MOVE WS-ALIAS-CURRENT (WS-ALIAS-IDX)
                       TO WS-CANDIDATE-NAME
                   PERFORM 1730-ADD-HELD-NAME
               END-IF
           END-IF.

       1730-ADD-HELD-NAME.
           PERFORM 8500-CHECK-SUBJECT
           IF NOT WS-IS-SUBJECT AND WS-CANDIDATE-NAME NOT = SPACES
               IF WS-NAME-COUNT < WS-MAX-NAMES
                   ADD 1 TO WS-NAME-COUNT
                   MOVE WS-CANDIDATE-NAME
                       TO WS-HELD-NAME (WS-NAME-COUNT)
                   SET WS-NAMES-ADDED TO TRUE
               ELSE
                   DISPLAY 'SAREXPRT WARNING: MORE THAN '
                       WS-MAX-NAMES ' LINKED NAMES - '
                       WS-CANDIDATE-NAME ' NOT SEARCHED'
               END-IF
           END-IF.

       2000-EXPORT-USER-MASTER.
       *> One keyed read per name - a former name's master row can
       *> outlive the rename.  The PIN, the duress PIN and the reset
       *> code are the three fields never written out.
           MOVE 1 TO WS-SECTION-IDX
           PERFORM 3800-BEGIN-SECTION
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               ADD 1 TO WS-SECTION-FILES (WS-SECTION-IDX)
               PERFORM 2010-READ-MASTER-ROW
                   VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > WS-NAME-COUNT
               CLOSE USER-MASTER-FILE
           END-IF
           PERFORM 3900-END-SECTION.

       2010-READ-MASTER-ROW.
           MOVE WS-HELD-NAME (WS-NAME-IDX) TO UM-USER-NAME
           READ USER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2020-WRITE-MASTER-ROW
           END-READ.

       2020-WRITE-MASTER-ROW.
           ADD 1 TO WS-SECTION-RECORDS (WS-SECTION-IDX)
           MOVE UM-USER-NAME TO WS-CANDIDATE-NAME
           MOVE 'USERMAST' TO SX-SOURCE-NAME
           MOVE SPACES TO SX-DETAIL-TEXT
           STRING 'ROLE=' UM-USER-ROLE ' STATUS=' UM-USER-STATUS
               ' DEPT=' UM-DEPT-CODE ' FAILED=' UM-FAILED-COUNT
               ' LAST-TRY=' UM-LAST-ATTEMPT-DATE
               ' LOCKED=' UM-LOCKOUT-DATE
               ' PIN-SET=' UM-PIN-SET-DATE
               INTO SX-DETAIL-TEXT END-STRING
           PERFORM 7100-WRITE-DETAIL
           MOVE SPACES TO SX-DETAIL-TEXT
           STRING 'WINDOW=' UM-WINDOW-START '-' UM-WINDOW-END
               ' ELEVATED-ROLE=' UM-ELEV-ROLE
               ' FROM=' UM-ELEV-START ' TO=' UM-ELEV-END
               ' RESET-ISSUED=' UM-RESET-CODE-DATE
               INTO SX-DETAIL-TEXT END-STRING
           PERFORM 7100-WRITE-DETAIL
           MOVE 'PIN, DURESS PIN AND RESET CODE WITHHELD'
               TO SX-DETAIL-TEXT
           PERFORM 7100-WRITE-DETAIL.

       2100-EXPORT-USER-HISTORY.
           MOVE 2 TO WS-SECTION-IDX
           PERFORM 3800-BEGIN-SECTION
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT USER-HISTORY-FILE
           IF WS-UMHIST-FILE-STATUS = '00'
               ADD 1 TO WS-SECTION-FILES (WS-SECTION-IDX)
               PERFORM 2110-READ-USER-HISTORY
               PERFORM 2120-MATCH-USER-HISTORY
                   UNTIL WS-END-OF-FILE
               CLOSE USER-HISTORY-FILE
           END-IF
           PERFORM 3900-END-SECTION.

       2110-READ-USER-HISTORY.
           MOVE SPACES TO UH-RAW-ROW
           READ USER-HISTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2120-MATCH-USER-HISTORY.
       *> The images are whole master records: the PIN sits at bytes
       *> 23-26 in every layout the master has had, and the duress
       *> PIN and reset code at 61-68 in the current one.  All three
       *> are overlaid with **** whatever they held, so even whether
       *> one was set does not leave.
           MOVE UH-RAW-ROW (15:20) TO WS-CANDIDATE-NAME
           PERFORM 8500-CHECK-SUBJECT
           IF WS-IS-SUBJECT
               ADD 1 TO WS-SECTION-RECORDS (WS-SECTION-IDX)
               MOVE 'USRMHIST' TO SX-SOURCE-NAME
               MOVE SPACES TO SX-DETAIL-TEXT
               STRING 'WHEN=' UH-RAW-ROW (1:14)
                   ' BY=' UH-RAW-ROW (35:10)
                   ' ACTION=' UH-RAW-ROW (45:8)
                   INTO SX-DETAIL-TEXT END-STRING
               PERFORM 7100-WRITE-DETAIL
               MOVE SPACES TO WS-MASKED-IMAGE
               IF WS-ROW-LENGTH > 212
                   MOVE UH-RAW-ROW (53:120) TO WS-MASKED-IMAGE
               ELSE
                   MOVE UH-RAW-ROW (53:80) TO WS-MASKED-IMAGE
               END-IF
               PERFORM 2130-MASK-IMAGE
               MOVE SPACES TO SX-DETAIL-TEXT
               STRING 'BEFORE: ' WS-MASKED-IMAGE (1:110)
                   DELIMITED BY SIZE
                   INTO SX-DETAIL-TEXT END-STRING
               PERFORM 7100-WRITE-DETAIL
               MOVE SPACES TO WS-MASKED-IMAGE
               IF WS-ROW-LENGTH > 212
                   MOVE UH-RAW-ROW (173:120) TO WS-MASKED-IMAGE
               ELSE
                   MOVE UH-RAW-ROW (133:80) TO WS-MASKED-IMAGE
               END-IF
               PERFORM 2130-MASK-IMAGE
               MOVE SPACES TO SX-DETAIL-TEXT
               STRING 'AFTER : ' WS-MASKED-IMAGE (1:110)
                   DELIMITED BY SIZE
                   INTO SX-DETAIL-TEXT END-STRING
               PERFORM 7100-WRITE-DETAIL
           END-IF
           PERFORM 2110-READ-USER-HISTORY.

       2130-MASK-IMAGE.
       *> An ADD row has no before-image - nothing there to hide.
           IF WS-MASKED-IMAGE NOT = SPACES
               MOVE '****' TO WS-MASKED-IMAGE (23:4)
               MOVE '****' TO WS-MASKED-IMAGE (61:4)
               MOVE '****' TO WS-MASKED-IMAGE (65:4)
           END-IF.

       2200-EXPORT-HISTORY-MASTER.
       *> Keyed name, date, time - each name's rows are contiguous,
       *> so one START per name and read until the name changes.
           MOVE 3 TO WS-SECTION-IDX
           PERFORM 3800-BEGIN-SECTION
           OPEN INPUT HISTORY-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               ADD 1 TO WS-SECTION-FILES (WS-SECTION-IDX)
               PERFORM 2210-WALK-ONE-NAME
                   VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > WS-NAME-COUNT
               CLOSE HISTORY-MASTER-FILE
           END-IF
           PERFORM 3900-END-SECTION.

       2210-WALK-ONE-NAME.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-HELD-NAME (WS-NAME-IDX) TO HM-USER-NAME
           MOVE ZERO TO HM-GREETING-DATE
           MOVE ZERO TO HM-GREETING-TIME
           START HISTORY-MASTER-FILE
               KEY IS NOT LESS THAN HM-RECORD-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 2220-READ-NEXT-HISTORY
           END-IF
           PERFORM 2230-WRITE-HISTORY-ROW
               UNTIL WS-END-OF-FILE.

       2220-READ-NEXT-HISTORY.
           READ HISTORY-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               IF HM-USER-NAME NOT = WS-HELD-NAME (WS-NAME-IDX)
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-IF.

       2230-WRITE-HISTORY-ROW.
           ADD 1 TO WS-SECTION-RECORDS (WS-SECTION-IDX)
           MOVE HM-USER-NAME TO WS-CANDIDATE-NAME
           MOVE 'HISTMAST' TO SX-SOURCE-NAME
           MOVE SPACES TO SX-DETAIL-TEXT
           STRING 'DATE=' HM-GREETING-DATE
               ' TIME=' HM-GREETING-TIME
               ' ADMIN=' HM-ADMIN-FLAG
               INTO SX-DETAIL-TEXT END-STRING
           PERFORM 7100-WRITE-DETAIL
           PERFORM 2220-READ-NEXT-HISTORY.

       2300-EXPORT-ALERTS.
       *> The open queue and the reviewed history - a reviewed row
       *> carries the reviewer's disposition and note as a second
       *> detail row.
           PERFORM 3800-BEGIN-SECTION
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS = '00'
               ADD 1 TO WS-SECTION-FILES (WS-SECTION-IDX)
               PERFORM 2310-READ-ALERT
               PERFORM 2320-MATCH-ALERT
                   UNTIL WS-END-OF-FILE
               CLOSE QUEUE-FILE
           END-IF
           PERFORM 3900-END-SECTION.

       2310-READ-ALERT.
           READ QUEUE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2320-MATCH-ALERT.
           MOVE AQ-USER-NAME TO WS-CANDIDATE-NAME
           PERFORM 8500-CHECK-SUBJECT
           IF WS-IS-SUBJECT
               ADD 1 TO WS-SECTION-RECORDS (WS-SECTION-IDX)
               MOVE WS-ALERT-FILE-NAME TO SX-SOURCE-NAME
               MOVE SPACES TO SX-DETAIL-TEXT
               STRING 'TYPE=' AQ-ALERT-TYPE
                   ' WHEN=' AQ-EVENT-TIMESTAMP
                   ' TERM=' AQ-TERMINAL-ID
                   ' SEVERITY=' AQ-SEVERITY
                   ' DETAIL=' AQ-ALERT-DETAIL
                   INTO SX-DETAIL-TEXT END-STRING
               PERFORM 7100-WRITE-DETAIL
               IF NOT AQ-STILL-OPEN
                   MOVE SPACES TO SX-DETAIL-TEXT
                   STRING 'DISPOSITION=' AQ-DISPOSITION
                       ' BY=' AQ-REVIEWER
                       ' ON=' AQ-REVIEW-TIMESTAMP
                       ' NOTE=' AQ-REVIEW-NOTE
                       INTO SX-DETAIL-TEXT END-STRING
                   PERFORM 7100-WRITE-DETAIL
               END-IF
           END-IF
           PERFORM 2310-READ-ALERT.

       2400-EXPORT-ACKNOWLEDGMENTS.
           MOVE 14 TO WS-SECTION-IDX
           PERFORM 3800-BEGIN-SECTION
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MESSAGE-ACK-FILE
           IF WS-MSGACK-FILE-STATUS = '00'
               ADD 1 TO WS-SECTION-FILES (WS-SECTION-IDX)
               PERFORM 2410-READ-ACK
               PERFORM 2420-MATCH-ACK
                   UNTIL WS-END-OF-FILE
               CLOSE MESSAGE-ACK-FILE
           END-IF
           PERFORM 3900-END-SECTION.

       2410-READ-ACK.
           READ MESSAGE-ACK-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2420-MATCH-ACK.
           MOVE MA-USER-NAME TO WS-CANDIDATE-NAME
           PERFORM 8500-CHECK-SUBJECT
           IF WS-IS-SUBJECT
               ADD 1 TO WS-SECTION-RECORDS (WS-SECTION-IDX)
               MOVE 'MSGACKF' TO SX-SOURCE-NAME
               MOVE SPACES TO SX-DETAIL-TEXT
               STRING 'MESSAGE=' MA-MSG-ID
                   ' CONFIRMED=' MA-ACK-TIMESTAMP
                   INTO SX-DETAIL-TEXT END-STRING
               PERFORM 7100-WRITE-DETAIL
           END-IF
           PERFORM 2410-READ-ACK.

       2500-EXPORT-VISITORS.
       *> Rows where the person vouched for a visitor, and rows from
       *> any time they came in as a visitor themselves.
           MOVE 15 TO WS-SECTION-IDX
           PERFORM 3800-BEGIN-SECTION
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT VISITOR-REGISTER-FILE
           IF WS-VISITOR-FILE-STATUS = '00'
               ADD 1 TO WS-SECTION-FILES (WS-SECTION-IDX)
               PERFORM 2510-READ-VISITOR
               PERFORM 2520-MATCH-VISITOR
                   UNTIL WS-END-OF-FILE
               CLOSE VISITOR-REGISTER-FILE
           END-IF
           PERFORM 3900-END-SECTION.

       2510-READ-VISITOR.
           READ VISITOR-REGISTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2520-MATCH-VISITOR.
           MOVE VI-SPONSOR-NAME TO WS-CANDIDATE-NAME
           PERFORM 8500-CHECK-SUBJECT
           IF WS-IS-SUBJECT
               MOVE 'AS SPONSOR OF=' TO WS-VISITOR-ROLE
               MOVE VI-VISITOR-NAME TO WS-OTHER-PARTY
               PERFORM 2530-WRITE-VISITOR-ROW
           ELSE
               MOVE VI-VISITOR-NAME TO WS-CANDIDATE-NAME
               PERFORM 8500-CHECK-SUBJECT
               IF WS-IS-SUBJECT
                   MOVE 'AS VISITOR OF=' TO WS-VISITOR-ROLE
                   MOVE VI-SPONSOR-NAME TO WS-OTHER-PARTY
                   PERFORM 2530-WRITE-VISITOR-ROW
               END-IF
           END-IF
           PERFORM 2510-READ-VISITOR.

       2530-WRITE-VISITOR-ROW.
           ADD 1 TO WS-SECTION-RECORDS (WS-SECTION-IDX)
           MOVE 'VISITREG' TO SX-SOURCE-NAME
           MOVE SPACES TO SX-DETAIL-TEXT
           STRING WS-VISITOR-ROLE WS-OTHER-PARTY
               ' FROM=' VI-VALID-FROM ' TO=' VI-VALID-TO
               ' STATUS=' VI-STATUS ' PURPOSE=' VI-PURPOSE
               INTO SX-DETAIL-TEXT END-STRING
           PERFORM 7100-WRITE-DETAIL.

       2600-EXPORT-EMPLOYEE-XREF.
           MOVE 16 TO WS-SECTION-IDX
           PERFORM 3800-BEGIN-SECTION
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EMPLOYEE-XREF-FILE
           IF WS-EMPXREF-FILE-STATUS = '00'
               ADD 1 TO WS-SECTION-FILES (WS-SECTION-IDX)
               PERFORM 2610-READ-EMPXREF
               PERFORM 2620-MATCH-EMPXREF
                   UNTIL WS-END-OF-FILE
               CLOSE EMPLOYEE-XREF-FILE
           END-IF
           PERFORM 3900-END-SECTION.

       2610-READ-EMPXREF.
           READ EMPLOYEE-XREF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2620-MATCH-EMPXREF.
           MOVE EM-USER-NAME TO WS-CANDIDATE-NAME
           PERFORM 8500-CHECK-SUBJECT
           IF WS-IS-SUBJECT
               ADD 1 TO WS-SECTION-RECORDS (WS-SECTION-IDX)
               MOVE 'EMPXREF' TO SX-SOURCE-NAME
               MOVE SPACES TO SX-DETAIL-TEXT
               STRING 'EMPLOYEE-NUMBER=' EM-EMPLOYEE-NUMBER
                   INTO SX-DETAIL-TEXT END-STRING
               PERFORM 7100-WRITE-DETAIL
           END-IF
           PERFORM 2610-READ-EMPXREF.

       2700-EXPORT-BADGE-XREF.
           MOVE 17 TO WS-SECTION-IDX
           PERFORM 3800-BEGIN-SECTION
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BADGE-XREF-FILE
           IF WS-BADGXREF-FILE-STATUS = '00'
               ADD 1 TO WS-SECTION-FILES (WS-SECTION-IDX)
               PERFORM 2710-READ-BADGXREF
               PERFORM 2720-MATCH-BADGXREF
                   UNTIL WS-END-OF-FILE
               CLOSE BADGE-XREF-FILE
           END-IF
           PERFORM 3900-END-SECTION.

       2710-READ-BADGXREF.
           READ BADGE-XREF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2720-MATCH-BADGXREF.
           MOVE BX-USER-NAME TO WS-CANDIDATE-NAME
           PERFORM 8500-CHECK-SUBJECT
           IF WS-IS-SUBJECT
               ADD 1 TO WS-SECTION-RECORDS (WS-SECTION-IDX)
               MOVE 'BADGXREF' TO SX-SOURCE-NAME
               MOVE SPACES TO SX-DETAIL-TEXT
               STRING 'BADGE=' BX-BADGE-NUMBER
                   INTO SX-DETAIL-TEXT END-STRING
               PERFORM 7100-WRITE-DETAIL
           END-IF
           PERFORM 2710-READ-BADGXREF.

       3800-BEGIN-SECTION.
           MOVE SPACES TO SX-EXPORT-RECORD
           SET SX-SECTION-HEAD TO TRUE
           MOVE WS-SECTION-ID (WS-SECTION-IDX) TO SX-SECTION-ID
           MOVE WS-SECTION-DESC (WS-SECTION-IDX) TO SX-DETAIL-TEXT
           WRITE WK-WORK-LINE FROM SX-EXPORT-RECORD.

       3900-END-SECTION.
           MOVE SPACES TO SX-EXPORT-RECORD
           SET SX-SECTION-TRAILER TO TRUE
           MOVE WS-SECTION-ID (WS-SECTION-IDX) TO SX-SECTION-ID
           MOVE WS-SECTION-RECORDS (WS-SECTION-IDX)
               TO SX-SECTION-RECORDS
           MOVE WS-SECTION-FILES (WS-SECTION-IDX)
               TO SX-SECTION-FILES
           WRITE WK-WORK-LINE FROM SX-EXPORT-RECORD
           ADD WS-SECTION-RECORDS (WS-SECTION-IDX)
               TO WS-TOTAL-RECORDS.

       4000-WALK-GENERATIONS.
       *> Back from today one date at a time.  A generation that was
       *> rolled into its archive is emptied, not deleted, so it
       *> still opens and keeps the walk going; a month of dates
       *> with no file at all means there is nothing older.
           PERFORM 3800-BEGIN-SECTION
           MOVE WS-TODAY-DATE TO WS-WORK-DATE
           MOVE ZERO TO WS-MISS-STREAK
           PERFORM 4100-SCAN-ONE-DATE
               VARYING WS-DAY-OFFSET FROM 0 BY 1
               UNTIL WS-MISS-STREAK >= WS-STOP-AFTER-MISSES
               OR WS-DAY-OFFSET > WS-SCAN-CEILING-DAYS
           PERFORM 3900-END-SECTION.

       4100-SCAN-ONE-DATE.
           IF WS-DAY-OFFSET > ZERO
               PERFORM 4150-BACK-UP-ONE-DAY
           END-IF
           MOVE 'N' TO WS-FILE-SEEN-SWITCH
           IF WS-SECTION-IDX = 4
               MOVE SPACES TO WS-AUDIT-FILE-NAME
               STRING 'AUDITLOG.' WS-WORK-DATE
                   INTO WS-AUDIT-FILE-NAME END-STRING
               PERFORM 4200-SCAN-AUDIT
           ELSE
               MOVE SPACES TO WS-HIST-FILE-NAME
               STRING 'GREETHST.' WS-WORK-DATE
                   INTO WS-HIST-FILE-NAME END-STRING
               PERFORM 4400-SCAN-GREETINGS
           END-IF
           IF WS-FILE-WAS-SEEN
               MOVE ZERO TO WS-MISS-STREAK
           ELSE
               ADD 1 TO WS-MISS-STREAK
           END-IF.

       4150-BACK-UP-ONE-DAY.
       *> Real calendar stepping, as in ARCHPURG - these dates name
       *> files, so they must be the dates the writers used.
           IF WS-WORK-DD > 1
               SUBTRACT 1 FROM WS-WORK-DD
           ELSE
               IF WS-WORK-MM = 1
                   SUBTRACT 1 FROM WS-WORK-YYYY
                   MOVE 12 TO WS-WORK-MM
                   MOVE 31 TO WS-WORK-DD
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MM
                   IF WS-WORK-MM = 1 OR WS-WORK-MM = 3
                           OR WS-WORK-MM = 5 OR WS-WORK-MM = 7
                           OR WS-WORK-MM = 8 OR WS-WORK-MM = 10
                       MOVE 31 TO WS-WORK-DD
                   ELSE
                       IF WS-WORK-MM = 2
                           DIVIDE WS-WORK-YYYY BY 4
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = ZERO
                               MOVE 29 TO WS-WORK-DD
                           ELSE
                               MOVE 28 TO WS-WORK-DD
                           END-IF
                       ELSE
                           MOVE 30 TO WS-WORK-DD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4200-SCAN-AUDIT.
       *> Serves the daily generations and the monthly archives -
       *> WS-AUDIT-FILE-NAME says which one is open.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '00'
               SET WS-FILE-WAS-SEEN TO TRUE
               ADD 1 TO WS-SECTION-FILES (WS-SECTION-IDX)
               PERFORM 4210-READ-AUDIT
               PERFORM 4220-MATCH-AUDIT
                   UNTIL WS-END-OF-FILE
               CLOSE AUDIT-FILE
           END-IF.

       4210-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       4220-MATCH-AUDIT.
           MOVE AU-USER-NAME TO WS-CANDIDATE-NAME
           PERFORM 8500-CHECK-SUBJECT
           IF WS-IS-SUBJECT
               ADD 1 TO WS-SECTION-RECORDS (WS-SECTION-IDX)
               MOVE WS-AUDIT-FILE-NAME TO SX-SOURCE-NAME
               MOVE SPACES TO SX-DETAIL-TEXT
               STRING 'WHEN=' AU-TIMESTAMP
                   ' OUTCOME=' AU-OUTCOME
                   ' ADMIN=' AU-ADMIN-FLAG
                   ' SEQ=' AU-SEQUENCE-NUMBER
                   ' TERM=' AU-TERMINAL-ID
                   ' SITE=' AU-SITE-CODE
                   INTO SX-DETAIL-TEXT END-STRING
               PERFORM 7100-WRITE-DETAIL
           END-IF
           PERFORM 4210-READ-AUDIT.

       4400-SCAN-GREETINGS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GREETING-HISTORY-FILE
           IF WS-HIST-FILE-STATUS = '00'
               SET WS-FILE-WAS-SEEN TO TRUE
               ADD 1 TO WS-SECTION-FILES (WS-SECTION-IDX)
               PERFORM 4410-READ-GREETING
               PERFORM 4420-MATCH-GREETING
                   UNTIL WS-END-OF-FILE
               CLOSE GREETING-HISTORY-FILE
           END-IF.

       4410-READ-GREETING.
           READ GREETING-HISTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       4420-MATCH-GREETING.
           MOVE GH-USER-NAME TO WS-CANDIDATE-NAME
           PERFORM 8500-CHECK-SUBJECT
           IF WS-IS-SUBJECT
               ADD 1 TO WS-SECTION-RECORDS (WS-SECTION-IDX)
               MOVE WS-HIST-FILE-NAME TO SX-SOURCE-NAME
               MOVE SPACES TO SX-DETAIL-TEXT
               STRING 'DATE=' GH-GREETING-DATE
                   ' TIME=' GH-GREETING-TIME
                   ' ADMIN=' GH-ADMIN-FLAG
                   ' TERM=' GH-TERMINAL-ID
                   ' SITE=' GH-SITE-CODE
                   INTO SX-DETAIL-TEXT END-STRING
               PERFORM 7100-WRITE-DETAIL
           END-IF
           PERFORM 4410-READ-GREETING.

       4600-SCAN-LOGOFF.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT LOGOFF-FILE
           IF WS-LOGOFF-FILE-STATUS = '00'
               SET WS-FILE-WAS-SEEN TO TRUE
               ADD 1 TO WS-SECTION-FILES (WS-SECTION-IDX)
               PERFORM 4610-READ-LOGOFF
               PERFORM 4620-MATCH-LOGOFF
                   UNTIL WS-END-OF-FILE
               CLOSE LOGOFF-FILE
           END-IF.

       4610-READ-LOGOFF.
           READ LOGOFF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       4620-MATCH-LOGOFF.
           MOVE LO-USER-NAME TO WS-CANDIDATE-NAME
           PERFORM 8500-CHECK-SUBJECT
           IF WS-IS-SUBJECT
               ADD 1 TO WS-SECTION-RECORDS (WS-SECTION-IDX)
               MOVE WS-LOGOFF-NAME TO SX-SOURCE-NAME
               MOVE SPACES TO SX-DETAIL-TEXT
               STRING 'DATE=' LO-LOGOFF-DATE
                   ' IN=' LO-LOGIN-TIME
                   ' OUT=' LO-LOGOFF-TIME
                   ' SECS=' LO-DURATION-SECONDS
                   ' BRK=' LO-BREAK-SECONDS
                   ' TERM=' LO-TERMINAL-ID
                   ' CLOSE=' LO-CLOSE-TYPE
                   ' BY=' LO-FORCED-BY
                   ' WHY=' LO-CLOSE-REASON
                   INTO SX-DETAIL-TEXT END-STRING
               PERFORM 7100-WRITE-DETAIL
           END-IF
           PERFORM 4610-READ-LOGOFF.

       4700-SCAN-SECURITY-FEED.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SECURITY-FEED-FILE
           IF WS-SECFEED-FILE-STATUS = '00'
               SET WS-FILE-WAS-SEEN TO TRUE
               ADD 1 TO WS-SECTION-FILES (WS-SECTION-IDX)
               PERFORM 4710-READ-SECURITY-FEED
               PERFORM 4720-MATCH-SECURITY-FEED
                   UNTIL WS-END-OF-FILE
               CLOSE SECURITY-FEED-FILE
           END-IF.

       4710-READ-SECURITY-FEED.
           READ SECURITY-FEED-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       4720-MATCH-SECURITY-FEED.
           MOVE SM-USER-NAME TO WS-CANDIDATE-NAME
           PERFORM 8500-CHECK-SUBJECT
           IF WS-IS-SUBJECT
               ADD 1 TO WS-SECTION-RECORDS (WS-SECTION-IDX)
               MOVE WS-SECFEED-NAME TO SX-SOURCE-NAME
               MOVE SPACES TO SX-DETAIL-TEXT
               STRING 'WHEN=' SM-EVENT-TIMESTAMP
                   ' EVENT=' SM-EVENT-TYPE
                   ' ADMIN=' SM-ADMIN-FLAG
                   ' TERM=' SM-TERMINAL-ID
                   ' SITE=' SM-SITE-CODE
                   INTO SX-DETAIL-TEXT END-STRING
               PERFORM 7100-WRITE-DETAIL
           END-IF
           PERFORM 4710-READ-SECURITY-FEED.

       5000-WALK-ARCHIVES.
       *> Back from this month one month at a time through the
       *> archive family the section names.  A purged archive is
       *> emptied, not deleted; a full year and a month with no
       *> archive on file means there is nothing older.
           PERFORM 3800-BEGIN-SECTION
           MOVE WS-TODAY-DATE (1:6) TO WS-WORK-MONTH
           MOVE ZERO TO WS-MISS-STREAK
           PERFORM 5100-SCAN-ONE-MONTH
               VARYING WS-MONTH-OFFSET FROM 0 BY 1
               UNTIL WS-MISS-STREAK >= WS-STOP-AFTER-EMPTY-MONTHS
               OR WS-MONTH-OFFSET > WS-SCAN-CEILING-MONTHS
           PERFORM 3900-END-SECTION.

       5100-SCAN-ONE-MONTH.
           IF WS-MONTH-OFFSET > ZERO
               IF WS-MONTH-MM > 1
                   SUBTRACT 1 FROM WS-MONTH-MM
               ELSE
                   MOVE 12 TO WS-MONTH-MM
                   SUBTRACT 1 FROM WS-MONTH-YYYY
               END-IF
           END-IF
           MOVE 'N' TO WS-FILE-SEEN-SWITCH
           IF WS-SECTION-IDX = 5
               MOVE SPACES TO WS-AUDIT-FILE-NAME
               STRING 'AUDARCH.' WS-WORK-MONTH
                   INTO WS-AUDIT-FILE-NAME END-STRING
               PERFORM 4200-SCAN-AUDIT
           END-IF
           IF WS-SECTION-IDX = 7
               MOVE SPACES TO WS-HIST-FILE-NAME
               STRING 'HSTARCH.' WS-WORK-MONTH
                   INTO WS-HIST-FILE-NAME END-STRING
               PERFORM 4400-SCAN-GREETINGS
           END-IF
           IF WS-SECTION-IDX = 9
               MOVE SPACES TO WS-LOGOFF-NAME
               STRING 'LOGARCH.' WS-WORK-MONTH
                   INTO WS-LOGOFF-NAME END-STRING
               PERFORM 4600-SCAN-LOGOFF
           END-IF
           IF WS-SECTION-IDX = 11
               MOVE SPACES TO WS-SECFEED-NAME
               STRING 'SECARCH.' WS-WORK-MONTH
                   INTO WS-SECFEED-NAME END-STRING
               PERFORM 4700-SCAN-SECURITY-FEED
           END-IF
           IF WS-FILE-WAS-SEEN
               MOVE ZERO TO WS-MISS-STREAK
           ELSE
               ADD 1 TO WS-MISS-STREAK
           END-IF.

       7100-WRITE-DETAIL.
       *> The caller has set the source file and the detail text;
       *> the name the row was held under is the candidate matched.
           SET SX-DETAIL-ROW TO TRUE
           MOVE WS-SECTION-ID (WS-SECTION-IDX) TO SX-SECTION-ID
           MOVE WS-CANDIDATE-NAME TO SX-HELD-UNDER
           WRITE WK-WORK-LINE FROM SX-EXPORT-RECORD
           MOVE SPACES TO SX-DETAIL-TEXT.

       7200-WRITE-COVER.
           MOVE SPACES TO SX-EXPORT-RECORD
           SET SX-COVER-ROW TO TRUE
           MOVE 'COVER' TO SX-SECTION-ID
           MOVE WS-SUBJECT-NAME TO SX-HELD-UNDER
           MOVE WS-COVER-TEXT TO SX-DETAIL-TEXT
           WRITE EX-EXPORT-LINE FROM SX-EXPORT-RECORD
           DISPLAY SX-DETAIL-TEXT (1:79).

       8000-WRITE-EXPORT.
       *> The cover goes first, so it is built from the totals once
       *> every section is done; the sections then follow from the
       *> work file as written.
           MOVE SPACES TO WS-EXPORT-FILE-NAME
           STRING 'SAREXPRT.' WS-TODAY-DATE
               INTO WS-EXPORT-FILE-NAME END-STRING
           OPEN OUTPUT EXPORT-FILE
           IF WS-EXPORT-FILE-STATUS NOT = '00'
               DISPLAY 'SAREXPRT: EXPORT FILE WOULD NOT OPEN - STATUS '
                   WS-EXPORT-FILE-STATUS
           ELSE
               PERFORM 8100-WRITE-COVER-SUMMARY
               MOVE 'N' TO WS-EOF-SWITCH
               OPEN INPUT WORK-FILE
               IF WS-WORK-FILE-STATUS = '00'
                   PERFORM 8300-READ-WORK
                   PERFORM 8400-COPY-WORK
                       UNTIL WS-END-OF-FILE
                   CLOSE WORK-FILE
               END-IF
               CLOSE EXPORT-FILE
           END-IF.

       8100-WRITE-COVER-SUMMARY.
           MOVE SPACES TO WS-COVER-TEXT
           MOVE 'SUBJECT ACCESS EXPORT' TO WS-COVER-TEXT
           PERFORM 7200-WRITE-COVER
           MOVE SPACES TO WS-COVER-TEXT
           STRING 'SUBJECT: ' WS-SUBJECT-NAME
               INTO WS-COVER-TEXT END-STRING
           PERFORM 7200-WRITE-COVER
           MOVE SPACES TO WS-COVER-TEXT
           STRING 'PRODUCED: ' WS-TODAY-DATE ' AT '
               WS-NOW-TIME (1:2) ':' WS-NOW-TIME (3:2)
               INTO WS-COVER-TEXT END-STRING
           PERFORM 7200-WRITE-COVER
           PERFORM 8110-COVER-HELD-NAME
               VARYING WS-NAME-IDX FROM 2 BY 1
               UNTIL WS-NAME-IDX > WS-NAME-COUNT
           MOVE SPACES TO WS-COVER-TEXT
           MOVE 'SECTION   RECORDS  FILES  SOURCE'
               TO WS-COVER-TEXT
           PERFORM 7200-WRITE-COVER
           PERFORM 8120-COVER-SECTION-LINE
               VARYING WS-SECTION-IDX FROM 1 BY 1
               UNTIL WS-SECTION-IDX > WS-SECTION-COUNT
           MOVE SPACES TO WS-COVER-TEXT
           STRING 'TOTAL RECORDS HELD: ' WS-TOTAL-RECORDS
               INTO WS-COVER-TEXT END-STRING
           PERFORM 7200-WRITE-COVER
           MOVE SPACES TO WS-COVER-TEXT
           MOVE 'PIN, DURESS PIN AND PIN RESET CODE ARE NOT EXPORTED'
               TO WS-COVER-TEXT
           PERFORM 7200-WRITE-COVER
           MOVE SPACES TO WS-COVER-TEXT
           MOVE 'CHANGE-HISTORY IMAGES SHOW THOSE FIELDS AS ****'
               TO WS-COVER-TEXT
           PERFORM 7200-WRITE-COVER.

       8110-COVER-HELD-NAME.
           MOVE SPACES TO WS-COVER-TEXT
           STRING 'ALSO HELD UNDER: ' WS-HELD-NAME (WS-NAME-IDX)
               INTO WS-COVER-TEXT END-STRING
           PERFORM 7200-WRITE-COVER.

       8120-COVER-SECTION-LINE.
           MOVE SPACES TO WS-COVER-TEXT
           STRING WS-SECTION-ID (WS-SECTION-IDX)
               '  ' WS-SECTION-RECORDS (WS-SECTION-IDX)
               '  ' WS-SECTION-FILES (WS-SECTION-IDX)
               '  ' WS-SECTION-DESC (WS-SECTION-IDX)
               INTO WS-COVER-TEXT END-STRING
           PERFORM 7200-WRITE-COVER.

       8300-READ-WORK.
           READ WORK-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       8400-COPY-WORK.
           WRITE EX-EXPORT-LINE FROM WK-WORK-LINE
           PERFORM 8300-READ-WORK.

       8500-CHECK-SUBJECT.
           MOVE 'N' TO WS-SUBJECT-SWITCH
           PERFORM 8510-MATCH-HELD-NAME
               VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-NAME-COUNT
               OR WS-IS-SUBJECT.

       8510-MATCH-HELD-NAME.
           IF WS-HELD-NAME (WS-MATCH-IDX) = WS-CANDIDATE-NAME
               SET WS-IS-SUBJECT TO TRUE
           END-IF.

       9000-TERMINATE.
           DISPLAY 'EXPORT WRITTEN TO ' WS-EXPORT-FILE-NAME
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-TOTAL-RECORDS TO WS-RUNLOG-COUNT
           MOVE 'OK' TO WS-RUNLOG-STATUS
           IF WS-EXPORT-FILE-STATUS NOT = '00'
               MOVE 'EXPORT NOT WRITTEN' TO WS-RUNLOG-STATUS
           END-IF
           PERFORM 0900-WRITE-RUNLOG.

       END PROGRAM SAREXPRT.
