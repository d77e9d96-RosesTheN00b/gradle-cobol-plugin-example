      *          training value (through PINSCRMB, like every other
      *          PIN in the shop) and the duress/reset/lockout
      *          fields cleared, copies the visitor register to
      *          TVISITREG with the real purposes and printed-pass
      *          details blanked and the
      *          contractor firms to TCONTRCO so the practice
      *          entries still resolve their firm, copies the
      *          terminal registry, badge and employee
      *          cross-references and shift assignments to their
      *          practice files as they stand, empties the practice
      *          deny list and absence register (who is barred and
      *          who is off sick are nobody's practice material),
      *          and empties every practice trail - so a class always
      *          starts from a clean, realistic copy.  The live
      *          files are opened INPUT only; nothing here can
      *          touch production.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT COMPANY-FILE ASSIGN TO 'CONTRCO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT TRAIN-COMPANY-FILE ASSIGN TO 'TCONTRCO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT TRAIN-ACTIVITY-FILE ASSIGN TO 'TUSRACTIV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-USER-NAME
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT TRAIN-AWARENESS-FILE ASSIGN TO 'TSECTRAIN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AW-USER-NAME
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT TRAIL-FILE ASSIGN TO WS-TRAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT LIVE-MASTER-FILE ASSIGN TO WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
       FD  TRAIN-VISITOR-FILE.
           COPY "VISITREG.cpy" REPLACING LEADING ==VI-== BY ==TV-==.

       FD  COMPANY-FILE.
           COPY "CONTRCO.cpy".

       FD  TRAIN-COMPANY-FILE.
           COPY "CONTRCO.cpy" REPLACING LEADING ==CO-== BY ==TK-==.

       FD  TRAIN-ACTIVITY-FILE.
           COPY "ACTIVREC.cpy".

       FD  TRAIN-SESSION-FILE.
           COPY "SESSCUR.cpy".

       FD  TRAIN-AWARENESS-FILE.
           COPY "SECTRAIN.cpy".

       FD  TRAIL-FILE.
       01  TF-TRAIL-RECORD PIC X(150).

       FD  LIVE-MASTER-FILE.
       01  LM-MASTER-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-SOURCE-STATUS PIC X(2).
       01  WS-TARGET-STATUS PIC X(2).
       01  WS-TRAIL-NAME PIC X(18).
       01  WS-LIVE-NAME PIC X(9).
       01  WS-CONFIRM-INPUT PIC X(7).
       01  WS-RUN-DATE PIC 9(8).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
       01  WS-PIN-SCRAMBLED PIC X(4).
       77  WS-USERS-COPIED PIC 9(5) VALUE ZERO.
       77  WS-VISITORS-COPIED PIC 9(5) VALUE ZERO.
       77  WS-COMPANIES-COPIED PIC 9(5) VALUE ZERO.
       77  WS-TRAILS-CLEARED PIC 9(2) VALUE ZERO.
       77  WS-TRAIL-IDX PIC 9(2).
       77  WS-MASTERS-COPIED PIC 9(2) VALUE ZERO.
       77  WS-RECORDS-COPIED PIC 9(5) VALUE ZERO.
       77  WS-MASTER-IDX PIC 9(2).
      *    The flat practice trails to empty - the dated TRAINLOG/
      *    TRAINCTL/TRAINHST generations for the refresh day are
      *    built below by stringing the date on.
           05  FILLER PIC X(18) VALUE 'TSIGNONRG'.
           05  FILLER PIC X(18) VALUE 'TMSGACKF'.
           05  FILLER PIC X(18) VALUE 'TUMPENDNG'.
           05  FILLER PIC X(18) VALUE 'TUMAPPRLG'.
           05  FILLER PIC X(18) VALUE 'TVISITHST'.
           05  FILLER PIC X(18) VALUE 'TTCPENDNG'.
           05  FILLER PIC X(18) VALUE 'TTIMECORR'.
           05  FILLER PIC X(18) VALUE 'TTCAUDIT'.
           05  FILLER PIC X(18) VALUE 'TBREAKLOG'.
           05  FILLER PIC X(18) VALUE 'TDELEGATE'.
           05  FILLER PIC X(18) VALUE 'TPASSCTL'.
           05  FILLER PIC X(18) VALUE 'TVISPASS'.
           05  FILLER PIC X(18) VALUE 'TISSUEREG'.
           05  FILLER PIC X(18) VALUE 'TLEAVEREG'.
           05  FILLER PIC X(18) VALUE 'TTERMHIST'.
           05  FILLER PIC X(18) VALUE 'TXREFHIST'.
           05  FILLER PIC X(18) VALUE 'TBADGHOT'.
       01  WS-TRAIL-TABLE REDEFINES WS-TRAIL-NAMES.
           05  WS-TRAIL-ENTRY OCCURS 25 TIMES PIC X(18).
      *    The flat masters copied from live as they stand - live
      *    name, then the practice name it is copied to.
       01  WS-MASTER-NAMES.
           05  FILLER PIC X(9) VALUE 'TERMMAST'.
           05  FILLER PIC X(9) VALUE 'TTERMMAST'.
           05  FILLER PIC X(9) VALUE 'BADGXREF'.
           05  FILLER PIC X(9) VALUE 'TBADGXREF'.
           05  FILLER PIC X(9) VALUE 'EMPXREF'.
           05  FILLER PIC X(9) VALUE 'TEMPXREF'.
           05  FILLER PIC X(9) VALUE 'SHIFTASG'.
           05  FILLER PIC X(9) VALUE 'TSHIFTASG'.
       01  WS-MASTER-TABLE REDEFINES WS-MASTER-NAMES.
           05  WS-MASTER-ENTRY OCCURS 4 TIMES.
               10  WS-MASTER-LIVE-NAME  PIC X(9).
               10  WS-MASTER-TRAIN-NAME PIC X(9).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           IF NOT WS-END-OF-FILE
               PERFORM 2000-COPY-USER-MASTER
               PERFORM 3000-COPY-VISITOR-REGISTER
               PERFORM 3500-COPY-COMPANY-MASTER
               PERFORM 3700-COPY-FLAT-MASTERS
               PERFORM 4000-CLEAR-PRACTICE-TRAILS
               PERFORM 5000-CLEAR-PRACTICE-MASTERS
           END-IF
       *> The real purpose is nobody's practice material.
           MOVE VI-VISITOR-RECORD TO TV-VISITOR-RECORD
           MOVE SPACES TO TV-PURPOSE
       *> The practice pass numbers start again from TPASSCTL, so no
       *> live pass is carried over onto a practice entry.
           MOVE ZERO TO TV-PASS-SERIAL
           MOVE ZERO TO TV-PASS-ISSUED-DATE
           MOVE SPACES TO TV-PASS-STATUS
           WRITE TV-VISITOR-RECORD
           ADD 1 TO WS-VISITORS-COPIED
           PERFORM 3010-READ-VISITOR.

       3500-COPY-COMPANY-MASTER.
       *> Firm names and contract dates are not sensitive - copied
       *> as they stand.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT COMPANY-FILE
           IF WS-SOURCE-STATUS = '00'
               OPEN OUTPUT TRAIN-COMPANY-FILE
               IF WS-TARGET-STATUS = '00'
                   PERFORM 3510-READ-COMPANY
                   PERFORM 3600-COPY-ONE-COMPANY
                       UNTIL WS-END-OF-FILE
                   CLOSE TRAIN-COMPANY-FILE
               END-IF
               CLOSE COMPANY-FILE
           END-IF
           DISPLAY 'TRAINRFS FIRMS COPIED    : '
               WS-COMPANIES-COPIED.

       3510-READ-COMPANY.
           READ COMPANY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3600-COPY-ONE-COMPANY.
           MOVE CO-COMPANY-RECORD TO TK-COMPANY-RECORD
           WRITE TK-COMPANY-RECORD
           ADD 1 TO WS-COMPANIES-COPIED
           PERFORM 3510-READ-COMPANY.

       3700-COPY-FLAT-MASTERS.
       *> Terminals, badges, employee numbers and shifts carry
       *> nothing a class should not see - copied row for row, so
       *> practice sign-ons and badge swipes resolve as live ones do.
           PERFORM 3710-COPY-ONE-MASTER
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > 4
           DISPLAY 'TRAINRFS MASTERS COPIED  : '
               WS-MASTERS-COPIED ' (' WS-RECORDS-COPIED ' ROWS)'.

       3710-COPY-ONE-MASTER.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-MASTER-LIVE-NAME (WS-MASTER-IDX) TO WS-LIVE-NAME
           MOVE WS-MASTER-TRAIN-NAME (WS-MASTER-IDX) TO WS-TRAIL-NAME
           OPEN INPUT LIVE-MASTER-FILE
           IF WS-SOURCE-STATUS = '00'
               OPEN OUTPUT TRAIL-FILE
               IF WS-TARGET-STATUS = '00'
                   PERFORM 3720-READ-MASTER
                   PERFORM 3730-COPY-ONE-ROW
                       UNTIL WS-END-OF-FILE
                   CLOSE TRAIL-FILE
                   ADD 1 TO WS-MASTERS-COPIED
               ELSE
                   DISPLAY 'TRAINRFS: CANNOT WRITE ' WS-TRAIL-NAME
                       ' - STATUS ' WS-TARGET-STATUS
               END-IF
               CLOSE LIVE-MASTER-FILE
           ELSE
       *> No live file yet - the practice one starts empty instead
       *> of keeping the last class's rows.
               PERFORM 4200-EMPTY-TRAIL-FILE
           END-IF.

       3720-READ-MASTER.
           READ LIVE-MASTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3730-COPY-ONE-ROW.
           MOVE LM-MASTER-RECORD TO TF-TRAIL-RECORD
           WRITE TF-TRAIL-RECORD
           ADD 1 TO WS-RECORDS-COPIED
           PERFORM 3720-READ-MASTER.

       4000-CLEAR-PRACTICE-TRAILS.
       *> Whatever the last class left behind, gone - including the
       *> refresh day's dated practice generations.
           PERFORM 4100-CLEAR-ONE-TRAIL
               VARYING WS-TRAIL-IDX FROM 1 BY 1
               UNTIL WS-TRAIL-IDX > 25
           MOVE SPACES TO WS-TRAIL-NAME
           STRING 'TRAINLOG.' WS-RUN-DATE
               INTO WS-TRAIL-NAME END-STRING
           END-IF.

       5000-CLEAR-PRACTICE-MASTERS.
       *> The practice activity summary, session file and training
       *> register start empty too - a class's first sign-on really
       *> is a first sign-on.
       *> The deny list and absence register are started empty
       *> rather than copied: the class keys its own entries.
           OPEN OUTPUT TRAIN-ACTIVITY-FILE
           IF WS-TARGET-STATUS = '00'
               CLOSE TRAIN-ACTIVITY-FILE
           OPEN OUTPUT TRAIN-SESSION-FILE
           IF WS-TARGET-STATUS = '00'
               CLOSE TRAIN-SESSION-FILE
           END-IF
           OPEN OUTPUT TRAIN-AWARENESS-FILE
           IF WS-TARGET-STATUS = '00'
               CLOSE TRAIN-AWARENESS-FILE
           END-IF
           MOVE 'TDENYLIST' TO WS-TRAIL-NAME
           PERFORM 4200-EMPTY-TRAIL-FILE
           MOVE 'TABSENCES' TO WS-TRAIL-NAME
           PERFORM 4200-EMPTY-TRAIL-FILE.

       9000-TERMINATE.
           IF RETURN-CODE = ZERO
