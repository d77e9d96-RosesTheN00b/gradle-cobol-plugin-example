               RECORD KEY IS SC-USER-NAME
               FILE STATUS IS WS-SESSION-FILE-STATUS.

           SELECT TRAINING-REGISTER-FILE ASSIGN TO WS-SECTRAIN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AW-USER-NAME
               FILE STATUS IS WS-SECTRAIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
       FD  CURRENT-SESSION-FILE.
           COPY "SESSCUR.cpy".

       FD  TRAINING-REGISTER-FILE.
           COPY "SECTRAIN.cpy".

       WORKING-STORAGE SECTION.
           COPY "NAMEFLD.cpy".
           COPY "LANGCPY.cpy".
       01  WS-UMHIST-NAME PIC X(9) VALUE 'USRMHIST'.
       01  WS-SAFQ-NAME PIC X(9) VALUE 'SAFQUEUE'.
       01  WS-SESSCUR-NAME PIC X(9) VALUE 'SESSCUR'.
       01  WS-SECTRAIN-NAME PIC X(9) VALUE 'SECTRAIN'.
       01  WS-SECTRAIN-FILE-STATUS PIC X(2).
      *    Security-awareness currency - a completion is good for
      *    WS-AWARE-VALID-DAYS and the sign-on warns once fewer than
      *    WS-AWARE-WARN-DAYS of that are left.  POLICYCF overrides
      *    both.  WS-AWARE-EVENT is the extra row 2700 feeds when a
      *    lapsed admin or supervisor signs on.
       77  WS-AWARE-VALID-DAYS PIC 9(3) VALUE 365.
       77  WS-AWARE-WARN-DAYS PIC 9(3) VALUE 30.
       01  WS-AWARE-AGE-DAYS PIC 9(7).
       01  WS-AWARE-LEFT-DAYS PIC S9(7).
       01  WS-AWARE-STATUS PIC X(1) VALUE SPACE.
           88  WS-AWARE-CURRENT         VALUE SPACE.
           88  WS-AWARE-DUE             VALUE 'D'.
           88  WS-AWARE-LAPSED          VALUE 'L'.
       01  WS-AWARE-ON-FILE-SWITCH PIC X(1) VALUE 'N'.
           88  WS-AWARE-ON-FILE         VALUE 'Y'.
       01  WS-AWARE-EVENT PIC X(10) VALUE SPACES.
       01  WS-AWARE-GRACE-SWITCH PIC X(1) VALUE 'N'.
           88  WS-AWARE-GRACE-WANTED    VALUE 'Y'.
       01  WS-POLICY-FILE-STATUS PIC X(2).
       01  WS-SITE-FILE-STATUS PIC X(2).
       01  WS-SITE-CODE PIC X(3) VALUE 'HQ '.
       01  WS-TERMINAL-LOCATION PIC X(20) VALUE SPACES.
       01  WS-TERM-REGISTERED-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TERM-REGISTERED       VALUE 'Y'.
       01  WS-TERMREG-READ-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TERMREG-AVAILABLE     VALUE 'Y'.
       01  WS-TERMINAL-CLASS PIC X(1) VALUE SPACE.
           88  WS-TERM-SECURE-ROOM      VALUE 'S'.
       01  WS-TERM-RETIRED-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TERM-RETIRED          VALUE 'Y'.
      *    Why this terminal turned the sign-on away - the outcome
      *    code 2500 and 2700 carry.  Blank means no refusal.
       01  WS-TERM-REFUSAL PIC X(10) VALUE SPACES.
           88  WS-TERM-ACCEPTED         VALUE SPACES.
       01  WS-MSG-NUMBER PIC 9(3).
       01  WS-MSG-TEXT PIC X(60).
       01  WS-MSG-FOUND PIC X(1).
           88  WS-PIN-NOT-VERIFIED      VALUE 'N'.
       01  WS-DURESS-SWITCH PIC X(1) VALUE 'N'.
           88  WS-DURESS-SIGNON         VALUE 'Y'.
       01  WS-BREAK-GLASS-SWITCH PIC X(1) VALUE 'N'.
           88  WS-BREAK-GLASS-ACCOUNT   VALUE 'Y'.
      *    The role the rest of the run honors - the base role, or
      *    the temporary elevation while its window is open.
       01  WS-EFFECTIVE-ROLE PIC X(1) VALUE SPACE.
       01  WS-PRINTER-FILE-STATUS PIC X(2).
       01  WS-UMHIST-FILE-STATUS PIC X(2).
       01  WS-UM-BEFORE-IMAGE PIC X(120).
           COPY "BRKGCALL.cpy".
           COPY "DENYCALL.cpy".
       01  WS-LOGIN-TIME PIC 9(8).
       01  WS-LOGIN-TIME-PARTS REDEFINES WS-LOGIN-TIME.
           05  WS-LOGIN-HH             PIC 9(2).
           PERFORM 1150-VERIFY-PIN
           PERFORM 1160-CHECK-LOCKOUT
           PERFORM 1165-CHECK-PIN-AGE
           PERFORM 1180-CHECK-TRAINING-CURRENCY
           PERFORM 1190-CHECK-SIGNON-WINDOW
           PERFORM 1198-CHECK-TERMINAL-CLASS
           PERFORM 1199-STAMP-TRAINING-GRACE
           PERFORM 1170-RECORD-FAILED-ATTEMPT
           PERFORM 1900-READ-BANNER
           PERFORM 1950-CHECK-HOLIDAY
               MOVE 'TSESSCUR' TO WS-SESSCUR-NAME
               MOVE 'TMSGACKF' TO WS-MSGACK-NAME
               MOVE 'TVISITREG' TO WS-VISITREG-NAME
               MOVE 'TSECTRAIN' TO WS-SECTRAIN-NAME
               MOVE 'TRAINLOG.' TO WS-AUDIT-PREFIX
               MOVE 'TRAINCTL.' TO WS-AUDITCTL-PREFIX
               MOVE 'TRAINHST.' TO WS-HIST-PREFIX
                           MOVE PL-MAX-PIN-AGE-DAYS
                               TO WS-MAX-PIN-AGE-DAYS
                       END-IF
                       IF PL-TRAINING-VALID-DAYS IS NUMERIC
                               AND PL-TRAINING-VALID-DAYS > ZERO
                           MOVE PL-TRAINING-VALID-DAYS
                               TO WS-AWARE-VALID-DAYS
                       END-IF
                       IF PL-TRAINING-WARN-DAYS IS NUMERIC
                               AND PL-TRAINING-WARN-DAYS > ZERO
                           MOVE PL-TRAINING-WARN-DAYS
                               TO WS-AWARE-WARN-DAYS
                       END-IF
               END-READ
               CLOSE POLICY-FILE
           END-IF
       *> Six terminals on the floor and four trails that never said
       *> which one - every record below carries this ID, and the
       *> registry turns it into a location on the reports.  An ID
       *> the registry does not know, or one TERMMNT has retired,
       *> is refused - but the name and PIN are still asked for, so
       *> the refusal on the trails says who tried.  Only when the
       *> registry itself cannot be read does the old warning
       *> stand and the sign-on go ahead (the floor must not stop
       *> for a missing file); 2700 still feeds security its own
       *> event for the unknown ID.
           MOVE 040 TO WS-MSG-NUMBER
           PERFORM 0900-DISPLAY-MESSAGE
           ACCEPT WS-TERMINAL-ID
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 'N' TO WS-TERM-REGISTERED-SWITCH
           MOVE 'N' TO WS-TERMREG-READ-SWITCH
           MOVE 'N' TO WS-TERM-RETIRED-SWITCH
           MOVE 'N' TO WS-TERMREG-EOF-SWITCH
           MOVE SPACES TO WS-TERMINAL-LOCATION
           MOVE SPACE TO WS-TERMINAL-CLASS
           MOVE SPACES TO WS-TERM-REFUSAL
           OPEN INPUT TERMINAL-REGISTRY-FILE
           IF WS-TERMREG-FILE-STATUS = '00'
               SET WS-TERMREG-AVAILABLE TO TRUE
               PERFORM 0610-READ-TERMINAL
               PERFORM 0620-MATCH-TERMINAL
                   UNTIL WS-TERMREG-EOF OR WS-TERM-REGISTERED
               CLOSE TERMINAL-REGISTRY-FILE
           END-IF
           IF WS-TERM-RETIRED
               MOVE 'TERM-RETRD' TO WS-TERM-REFUSAL
               MOVE 053 TO WS-MSG-NUMBER
               PERFORM 0900-DISPLAY-MESSAGE
           ELSE
               IF NOT WS-TERM-REGISTERED
                   IF WS-TERMREG-AVAILABLE
                       MOVE 'TERM-UNREG' TO WS-TERM-REFUSAL
                       MOVE 052 TO WS-MSG-NUMBER
                   ELSE
                       MOVE 041 TO WS-MSG-NUMBER
                   END-IF
                   PERFORM 0900-DISPLAY-MESSAGE
               END-IF
           END-IF.

       0610-READ-TERMINAL.
           IF TM-TERMINAL-ID = WS-TERMINAL-ID
               SET WS-TERM-REGISTERED TO TRUE
               MOVE TM-LOCATION TO WS-TERMINAL-LOCATION
               MOVE TM-SECURITY-CLASS TO WS-TERMINAL-CLASS
               IF TM-STATUS-RETIRED
                   SET WS-TERM-RETIRED TO TRUE
               END-IF
           ELSE
               PERFORM 0610-READ-TERMINAL
           END-IF.
           SET WS-USER-NOT-FOUND TO TRUE
           MOVE 'N' TO WS-USER-FILE-OPEN-SWITCH
           MOVE 'N' TO WS-MASTER-DOWN-SWITCH
           PERFORM 1102-CHECK-BREAK-GLASS
           IF NOT WS-BREAK-GLASS-ACCOUNT
               OPEN I-O USER-MASTER-FILE
               IF WS-USER-FILE-STATUS = '00'
                   SET WS-USER-FILE-IS-OPEN TO TRUE
                   MOVE WS-NAME TO UM-USER-NAME
                   READ USER-MASTER-FILE
                       INVALID KEY
                           SET WS-USER-NOT-FOUND TO TRUE
                       NOT INVALID KEY
                           SET WS-USER-FOUND TO TRUE
                   END-READ
               ELSE
       *> The master being gone used to turn everyone silently into
       *> NOT FOUND and the whole shop got the sad greeting until
       *> someone noticed.  Now the failure is said out loud and the
       *> sign-on goes on the store-and-forward queue for SAFRPLAY
       *> to validate and post once the master is back.
                   SET WS-MASTER-DOWN TO TRUE
                   PERFORM 1105-QUEUE-DEGRADED-SIGNON
               END-IF
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

       1102-CHECK-BREAK-GLASS.
       *> The sealed emergency account is asked about before the
       *> master - it is for the day the master or every admin is
       *> out of reach, so it never lives there.  BRKGLCHK checks
       *> the credential, breaks the seal and raises the alarm; the
       *> account then stands in as an active admin record built
       *> here in memory, so every check below treats it as one.
       *> A wrong credential leaves an unusable PIN and a locked
       *> account reads as locked out for the day.
           MOVE 'N' TO WS-BREAK-GLASS-SWITCH
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO GC-CALL-AREA
           SET GC-VERIFY TO TRUE
           MOVE WS-NAME TO GC-USER-NAME
           MOVE WS-PIN TO GC-PIN
           MOVE WS-TERMINAL-ID TO GC-TERMINAL-ID
           MOVE 'LOGIN' TO GC-CALLER
           CALL 'BRKGLCHK' USING GC-CALL-AREA
           IF NOT GC-NOT-BREAK-GLASS
               SET WS-BREAK-GLASS-ACCOUNT TO TRUE
               INITIALIZE UM-USER-RECORD
               MOVE WS-NAME TO UM-USER-NAME
               SET UM-ROLE-ADMIN TO TRUE
               SET UM-STATUS-ACTIVE TO TRUE
               MOVE '****' TO UM-USER-PIN
               IF GC-GRANTED
                   CALL 'PINSCRMB' USING WS-PIN UM-USER-PIN
               END-IF
               IF GC-LOCKED
                   MOVE WS-CURRENT-DATE TO UM-LOCKOUT-DATE
               END-IF
               MOVE WS-CURRENT-DATE TO UM-PIN-SET-DATE
               SET WS-USER-FOUND TO TRUE
           END-IF.

       1105-QUEUE-DEGRADED-SIGNON.
           MOVE 031 TO WS-MSG-NUMBER
           PERFORM 0900-DISPLAY-MESSAGE
                       OR WS-VISITOR-DENIED
                   CLOSE VISITOR-REGISTER-FILE
               END-IF
       *> A name on the deny list - or renamed from or to one - is
       *> refused whatever the register says, with the same visitor
       *> refusal any other turned-away visitor sees; DENYCHK puts
       *> the alert naming the sponsor on the queue.
               MOVE SPACES TO DY-CALL-AREA
               MOVE WS-NAME TO DY-CHECK-NAME
               MOVE WS-VISITOR-SPONSOR TO DY-SPONSOR-NAME
               MOVE 'LOGIN' TO DY-CALLER
               MOVE WS-TERMINAL-ID TO DY-TERMINAL-ID
               CALL 'DENYCHK' USING DY-CALL-AREA
               IF DY-BARRED
                   MOVE 'N' TO WS-VISITOR-SWITCH
                   SET WS-VISITOR-DENIED TO TRUE
               END-IF
       *> Site policy says visitors are escorted - the register only
       *> vouches for them while the sponsor who signed for them is
       *> actually in the building.
       *> sponsor never confirmed, or one expired early, refuses the
       *> same way an out-of-window one does.
           IF VI-VISITOR-NAME = WS-NAME
               MOVE VI-SPONSOR-NAME TO WS-VISITOR-SPONSOR
               IF VI-STATUS-APPROVED
                       AND WS-CURRENT-DATE >= VI-VALID-FROM
                       AND WS-CURRENT-DATE <= VI-VALID-TO
                   SET WS-IS-VISITOR TO TRUE
               ELSE
                   SET WS-VISITOR-DENIED TO TRUE
               END-IF
       *> The day arithmetic comes from the shared date service -
       *> real calendar days, so a 90-day policy no longer drifts
       *> across month boundaries the way the old year*365 +
       *> month*30 approximation did.  A terminal 0600 already
       *> refused is no place to set a new PIN.
           MOVE 'N' TO WS-PIN-EXPIRED-SWITCH
           IF WS-PIN-VERIFIED AND WS-TERM-ACCEPTED
               IF UM-PIN-SET-DATE = ZERO
                   SET WS-PIN-EXPIRED TO TRUE
               ELSE
                   MOVE 'D' TO WS-DATE-FUNCTION
                   CALL 'DATESRV' USING WS-DATE-FUNCTION
                       WS-CURRENT-DATE UM-PIN-SET-DATE
                       WS-PIN-AGE-DAYS WS-SITE-CODE
                   IF WS-PIN-AGE-DAYS > WS-MAX-PIN-AGE-DAYS
                       SET WS-PIN-EXPIRED TO TRUE
                   END-IF
       *> The session continues on the PIN just chosen.
           MOVE WS-NEW-PIN TO WS-PIN.

       1180-CHECK-TRAINING-CURRENCY.
       *> Security-awareness training has to be current for anyone
       *> holding an admin or supervisor role.  The register TRNLOAD
       *> keeps from the learning system's feed is read for every
       *> sign-on that would otherwise go through: due within the
       *> warning days gets a reminder, lapsed (or never on record)
       *> gets told so.  A lapsed admin or supervisor is let in with
       *> the role ONCE - that sign-on is stamped on the register by
       *> 1199, once nothing after here has refused it - and from
       *> then on signs on as an operator until a fresh
       *> completion arrives and clears the stamp.  Checked before
       *> 1198, so the withheld role no longer needs a secure room.
       *> No register at all means the check has nothing to go on.
           MOVE SPACE TO WS-AWARE-STATUS
           MOVE SPACES TO WS-AWARE-EVENT
           MOVE 'N' TO WS-AWARE-GRACE-SWITCH
           IF WS-USER-FOUND AND UM-STATUS-ACTIVE
                   AND WS-PIN-VERIFIED AND WS-USER-NOT-LOCKED-OUT
                   AND WS-TERM-ACCEPTED
                   AND NOT WS-BREAK-GLASS-ACCOUNT
               OPEN I-O TRAINING-REGISTER-FILE
               IF WS-SECTRAIN-FILE-STATUS = '00'
                   MOVE 'N' TO WS-AWARE-ON-FILE-SWITCH
                   MOVE WS-NAME TO AW-USER-NAME
                   READ TRAINING-REGISTER-FILE
                       INVALID KEY
                           INITIALIZE AW-TRAINING-RECORD
                           MOVE WS-NAME TO AW-USER-NAME
                       NOT INVALID KEY
                           SET WS-AWARE-ON-FILE TO TRUE
                   END-READ
                   PERFORM 1182-CLASSIFY-TRAINING
                   IF WS-AWARE-DUE
                       MOVE 055 TO WS-MSG-NUMBER
                       PERFORM 0900-DISPLAY-MESSAGE
                   END-IF
                   IF WS-AWARE-LAPSED
                       MOVE 056 TO WS-MSG-NUMBER
                       PERFORM 0900-DISPLAY-MESSAGE
                       IF WS-EFF-ADMIN OR WS-EFF-SUPERVISOR
                           PERFORM 1184-APPLY-LAPSED-ROLE
                       END-IF
                   END-IF
                   CLOSE TRAINING-REGISTER-FILE
               END-IF
           END-IF.

       1182-CLASSIFY-TRAINING.
       *> Calendar days since the last completion, from the same
       *> date service 1165 ages the PIN with.
           IF AW-COMPLETED-DATE = ZERO
               SET WS-AWARE-LAPSED TO TRUE
           ELSE
               MOVE 'D' TO WS-DATE-FUNCTION
               CALL 'DATESRV' USING WS-DATE-FUNCTION
                   WS-CURRENT-DATE AW-COMPLETED-DATE
                   WS-AWARE-AGE-DAYS WS-SITE-CODE
               COMPUTE WS-AWARE-LEFT-DAYS =
                   WS-AWARE-VALID-DAYS - WS-AWARE-AGE-DAYS
               IF WS-AWARE-LEFT-DAYS < ZERO
                   SET WS-AWARE-LAPSED TO TRUE
               ELSE
                   IF WS-AWARE-LEFT-DAYS <= WS-AWARE-WARN-DAYS
                       SET WS-AWARE-DUE TO TRUE
                   END-IF
               END-IF
           END-IF.

       1184-APPLY-LAPSED-ROLE.
       *> The grace is only noted as wanted here - the window and
       *> terminal checks still to come may refuse the sign-on, and
       *> a refused sign-on must not use it up.
           IF AW-GRACE-USED-DATE = ZERO
               SET WS-AWARE-GRACE-WANTED TO TRUE
           ELSE
               MOVE 'O' TO WS-EFFECTIVE-ROLE
               MOVE 'TRN-LAPSED' TO WS-AWARE-EVENT
               MOVE 058 TO WS-MSG-NUMBER
               PERFORM 0900-DISPLAY-MESSAGE
           END-IF.

       1190-CHECK-SIGNON-WINDOW.
       *> PROCWIN restricts when batch may run; this is the same idea
       *> per person - an approved sign-on window on the user master,
               PERFORM 0900-DISPLAY-MESSAGE
           END-IF.

       1198-CHECK-TERMINAL-CLASS.
       *> An admin or supervisor role - base or elevated - signs on
       *> only at a secure-room terminal; the general floor and the
       *> kiosks are for everyone else.  Checked only for a sign-on
       *> that would otherwise succeed, so a failed PIN stays a
       *> failed PIN on the trails, and only when the terminal was
       *> not already refused.
           IF WS-TERM-ACCEPTED AND WS-TERM-REGISTERED
                   AND NOT WS-TERM-SECURE-ROOM
               IF WS-USER-FOUND AND UM-STATUS-ACTIVE
                       AND WS-PIN-VERIFIED AND WS-USER-NOT-LOCKED-OUT
                       AND (WS-EFF-ADMIN OR WS-EFF-SUPERVISOR)
                   MOVE 'TERM-CLASS' TO WS-TERM-REFUSAL
                   MOVE 054 TO WS-MSG-NUMBER
                   PERFORM 0900-DISPLAY-MESSAGE
               END-IF
           END-IF.

       1199-STAMP-TRAINING-GRACE.
       *> The last refusal check is behind us: a sign-on still going
       *> through with the role spends the one-time grace now, and
       *> only now is the person told so and TRN-GRACE fed.
           IF WS-AWARE-GRACE-WANTED
               IF WS-USER-FOUND AND UM-STATUS-ACTIVE
                       AND WS-PIN-VERIFIED AND WS-USER-NOT-LOCKED-OUT
                       AND WS-TERM-ACCEPTED AND NOT WS-OUT-OF-WINDOW
                   OPEN I-O TRAINING-REGISTER-FILE
                   IF WS-SECTRAIN-FILE-STATUS = '00'
                       MOVE 'N' TO WS-AWARE-ON-FILE-SWITCH
                       MOVE WS-NAME TO AW-USER-NAME
                       READ TRAINING-REGISTER-FILE
                           INVALID KEY
                               INITIALIZE AW-TRAINING-RECORD
                               MOVE WS-NAME TO AW-USER-NAME
                           NOT INVALID KEY
                               SET WS-AWARE-ON-FILE TO TRUE
                       END-READ
                       MOVE WS-CURRENT-DATE TO AW-GRACE-USED-DATE
                       IF WS-AWARE-ON-FILE
                           REWRITE AW-TRAINING-RECORD
                       ELSE
                           WRITE AW-TRAINING-RECORD
                       END-IF
                       CLOSE TRAINING-REGISTER-FILE
                   END-IF
                   MOVE 'TRN-GRACE' TO WS-AWARE-EVENT
                   MOVE 057 TO WS-MSG-NUMBER
                   PERFORM 0900-DISPLAY-MESSAGE
               END-IF
           END-IF.

       1170-RECORD-FAILED-ATTEMPT.
       *> Count a failed admin attempt against the terminal/user and
       *> lock it out for the rest of the day once the threshold is
       *> reached.  The counter itself resets when a new day starts.
       *> The break-glass account has no master record to count on -
       *> BRKGLCHK has already put its failure on the alert queue.
           IF WS-USER-FOUND AND WS-EFF-ADMIN
                   AND WS-PIN-NOT-VERIFIED AND WS-USER-NOT-LOCKED-OUT
                   AND NOT WS-BREAK-GLASS-ACCOUNT
               MOVE UM-USER-RECORD TO WS-UM-BEFORE-IMAGE
               IF UM-LAST-ATTEMPT-DATE NOT = WS-CURRENT-DATE
                   MOVE ZERO TO UM-FAILED-COUNT
       *> acknowledgment trail this exists to keep honest.
           IF WS-USER-FOUND AND UM-STATUS-ACTIVE
                   AND WS-PIN-VERIFIED AND WS-USER-NOT-LOCKED-OUT
                   AND WS-TERM-ACCEPTED
               PERFORM 1910-LOAD-MY-ACKS
               MOVE 'N' TO WS-USERMSG-EOF-SWITCH
               OPEN INPUT USER-MESSAGE-FILE

       1970-SCAN-HOLIDAY.
       *> A row dated 0000MMDD recurs every year - the fixed
       *> holidays go on the file once, not once per January.  A
       *> row for another site is read past: the branch's regional
       *> holidays are not ours, nor ours theirs.
           IF NOT HD-ALL-SITES AND HD-SITE-CODE NOT = WS-SITE-CODE
               PERFORM 1960-READ-HOLIDAY
           ELSE
               IF HD-HOLIDAY-DATE = WS-HOLIDAY-TODAY
                   SET WS-IS-HOLIDAY TO TRUE
               ELSE
                   IF HD-HOLIDAY-DATE (1:4) = ZERO
                           AND HD-HOLIDAY-DATE (5:4)
                           = WS-HOLIDAY-TODAY (5:4)
                       SET WS-IS-HOLIDAY TO TRUE
                   ELSE
                       PERFORM 1960-READ-HOLIDAY
                   END-IF
               END-IF
           END-IF.

       *> for a session that never opened.  With two sessions open
       *> under one name the row keeps the newest sign-on; the
       *> DUP-SIGNON feed event already told security about the pair.
       *> A sign-on the terminal check refused opens nothing either.
           IF WS-SESSION-FILE-IS-OPEN AND WS-TERM-ACCEPTED
               IF (WS-USER-FOUND AND UM-STATUS-ACTIVE
                       AND WS-PIN-VERIFIED
                       AND WS-USER-NOT-LOCKED-OUT
                   MOVE WS-STAMP-DATE TO SC-SIGNON-DATE
                   MOVE WS-LOGIN-TIME TO SC-SIGNON-TIME
                   MOVE WS-TERMINAL-ID TO SC-TERMINAL-ID
                   MOVE ZERO TO SC-BREAK-START-DATE
                   MOVE ZERO TO SC-BREAK-START-TIME
                   MOVE ZERO TO SC-BREAK-SECONDS
                   IF WS-ALREADY-SIGNED-ON
                       REWRITE SC-SESSION-RECORD
                   ELSE
       *> greeting itself announce whose name is worth stealing.
           IF WS-USER-FOUND AND UM-STATUS-ACTIVE
                   AND WS-PIN-VERIFIED AND WS-USER-NOT-LOCKED-OUT
                   AND WS-TERM-ACCEPTED
               MOVE WS-EFFECTIVE-ROLE TO WS-GREET-ROLE
           ELSE
               MOVE SPACE TO WS-GREET-ROLE
           END-IF
           DISPLAY ' '

           IF WS-IS-VISITOR AND WS-TERM-ACCEPTED
               MOVE 024 TO WS-MSG-NUMBER
               PERFORM 0900-DISPLAY-MESSAGE
               MOVE 025 TO WS-MSG-NUMBER
               MOVE 026 TO WS-MSG-NUMBER
               PERFORM 0900-DISPLAY-MESSAGE
           END-IF
       *> A terminal refusal already said why - no role welcome,
       *> and no not-admin consolation either.
           IF WS-USER-FOUND AND WS-EFF-ADMIN AND UM-STATUS-ACTIVE
                   AND WS-PIN-VERIFIED AND WS-USER-NOT-LOCKED-OUT
                   AND WS-TERM-ACCEPTED THEN
               MOVE 011 TO WS-MSG-NUMBER
               PERFORM 0900-DISPLAY-MESSAGE
               MOVE 012 TO WS-MSG-NUMBER
           ELSE
               IF WS-USER-FOUND AND WS-EFF-SUPERVISOR
                       AND UM-STATUS-ACTIVE AND WS-PIN-VERIFIED
                       AND WS-USER-NOT-LOCKED-OUT AND WS-TERM-ACCEPTED
                   MOVE 013 TO WS-MSG-NUMBER
                   PERFORM 0900-DISPLAY-MESSAGE
                   MOVE 014 TO WS-MSG-NUMBER
                   IF WS-USER-FOUND AND WS-EFF-OPERATOR
                           AND UM-STATUS-ACTIVE AND WS-PIN-VERIFIED
                           AND WS-USER-NOT-LOCKED-OUT
                           AND WS-TERM-ACCEPTED
                       MOVE 015 TO WS-MSG-NUMBER
                       PERFORM 0900-DISPLAY-MESSAGE
                       MOVE 016 TO WS-MSG-NUMBER
       *> not-admin consolation is for staff only.
                       IF NOT WS-IS-VISITOR AND NOT WS-VISITOR-DENIED
                               AND NOT WS-MASTER-DOWN
                               AND WS-TERM-ACCEPTED
                           MOVE 017 TO WS-MSG-NUMBER
                           PERFORM 0900-DISPLAY-MESSAGE
                           MOVE 018 TO WS-MSG-NUMBER
           IF WS-OUT-OF-WINDOW
               MOVE 'OUT-WINDOW' TO AU-OUTCOME
           END-IF
       *> A terminal refusal outranks everything above - whatever the
       *> person was, nothing was signed on, and the reviewer sees
       *> which terminal rule turned them away.
           IF NOT WS-TERM-ACCEPTED
               SET AU-NOT-ADMIN TO TRUE
               MOVE WS-TERM-REFUSAL TO AU-OUTCOME
           END-IF
           STRING WS-AUDIT-PREFIX WS-CURRENT-DATE
               INTO WS-AUDIT-FILE-NAME END-STRING
           STRING WS-AUDITCTL-PREFIX WS-CURRENT-DATE
           MOVE WS-CURRENT-TIME TO GH-GREETING-TIME
           IF WS-USER-FOUND AND WS-EFF-ADMIN AND UM-STATUS-ACTIVE
                   AND WS-PIN-VERIFIED AND WS-USER-NOT-LOCKED-OUT
                   AND WS-TERM-ACCEPTED
               SET GH-IS-ADMIN TO TRUE
           ELSE
               SET GH-NOT-ADMIN TO TRUE
                   MOVE 'LOGIN' TO SM-EVENT-TYPE
               END-IF
           END-IF
       *> The refused sign-on's one row carries the refusal itself -
       *> TERM-UNREG, TERM-RETRD or TERM-CLASS - in place of the
       *> ADMIN-OK or LOGIN it would otherwise have been.  The admin
       *> flag stays, so an admin turned away at a kiosk still
       *> reads as an admin event.
           IF NOT WS-TERM-ACCEPTED
               MOVE WS-TERM-REFUSAL TO SM-EVENT-TYPE
           END-IF
           OPEN EXTEND SECURITY-FEED-FILE
           IF WS-SECFEED-FILE-STATUS = '00'
               WRITE SM-FEED-RECORD
                   MOVE WS-WINDOW-EVENT TO SM-EVENT-TYPE
                   WRITE SM-FEED-RECORD
               END-IF
       *> A lapsed admin or supervisor: TRN-GRACE for the one
       *> sign-on let through with the role, TRN-LAPSED once 1180
       *> has started withholding it.
               IF WS-AWARE-EVENT NOT = SPACES
                   MOVE WS-AWARE-EVENT TO SM-EVENT-TYPE
                   WRITE SM-FEED-RECORD
               END-IF
       *> And one more when 0600 found no registry row for this
       *> terminal - a new unregistered station is exactly what the
       *> analyzer should wake someone up about, refused or not.
               IF NOT WS-TERM-REGISTERED
                   MOVE 'UNREG-TERM' TO SM-EVENT-TYPE
                   WRITE SM-FEED-RECORD
       *> The sponsor-present check's result goes to security
       *> either way - the refusals AND the escorted visits are
       *> both part of the escort policy's paper trail.
               IF WS-IS-VISITOR AND WS-TERM-ACCEPTED
                   MOVE 'SPON-IN' TO SM-EVENT-TYPE
                   WRITE SM-FEED-RECORD
               END-IF
                   MOVE 'SPON-OUT' TO SM-EVENT-TYPE
                   WRITE SM-FEED-RECORD
               END-IF
       *> The emergency account's every attempt, good or bad, is its
       *> own event on the feed as well as on the alert queue.
               IF WS-BREAK-GLASS-ACCOUNT
                   MOVE 'BREAKGLASS' TO SM-EVENT-TYPE
                   WRITE SM-FEED-RECORD
               END-IF
           END-IF
           CLOSE SECURITY-FEED-FILE.

