      *          operators get the inquiries, supervisors add the
      *          reports and registers, and only admins see the user
      *          maintenance and the restore utilities.  Every menu
      *          launch says who launched it in the run log, and the
      *          privileged-action trail (PRIVTRL, through PRIVLGWR)
      *          records the sign-on, every selection - refused ones
      *          too - and what a choice was pointed at, with the
      *          operator, role and terminal on every row.  The
      *          sealed break-glass account (BRKGLASS) is asked about
      *          before the master: through BRKGLCHK it signs on with
      *          admin reach, raises its alert and supervisor message,
      *          and every row of its session is flagged and copied
      *          to BRKGLTRL.  The account is checked again before
      *          every choice, so a session still open when the
      *          business day rolls over - or when a supervisor
      *          reseals it (choice 43) - ends there.  Supervisors
      *          leave approval cover for their absences through
      *          choice 44 (DELEGMNT), and the compliance officer's
      *          monthly security-training list is choice 45
      *          (TRNCURRP).  Contractor firms and their contract
      *          dates are kept through choice 46 (CONTRMNT), and
      *          the admins alone keep the visitor deny list through
      *          choice 47 (DENYMNT).  Reception's end-of-day list
      *          of visitor passes not yet handed back is choice 48
      *          (PASSOUT), and the message catalog - every language
      *          of a message side by side - is kept through choice
      *          49 (MSGCMNT).  The monthly terminal utilization
      *          report facilities plan terminal removals from is
      *          choice 50 (TERMUTIL), and the weekly master-data
      *          scorecard - every gap between the user master and
      *          the reference files - is choice 51 (MDSCORE), for a
      *          check before the payroll and recertification runs.
      *          Facilities keep the keys and equipment issue
      *          register, and settle leavers' clearance, through
      *          choice 52 (ISSUEMNT).
      *          Loops back to the menu after each function returns
      *          until the operator chooses to exit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-SIGNED-ON-SWITCH PIC X(1) VALUE 'N'.
           88  WS-OPERATOR-SIGNED-ON    VALUE 'Y'.
       01  WS-BREAK-GLASS-SWITCH PIC X(1) VALUE 'N'.
           88  WS-BREAK-GLASS-SESSION   VALUE 'Y'.
      *    1 operator, 2 supervisor, 3 admin - the menu shows (and
      *    the dispatch honors) everything at or below the tier.
       01  WS-OPER-TIER PIC 9(1) VALUE ZERO.
       01  WS-RUNLOG-EVENT PIC X(5) VALUE 'START'.
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RUNLOG-STATUS PIC X(20).
       01  WS-TERMINAL-ID PIC X(4) VALUE SPACES.
           COPY "PRIVCALL.cpy".
           COPY "BRKGCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-CHECK-TRAINING-MODE
           PERFORM 0080-READ-POLICY
           PERFORM 0090-IDENTIFY-TERMINAL
           PERFORM 0100-AUTHENTICATE
               UNTIL WS-OPERATOR-SIGNED-ON
               OR WS-TRY-COUNT >= WS-MAX-TRIES
           END-IF
           PERFORM 1000-PROCESS-MENU
               UNTIL WS-EXIT-REQUESTED
           MOVE SPACES TO PV-CALL-AREA
           SET PV-END-SESSION TO TRUE
           MOVE ZERO TO PV-MENU-CHOICE
           CALL 'PRIVLGWR' USING PV-CALL-AREA
           GOBACK.

       0050-CHECK-TRAINING-MODE.
               CLOSE POLICY-FILE
           END-IF.

       0090-IDENTIFY-TERMINAL.
       *> The terminal goes on every trail row this session writes.
           DISPLAY 'ENTER TERMINAL ID'
           ACCEPT WS-TERMINAL-ID
           INSPECT WS-TERMINAL-ID CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       0100-AUTHENTICATE.
       *> The menu starts every program in the shop, so it takes the
       *> same front door LOGIN guards its one greeting with: name
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'ENTER YOUR PIN'
           ACCEPT WS-OPER-PIN
           MOVE SPACES TO GC-CALL-AREA
           SET GC-VERIFY TO TRUE
           MOVE WS-OPER-NAME TO GC-USER-NAME
           MOVE WS-OPER-PIN TO GC-PIN
           MOVE WS-TERMINAL-ID TO GC-TERMINAL-ID
           MOVE 'OPERMENU' TO GC-CALLER
           CALL 'BRKGLCHK' USING GC-CALL-AREA
           IF GC-NOT-BREAK-GLASS
               PERFORM 0160-MASTER-SIGNON
           ELSE
               PERFORM 0150-BREAK-GLASS-SIGNON
           END-IF.

       0150-BREAK-GLASS-SIGNON.
       *> The emergency account never touches the master - it is for
       *> the day the master or every admin is unavailable.  It has
       *> admin reach; BRKGLCHK has already raised the alarm.
           IF GC-GRANTED
               SET WS-OPERATOR-SIGNED-ON TO TRUE
               SET WS-BREAK-GLASS-SESSION TO TRUE
               MOVE 'A' TO WS-EFFECTIVE-ROLE
               MOVE 3 TO WS-OPER-TIER
               DISPLAY '*** BREAK-GLASS SESSION - EVERY ACTION IS '
                   'RECORDED ***'
               PERFORM 0900-LOG-THE-SIGNON
               PERFORM 0920-OPEN-PRIVILEGE-TRAIL
           ELSE
               IF GC-LOCKED
                   DISPLAY 'SIGN-ON REFUSED - BREAK-GLASS ACCOUNT '
                       'LOCKED UNTIL A SUPERVISOR RESEALS IT'
                   MOVE WS-MAX-TRIES TO WS-TRY-COUNT
               ELSE
                   DISPLAY 'SIGN-ON REFUSED'
               END-IF
           END-IF.

       0160-MASTER-SIGNON.
           OPEN I-O USER-MASTER-FILE
           IF WS-USER-FILE-STATUS NOT = '00'
               DISPLAY 'USER MASTER UNAVAILABLE - STATUS '
                   SET WS-OPERATOR-SIGNED-ON TO TRUE
                   PERFORM 0300-RESOLVE-TIER
                   PERFORM 0900-LOG-THE-SIGNON
                   PERFORM 0920-OPEN-PRIVILEGE-TRAIL
               ELSE
                   DISPLAY 'SIGN-ON REFUSED'
                   PERFORM 0250-RECORD-FAILED-ATTEMPT
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       0920-OPEN-PRIVILEGE-TRAIL.
       *> PRIVLGWR keeps who is signed on for the rest of the run,
       *> so the programs the menu calls stamp their own trail rows
       *> with this operator without being told.
           MOVE SPACES TO PV-CALL-AREA
           SET PV-OPEN-SESSION TO TRUE
           MOVE WS-OPER-NAME TO PV-OPERATOR
           MOVE WS-EFFECTIVE-ROLE TO PV-ROLE
           MOVE WS-TERMINAL-ID TO PV-TERMINAL-ID
           MOVE 'N' TO PV-TRAINING-FLAG
           IF WS-TRAINING-MODE
               MOVE 'Y' TO PV-TRAINING-FLAG
           END-IF
           MOVE 'N' TO PV-BREAK-GLASS-FLAG
           IF WS-BREAK-GLASS-SESSION
               MOVE 'Y' TO PV-BREAK-GLASS-FLAG
           END-IF
           MOVE ZERO TO PV-MENU-CHOICE
           MOVE 'OPERMENU' TO PV-PROGRAM
           CALL 'PRIVLGWR' USING PV-CALL-AREA.

       0930-TRAIL-THE-CHOICE.
       *> One trail row per selection; the event (SELECT, REFUSED or
       *> TARGET) and any target are set by the caller.
           MOVE SPACES TO PV-OPERATOR
           SET PV-WRITE-ROW TO TRUE
           MOVE WS-MENU-CHOICE TO PV-MENU-CHOICE
           CALL 'PRIVLGWR' USING PV-CALL-AREA.

       0950-LOG-THE-LAUNCH.
       *> Every launch on the record: the choice number as the
       *> count, the operator's name as the status - "who started
       1000-PROCESS-MENU.
           PERFORM 1100-DISPLAY-MENU
           PERFORM 1200-ACCEPT-CHOICE
           IF WS-BREAK-GLASS-SESSION
               PERFORM 1050-CHECK-GLASS-STILL-OPEN
           END-IF
           PERFORM 1250-CHECK-AUTHORITY
           IF WS-OPER-TIER >= WS-NEEDED-TIER
               IF WS-MENU-CHOICE NOT = ZERO
                   PERFORM 0950-LOG-THE-LAUNCH
                   MOVE SPACES TO PV-CALL-AREA
                   MOVE 'SELECT' TO PV-EVENT
                   MOVE 'OPERMENU' TO PV-PROGRAM
                   PERFORM 0930-TRAIL-THE-CHOICE
               END-IF
               PERFORM 1300-DISPATCH-CHOICE
           ELSE
               DISPLAY 'NOT AUTHORIZED FOR YOUR ROLE'
               MOVE SPACES TO PV-CALL-AREA
               MOVE 'REFUSED' TO PV-EVENT
               MOVE 'OPERMENU' TO PV-PROGRAM
               PERFORM 0930-TRAIL-THE-CHOICE
           END-IF.

       1050-CHECK-GLASS-STILL-OPEN.
       *> The seal is good for the business day it was broken on
       *> only; once it locks or is resealed the session goes too,
       *> by way of the ordinary exit.
           MOVE SPACES TO GC-CALL-AREA
           SET GC-CHECK-OPEN TO TRUE
           MOVE WS-OPER-NAME TO GC-USER-NAME
           MOVE WS-TERMINAL-ID TO GC-TERMINAL-ID
           MOVE 'OPERMENU' TO GC-CALLER
           CALL 'BRKGLCHK' USING GC-CALL-AREA
           IF NOT GC-GRANTED
               DISPLAY 'BREAK-GLASS ACCOUNT LOCKED OR RESEALED - '
                   'SESSION ENDED'
               MOVE ZERO TO WS-MENU-CHOICE
           END-IF.

       1100-DISPLAY-MENU.
           DISPLAY '================================================'
           DISPLAY 'LOGIN/GREETING SYSTEM - OPERATOR MENU'
           DISPLAY 'SIGNED ON: ' WS-OPER-NAME
           IF WS-BREAK-GLASS-SESSION
               DISPLAY '*** BREAK-GLASS SESSION - EVERY ACTION IS '
                   'RECORDED ***'
           END-IF
           IF WS-TRAINING-MODE
               DISPLAY '*** TRAINING MODE - PRACTICE FILES IN USE ***'
           END-IF
           DISPLAY '------------------------------------------------'
           DISPLAY '  1. SIGN ON'
           DISPLAY ' 27. SIGN OUT'
           DISPLAY ' 37. START / END A BREAK'
           DISPLAY '  4. LOOK UP LOGIN HISTORY'
           DISPLAY '  9. WHO IS SIGNED ON NOW'
           DISPLAY ' 10. LAST RUN OF EACH PROGRAM'
           DISPLAY ' 13. BUILDING OCCUPANCY / MUSTER'
           DISPLAY ' 16. ARCHIVE-AWARE SIGN-ON LOOKUP'
           DISPLAY ' 18. MORNING STATUS DASHBOARD'
           DISPLAY ' 29. REPORT A LOST / STOLEN BADGE'
           DISPLAY ' 39. LONE-WORKER / AFTER-HOURS CHECK'
           DISPLAY ' 48. VISITOR PASSES STILL OUT'
           IF WS-OPER-TIER >= 2
               DISPLAY '  2. RUN GREETING BATCH'
               DISPLAY '  3. VIEW DAILY REPORT'
               DISPLAY ' 20. FORCE-CLOSE A SESSION'
               DISPLAY ' 24. MESSAGE ACKNOWLEDGMENT STATUS'
               DISPLAY ' 25. ACCESS RECERTIFICATION'
               DISPLAY ' 28. BADGE / EMPLOYEE CROSS-REFERENCE'
               DISPLAY ' 31. HOLIDAY CALENDAR'
               DISPLAY ' 32. SHIFT ASSIGNMENTS'
               DISPLAY ' 33. ABSENCE REGISTER'
               DISPLAY ' 34. ENTER TIME CORRECTION'
               DISPLAY ' 35. APPROVE TIME CORRECTIONS'
               DISPLAY ' 36. CLOSE PAYROLL MONTH'
               DISPLAY ' 38. WORKING-TIME COMPLIANCE REPORT'
               DISPLAY ' 43. RESEAL BREAK-GLASS ACCOUNT'
               DISPLAY ' 44. APPROVAL DELEGATIONS'
               DISPLAY ' 45. SECURITY TRAINING CURRENCY REPORT'
               DISPLAY ' 46. CONTRACTOR COMPANIES'
               DISPLAY ' 49. MESSAGE CATALOG'
               DISPLAY ' 50. TERMINAL UTILIZATION REPORT'
               DISPLAY ' 51. MASTER-DATA SCORECARD'
               DISPLAY ' 52. KEYS AND EQUIPMENT REGISTER'
           END-IF
           IF WS-OPER-TIER >= 3
               DISPLAY '  7. MAINTAIN USER MASTER'
               DISPLAY ' 22. SKELETON-REBUILD USER MASTER'
               DISPLAY ' 23. RESTORE ALL MASTERS (DR BUNDLE)'
               DISPLAY ' 26. REFRESH TRAINING FILES'
               DISPLAY ' 30. TERMINAL REGISTRY'
               DISPLAY ' 40. SUBJECT ACCESS EXPORT'
               DISPLAY ' 41. PRIVILEGED-ACTION TRAIL REPORT'
               DISPLAY ' 42. CHANGE-APPROVAL EVIDENCE REPORT'
               DISPLAY ' 47. VISITOR DENY LIST'
           END-IF
           DISPLAY '  0. EXIT'
           DISPLAY '================================================'.
                   OR WS-MENU-CHOICE = 15 OR WS-MENU-CHOICE = 17
                   OR WS-MENU-CHOICE = 19 OR WS-MENU-CHOICE = 20
                   OR WS-MENU-CHOICE = 24 OR WS-MENU-CHOICE = 25
                   OR WS-MENU-CHOICE = 28 OR WS-MENU-CHOICE = 31
                   OR WS-MENU-CHOICE = 32 OR WS-MENU-CHOICE = 33
                   OR WS-MENU-CHOICE = 34 OR WS-MENU-CHOICE = 35
                   OR WS-MENU-CHOICE = 36 OR WS-MENU-CHOICE = 38
                   OR WS-MENU-CHOICE = 43 OR WS-MENU-CHOICE = 44
                   OR WS-MENU-CHOICE = 45 OR WS-MENU-CHOICE = 46
                   OR WS-MENU-CHOICE = 49 OR WS-MENU-CHOICE = 50
                   OR WS-MENU-CHOICE = 51 OR WS-MENU-CHOICE = 52
               MOVE 2 TO WS-NEEDED-TIER
           END-IF
           IF WS-MENU-CHOICE = 7 OR WS-MENU-CHOICE = 21
                   OR WS-MENU-CHOICE = 22 OR WS-MENU-CHOICE = 23
                   OR WS-MENU-CHOICE = 26 OR WS-MENU-CHOICE = 30
                   OR WS-MENU-CHOICE = 40 OR WS-MENU-CHOICE = 41
                   OR WS-MENU-CHOICE = 42 OR WS-MENU-CHOICE = 47
               MOVE 3 TO WS-NEEDED-TIER
           END-IF.

                                               SET WS-EXIT-REQUESTED
                                                   TO TRUE
                                           ELSE
                                               PERFORM
                                                   1700-DISPATCH-FIFTH
                                           END-IF
                                       END-IF
                                   END-IF
               END-IF
           END-IF.

       1700-DISPATCH-FIFTH.
       *> Fifth page - the reference-file maintenance screens.
           IF WS-MENU-CHOICE = 28
               CALL 'XREFMNT'
           ELSE
               IF WS-MENU-CHOICE = 29
                   CALL 'BADGHOTM'
               ELSE
                   IF WS-MENU-CHOICE = 30
                       CALL 'TERMMNT'
                   ELSE
                       IF WS-MENU-CHOICE = 31
                           CALL 'HOLIMNT'
                       ELSE
                           IF WS-MENU-CHOICE = 32
                               CALL 'SHIFTMNT'
                           ELSE
                               IF WS-MENU-CHOICE = 33
                                   CALL 'ABSMNT'
                               ELSE
                                   PERFORM 1800-DISPATCH-SIXTH
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1800-DISPATCH-SIXTH.
       *> Sixth page - time corrections, the payroll close, breaks,
       *> the working-time limits and the lone-worker watch.
           IF WS-MENU-CHOICE = 34
               CALL 'TCENTRY'
           ELSE
               IF WS-MENU-CHOICE = 35
                   CALL 'TCAPPROV'
               ELSE
                   IF WS-MENU-CHOICE = 36
                       CALL 'PAYCLOSE'
                   ELSE
                       IF WS-MENU-CHOICE = 37
                           CALL 'BREAKTRK'
                       ELSE
                           IF WS-MENU-CHOICE = 38
                               CALL 'WTCRPT'
                           ELSE
                               IF WS-MENU-CHOICE = 39
                                   CALL 'LONEWRK'
                               ELSE
                                   PERFORM 1900-DISPATCH-SEVENTH
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1900-DISPATCH-SEVENTH.
       *> Seventh page - data-protection requests, the audit trail
       *> of the menu itself, the user-master approval evidence,
       *> the break-glass reseal, supervisors' approval cover, the
       *> security-training currency list, the contractor firms and
       *> the visitor deny list.
           IF WS-MENU-CHOICE = 40
               CALL 'SAREXPRT'
           ELSE
               IF WS-MENU-CHOICE = 41
                   CALL 'PRIVRPT'
               ELSE
                   IF WS-MENU-CHOICE = 42
                       CALL 'APPREVID'
                   ELSE
                       IF WS-MENU-CHOICE = 43
                           CALL 'BGRESEAL'
                       ELSE
                           IF WS-MENU-CHOICE = 44
                               CALL 'DELEGMNT'
                           ELSE
                               IF WS-MENU-CHOICE = 45
                                   CALL 'TRNCURRP'
                               ELSE
                                   IF WS-MENU-CHOICE = 46
                                       CALL 'CONTRMNT'
                                   ELSE
                                       PERFORM 1910-DISPATCH-EIGHTH
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1910-DISPATCH-EIGHTH.
       *> Eighth page - the visitor deny list and pass returns, the
       *> message catalog, the terminal utilization report, the
       *> master-data scorecard and the keys and equipment register.
           IF WS-MENU-CHOICE = 47
               CALL 'DENYMNT'
           ELSE
               IF WS-MENU-CHOICE = 48
                   CALL 'PASSOUT'
               ELSE
                   IF WS-MENU-CHOICE = 49
                       CALL 'MSGCMNT'
                   ELSE
                       IF WS-MENU-CHOICE = 50
                           CALL 'TERMUTIL'
                       ELSE
                           IF WS-MENU-CHOICE = 51
                               CALL 'MDSCORE'
                           ELSE
                               IF WS-MENU-CHOICE = 52
                                   CALL 'ISSUEMNT'
                               ELSE
                                   DISPLAY 'ERROR: INVALID CHOICE'
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1410-CLEAR-RUN-LOCK.
       *> Operator override for a run lock orphaned by an abend - the
       *> named program's lock is forced free after a crashed run.
           INSPECT WS-LOCK-PROGRAM CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO PV-CALL-AREA
           MOVE 'TARGET' TO PV-EVENT
           MOVE 'RUNLOCKM' TO PV-PROGRAM
           MOVE WS-LOCK-PROGRAM TO PV-TARGET
           PERFORM 0930-TRAIL-THE-CHOICE
           MOVE 'O' TO WS-LOCK-FUNCTION
           CALL 'RUNLOCKM' USING WS-LOCK-PROGRAM WS-LOCK-FUNCTION
               WS-LOCK-RESULT.

       1320-RUN-DAILY-REPORT.
       *> DAILYRPT gives the per-user summary, CTLBREAK the
       *> admin/non-admin totals, DEPTRPT the per-department pages,
       *> LATERPT the lateness exceptions against the shift rota -
       *> all four are "the daily report" from the operator's
       *> point of view.
           CALL 'DAILYRPT'
           CALL 'CTLBREAK'
           CALL 'DEPTRPT'
           CALL 'LATERPT'.

       END PROGRAM OPERMENU.
