      ******************************************************************
      * Copybook: TIMECORR
      * Purpose:  Supervisor time-correction transaction - a corrected
      *           start or end time for one person's session on one
      *           day, with the reason.  One supervisor keys it
      *           (TCENTRY) onto the TCPENDNG queue; a SECOND
      *           supervisor releases it (TCAPPROV), which copies it,
      *           stamped with the approver, onto TIMECORR.  LOGOFFLG
      *           itself is never rewritten - PAYHOURS and ATTSTMT
      *           lay the approved rows over the original sessions.
      *           A start correction moves the start of the person's
      *           first session that day, an end correction the end
      *           of their last.
      ******************************************************************
       01  TC-CORRECTION-RECORD.
           05  TC-TIMESTAMP            PIC X(14).
           05  TC-USER-NAME            PIC X(20).
      *    The day as LOGOFFLG dates the session (LO-LOGOFF-DATE).
           05  TC-SESSION-DATE         PIC 9(8).
           05  TC-CORRECTION-TYPE      PIC X(1).
               88  TC-START-CORRECTION     VALUE 'S'.
               88  TC-END-CORRECTION       VALUE 'E'.
               88  TC-TYPE-VALID           VALUE 'S' 'E'.
      *    HHMM on the 24-hour clock.
           05  TC-CORRECTED-TIME       PIC 9(4).
           05  TC-REASON               PIC X(30).
           05  TC-ENTERED-BY           PIC X(20).
      *    Blank on the queue; filled in on release.
           05  TC-APPROVED-BY          PIC X(20).
           05  TC-APPROVED-DATE        PIC 9(8).
