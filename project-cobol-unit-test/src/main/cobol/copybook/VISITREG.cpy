      *           sign-on is honored, and why they are in.  LOGIN
      *           checks this when a name is not on the user master,
      *           so a contractor gets neither a permanent USERMAST
      *           entry nor a refusal at the door.  A contractor
      *           also carries the code of their firm, and every
      *           entry the serial of the visitor pass last printed
      *           for it, so a pass handed back or lost is traced.
      ******************************************************************
       01  VI-VISITOR-RECORD.
           05  VI-VISITOR-NAME         PIC X(20).
               88  VI-STATUS-PENDING       VALUE 'P'.
               88  VI-STATUS-APPROVED      VALUE 'A' ' '.
               88  VI-STATUS-EXPIRED       VALUE 'X'.
      *    The contractor firm (CONTRCO) a contractor works for -
      *    blank for an ordinary visitor.  The firm's contract end
      *    caps the entry: CONTREXP expires it once that has passed.
           05  VI-COMPANY-CODE         PIC X(6).
      *    The pass VISITMNT last printed for the entry - at
      *    approval or on demand - with its PASSCTL serial, the day
      *    it was issued and whether it is still out, back at
      *    reception or reported lost.  Status blank means no pass
      *    has been printed.
           05  VI-PASS-SERIAL          PIC 9(6).
           05  VI-PASS-ISSUED-DATE     PIC 9(8).
           05  VI-PASS-STATUS          PIC X(1).
               88  VI-PASS-OUT             VALUE 'I'.
               88  VI-PASS-RETURNED        VALUE 'R'.
               88  VI-PASS-LOST            VALUE 'L'.
