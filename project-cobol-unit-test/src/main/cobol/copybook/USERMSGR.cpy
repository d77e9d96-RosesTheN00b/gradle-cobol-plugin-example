      *           MSGACKF trail - so the safety office can list
      *           exactly who has not confirmed the new lockout
      *           procedure instead of chasing paper signatures.
      *           Ops maintains the file like the banner.  The date
      *           the message went up rides on the end, so NOTIFOUT
      *           can tell how long a target has left it unconfirmed;
      *           a row keyed before it existed leaves it blank,
      *           which reads as posted long enough ago.
      ******************************************************************
       01  MG-MESSAGE-RECORD.
           05  MG-MSG-ID               PIC 9(4).
           05  MG-TARGET               PIC X(20).
           05  MG-EXPIRY-DATE          PIC 9(8).
           05  MG-MSG-TEXT             PIC X(60).
           05  MG-POSTED-DATE          PIC 9(8).
