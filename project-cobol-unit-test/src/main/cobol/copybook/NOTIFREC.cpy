      ******************************************************************
      * Copybook: NOTIFREC
      * Purpose:  Notification outbox row (file NOTIFOUT) - one row
      *           per notice NOTIFOUT raises overnight, in the fixed
      *           layout the mail gateway collects: what kind of
      *           notice, the user-master name it goes to (the
      *           gateway owns the address book), the key that
      *           makes it that notice and no other, the date it
      *           was raised, a subject line and the body text.
      *           The gateway appends nothing; it takes the rows and
      *           empties the file.  The same key fields go to the
      *           NOTIFSNT sent-list so a notice already mailed is
      *           never raised a second time.
      ******************************************************************
       01  NF-NOTICE-RECORD.
           05  NF-NOTICE-TYPE          PIC X(8).
               88  NF-PIN-EXPIRING         VALUE 'PINEXPRY'.
               88  NF-VISIT-ENDING         VALUE 'VISITEND'.
               88  NF-RECERT-WAITING       VALUE 'RECERT'.
               88  NF-MESSAGE-UNCONFIRMED  VALUE 'MSGACK'.
           05  NF-RECIPIENT            PIC X(20).
           05  NF-NOTICE-KEY           PIC X(30).
           05  NF-CREATED-DATE         PIC 9(8).
           05  NF-SUBJECT              PIC X(40).
           05  NF-MESSAGE-TEXT         PIC X(80).
