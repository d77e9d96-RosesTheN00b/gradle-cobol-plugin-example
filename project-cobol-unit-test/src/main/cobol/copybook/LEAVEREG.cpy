      *           generation against this register: a leaver's name
      *           on any later generation is a high-priority
      *           security exception, because that account should
      *           never sign on again.  The clearance status says
      *           whether everything issued to the leaver on
      *           ISSUEREG has come back: HRLEAVER sets it the night
      *           the leaver is processed and ISSUEMNT settles it as
      *           facilities record the returns.  A row written
      *           before the status existed carries a blank, which
      *           nobody ever checked, so it reads as unchecked.
      ******************************************************************
       01  LR-LEAVER-RECORD.
           05  LR-USER-NAME            PIC X(20).
           05  LR-LEAVE-DATE           PIC 9(8).
           05  LR-DEACT-DATE           PIC 9(8).
           05  LR-CLEARANCE-STATUS     PIC X(1).
               88  LR-CLEARED              VALUE 'C'.
               88  LR-ITEMS-OUTSTANDING    VALUE 'O'.
               88  LR-CLEARANCE-UNCHECKED  VALUE 'U' ' '.
           05  LR-CLEARED-DATE         PIC 9(8).
