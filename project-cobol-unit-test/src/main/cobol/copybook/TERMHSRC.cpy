      ******************************************************************
      * Copybook: TERMHSRC
      * Purpose:  Terminal registry change-history record - one row
      *           per touch TERMMNT makes to TERMMAST (file TERMHIST):
      *           what was done, who did it, and the terminal's
      *           location, security class and status before and
      *           after - so "who moved T004 to the loading dock, and
      *           when was it made a kiosk" is answered from a file.
      *           An add carries a blank before side.
      ******************************************************************
       01  TH-HISTORY-RECORD.
           05  TH-TIMESTAMP            PIC X(14).
           05  TH-ACTION               PIC X(8).
           05  TH-OPERATOR             PIC X(20).
           05  TH-TERMINAL-ID          PIC X(4).
           05  TH-BEFORE-LOCATION      PIC X(20).
           05  TH-BEFORE-CLASS         PIC X(1).
           05  TH-BEFORE-STATUS        PIC X(1).
           05  TH-AFTER-LOCATION       PIC X(20).
           05  TH-AFTER-CLASS          PIC X(1).
           05  TH-AFTER-STATUS         PIC X(1).
