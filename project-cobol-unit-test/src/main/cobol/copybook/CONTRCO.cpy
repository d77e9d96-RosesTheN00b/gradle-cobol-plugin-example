      ******************************************************************
      * Copybook: CONTRCO
      * Purpose:  Contractor company master (file CONTRCO) - one row
      *           per firm whose people sit on the visitor register:
      *           the short code VISITREG carries against each of
      *           them, the firm's name, the contract's start and
      *           end dates and the staff member responsible for the
      *           firm.  Maintained on CONTRMNT.  Once the contract
      *           end has passed CONTREXP expires every register
      *           entry carrying the code, so a contract ended early
      *           is one change here instead of one per person.
      ******************************************************************
       01  CO-COMPANY-RECORD.
           05  CO-COMPANY-CODE         PIC X(6).
           05  CO-COMPANY-NAME         PIC X(30).
           05  CO-CONTRACT-START       PIC 9(8).
           05  CO-CONTRACT-END         PIC 9(8).
           05  CO-SPONSOR-NAME         PIC X(20).
