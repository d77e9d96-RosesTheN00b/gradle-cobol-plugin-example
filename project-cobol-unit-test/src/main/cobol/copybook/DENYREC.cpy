      ******************************************************************
      * Copybook: DENYREC
      * Purpose:  Visitor deny-list record (file DENYLIST) - one row
      *           per person security has barred from the building:
      *           staff dismissed for cause, barred contractors.  Kept
      *           by admins only through DENYMNT; DENYCHK is what
      *           VISITMNT and LOGIN ask.  A lifted bar stays on file,
      *           marked X, as the record that it was once in place.
      ******************************************************************
       01  DN-DENY-RECORD.
           05  DN-DENIED-NAME          PIC X(20).
           05  DN-REASON               PIC X(30).
           05  DN-ADDED-BY             PIC X(20).
           05  DN-ADDED-DATE           PIC 9(8).
           05  DN-STATUS               PIC X(1).
               88  DN-STATUS-ACTIVE        VALUE 'A'.
               88  DN-STATUS-LIFTED        VALUE 'X'.
