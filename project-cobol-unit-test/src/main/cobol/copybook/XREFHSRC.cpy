      ******************************************************************
      * Copybook: XREFHSRC
      * Purpose:  Cross-reference change-history record - one row
      *           per touch XREFMNT makes to BADGXREF or EMPXREF
      *           (file XREFHIST): which file, what was done, who
      *           did it, and the number-to-name link before and
      *           after - so "who gave badge 0004417 to whom, and
      *           when" is answered from a file, the way UMHISTRC
      *           answers it for the user master.  An add carries a
      *           blank before side, a retire a blank after side.
      *           BADGHOTM writes here too, file id BADGHOT, for
      *           each badge put on or cleared off the hotlist.
      ******************************************************************
       01  XH-HISTORY-RECORD.
           05  XH-TIMESTAMP            PIC X(14).
           05  XH-FILE-ID              PIC X(8).
           05  XH-ACTION               PIC X(8).
           05  XH-OPERATOR             PIC X(20).
           05  XH-BEFORE-NUMBER        PIC X(10).
           05  XH-BEFORE-NAME          PIC X(20).
           05  XH-AFTER-NUMBER         PIC X(10).
           05  XH-AFTER-NAME           PIC X(20).
