      *           deactivated automatically, with a history row
      *           saying why - the control the auditors ask for
      *           every year and the shop did with a highlighter.
      *           A response a delegate gave while covering for an
      *           absent supervisor names that supervisor as well.
      ******************************************************************
       01  RC-RECERT-RECORD.
           05  RC-CAMPAIGN-ID          PIC 9(6).
               88  RC-CONFIRMED            VALUE 'C'.
               88  RC-REVOKED              VALUE 'R'.
           05  RC-REVIEWER             PIC X(20).
           05  RC-ON-BEHALF-OF         PIC X(20).
