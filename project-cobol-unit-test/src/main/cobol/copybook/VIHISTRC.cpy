      *           "who approved this contractor and when" is
      *           answered from a file.  The images are sized ahead
      *           of the current VI record so a register extension
      *           widens cleanly.  An approval row names who
      *           approved it and, when that was a delegate covering
      *           for the sponsor, the sponsor they acted for.
      ******************************************************************
       01  VH-HISTORY-RECORD.
           05  VH-TIMESTAMP            PIC X(14).
           05  VH-ACTION               PIC X(8).
           05  VH-BEFORE-IMAGE         PIC X(120).
           05  VH-AFTER-IMAGE          PIC X(120).
           05  VH-ACTED-BY             PIC X(20).
           05  VH-ON-BEHALF-OF         PIC X(20).
