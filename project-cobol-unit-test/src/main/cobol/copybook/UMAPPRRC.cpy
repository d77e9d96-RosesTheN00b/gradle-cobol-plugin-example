      ******************************************************************
      * Copybook: UMAPPRRC
      * Purpose:  Approval decision log record (file UMAPPRLG) - one
      *           row for every pending-queue request UMAPPROV
      *           releases or rejects.  The queue row itself leaves
      *           UMPENDNG once it is decided, so this is where the
      *           request (who asked, when, for what) and the
      *           decision (who released it, when) are kept side by
      *           side.  An approved row carries the same timestamp
      *           as the USRMHIST row the release wrote, which is how
      *           the evidence report ties the two together.  When
      *           the release was made by a delegate standing in for
      *           an absent supervisor, the approver is the delegate
      *           and the supervisor they covered for is kept beside
      *           them.
      ******************************************************************
       01  AP-APPROVAL-RECORD.
           05  AP-DECIDED-TIMESTAMP    PIC X(14).
           05  AP-USER-NAME            PIC X(20).
           05  AP-REQUESTOR            PIC X(20).
           05  AP-APPROVER             PIC X(20).
      *    The request as it stood on UMPENDNG.
           05  AP-REQUEST-TIMESTAMP    PIC X(14).
           05  AP-REQUEST-TYPE         PIC X(1).
           05  AP-REQUESTED-ROLE       PIC X(1).
           05  AP-REQUESTED-STATUS     PIC X(1).
           05  AP-ELEV-START           PIC 9(8).
           05  AP-ELEV-END             PIC 9(8).
           05  AP-DECISION             PIC X(1).
               88  AP-APPROVED             VALUE 'A'.
               88  AP-REJECTED             VALUE 'R'.
           05  AP-ON-BEHALF-OF         PIC X(20).
