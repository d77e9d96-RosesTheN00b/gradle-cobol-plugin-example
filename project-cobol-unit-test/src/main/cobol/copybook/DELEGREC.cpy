      ******************************************************************
      * Copybook: DELEGREC
      * Purpose:  Approval delegation record (file DELEGATE) - one
      *           row per cover arrangement a supervisor sets up in
      *           DELEGMNT before going away: who stands in, between
      *           which dates, and for which approvals.  Inside the
      *           window the delegate is accepted by UMAPPROV, the
      *           VISITMNT sponsorship approval and RECERT as if they
      *           were the delegator, and every trail those programs
      *           keep names both.  A cancelled row stays on file as
      *           the record that the cover was once in place.
      ******************************************************************
       01  DG-DELEGATION-RECORD.
           05  DG-DELEGATOR            PIC X(20).
           05  DG-DELEGATE             PIC X(20).
           05  DG-FROM-DATE            PIC 9(8).
           05  DG-TO-DATE              PIC 9(8).
           05  DG-SCOPE                PIC X(1).
               88  DG-SCOPE-ALL            VALUE 'A'.
               88  DG-SCOPE-USER-CHANGES   VALUE 'U'.
               88  DG-SCOPE-VISITORS       VALUE 'V'.
               88  DG-SCOPE-RECERT         VALUE 'R'.
               88  DG-SCOPE-VALID          VALUE 'A' 'U' 'V' 'R'.
           05  DG-STATUS               PIC X(1).
               88  DG-STATUS-ACTIVE        VALUE 'A'.
               88  DG-STATUS-CANCELLED     VALUE 'X'.
           05  DG-SET-UP-TIMESTAMP     PIC X(14).
