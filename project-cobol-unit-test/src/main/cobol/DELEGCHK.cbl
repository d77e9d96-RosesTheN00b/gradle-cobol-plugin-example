      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared approval delegation check - a callable
      *          taking the one DELGCALL area, so UMAPPROV,
      *          VISITMNT and RECERT all decide a stand-in the same
      *          way.  Reads the DELEGATE
      *          file for an active row naming this delegator and
      *          this delegate whose date window covers the date
      *          asked about and whose scope is the approval being
      *          made or ALL.  Nobody is ever their own delegate.
      *          The file is read fresh on every call - a cover set
      *          up or cancelled a minute ago counts at once.  In
      *          training mode the practice file TDELEGATE is read.
      *          Parameters: the DELGCALL area.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELEGCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELEGATION-FILE ASSIGN TO WS-DELEGATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELEGATE-FILE-STATUS.

           SELECT TRAINING-MODE-FILE ASSIGN TO 'TRAINMODE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELEGATION-FILE.
           COPY "DELEGREC.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DELEGATE-NAME PIC X(9) VALUE 'DELEGATE'.
       01  WS-DELEGATE-FILE-STATUS PIC X(2).
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       LINKAGE SECTION.
           COPY "DELGCALL.cpy".

       PROCEDURE DIVISION USING DL-CALL-AREA.
       0000-CHECK-DELEGATION.
           SET DL-NOT-DELEGATED TO TRUE
           IF DL-DELEGATE = SPACES OR DL-DELEGATOR = SPACES
                   OR DL-DELEGATE = DL-DELEGATOR
               GOBACK
           END-IF
           PERFORM 0050-CHECK-TRAINING-MODE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DELEGATION-FILE
           IF WS-DELEGATE-FILE-STATUS = '00'
               PERFORM 1000-READ-DELEGATION
               PERFORM 1100-TEST-ONE-ROW
                   UNTIL WS-END-OF-FILE OR DL-DELEGATED
               CLOSE DELEGATION-FILE
           END-IF
           GOBACK.

       0050-CHECK-TRAINING-MODE.
           MOVE 'DELEGATE' TO WS-DELEGATE-NAME
           OPEN INPUT TRAINING-MODE-FILE
           IF WS-TRAINING-FILE-STATUS = '00'
               READ TRAINING-MODE-FILE
                   NOT AT END
                       IF TR-TRAINING-ON
                           MOVE 'TDELEGATE' TO WS-DELEGATE-NAME
                       END-IF
               END-READ
               CLOSE TRAINING-MODE-FILE
           END-IF.

       1000-READ-DELEGATION.
           READ DELEGATION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1100-TEST-ONE-ROW.
           IF DG-STATUS-ACTIVE
                   AND DG-DELEGATOR = DL-DELEGATOR
                   AND DG-DELEGATE = DL-DELEGATE
                   AND DL-AS-OF-DATE >= DG-FROM-DATE
                   AND DL-AS-OF-DATE <= DG-TO-DATE
                   AND (DG-SCOPE-ALL OR DG-SCOPE = DL-SCOPE)
               SET DL-DELEGATED TO TRUE
           ELSE
               PERFORM 1000-READ-DELEGATION
           END-IF.

       END PROGRAM DELEGCHK.
