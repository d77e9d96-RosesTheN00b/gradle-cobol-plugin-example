       2000-PROCESS-RECORD.
       *> Later rows overwrite earlier ones per program, so what is
       *> left in the table after one pass is each program's last
       *> start and last finish.  SKIP and MISS rows (the nightly
       *> schedule passing a step over, the inbound gate naming a
       *> late feed) are not runs of anything.
           IF RL-IS-START OR RL-IS-END
               SET WS-FOUND-SWITCH TO 'N'
               SET WS-RUN-IDX TO 1
               SEARCH WS-LASTRUN-ENTRY
                   AT END
                       SET WS-FOUND-SWITCH TO 'N'
                   WHEN WS-RUN-IDX > WS-TABLE-ENTRIES
                       SET WS-FOUND-SWITCH TO 'N'
                   WHEN WS-RUN-PROGRAM (WS-RUN-IDX) = RL-PROGRAM-NAME
                       SET WS-NAME-FOUND TO TRUE
               END-SEARCH
               IF NOT WS-NAME-FOUND
                   IF WS-TABLE-ENTRIES < WS-MAX-PROGRAMS
                       ADD 1 TO WS-TABLE-ENTRIES
                       SET WS-RUN-IDX TO WS-TABLE-ENTRIES
                       MOVE RL-PROGRAM-NAME
                           TO WS-RUN-PROGRAM (WS-RUN-IDX)
                       SET WS-NAME-FOUND TO TRUE
                   ELSE
                       DISPLAY 'RUNLINQ WARNING: PROGRAM TABLE FULL - '
                           RL-PROGRAM-NAME ' NOT SHOWN'
                   END-IF
               END-IF
               IF WS-NAME-FOUND
                   IF RL-IS-START
                       MOVE RL-TIMESTAMP
                           TO WS-RUN-START-STAMP (WS-RUN-IDX)
                   ELSE
                       MOVE RL-TIMESTAMP
                           TO WS-RUN-END-STAMP (WS-RUN-IDX)
                       MOVE RL-RECORD-COUNT
                           TO WS-RUN-COUNT (WS-RUN-IDX)
                       MOVE RL-RUN-STATUS
                           TO WS-RUN-STATUS (WS-RUN-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM 1010-READ-RUNLOG.
