       2100-DIGEST-ONE-ROW.
       *> One slot per program per day.  A restarted step leaves two
       *> START rows - the earlier one stands, since the question is
       *> when the step's work began and when it finally ended.  SKIP
       *> and MISS rows (the nightly schedule passing a step over,
       *> the inbound gate naming a late feed) are not runs.
           IF RL-TIMESTAMP (1:8) IS NUMERIC
                   AND (RL-IS-START OR RL-IS-END)
               MOVE RL-TIMESTAMP (1:8) TO WS-ROW-DATE
               MOVE RL-TIMESTAMP (9:6) TO WS-ROW-TIME
               COMPUTE WS-ROW-SECONDS =
