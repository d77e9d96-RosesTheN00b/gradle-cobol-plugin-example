      * Date:
      * Purpose: Run-log writer shared by every batch and report
      *          program - stamps the caller's program name, event
      *          (START or END, SKIP for a step NIGHTRUN's schedule
      *          passed over, MISS for a feed FEEDGATE gave up on),
      *          record count and status onto one RUNLOG row.
      *          Centralized here so the evidence that a job ran is
      *          one CALL in each program, not a scrolled-away
      *          console DISPLAY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
