01 WS-CHECKPOINT-PATH PIC X(256) VALUE "/root/bugs_batchrun.chk".
01 WS-CHECKPOINT-PATH-TERM PIC X(256) VALUE "/root/bugs_batchrun.chk" & X"00".
01 WS-CHECKPOINT-STATUS PIC X(2).
*> held for the whole run: a second batchrun waits rather than racing
*> the first, and backup restore takes it so no step ever reads a
*> control file while it is being put back.
01 WS-RUN-LOCK-PATH PIC X(256) VALUE "/root/bugs_batchrun.lock" & X"00".
01 WS-RUN-LOCK-FD USAGE IS BINARY-LONG VALUE -1.
01 WS-RESULT USAGE IS BINARY-LONG.

01 WS-STEP-COUNT USAGE IS BINARY-LONG VALUE 0.
              DISPLAY "No runnable steps in the job plan."
              GOBACK
       END-IF.
       PERFORM LockRun.
       PERFORM LoadCheckpoint.
       IF WS-DONE-STEPS > 0 THEN
              MOVE WS-DONE-STEPS TO WS-DONE-DISPLAY
                      WS-STEP-NAME(WS-FAIL-IDX) "; rerun resumes there."
              CALL "exit" USING BY VALUE 1
       END-IF.
       PERFORM UnlockRun.
       GOBACK.

LockRun.
      *> LOCK_EX|LOCK_NB first, only to say why we are waiting; the
      *> lock goes with the process, so a killed run never strands it.
       CALL "open" USING WS-RUN-LOCK-PATH, BY VALUE 65, BY VALUE 420
           RETURNING WS-RUN-LOCK-FD
       END-CALL.
       IF WS-RUN-LOCK-FD = -1 THEN
              CALL "perror" USING "open run lock"
              CALL "exit" USING BY VALUE 2
       END-IF.
       CALL "flock" USING BY VALUE WS-RUN-LOCK-FD, BY VALUE 6
           RETURNING WS-RESULT
       END-CALL.
       IF WS-RESULT NOT = 0 THEN
              DISPLAY "Another batch run or a restore holds the run lock; waiting."
              CALL "flock" USING BY VALUE WS-RUN-LOCK-FD, BY VALUE 2
                  RETURNING WS-RESULT
              END-CALL
       END-IF.

UnlockRun.
       CALL "flock" USING BY VALUE WS-RUN-LOCK-FD, BY VALUE 8
           RETURNING WS-RESULT
       END-CALL.
       CALL "close" USING BY VALUE WS-RUN-LOCK-FD.

LoadPlan.
       MOVE 0 TO WS-STEP-COUNT.
       MOVE "N" TO WS-PLAN-EOF.
