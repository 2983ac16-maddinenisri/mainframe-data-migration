      *                 it processed; function 'C' answers whether a
      *                 step has registered completion for a cycle
      *                 date, so a downstream step can refuse to start
      *                 out of sequence; function 'D' removes a step's
      *                 row for a cycle date, so a backed-out cycle can
      *                 be rerun in sequence.  Kept as a shared CALLed
      *                 writer, the same shape as CBDISAUD, so every
      *                 step of the suite records completion the same
      *                 way no matter which program it is.
      *                     the operator console can show the verdict
      *                     while downstream checks still read the
      *                     cycle as not complete.
      *    2026-10-15  JPM  New 'D' function -- deregister a step for
      *                     a cycle date (CBBKO01C cycle backout), so
      *                     the step's downstream checks read the
      *                     cycle as not run.
      *****************************************************************

       ENVIRONMENT DIVISION.
           88  LK-FUNC-REGISTER                  VALUE 'R'.
           88  LK-FUNC-REGISTER-OOB              VALUE 'B'.
           88  LK-FUNC-CHECK                     VALUE 'C'.
           88  LK-FUNC-DEREGISTER                VALUE 'D'.
       01  LK-JOB-NAME                          PIC X(08).
       01  LK-CYCLE-DATE                        PIC X(10).
      *    For the 'D' function LK-RESULT comes back 'Y' when the
      *    step's row was on file and has been removed, 'N' when the
      *    step never registered for the cycle date.
       01  LK-RESULT                            PIC X(01).
           88  LK-STEP-COMPLETE                  VALUE 'Y'.
           88  LK-STEP-NOT-COMPLETE              VALUE 'N'.
               PERFORM 2000-REGISTER-COMPLETION
                   THRU 2000-REGISTER-COMPLETION-EXIT
           ELSE
               IF LK-FUNC-DEREGISTER
                   PERFORM 4000-REMOVE-REGISTRATION
                       THRU 4000-REMOVE-REGISTRATION-EXIT
               ELSE
                   PERFORM 3000-CHECK-COMPLETION
                       THRU 3000-CHECK-COMPLETION-EXIT
               END-IF
           END-IF.

           CLOSE CYCLCTL-FILE.
           END-IF.
       3000-CHECK-COMPLETION-EXIT.
           EXIT.

      *****************************************************************
      *    4000-REMOVE-REGISTRATION
      *    Takes the step's row for the cycle date off the file
      *    whatever its status, so a later 'C' check reads the step as
      *    never run and the cycle can be worked again from that step.
      *****************************************************************
       4000-REMOVE-REGISTRATION.
           SET LK-STEP-NOT-COMPLETE TO TRUE.
           MOVE LK-JOB-NAME   TO CYCC-JOB-NAME.
           MOVE LK-CYCLE-DATE TO CYCC-CYCLE-DATE.
           READ CYCLCTL-FILE
               INVALID KEY
                   GO TO 4000-REMOVE-REGISTRATION-EXIT
           END-READ.
           DELETE CYCLCTL-FILE RECORD
               INVALID KEY
                   GO TO 4000-REMOVE-REGISTRATION-EXIT
           END-DELETE.
           SET LK-STEP-COMPLETE TO TRUE.
       4000-REMOVE-REGISTRATION-EXIT.
           EXIT.
