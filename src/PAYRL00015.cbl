               " EXCEPTIONS".
           05  FILLER                      PIC X(32) VALUE SPACE.

      * Scratch fields for stamping PAY_CYCLE_CONTROL from ACCEPT,
      * YYYYMMDDHHMMSS.
       01  CYCLE-DATE-WS                   PIC 9(08)      VALUE ZERO.
       01  CYCLE-TIME-WS                   PIC 9(08)      VALUE ZERO.
       01  AUDITED-RUN-ID-WS               PIC 9(09)      VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME       PIC X(60) VALUE SPACE.
       01  USERNAME     PIC X(30) VALUE SPACE.
       01  PRIOR-HOURS-WS              PIC S9(3)V99 COMP-3 VALUE ZERO.
       COPY GROSSPAY.
       COPY PAYCAL.
       COPY CYCCTL.
       EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
      * period at all and every payee audits as a first-time payee.
      *----------------------------------------------------------------
       INIT.
      * Nothing to audit until the pay run has passed for the group
      * and period; the audit is recorded against that run's id.
           MOVE 'PAYRUN' TO CC-STEP-CODE.
           PERFORM CHECK-CYCLE-STEP.
           MOVE CC-RUN-ID TO AUDITED-RUN-ID-WS.

           MOVE PAY-GROUP-WS TO PC-PAY-GROUP.

           EXEC SQL
           EXEC SQL CLOSE AUDIT-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

      * PAYRL00003 will not pay the period until the audit shows
      * passed, so an audit over tolerance is recorded as failed and
      * holds the payments until it is reviewed and released.
           MOVE 'VARAUDIT'        TO CC-STEP-CODE.
           MOVE AUDITED-RUN-ID-WS TO CC-RUN-ID.
           IF EXCEPTIONS-CT > AUDIT-EXCEPTION-TOLERANCE
               MOVE 'FAIL' TO CC-STEP-STATUS
           ELSE
               MOVE 'PASS' TO CC-STEP-STATUS
           END-IF.
           PERFORM RECORD-CYCLE-STEP.
           PERFORM ERROR-HANDLING.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "PAYRL00015 AUDITED " EMPLOYEES-AUDITED-CT



      *----------------------------------------------------------------
      * CHECK-CYCLE-STEP - the caller names in CC-STEP-CODE a step
      * that must already show passed on PAY_CYCLE_CONTROL for this
      * pay group and period before this program may touch it.  No
      * row at all means the step never ran, and is refused the same
      * as a step that ran and failed.  The RUN_ID the step ran under
      * is left in CC-RUN-ID.
      *----------------------------------------------------------------
       CHECK-CYCLE-STEP.
           MOVE PAY-GROUP-WS           TO CC-PAY-GROUP.
           MOVE PAY-PERIOD-END-DATE-WS TO CC-PERIOD-END.
           MOVE SPACE TO CC-STEP-STATUS.
           MOVE ZERO  TO CC-RUN-ID.

           EXEC SQL
               SELECT STEP_STATUS, RUN_ID
                   INTO :CC-STEP-STATUS, :CC-RUN-ID
               FROM PAY_CYCLE_CONTROL
               WHERE PAY_GROUP = :CC-PAY-GROUP
                 AND PERIOD_END = :CC-PERIOD-END
                 AND STEP_CODE = :CC-STEP-CODE
           END-EXEC.

           IF SQLCODE NOT = 100
               PERFORM ERROR-HANDLING
           END-IF.

           IF NOT CC-STEP-PASSED
               DISPLAY "STEP " CC-STEP-CODE " HAS NOT PASSED FOR PAY "
                   "GROUP " CC-PAY-GROUP " PERIOD " CC-PERIOD-END
                   " - RUN REFUSED"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



      *----------------------------------------------------------------
      * RECORD-CYCLE-STEP - stamps this program's step on
      * PAY_CYCLE_CONTROL for the pay group and period: the caller
      * supplies CC-STEP-CODE, CC-RUN-ID and CC-STEP-STATUS.  A rerun
      * replaces the earlier row, so the table always shows how the
      * step last ended.  The caller checks SQLCODE and owns the
      * commit.
      *----------------------------------------------------------------
       RECORD-CYCLE-STEP.
           MOVE PAY-GROUP-WS           TO CC-PAY-GROUP.
           MOVE PAY-PERIOD-END-DATE-WS TO CC-PERIOD-END.
           MOVE 'PAYRL00015'           TO CC-PROGRAM-ID.
           ACCEPT CYCLE-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT CYCLE-TIME-WS FROM TIME.
           MOVE CYCLE-DATE-WS      TO CC-STEP-TIMESTAMP(1:8).
           MOVE CYCLE-TIME-WS(1:6) TO CC-STEP-TIMESTAMP(9:6).

           EXEC SQL
               UPDATE PAY_CYCLE_CONTROL
                  SET PROGRAM_ID = :CC-PROGRAM-ID,
                      RUN_ID = :CC-RUN-ID,
                      STEP_STATUS = :CC-STEP-STATUS,
                      STEP_TIMESTAMP = :CC-STEP-TIMESTAMP
                WHERE PAY_GROUP = :CC-PAY-GROUP
                  AND PERIOD_END = :CC-PERIOD-END
                  AND STEP_CODE = :CC-STEP-CODE
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO PAY_CYCLE_CONTROL
                       (PAY_GROUP, PERIOD_END, STEP_CODE, PROGRAM_ID,
                        RUN_ID, STEP_STATUS, STEP_TIMESTAMP)
                   VALUES
                       (:CC-PAY-GROUP, :CC-PERIOD-END, :CC-STEP-CODE,
                        :CC-PROGRAM-ID, :CC-RUN-ID, :CC-STEP-STATUS,
                        :CC-STEP-TIMESTAMP)
               END-EXEC
           END-IF.



       ERROR-HANDLING.
           IF SQLCODE NOT = ZERO
               DISPLAY "SQLCODE: " SQLCODE " "
