           88  PUNCH-FOUND                               VALUE 'Y'.
       01  REJECT-REASON-WS                PIC X(20)      VALUE SPACE.

      * Scratch fields for stamping PAY_CYCLE_CONTROL from ACCEPT,
      * YYYYMMDDHHMMSS.
       01  CYCLE-DATE-WS                   PIC 9(08)      VALUE ZERO.
       01  CYCLE-TIME-WS                   PIC 9(08)      VALUE ZERO.

      * Leave-balance tracking for the current employee: the file is
      * keyed by employee id, so the balances are loaded once on the
      * employee break and the period's leave requests accumulate
       01  CALENDAR-COUNT-WS           PIC 9(09) VALUE ZERO.
       COPY LEAVBAL.
       COPY PAYCAL.
       COPY CYCCTL.
       EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           CLOSE TIME-ACCEPTED-FILE.
           CLOSE EXCEPTION-REPORT-FILE.

      * The pay run will not start for this group and period until
      * the edit shows passed, so an edit over tolerance is recorded
      * as failed rather than simply ending on a warning.
           MOVE 'TIMEEDIT' TO CC-STEP-CODE.
           MOVE ZERO       TO CC-RUN-ID.
           IF TOTAL-ERRORS-WS > EDIT-ERROR-TOLERANCE
               MOVE 'FAIL' TO CC-STEP-STATUS
           ELSE
               MOVE 'PASS' TO CC-STEP-STATUS
           END-IF.
           PERFORM RECORD-CYCLE-STEP.
           PERFORM ERROR-HANDLING.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "PAYRL00004 READ " RECORDS-READ-CT



      *----------------------------------------------------------------
      * RECORD-CYCLE-STEP - stamps this program's step on
      * PAY_CYCLE_CONTROL for the pay group and period: the caller
      * supplies CC-STEP-CODE, CC-RUN-ID and CC-STEP-STATUS.  A rerun
      * replaces the earlier row, so the table always shows how the
      * step last ended.  The caller checks SQLCODE and owns the
      * commit.
      *----------------------------------------------------------------
       RECORD-CYCLE-STEP.
           MOVE CK-PAY-GROUP           TO CC-PAY-GROUP.
           MOVE PAY-PERIOD-END-DATE-WS TO CC-PERIOD-END.
           MOVE 'PAYRL00004'           TO CC-PROGRAM-ID.
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
