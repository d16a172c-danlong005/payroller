      *              the SUM of AMOUNT_TAKEN the period's runs wrote -
      *              codes with no payee on file are held, reported,
      *              and left unmarked so they remit on a later run
      *              once the payee is keyed.  Takes against a
      *              garnishment order carry the order's case number,
      *              and the advice lists them case by case so the
      *              agency can apply each payment to the right order.
      *
      * ================================================================

           05  AD-EMPLOYEE-ID              PIC ZZZZZZZZZZ9.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  AD-AMOUNT                   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  AD-CASE-CAPTION             PIC X(05).
           05  AD-CASE-NUMBER              PIC X(20).
           05  FILLER                      PIC X(23) VALUE SPACE.

       01  ADV-TOTAL-LINE.
           05  FILLER                      PIC X(13) VALUE
           05  BT-AMOUNT                   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(38) VALUE SPACE.

      * Scratch fields for stamping PAY_CYCLE_CONTROL from ACCEPT,
      * YYYYMMDDHHMMSS.
       01  CYCLE-DATE-WS                   PIC 9(08)      VALUE ZERO.
       01  CYCLE-TIME-WS                   PIC 9(08)      VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME       PIC X(60) VALUE SPACE.
       01  USERNAME     PIC X(30) VALUE SPACE.
       COPY DEDREG.
       COPY DEDPAYE.
       COPY PAYCAL.
       COPY CYCCTL.
       EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
      * wrote.  The sweep cursor nets each employee's takes per code
      * across entry types, so a voided-and-reissued check remits
      * once at its reissued figure and a straight void nets to zero
      * and drops out; a garnishment payee's takes net per case
      * number as well.  Ahead of all that, the cycle control rows
      * must show the pay run still passed - a pay run that has since
      * failed leaves nothing final to remit - and the period paid.
      *----------------------------------------------------------------
       INIT.
           MOVE 'PAYRUN' TO CC-STEP-CODE.
           PERFORM CHECK-CYCLE-STEP.
           MOVE 'PAYMENT' TO CC-STEP-CODE.
           PERFORM CHECK-CYCLE-STEP.

           EXEC SQL
               SELECT COALESCE(MAX(RUN_ID), 0) INTO :REMIT-RUN-ID-WS
               FROM PAY_RUN_LOG

           EXEC SQL DECLARE REMIT-CSR CURSOR FOR
               SELECT DR.DEDUCTION_CODE, DR.EMPLOYEE_ID,
                      COALESCE(DR.CASE_NUMBER, ' '),
                      SUM(DR.AMOUNT_TAKEN)
               FROM DEDUCTION_REGISTER DR, EMPLOYEE_DETAILS ED
               WHERE DR.EMPLOYEE_ID = ED.ID
                 AND ED.PAY_GROUP = :PAY-GROUP-WS
                 AND DR.PAY_PERIOD_END = :DR-PAY-PERIOD-END
                 AND COALESCE(DR.REMIT_STATUS, ' ') <> 'R'
               GROUP BY DR.DEDUCTION_CODE, DR.EMPLOYEE_ID,
                        COALESCE(DR.CASE_NUMBER, ' ')
               HAVING SUM(DR.AMOUNT_TAKEN) <> 0
               ORDER BY DR.DEDUCTION_CODE, DR.EMPLOYEE_ID,
                        COALESCE(DR.CASE_NUMBER, ' ')
           END-EXEC.

           EXEC SQL OPEN REMIT-CSR END-EXEC.
               IF PAYEE-ON-FILE
                   MOVE DR-EMPLOYEE-ID    TO AD-EMPLOYEE-ID
                   MOVE EMPLOYEE-TAKEN-WS TO AD-AMOUNT
                   MOVE DR-CASE-NUMBER    TO AD-CASE-NUMBER
                   IF DR-CASE-NUMBER = SPACE
                       MOVE SPACE  TO AD-CASE-CAPTION
                   ELSE
                       MOVE "CASE " TO AD-CASE-CAPTION
                   END-IF
                   MOVE ADV-DETAIL-LINE TO ADVICE-LINE
                   PERFORM WRITE-ADVICE-LINE
               END-IF
           EXEC SQL
               FETCH REMIT-CSR
                   INTO :DR-DEDUCTION-CODE, :DR-EMPLOYEE-ID,
                        :DR-CASE-NUMBER, :EMPLOYEE-TAKEN-WS
           END-EXEC.


           EXEC SQL CLOSE REMIT-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE 'REMIT'         TO CC-STEP-CODE.
           MOVE REMIT-RUN-ID-WS TO CC-RUN-ID.
           MOVE 'PASS'          TO CC-STEP-STATUS.
           PERFORM RECORD-CYCLE-STEP.
           PERFORM ERROR-HANDLING.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.




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
           MOVE DR-PAY-PERIOD-END      TO CC-PERIOD-END.
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
           MOVE DR-PAY-PERIOD-END      TO CC-PERIOD-END.
           MOVE 'PAYRL00012'           TO CC-PROGRAM-ID.
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
