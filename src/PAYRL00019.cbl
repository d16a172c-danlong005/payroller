      *              department with a grand total - the allocation
      *              finance used to rebuild from spreadsheets every
      *              month, and the place a mid-period floater's
      *              split shows up correctly.  Supplemental earnings
      *              print on lines of their own under the department
      *              charged, marked with the earnings code they were
      *              paid under.
      *
      * ================================================================

           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(13) VALUE
               " GROSS AMOUNT".
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  FILLER                      PIC X(08) VALUE
               "EARNINGS".
           05  FILLER                      PIC X(17) VALUE SPACE.

       01  LAB-DETAIL-LINE.
           05  LD2-DEPARTMENT              PIC X(06).
           05  LD2-HOURS                   PIC ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  LD2-GROSS-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  LD2-EARNINGS-CODE           PIC X(08).
           05  FILLER                      PIC X(17) VALUE SPACE.

       01  LAB-SUBTOTAL-LINE.
           05  LS-DEPARTMENT               PIC X(06).
           05  LG-GROSS-AMOUNT             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(28) VALUE SPACE.

      * Scratch fields for stamping PAY_CYCLE_CONTROL from ACCEPT,
      * YYYYMMDDHHMMSS.
       01  CYCLE-DATE-WS                   PIC 9(08)      VALUE ZERO.
       01  CYCLE-TIME-WS                   PIC 9(08)      VALUE ZERO.
       01  LABOR-RUN-ID-WS                 PIC 9(09)      VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME       PIC X(60) VALUE SPACE.
       01  USERNAME     PIC X(30) VALUE SPACE.
       01  CALENDAR-COUNT-WS PIC 9(09) VALUE ZERO.
       COPY LABDIST.
       COPY PAYCAL.
       COPY CYCCTL.
       EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.


       INIT.
      * No distribution report until the pay run has passed for the
      * group and period; the report is recorded against that run.
           MOVE 'PAYRUN' TO CC-STEP-CODE.
           PERFORM CHECK-CYCLE-STEP.
           MOVE CC-RUN-ID TO LABOR-RUN-ID-WS.

           EXEC SQL DECLARE LABOR-CSR CURSOR FOR
               SELECT LX.DEPARTMENT, LX.EMPLOYEE_ID,
                      COALESCE(LX.EARNINGS_CODE, ' '), SUM(LX.HOURS),
                      SUM(LX.GROSS_AMOUNT)
               FROM LABOR_DISTRIBUTION LX, EMPLOYEE_DETAILS ED
               WHERE LX.EMPLOYEE_ID = ED.ID
                 AND ED.PAY_GROUP = :PAY-GROUP-WS
                 AND LX.PAY_PERIOD_END = :LX-PAY-PERIOD-END
               GROUP BY LX.DEPARTMENT, LX.EMPLOYEE_ID,
                        COALESCE(LX.EARNINGS_CODE, ' ')
               ORDER BY LX.DEPARTMENT, LX.EMPLOYEE_ID,
                        COALESCE(LX.EARNINGS_CODE, ' ')
           END-EXEC.

           EXEC SQL OPEN LABOR-CSR END-EXEC.
       FETCH-LABOR-ROW.
           EXEC SQL
               FETCH LABOR-CSR
                   INTO :LX-DEPARTMENT, :LX-EMPLOYEE-ID,
                        :LX-EARNINGS-CODE, :LX-HOURS,
                        :LX-GROSS-AMOUNT
           END-EXEC.

           MOVE LX-EMPLOYEE-ID  TO LD2-EMPLOYEE-ID.
           MOVE LX-HOURS        TO LD2-HOURS.
           MOVE LX-GROSS-AMOUNT TO LD2-GROSS-AMOUNT.
           MOVE LX-EARNINGS-CODE TO LD2-EARNINGS-CODE.
           MOVE LAB-DETAIL-LINE TO LABOR-REPORT-LINE.
           PERFORM WRITE-LABOR-LINE.
           ADD 1 TO LINES-PRINTED-CT.
           EXEC SQL CLOSE LABOR-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE 'LABDIST'       TO CC-STEP-CODE.
           MOVE LABOR-RUN-ID-WS TO CC-RUN-ID.
           MOVE 'PASS'          TO CC-STEP-STATUS.
           PERFORM RECORD-CYCLE-STEP.
           PERFORM ERROR-HANDLING.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "PAYRL00019 LISTED " LINES-PRINTED-CT



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
           MOVE LX-PAY-PERIOD-END      TO CC-PERIOD-END.
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
           MOVE LX-PAY-PERIOD-END      TO CC-PERIOD-END.
           MOVE 'PAYRL00019'           TO CC-PROGRAM-ID.
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
