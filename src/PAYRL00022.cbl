      * ================================================================
      * PAYRL00022 - Pay cycle status inquiry.  Prints where every
      *              pay group stands in its pay cycle from the
      *              PAY_CYCLE_CONTROL rows each step writes when it
      *              finishes: one grid line per pay group and period
      *              - the group's latest period, and any earlier
      *              period with a step still short of passed -
      *              showing each step as passed, failed, released,
      *              ready to run (everything ahead of it has
      *              passed) or still waiting, followed by the run
      *              id, program and time of every step that has run.
      *              A PAYPARM record naming a held step in
      *              PARM-RELEASE-STEP releases it first: a time edit
      *              or variance audit that ended over its tolerance
      *              is marked released for the record's pay group
      *              and period once its exceptions have been
      *              reviewed, so the next step may run.
      *
      * ================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRL00022.
       AUTHOR. DLONG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT STATUS-REPORT-FILE ASSIGN TO "CYCSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY PARMREC.

       FD  STATUS-REPORT-FILE.
       01  STATUS-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  PARM-FILE-STATUS                PIC X(02) VALUE '00'.
           88  PARM-STATUS-OK                          VALUE '00'.
       01  STATUS-REPORT-STATUS            PIC X(02) VALUE '00'.
           88  RPT-STATUS-OK                           VALUE '00'.

       01  PERIODS-LISTED-CT               PIC 9(09) COMP VALUE ZERO.
       01  STEPS-HELD-CT                   PIC 9(09) COMP VALUE ZERO.
       01  RELEASE-STEP-WS                 PIC X(08) VALUE SPACE.
       01  RUN-DATE-WS                     PIC 9(08) VALUE ZERO.
       01  RUN-TIME-WS                     PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * The pay cycle in run order: step code, the caption printed
      * over its grid column, and the steps that must have passed
      * before it may run (space where there is none).  The step
      * programs enforce the same order; this table only reports it.
      *----------------------------------------------------------------
       01  STEP-MAX                        PIC 9(03) COMP VALUE 8.
       01  STEP-IX                         PIC 9(03) COMP VALUE ZERO.
       01  PREREQ-IX                       PIC 9(03) COMP VALUE ZERO.
       01  PREREQ-CODE-WS                  PIC X(08) VALUE SPACE.
       01  PREREQ-OK-SW                    PIC X(01) VALUE 'Y'.
           88  PREREQ-OK                             VALUE 'Y'.

       01  STEP-TABLE-VALUES.
           05  FILLER                      PIC X(30) VALUE
               "TIMEEDITTMEDIT                ".
           05  FILLER                      PIC X(30) VALUE
               "PAYRUN  PAYRUNTIMEEDIT        ".
           05  FILLER                      PIC X(30) VALUE
               "VARAUDITVARAUDPAYRUN          ".
           05  FILLER                      PIC X(30) VALUE
               "REGISTERREGSTRPAYRUN          ".
           05  FILLER                      PIC X(30) VALUE
               "PAYMENT PAYMNTVARAUDITREGISTER".
           05  FILLER                      PIC X(30) VALUE
               "EMPTAX  EMPTAXPAYRUN          ".
           05  FILLER                      PIC X(30) VALUE
               "REMIT   REMIT PAYMENT         ".
           05  FILLER                      PIC X(30) VALUE
               "LABDIST LABDSTPAYRUN          ".
       01  STEP-TABLE REDEFINES STEP-TABLE-VALUES.
           05  STEP-ENTRY                  OCCURS 8 TIMES.
               10  ST-STEP-CODE            PIC X(08).
               10  ST-CAPTION              PIC X(06).
               10  ST-PREREQ-1             PIC X(08).
               10  ST-PREREQ-2             PIC X(08).

      * How each step stands for the pay group and period on the
      * current grid line, loaded from PAY_CYCLE_CONTROL.  A step
      * with no row has never run and carries a space status.
       01  STEP-RESULT-TABLE.
           05  STEP-RESULT                 OCCURS 8 TIMES.
               10  SR-STEP-STATUS          PIC X(04).
               10  SR-RUN-ID               PIC 9(09).
               10  SR-PROGRAM-ID           PIC X(10).
               10  SR-STEP-TIMESTAMP       PIC X(14).

      *----------------------------------------------------------------
      * Status report line layouts.
      *----------------------------------------------------------------
       01  CYC-HEADING-1.
           05  FILLER                      PIC X(30) VALUE
               "PAYRL00022 - PAY CYCLE STATUS ".
           05  FILLER                      PIC X(06) VALUE
               "AS OF ".
           05  CH1-RUN-DATE                PIC 9(08).
           05  FILLER                      PIC X(36) VALUE SPACE.

       01  CYC-HEADING-2.
           05  FILLER                      PIC X(10) VALUE
               "PAY GROUP".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(08) VALUE
               "PERIOD".
           05  CH2-CAPTION-ENTRY           OCCURS 8 TIMES.
               10  CH2-GAP                 PIC X(01).
               10  CH2-CAPTION             PIC X(06).
           05  FILLER                      PIC X(05) VALUE SPACE.

       01  CYC-GRID-LINE.
           05  CG-PAY-GROUP                PIC X(10).
           05  FILLER                      PIC X(01).
           05  CG-PERIOD-END               PIC 9(08).
           05  CG-CELL-ENTRY               OCCURS 8 TIMES.
               10  CG-GAP                  PIC X(01).
               10  CG-CELL                 PIC X(06).
           05  FILLER                      PIC X(05).

       01  CYC-DETAIL-LINE.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  CD-STEP-CODE                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CD-STEP-STATUS              PIC X(04).
           05  FILLER                      PIC X(06) VALUE
               "  RUN ".
           05  CD-RUN-ID                   PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CD-PROGRAM-ID               PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  CD-STEP-TIMESTAMP           PIC X(14).
           05  FILLER                      PIC X(19) VALUE SPACE.

       01  CYC-LEGEND-LINE.
           05  FILLER                      PIC X(40) VALUE
               "PASS/FAIL  AS THE STEP LAST ENDED".
           05  FILLER                      PIC X(40) VALUE
               "RLSD   RELEASED AFTER REVIEW".

       01  CYC-LEGEND-LINE-2.
           05  FILLER                      PIC X(40) VALUE
               "READY      MAY RUN NOW".
           05  FILLER                      PIC X(40) VALUE
               "-      WAITING ON A PRIOR STEP".

       01  CYC-TOTAL-LINE.
           05  FILLER                      PIC X(15) VALUE
               "PERIODS LISTED ".
           05  CT-PERIODS-CT               PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(14) VALUE
               "  STEPS HELD ".
           05  CT-HELD-CT                  PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(33) VALUE SPACE.

       01  BLANK-LINE                      PIC X(80) VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME       PIC X(60) VALUE SPACE.
       01  USERNAME     PIC X(30) VALUE SPACE.
       01  PASSWD       PIC X(30) VALUE SPACE.
       01  GRID-PAY-GROUP-WS           PIC X(10) VALUE SPACE.
       01  GRID-PERIOD-END-WS          PIC 9(08) VALUE ZERO.
       01  STEP-TOTAL-WS               PIC 9(09) VALUE 8.
       COPY CYCCTL.
       EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-PARAMETERS.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           PERFORM ERROR-HANDLING.

           IF RELEASE-STEP-WS NOT = SPACE
               PERFORM RELEASE-HELD-STEP
           END-IF.

           PERFORM INIT.
           PERFORM DOWORK.
           PERFORM TERM.



      *----------------------------------------------------------------
      * READ-PARAMETERS - the inquiry itself needs only the database
      * from PAYPARM; the pay group and period there matter only
      * when the record also names a step to release.
      *----------------------------------------------------------------
       READ-PARAMETERS.
           OPEN INPUT PARM-FILE.

           IF NOT PARM-STATUS-OK
               DISPLAY "PAYPARM FILE IS EMPTY OR MISSING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ PARM-FILE
               AT END
                   DISPLAY "PAYPARM FILE IS EMPTY OR MISSING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

           CLOSE PARM-FILE.

           MOVE PARM-DBNAME           TO DBNAME.
           MOVE PARM-USERNAME         TO USERNAME.
           MOVE PARM-PASSWD           TO PASSWD.
           MOVE PARM-RELEASE-STEP     TO RELEASE-STEP-WS.



      *----------------------------------------------------------------
      * RELEASE-HELD-STEP - only the two steps that hold on a
      * tolerance can be released: the time edit and the variance
      * audit.  Their exceptions are judgement calls the payroll
      * supervisor signs off on; every other step fails on a real
      * error that has to be fixed and rerun.  The step must be on
      * file as FAIL for the pay group and period in PAYPARM - a
      * release never creates a row for a step that did not run.
      * The row keeps the program and run id that failed it; only
      * the status and time change, and the console shows who
      * released it.
      *----------------------------------------------------------------
       RELEASE-HELD-STEP.
           IF RELEASE-STEP-WS NOT = 'TIMEEDIT'
               AND RELEASE-STEP-WS NOT = 'VARAUDIT'
               DISPLAY "STEP " RELEASE-STEP-WS " CANNOT BE RELEASED "
                   "- ONLY TIMEEDIT OR VARAUDIT - RELEASE REFUSED"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PARM-PAY-GROUP      TO CC-PAY-GROUP.
           MOVE PARM-PAY-PERIOD-END TO CC-PERIOD-END.
           MOVE RELEASE-STEP-WS     TO CC-STEP-CODE.
           MOVE SPACE               TO CC-STEP-STATUS.

           EXEC SQL
               SELECT STEP_STATUS INTO :CC-STEP-STATUS
               FROM PAY_CYCLE_CONTROL
               WHERE PAY_GROUP = :CC-PAY-GROUP
                 AND PERIOD_END = :CC-PERIOD-END
                 AND STEP_CODE = :CC-STEP-CODE
           END-EXEC.

           IF SQLCODE NOT = 100
               PERFORM ERROR-HANDLING
           END-IF.

           IF NOT CC-STEP-FAILED
               DISPLAY "STEP " CC-STEP-CODE " IS NOT HELD FOR PAY "
                   "GROUP " CC-PAY-GROUP " PERIOD " CC-PERIOD-END
                   " - RELEASE REFUSED"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           MOVE RUN-DATE-WS      TO CC-STEP-TIMESTAMP(1:8).
           MOVE RUN-TIME-WS(1:6) TO CC-STEP-TIMESTAMP(9:6).

           EXEC SQL
               UPDATE PAY_CYCLE_CONTROL
                  SET STEP_STATUS = 'RLSD',
                      STEP_TIMESTAMP = :CC-STEP-TIMESTAMP
                WHERE PAY_GROUP = :CC-PAY-GROUP
                  AND PERIOD_END = :CC-PERIOD-END
                  AND STEP_CODE = :CC-STEP-CODE
           END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.

           DISPLAY "STEP " CC-STEP-CODE " RELEASED FOR PAY GROUP "
               CC-PAY-GROUP " PERIOD " CC-PERIOD-END " BY " USERNAME.



      *----------------------------------------------------------------
      * INIT - a pay group/period is listed when it is the group's
      * latest period on file, or when any of its steps has not yet
      * passed - so a period left behind with a held or failed step
      * stays on the report until it is cleared, and finished
      * periods drop off once the next one starts.  The month-end
      * ACCRUAL step is not one of the pay cycle's steps and is keyed
      * by a month-end date rather than a pay period, so its rows are
      * left out - they would list month ends as periods, or count
      * toward a real period's passed steps.
      *----------------------------------------------------------------
       INIT.
           EXEC SQL DECLARE CYCLE-CSR CURSOR FOR
               SELECT CC.PAY_GROUP, CC.PERIOD_END
               FROM PAY_CYCLE_CONTROL CC
               WHERE CC.STEP_CODE <> 'ACCRUAL'
               GROUP BY CC.PAY_GROUP, CC.PERIOD_END
               HAVING SUM(CASE WHEN CC.STEP_STATUS IN ('PASS', 'RLSD')
                               THEN 1 ELSE 0 END) < :STEP-TOTAL-WS
                   OR CC.PERIOD_END =
                      (SELECT MAX(C2.PERIOD_END)
                       FROM PAY_CYCLE_CONTROL C2
                       WHERE C2.PAY_GROUP = CC.PAY_GROUP
                         AND C2.STEP_CODE <> 'ACCRUAL')
               ORDER BY CC.PAY_GROUP, CC.PERIOD_END
           END-EXEC.

           EXEC SQL OPEN CYCLE-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           OPEN OUTPUT STATUS-REPORT-FILE.

           IF NOT RPT-STATUS-OK
               DISPLAY "CYCSTAT FILE OPEN ERROR, STATUS: "
                   STATUS-REPORT-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-WS TO CH1-RUN-DATE.
           MOVE CYC-HEADING-1 TO STATUS-REPORT-LINE.
           PERFORM WRITE-STATUS-LINE.

           PERFORM LOAD-ONE-CAPTION
               VARYING STEP-IX FROM 1 BY 1
               UNTIL STEP-IX > STEP-MAX.
           MOVE CYC-HEADING-2 TO STATUS-REPORT-LINE.
           PERFORM WRITE-STATUS-LINE.



       LOAD-ONE-CAPTION.
           MOVE SPACE                   TO CH2-GAP (STEP-IX).
           MOVE ST-CAPTION (STEP-IX)    TO CH2-CAPTION (STEP-IX).



       DOWORK.
           PERFORM FETCH-CYCLE-ROW.

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM LIST-ONE-PERIOD
               PERFORM FETCH-CYCLE-ROW
           END-PERFORM.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON CYCLE-CSR, SQLCODE: " SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.



       FETCH-CYCLE-ROW.
           EXEC SQL
               FETCH CYCLE-CSR
                   INTO :GRID-PAY-GROUP-WS, :GRID-PERIOD-END-WS
           END-EXEC.



      *----------------------------------------------------------------
      * LIST-ONE-PERIOD - load every step's row for the pay group and
      * period, print the grid line, then one detail line for each
      * step that has run.
      *----------------------------------------------------------------
       LIST-ONE-PERIOD.
           PERFORM LOAD-ONE-STEP
               VARYING STEP-IX FROM 1 BY 1
               UNTIL STEP-IX > STEP-MAX.

           MOVE SPACE              TO CYC-GRID-LINE.
           MOVE GRID-PAY-GROUP-WS  TO CG-PAY-GROUP.
           MOVE GRID-PERIOD-END-WS TO CG-PERIOD-END.
           PERFORM FILL-ONE-CELL
               VARYING STEP-IX FROM 1 BY 1
               UNTIL STEP-IX > STEP-MAX.

           MOVE BLANK-LINE TO STATUS-REPORT-LINE.
           PERFORM WRITE-STATUS-LINE.
           MOVE CYC-GRID-LINE TO STATUS-REPORT-LINE.
           PERFORM WRITE-STATUS-LINE.

           PERFORM LIST-ONE-STEP
               VARYING STEP-IX FROM 1 BY 1
               UNTIL STEP-IX > STEP-MAX.

           ADD 1 TO PERIODS-LISTED-CT.



       LOAD-ONE-STEP.
           MOVE GRID-PAY-GROUP-WS      TO CC-PAY-GROUP.
           MOVE GRID-PERIOD-END-WS     TO CC-PERIOD-END.
           MOVE ST-STEP-CODE (STEP-IX) TO CC-STEP-CODE.

           EXEC SQL
               SELECT STEP_STATUS, RUN_ID, PROGRAM_ID, STEP_TIMESTAMP
                   INTO :CC-STEP-STATUS, :CC-RUN-ID, :CC-PROGRAM-ID,
                        :CC-STEP-TIMESTAMP
               FROM PAY_CYCLE_CONTROL
               WHERE PAY_GROUP = :CC-PAY-GROUP
                 AND PERIOD_END = :CC-PERIOD-END
                 AND STEP_CODE = :CC-STEP-CODE
           END-EXEC.

           IF SQLCODE = 100
               MOVE SPACE TO CC-STEP-STATUS
                             CC-PROGRAM-ID
                             CC-STEP-TIMESTAMP
               MOVE ZERO  TO CC-RUN-ID
           ELSE
               PERFORM ERROR-HANDLING
           END-IF.

           MOVE CC-STEP-STATUS    TO SR-STEP-STATUS (STEP-IX).
           MOVE CC-RUN-ID         TO SR-RUN-ID (STEP-IX).
           MOVE CC-PROGRAM-ID     TO SR-PROGRAM-ID (STEP-IX).
           MOVE CC-STEP-TIMESTAMP TO SR-STEP-TIMESTAMP (STEP-IX).



      *----------------------------------------------------------------
      * FILL-ONE-CELL - a step that has run shows how it ended; one
      * that has not shows READY when every step ahead of it has
      * passed (or been released) and "-" while it is still waiting.
      *----------------------------------------------------------------
       FILL-ONE-CELL.
           MOVE SPACE TO CG-GAP (STEP-IX).

           IF SR-STEP-STATUS (STEP-IX) NOT = SPACE
               MOVE SR-STEP-STATUS (STEP-IX) TO CG-CELL (STEP-IX)
               IF SR-STEP-STATUS (STEP-IX) = 'FAIL'
                   ADD 1 TO STEPS-HELD-CT
               END-IF
           ELSE
               MOVE 'Y' TO PREREQ-OK-SW
               MOVE ST-PREREQ-1 (STEP-IX) TO PREREQ-CODE-WS
               PERFORM CHECK-PREREQ
               MOVE ST-PREREQ-2 (STEP-IX) TO PREREQ-CODE-WS
               PERFORM CHECK-PREREQ
               IF PREREQ-OK
                   MOVE 'READY' TO CG-CELL (STEP-IX)
               ELSE
                   MOVE '-'     TO CG-CELL (STEP-IX)
               END-IF
           END-IF.



       CHECK-PREREQ.
           IF PREREQ-CODE-WS NOT = SPACE
               PERFORM MATCH-ONE-PREREQ
                   VARYING PREREQ-IX FROM 1 BY 1
                   UNTIL PREREQ-IX > STEP-MAX
           END-IF.



       MATCH-ONE-PREREQ.
           IF ST-STEP-CODE (PREREQ-IX) = PREREQ-CODE-WS
               AND SR-STEP-STATUS (PREREQ-IX) NOT = 'PASS'
               AND SR-STEP-STATUS (PREREQ-IX) NOT = 'RLSD'
               MOVE 'N' TO PREREQ-OK-SW
           END-IF.



       LIST-ONE-STEP.
           IF SR-STEP-STATUS (STEP-IX) NOT = SPACE
               MOVE ST-STEP-CODE (STEP-IX)      TO CD-STEP-CODE
               MOVE SR-STEP-STATUS (STEP-IX)    TO CD-STEP-STATUS
               MOVE SR-RUN-ID (STEP-IX)         TO CD-RUN-ID
               MOVE SR-PROGRAM-ID (STEP-IX)     TO CD-PROGRAM-ID
               MOVE SR-STEP-TIMESTAMP (STEP-IX) TO CD-STEP-TIMESTAMP
               MOVE CYC-DETAIL-LINE TO STATUS-REPORT-LINE
               PERFORM WRITE-STATUS-LINE
           END-IF.



       WRITE-STATUS-LINE.
           WRITE STATUS-REPORT-LINE.

           IF NOT RPT-STATUS-OK
               DISPLAY "CYCSTAT FILE WRITE ERROR, STATUS: "
                   STATUS-REPORT-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



       TERM.
           MOVE BLANK-LINE TO STATUS-REPORT-LINE.
           PERFORM WRITE-STATUS-LINE.
           MOVE PERIODS-LISTED-CT TO CT-PERIODS-CT.
           MOVE STEPS-HELD-CT     TO CT-HELD-CT.
           MOVE CYC-TOTAL-LINE TO STATUS-REPORT-LINE.
           PERFORM WRITE-STATUS-LINE.
           MOVE CYC-LEGEND-LINE TO STATUS-REPORT-LINE.
           PERFORM WRITE-STATUS-LINE.
           MOVE CYC-LEGEND-LINE-2 TO STATUS-REPORT-LINE.
           PERFORM WRITE-STATUS-LINE.

           CLOSE STATUS-REPORT-FILE.

           EXEC SQL CLOSE CYCLE-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "PAYRL00022 LISTED " PERIODS-LISTED-CT
               " PAY GROUP PERIODS, " STEPS-HELD-CT " STEPS HELD".
           STOP RUN.



       ERROR-HANDLING.
           IF SQLCODE NOT = ZERO
               DISPLAY "SQLCODE: " SQLCODE " "
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
