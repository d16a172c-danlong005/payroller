      * ================================================================
      * PAYRL00026 - Month-end wage accrual.  POST-GL in PAYRL00001
      *              books a period's wages on the pay date, so when a
      *              weekly or biweekly period straddles a month end
      *              the days already worked in the closing month go
      *              unrecorded in it.  Run after the last pay run of
      *              the month, this program estimates those earned
      *              but unpaid wages for each department - the
      *              most recent LABOR_DISTRIBUTION rows scaled to the
      *              straddling PAY_CALENDAR period's days that fall
      *              in the month - along with the employer tax they
      *              will carry at each employee's EMPLOYER_TAX rates
      *              for that same period.  It posts them to
      *              GL_POSTING under the ACCR amount type dated the
      *              month end, posts the reversing ACRV entries dated
      *              the first of the next month so the accrual comes
      *              back out when the real pay run books the period,
      *              and prints the accrual by department and GL
      *              account for the controller's sign-off at close.
      *
      * ================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRL00026.
       AUTHOR. DLONG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT ACCRUAL-REPORT-FILE ASSIGN TO "ACCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCRUAL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY PARMREC.

       FD  ACCRUAL-REPORT-FILE.
       01  ACCRUAL-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  PARM-FILE-STATUS                PIC X(02) VALUE '00'.
           88  PARM-STATUS-OK                          VALUE '00'.
       01  ACCRUAL-REPORT-STATUS           PIC X(02) VALUE '00'.
           88  RPT-STATUS-OK                           VALUE '00'.

      *----------------------------------------------------------------
      * Employer tax liability accounts, the same ones PAYRL00011
      * posts the period's ERTX legs to.  The rates themselves are not
      * repeated here: each employee's accrual is taxed at what
      * PAYRL00011 actually charged them for the period the estimate
      * is drawn from, so an employee already past the FUTA or SUTA
      * wage base accrues none of it.
      *----------------------------------------------------------------
       01  FICAM-GL-ACCOUNT                PIC X(10) VALUE "2151000000".
       01  FUTA-GL-ACCOUNT                 PIC X(10) VALUE "2152000000".
       01  SUTA-GL-ACCOUNT                 PIC X(10) VALUE "2153000000".

      * The month-end date from PAYPARM broken into its parts, so it
      * can be checked as a month end and the first of the next month
      * worked out from it.
       01  MONTH-END-CHECK                 PIC 9(08) VALUE ZERO.
       01  MONTH-END-PARTS REDEFINES MONTH-END-CHECK.
           05  ME-YEAR                     PIC 9(04).
           05  ME-MONTH                    PIC 9(02).
           05  ME-DAY                      PIC 9(02).
       01  DAY-BEFORE-REVERSAL-WS          PIC 9(08) VALUE ZERO.

       01  ACCRUED-DAYS-WS                 PIC 9(05) COMP VALUE ZERO.
       01  SOURCE-DAYS-WS                  PIC 9(05) COMP VALUE ZERO.

       01  ROWS-READ-CT                    PIC 9(09) COMP VALUE ZERO.
       01  DEPT-LINES-CT                   PIC 9(09) COMP VALUE ZERO.
       01  UNPOSTED-LINES-CT               PIC 9(09) COMP VALUE ZERO.

      * The department / wage account the lines being accumulated
      * belong to, and what they have accrued so far.
       01  BREAK-DEPARTMENT-WS             PIC X(06) VALUE SPACE.
       01  BREAK-ACCOUNT-WS                PIC X(10) VALUE SPACE.
       01  DEPT-WAGES-WS               PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  DEPT-FICAM-WS               PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  DEPT-FUTA-WS                PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  DEPT-SUTA-WS                PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  DEPT-TAX-WS                 PIC S9(9)V99  COMP-3 VALUE ZERO.

       01  ACCRUED-WAGES-WS            PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  ACCRUED-FICAM-WS            PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  ACCRUED-FUTA-WS             PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  ACCRUED-SUTA-WS             PIC S9(9)V99  COMP-3 VALUE ZERO.

       01  WAGES-TOTAL-WS              PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  FICAM-TOTAL-WS              PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  FUTA-TOTAL-WS               PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  SUTA-TOTAL-WS               PIC S9(9)V99  COMP-3 VALUE ZERO.
       01  TAX-TOTAL-WS                PIC S9(9)V99  COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      * Accrual report line layouts.
      *----------------------------------------------------------------
       01  ACR-HEADING-1.
           05  FILLER                      PIC X(30) VALUE
               "PAYRL00026 - MONTH-END WAGE AC".
           05  FILLER                      PIC X(10) VALUE
               "CRUAL FOR ".
           05  AH1-MONTH-END               PIC 9(08).
           05  FILLER                      PIC X(11) VALUE
               " PAY GROUP ".
           05  AH1-PAY-GROUP               PIC X(10).
           05  FILLER                      PIC X(11) VALUE SPACE.

       01  ACR-HEADING-2.
           05  FILLER                      PIC X(09) VALUE
               "ACCRUING ".
           05  AH2-ACCRUAL-START           PIC 9(08).
           05  FILLER                      PIC X(03) VALUE " - ".
           05  AH2-MONTH-END               PIC 9(08).
           05  FILLER                      PIC X(02) VALUE " (".
           05  AH2-ACCRUED-DAYS            PIC ZZ9.
           05  FILLER                      PIC X(16) VALUE
               " DAYS) REVERSES ".
           05  AH2-REVERSAL-DATE           PIC 9(08).
           05  FILLER                      PIC X(23) VALUE SPACE.

       01  ACR-HEADING-3.
           05  FILLER                      PIC X(15) VALUE
               "ESTIMATED FROM ".
           05  AH3-SOURCE-START            PIC 9(08).
           05  FILLER                      PIC X(03) VALUE " - ".
           05  AH3-SOURCE-END              PIC 9(08).
           05  FILLER                      PIC X(02) VALUE " (".
           05  AH3-SOURCE-DAYS             PIC ZZ9.
           05  FILLER                      PIC X(11) VALUE
               " DAYS) RUN ".
           05  AH3-RUN-ID                  PIC Z(8)9.
           05  FILLER                      PIC X(21) VALUE SPACE.

       01  ACR-HEADING-4.
           05  FILLER                      PIC X(07) VALUE "DEPT   ".
           05  FILLER                      PIC X(11) VALUE
               "WAGE ACCT  ".
           05  FILLER                      PIC X(14) VALUE
               "ACCRUED WAGES ".
           05  FILLER                      PIC X(12) VALUE
               " FICA MATCH ".
           05  FILLER                      PIC X(12) VALUE
               "       FUTA ".
           05  FILLER                      PIC X(12) VALUE
               "       SUTA ".
           05  FILLER                      PIC X(12) VALUE
               "     ER TAX ".

       01  ACR-DETAIL-LINE.
           05  AD-DEPARTMENT               PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AD-WAGE-ACCOUNT             PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AD-WAGES                    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AD-FICAM                    PIC ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AD-FUTA                     PIC ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AD-SUTA                     PIC ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AD-TAX                      PIC ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACE.

       01  ACR-TOTAL-LINE.
           05  FILLER                      PIC X(18) VALUE
               "TOTAL ACCRUAL".
           05  AT-WAGES                    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AT-FICAM                    PIC ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AT-FUTA                     PIC ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AT-SUTA                     PIC ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  AT-TAX                      PIC ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACE.

       01  ACR-NOTHING-LINE.
           05  FILLER                      PIC X(30) VALUE
               "NO PAY PERIOD STRADDLES THE MO".
           05  FILLER                      PIC X(30) VALUE
               "NTH END - NOTHING TO ACCRUE   ".
           05  FILLER                      PIC X(20) VALUE SPACE.

       01  ACR-UNPOSTED-LINE.
           05  FILLER                      PIC X(30) VALUE
               "NOT POSTED - A LINE ABOVE HAS ".
           05  FILLER                      PIC X(30) VALUE
               "NO GL ACCOUNT; KEY IT AND RUN ".
           05  FILLER                      PIC X(20) VALUE
               "AGAIN".

       01  GL-SUMMARY-HEADING.
           05  FILLER                      PIC X(30) VALUE
               "GL ACCOUNT  TYPE  DATED       ".
           05  FILLER                      PIC X(11) VALUE
               "     AMOUNT".
           05  FILLER                      PIC X(39) VALUE SPACE.

       01  GL-SUMMARY-LINE.
           05  GS-ACCOUNT-NUMBER           PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  GS-AMOUNT-TYPE              PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  GS-DATED                    PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  GS-AMOUNT                   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(39) VALUE SPACE.

       01  SIGN-OFF-LINE.
           05  FILLER                      PIC X(30) VALUE
               "CONTROLLER APPROVAL _________".
           05  FILLER                      PIC X(30) VALUE
               "________________   DATE ______".
           05  FILLER                      PIC X(20) VALUE
               "____".

      * Scratch fields for stamping PAY_CYCLE_CONTROL from ACCEPT,
      * YYYYMMDDHHMMSS.
       01  CYCLE-DATE-WS                   PIC 9(08)      VALUE ZERO.
       01  CYCLE-TIME-WS                   PIC 9(08)      VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME       PIC X(60) VALUE SPACE.
       01  USERNAME     PIC X(30) VALUE SPACE.
       01  PASSWD       PIC X(30) VALUE SPACE.
       01  PAY-GROUP-WS PIC X(10) VALUE SPACE.
       01  MONTH-END-DATE-WS           PIC 9(08) VALUE ZERO.
       01  REVERSAL-DATE-WS            PIC 9(08) VALUE ZERO.
       01  ACCRUAL-START-DATE-WS       PIC 9(08) VALUE ZERO.
       01  PAY-PERIOD-START-DATE-WS    PIC 9(08) VALUE ZERO.
       01  PAY-PERIOD-END-DATE-WS      PIC 9(08) VALUE ZERO.
       01  RUN-ID-WS                   PIC 9(09) VALUE ZERO.
       01  EXISTING-ROWS-WS            PIC 9(09) VALUE ZERO.
       01  CALENDAR-COUNT-WS           PIC 9(09) VALUE ZERO.
       01  PERIOD-GROSS-WS             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  PERIOD-FICAM-WS             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  PERIOD-FUTA-WS              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  PERIOD-SUTA-WS              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  LINE-WAGE-ACCOUNT-WS        PIC X(10) VALUE SPACE.
       COPY LABDIST.
       COPY GLPOST.
       COPY PAYCAL.
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

           PERFORM INIT.
           PERFORM DOWORK.
           PERFORM POST-GL-TAX.
           PERFORM TERM.



      *----------------------------------------------------------------
      * READ-PARAMETERS - the pay group and database come from the
      * same PAYPARM file the pay runs use; the period end date on the
      * record is read as the month end being closed, and must be the
      * last day of its month.  The reversal is dated the first of the
      * month after it.
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
           MOVE PARM-PAY-PERIOD-END   TO MONTH-END-DATE-WS.
           MOVE PARM-PAY-GROUP        TO PAY-GROUP-WS.
           MOVE PARM-PAY-PERIOD-END   TO MONTH-END-CHECK.

           IF ME-MONTH < 1 OR ME-MONTH > 12 OR ME-DAY < 28
               DISPLAY "MONTH END " MONTH-END-DATE-WS
                   " IS NOT THE LAST DAY OF A MONTH - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ME-MONTH = 12
               COMPUTE REVERSAL-DATE-WS = (ME-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE REVERSAL-DATE-WS =
                   ME-YEAR * 10000 + (ME-MONTH + 1) * 100 + 1
           END-IF.

      * The day before the first of the next month is the month's
      * last day; anything else keyed (a 30th of a 31-day month, a
      * 29th of February in a common year) is refused.
           COMPUTE DAY-BEFORE-REVERSAL-WS = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (REVERSAL-DATE-WS) - 1).

           IF DAY-BEFORE-REVERSAL-WS NOT = MONTH-END-DATE-WS
               DISPLAY "MONTH END " MONTH-END-DATE-WS
                   " IS NOT THE LAST DAY OF A MONTH - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



      *----------------------------------------------------------------
      * INIT - finds the two PAY_CALENDAR periods the accrual is built
      * from and refuses anything that would book it wrong.
      *
      * The accrual needs the pay group's calendar: without period
      * dates there is no telling which days are unpaid.  The month
      * may only be accrued once - the ACCRUAL cycle step, keyed by
      * the month-end date rather than a pay period, says it already
      * was.  The period that straddles the month end (starts on or
      * before it, ends after it) supplies the unpaid days; a month
      * that ends exactly on a period end has none and posts nothing.
      * The last period ending on or before the month end is the last
      * pay run of the month: it must have been paid and its employer
      * tax computed (the EMPTAX step passed, which it cannot without
      * the PAYRUN step) because its LABOR_DISTRIBUTION and
      * EMPLOYER_TAX rows are the estimate, and the accrual is
      * stamped with its RUN_ID.
      *----------------------------------------------------------------
       INIT.
           MOVE PAY-GROUP-WS TO PC-PAY-GROUP.

           EXEC SQL
               SELECT COUNT(*) INTO :CALENDAR-COUNT-WS
               FROM PAY_CALENDAR
               WHERE PAY_GROUP = :PC-PAY-GROUP
           END-EXEC.
           PERFORM ERROR-HANDLING.

           IF CALENDAR-COUNT-WS = ZERO
               DISPLAY "NO PAY CALENDAR FOR PAY GROUP " PAY-GROUP-WS
                   " - ACCRUAL NOT COMPUTED"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PAY-GROUP-WS      TO CC-PAY-GROUP.
           MOVE MONTH-END-DATE-WS TO CC-PERIOD-END.
           MOVE 'ACCRUAL'         TO CC-STEP-CODE.
           MOVE SPACE             TO CC-STEP-STATUS.

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

           IF CC-STEP-PASSED
               DISPLAY "ACCRUAL ALREADY POSTED FOR PAY GROUP "
                   PAY-GROUP-WS " MONTH END " MONTH-END-DATE-WS
                   " - RUN REFUSED"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ACCRUAL-REPORT-FILE.

           IF NOT RPT-STATUS-OK
               DISPLAY "ACCRRPT FILE OPEN ERROR, STATUS: "
                   ACCRUAL-REPORT-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE MONTH-END-DATE-WS TO AH1-MONTH-END.
           MOVE PAY-GROUP-WS      TO AH1-PAY-GROUP.
           MOVE ACR-HEADING-1 TO ACCRUAL-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE MONTH-END-DATE-WS TO PC-PERIOD-END.

           EXEC SQL
               SELECT PERIOD_START INTO :ACCRUAL-START-DATE-WS
               FROM PAY_CALENDAR
               WHERE PAY_GROUP = :PC-PAY-GROUP
                 AND PERIOD_START <= :PC-PERIOD-END
                 AND PERIOD_END > :PC-PERIOD-END
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   PERFORM NO-ACCRUAL-TERM
               WHEN OTHER
                   PERFORM ERROR-HANDLING
           END-EVALUATE.

           EXEC SQL
               SELECT COALESCE(MAX(PERIOD_END), 0)
                   INTO :PAY-PERIOD-END-DATE-WS
               FROM PAY_CALENDAR
               WHERE PAY_GROUP = :PC-PAY-GROUP
                 AND PERIOD_END <= :PC-PERIOD-END
           END-EXEC.
           PERFORM ERROR-HANDLING.

           IF PAY-PERIOD-END-DATE-WS = ZERO
               DISPLAY "NO PAY PERIOD FOR PAY GROUP " PAY-GROUP-WS
                   " ENDS ON OR BEFORE " MONTH-END-DATE-WS
                   " - ACCRUAL NOT COMPUTED"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PAY-PERIOD-END-DATE-WS TO PC-PERIOD-END.

           EXEC SQL
               SELECT PERIOD_START INTO :PAY-PERIOD-START-DATE-WS
               FROM PAY_CALENDAR
               WHERE PAY_GROUP = :PC-PAY-GROUP
                 AND PERIOD_END = :PC-PERIOD-END
           END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE 'EMPTAX' TO CC-STEP-CODE.
           PERFORM CHECK-CYCLE-STEP.
           MOVE CC-RUN-ID TO RUN-ID-WS.

           EXEC SQL
               SELECT COUNT(*) INTO :EXISTING-ROWS-WS
               FROM GL_POSTING
               WHERE RUN_ID = :RUN-ID-WS
                 AND AMOUNT_TYPE = 'ACCR'
           END-EXEC.
           PERFORM ERROR-HANDLING.

           IF EXISTING-ROWS-WS > ZERO
               DISPLAY "ACCRUAL ALREADY ON GL_POSTING FOR RUN "
                   RUN-ID-WS " - RUN REFUSED"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The estimate is a daily rate from the last paid period times
      * the straddling period's days that fall in the closing month.
           COMPUTE ACCRUED-DAYS-WS =
               FUNCTION INTEGER-OF-DATE (MONTH-END-DATE-WS)
             - FUNCTION INTEGER-OF-DATE (ACCRUAL-START-DATE-WS) + 1.
           COMPUTE SOURCE-DAYS-WS =
               FUNCTION INTEGER-OF-DATE (PAY-PERIOD-END-DATE-WS)
             - FUNCTION INTEGER-OF-DATE (PAY-PERIOD-START-DATE-WS) + 1.

           MOVE ACCRUAL-START-DATE-WS  TO AH2-ACCRUAL-START.
           MOVE MONTH-END-DATE-WS      TO AH2-MONTH-END.
           MOVE ACCRUED-DAYS-WS        TO AH2-ACCRUED-DAYS.
           MOVE REVERSAL-DATE-WS       TO AH2-REVERSAL-DATE.
           MOVE ACR-HEADING-2 TO ACCRUAL-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE PAY-PERIOD-START-DATE-WS TO AH3-SOURCE-START.
           MOVE PAY-PERIOD-END-DATE-WS   TO AH3-SOURCE-END.
           MOVE SOURCE-DAYS-WS           TO AH3-SOURCE-DAYS.
           MOVE RUN-ID-WS                TO AH3-RUN-ID.
           MOVE ACR-HEADING-3 TO ACCRUAL-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACE TO ACCRUAL-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ACR-HEADING-4 TO ACCRUAL-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      * One row per department, pay type and employee from the last
      * paid period's distribution.  Supplemental earnings rows are
      * one-time payments, not wages that recur every period, and are
      * left out of the estimate; so is anyone terminated before the
      * straddling period began, who will not be paid for it.  The
      * pay type is only needed to find the wage account of a
      * department with no GL_DEPT_XREF row, the same fallback
      * POST-GL in PAYRL00001 uses.
           EXEC SQL DECLARE ACCRUAL-CSR CURSOR FOR
               SELECT LX.DEPARTMENT, ED.PAY_TYPE, LX.EMPLOYEE_ID,
                      SUM(LX.GROSS_AMOUNT)
               FROM LABOR_DISTRIBUTION LX, EMPLOYEE_DETAILS ED
               WHERE LX.EMPLOYEE_ID = ED.ID
                 AND ED.PAY_GROUP = :PAY-GROUP-WS
                 AND LX.PAY_PERIOD_END = :PAY-PERIOD-END-DATE-WS
                 AND COALESCE(LX.EARNINGS_CODE, ' ') = ' '
                 AND (ED.EMP_STATUS = 'A'
                      OR (ED.EMP_STATUS = 'T'
                          AND ED.TERM_DATE >= :ACCRUAL-START-DATE-WS))
               GROUP BY LX.DEPARTMENT, ED.PAY_TYPE, LX.EMPLOYEE_ID
               HAVING SUM(LX.GROSS_AMOUNT) > 0
               ORDER BY LX.DEPARTMENT, ED.PAY_TYPE, LX.EMPLOYEE_ID
           END-EXEC.

           EXEC SQL OPEN ACCRUAL-CSR END-EXEC.
           PERFORM ERROR-HANDLING.



       DOWORK.
           PERFORM FETCH-ACCRUAL-ROW.

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM ACCRUE-ONE-ROW
               PERFORM FETCH-ACCRUAL-ROW
           END-PERFORM.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON ACCRUAL-CSR, SQLCODE: " SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           IF ROWS-READ-CT > ZERO
               PERFORM FINISH-DEPT-LINE
           END-IF.



       FETCH-ACCRUAL-ROW.
           EXEC SQL
               FETCH ACCRUAL-CSR
                   INTO :LX-DEPARTMENT, :GX-PAY-TYPE, :LX-EMPLOYEE-ID,
                        :LX-GROSS-AMOUNT
           END-EXEC.



      *----------------------------------------------------------------
      * ACCRUE-ONE-ROW - one employee's wages in one department.  The
      * row's wage account decides which report line it lands on: a
      * change of department or account closes the line before and
      * posts it.  The employer tax rides on the accrued wages at the
      * share of the period's taxable gross each code took for this
      * employee on EMPLOYER_TAX.
      *----------------------------------------------------------------
       ACCRUE-ONE-ROW.
           PERFORM FIND-WAGE-ACCOUNT.

           IF ROWS-READ-CT > ZERO
               IF LX-DEPARTMENT NOT = BREAK-DEPARTMENT-WS
                   OR LINE-WAGE-ACCOUNT-WS NOT = BREAK-ACCOUNT-WS
                   PERFORM FINISH-DEPT-LINE
               END-IF
           END-IF.

           MOVE LX-DEPARTMENT        TO BREAK-DEPARTMENT-WS.
           MOVE LINE-WAGE-ACCOUNT-WS TO BREAK-ACCOUNT-WS.
           ADD 1 TO ROWS-READ-CT.

           COMPUTE ACCRUED-WAGES-WS ROUNDED =
               LX-GROSS-AMOUNT * ACCRUED-DAYS-WS / SOURCE-DAYS-WS.

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN TAX_CODE = 'FICAM'
                                        THEN TAX_AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN TAX_CODE = 'FUTA'
                                        THEN TAX_AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN TAX_CODE = 'SUTA'
                                        THEN TAX_AMOUNT ELSE 0 END), 0)
                   INTO :PERIOD-FICAM-WS, :PERIOD-FUTA-WS,
                        :PERIOD-SUTA-WS
               FROM EMPLOYER_TAX
               WHERE EMPLOYEE_ID = :LX-EMPLOYEE-ID
                 AND PAY_PERIOD_END = :PAY-PERIOD-END-DATE-WS
           END-EXEC.
           PERFORM ERROR-HANDLING.

      * The gross PAYRL00011 taxed for the period, counted the same
      * way its ERTAX-CSR counts it.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN ENTRY_TYPE = 'S'
                                        THEN TAXABLE_WAGES
                                        ELSE GROSS_AMOUNT END), 0)
                   INTO :PERIOD-GROSS-WS
               FROM GROSS_PAY
               WHERE EMPLOYEE_ID = :LX-EMPLOYEE-ID
                 AND PAY_PERIOD_END = :PAY-PERIOD-END-DATE-WS
           END-EXEC.
           PERFORM ERROR-HANDLING.

           IF PERIOD-GROSS-WS > ZERO
               COMPUTE ACCRUED-FICAM-WS ROUNDED =
                   ACCRUED-WAGES-WS * PERIOD-FICAM-WS / PERIOD-GROSS-WS
               COMPUTE ACCRUED-FUTA-WS ROUNDED =
                   ACCRUED-WAGES-WS * PERIOD-FUTA-WS / PERIOD-GROSS-WS
               COMPUTE ACCRUED-SUTA-WS ROUNDED =
                   ACCRUED-WAGES-WS * PERIOD-SUTA-WS / PERIOD-GROSS-WS
           ELSE
               MOVE ZERO TO ACCRUED-FICAM-WS
               MOVE ZERO TO ACCRUED-FUTA-WS
               MOVE ZERO TO ACCRUED-SUTA-WS
           END-IF.

           ADD ACCRUED-WAGES-WS TO DEPT-WAGES-WS.
           ADD ACCRUED-FICAM-WS TO DEPT-FICAM-WS.
           ADD ACCRUED-FUTA-WS  TO DEPT-FUTA-WS.
           ADD ACCRUED-SUTA-WS  TO DEPT-SUTA-WS.



      *----------------------------------------------------------------
      * FIND-WAGE-ACCOUNT - the department's GL_DEPT_XREF wage
      * account, or for a department with no xref row the pay type's
      * GL_ACCOUNT_XREF wage account, so the accrual lands where the
      * period's real wages will post.  Space when neither is keyed.
      *----------------------------------------------------------------
       FIND-WAGE-ACCOUNT.
           MOVE LX-DEPARTMENT TO GX-DEPARTMENT.

           EXEC SQL
               SELECT WAGE_ACCOUNT INTO :GX-DEPT-WAGE-ACCOUNT
               FROM GL_DEPT_XREF
               WHERE DEPARTMENT = :GX-DEPARTMENT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE GX-DEPT-WAGE-ACCOUNT TO LINE-WAGE-ACCOUNT-WS
               WHEN 100
                   PERFORM FIND-PAY-TYPE-ACCOUNT
               WHEN OTHER
                   PERFORM ERROR-HANDLING
           END-EVALUATE.



       FIND-PAY-TYPE-ACCOUNT.
           EXEC SQL
               SELECT WAGE_ACCOUNT INTO :GX-WAGE-ACCOUNT
               FROM GL_ACCOUNT_XREF
               WHERE PAY_TYPE = :GX-PAY-TYPE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE GX-WAGE-ACCOUNT TO LINE-WAGE-ACCOUNT-WS
               WHEN 100
                   MOVE SPACE TO LINE-WAGE-ACCOUNT-WS
               WHEN OTHER
                   PERFORM ERROR-HANDLING
           END-EVALUATE.



      *----------------------------------------------------------------
      * FINISH-DEPT-LINE - prints the department / account line just
      * closed and posts its wages: the accrual on the month end and
      * the same amount reversed on the first of the next month.  A
      * line with no wage account is printed but cannot be posted,
      * and TERM then backs out the whole run rather than leave an
      * accrual on the ledger short of that line.
      *----------------------------------------------------------------
       FINISH-DEPT-LINE.
           COMPUTE DEPT-TAX-WS = DEPT-FICAM-WS + DEPT-FUTA-WS
               + DEPT-SUTA-WS.

           MOVE BREAK-DEPARTMENT-WS TO AD-DEPARTMENT.
           MOVE BREAK-ACCOUNT-WS    TO AD-WAGE-ACCOUNT.
           MOVE DEPT-WAGES-WS       TO AD-WAGES.
           MOVE DEPT-FICAM-WS       TO AD-FICAM.
           MOVE DEPT-FUTA-WS        TO AD-FUTA.
           MOVE DEPT-SUTA-WS        TO AD-SUTA.
           MOVE DEPT-TAX-WS         TO AD-TAX.

           IF BREAK-ACCOUNT-WS = SPACE
               MOVE "*NONE*" TO AD-WAGE-ACCOUNT
               DISPLAY "NO GL ACCOUNT FOR DEPARTMENT "
                   BREAK-DEPARTMENT-WS " - ACCRUAL OF " DEPT-WAGES-WS
                   " NOT POSTED"
               ADD 1 TO UNPOSTED-LINES-CT
           ELSE
               MOVE BREAK-ACCOUNT-WS TO GL-ACCOUNT-NUMBER
               MOVE DEPT-WAGES-WS    TO GL-AMOUNT
               PERFORM POST-ACCRUAL-PAIR
           END-IF.

           MOVE ACR-DETAIL-LINE TO ACCRUAL-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO DEPT-LINES-CT.

           ADD DEPT-WAGES-WS TO WAGES-TOTAL-WS.
           ADD DEPT-FICAM-WS TO FICAM-TOTAL-WS.
           ADD DEPT-FUTA-WS  TO FUTA-TOTAL-WS.
           ADD DEPT-SUTA-WS  TO SUTA-TOTAL-WS.
           ADD DEPT-TAX-WS   TO TAX-TOTAL-WS.

           MOVE ZERO TO DEPT-WAGES-WS.
           MOVE ZERO TO DEPT-FICAM-WS.
           MOVE ZERO TO DEPT-FUTA-WS.
           MOVE ZERO TO DEPT-SUTA-WS.



      *----------------------------------------------------------------
      * POST-GL-TAX - the employer tax accrual, one pair of rows per
      * code to the code's liability account.
      *----------------------------------------------------------------
       POST-GL-TAX.
           MOVE FICAM-GL-ACCOUNT TO GL-ACCOUNT-NUMBER.
           MOVE FICAM-TOTAL-WS   TO GL-AMOUNT.
           PERFORM POST-ACCRUAL-PAIR.

           MOVE FUTA-GL-ACCOUNT  TO GL-ACCOUNT-NUMBER.
           MOVE FUTA-TOTAL-WS    TO GL-AMOUNT.
           PERFORM POST-ACCRUAL-PAIR.

           MOVE SUTA-GL-ACCOUNT  TO GL-ACCOUNT-NUMBER.
           MOVE SUTA-TOTAL-WS    TO GL-AMOUNT.
           PERFORM POST-ACCRUAL-PAIR.



      *----------------------------------------------------------------
      * POST-ACCRUAL-PAIR - the caller supplies GL-ACCOUNT-NUMBER and
      * GL-AMOUNT.  The ACCR row dated the month end books it in the
      * closing month; the ACRV row dated the first of the next month
      * takes it back out, so the period's real WAGE/ERTX legs are not
      * counted twice when its pay run posts them.  Both are stamped
      * with the RUN_ID of the pay run the estimate came from.  A zero
      * amount posts nothing.
      *----------------------------------------------------------------
       POST-ACCRUAL-PAIR.
           IF GL-AMOUNT NOT = ZERO
               MOVE MONTH-END-DATE-WS TO GL-PAY-PERIOD-END
               MOVE 'ACCR' TO GL-AMOUNT-TYPE
               PERFORM INSERT-GL-POSTING
               MOVE REVERSAL-DATE-WS TO GL-PAY-PERIOD-END
               MOVE 'ACRV' TO GL-AMOUNT-TYPE
               COMPUTE GL-AMOUNT = ZERO - GL-AMOUNT
               PERFORM INSERT-GL-POSTING
           END-IF.



       INSERT-GL-POSTING.
           EXEC SQL
               INSERT INTO GL_POSTING
                   (PAY_PERIOD_END, ACCOUNT_NUMBER, AMOUNT_TYPE,
                    AMOUNT, RUN_ID)
               VALUES
                   (:GL-PAY-PERIOD-END, :GL-ACCOUNT-NUMBER,
                    :GL-AMOUNT-TYPE, :GL-AMOUNT, :RUN-ID-WS)
           END-EXEC.
           PERFORM ERROR-HANDLING.



      *----------------------------------------------------------------
      * WRITE-GL-SUMMARY - what this run put on GL_POSTING, read back
      * by account so the controller signs off on the entries exactly
      * as the ledger will receive them.
      *----------------------------------------------------------------
       WRITE-GL-SUMMARY.
           MOVE SPACE TO ACCRUAL-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE GL-SUMMARY-HEADING TO ACCRUAL-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           EXEC SQL DECLARE GLSUM-CSR CURSOR FOR
               SELECT ACCOUNT_NUMBER, AMOUNT_TYPE, PAY_PERIOD_END,
                      SUM(AMOUNT)
               FROM GL_POSTING
               WHERE RUN_ID = :RUN-ID-WS
                 AND AMOUNT_TYPE IN ('ACCR', 'ACRV')
               GROUP BY PAY_PERIOD_END, AMOUNT_TYPE, ACCOUNT_NUMBER
               ORDER BY PAY_PERIOD_END, AMOUNT_TYPE, ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL OPEN GLSUM-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL
               FETCH GLSUM-CSR
                   INTO :GL-ACCOUNT-NUMBER, :GL-AMOUNT-TYPE,
                        :GL-PAY-PERIOD-END, :GL-AMOUNT
           END-EXEC.

           PERFORM WRITE-GL-SUMMARY-LINE UNTIL SQLCODE NOT = ZERO.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON GLSUM-CSR, SQLCODE: " SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           EXEC SQL CLOSE GLSUM-CSR END-EXEC.
           PERFORM ERROR-HANDLING.



       WRITE-GL-SUMMARY-LINE.
           MOVE GL-ACCOUNT-NUMBER TO GS-ACCOUNT-NUMBER.
           MOVE GL-AMOUNT-TYPE    TO GS-AMOUNT-TYPE.
           MOVE GL-PAY-PERIOD-END TO GS-DATED.
           MOVE GL-AMOUNT         TO GS-AMOUNT.
           MOVE GL-SUMMARY-LINE TO ACCRUAL-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           EXEC SQL
               FETCH GLSUM-CSR
                   INTO :GL-ACCOUNT-NUMBER, :GL-AMOUNT-TYPE,
                        :GL-PAY-PERIOD-END, :GL-AMOUNT
           END-EXEC.



       WRITE-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.

           IF NOT RPT-STATUS-OK
               DISPLAY "ACCRRPT FILE WRITE ERROR, STATUS: "
                   ACCRUAL-REPORT-STATUS
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



       TERM.
           MOVE WAGES-TOTAL-WS TO AT-WAGES.
           MOVE FICAM-TOTAL-WS TO AT-FICAM.
           MOVE FUTA-TOTAL-WS  TO AT-FUTA.
           MOVE SUTA-TOTAL-WS  TO AT-SUTA.
           MOVE TAX-TOTAL-WS   TO AT-TAX.
           MOVE ACR-TOTAL-LINE TO ACCRUAL-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           EXEC SQL CLOSE ACCRUAL-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           IF UNPOSTED-LINES-CT > ZERO
               PERFORM UNPOSTED-ACCRUAL-TERM
           END-IF.

           PERFORM WRITE-GL-SUMMARY.

           MOVE SPACE TO ACCRUAL-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SIGN-OFF-LINE TO ACCRUAL-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE ACCRUAL-REPORT-FILE.

           MOVE 'ACCRUAL' TO CC-STEP-CODE.
           MOVE RUN-ID-WS TO CC-RUN-ID.
           MOVE 'PASS'    TO CC-STEP-STATUS.
           PERFORM RECORD-CYCLE-STEP.
           PERFORM ERROR-HANDLING.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "PAYRL00026 ACCRUED " WAGES-TOTAL-WS " WAGES AND "
               TAX-TOTAL-WS " EMPLOYER TAX FOR MONTH END "
               MONTH-END-DATE-WS " ON " DEPT-LINES-CT " LINES".
           STOP RUN.



      *----------------------------------------------------------------
      * UNPOSTED-ACCRUAL-TERM - a department line had no wage account
      * to post to.  Every ACCR/ACRV row this run wrote is rolled
      * back, and the step is recorded as failed rather than passed,
      * so the close checklist shows the month still open and INIT
      * lets the run go again once GL_DEPT_XREF or GL_ACCOUNT_XREF
      * has the account keyed.  The report keeps the lines as
      * computed, the *NONE* line among them, to show what is missing.
      *----------------------------------------------------------------
       UNPOSTED-ACCRUAL-TERM.
           MOVE SPACE TO ACCRUAL-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ACR-UNPOSTED-LINE TO ACCRUAL-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE ACCRUAL-REPORT-FILE.

           EXEC SQL ROLLBACK WORK END-EXEC.

           MOVE 'ACCRUAL' TO CC-STEP-CODE.
           MOVE RUN-ID-WS TO CC-RUN-ID.
           MOVE 'FAIL'    TO CC-STEP-STATUS.
           PERFORM RECORD-CYCLE-STEP.
           PERFORM ERROR-HANDLING.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "PAYRL00026 " UNPOSTED-LINES-CT
               " LINES HAD NO GL ACCOUNT - ACCRUAL FOR MONTH END "
               MONTH-END-DATE-WS " NOT POSTED".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.



      *----------------------------------------------------------------
      * NO-ACCRUAL-TERM - the month ends exactly on a period end, so
      * every day worked in it has already been paid and booked.  The
      * report says so, and the step is still recorded so the close
      * checklist shows the month was looked at.
      *----------------------------------------------------------------
       NO-ACCRUAL-TERM.
           MOVE ACR-NOTHING-LINE TO ACCRUAL-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE ACCRUAL-REPORT-FILE.

           MOVE 'ACCRUAL' TO CC-STEP-CODE.
           MOVE ZERO      TO CC-RUN-ID.
           MOVE 'PASS'    TO CC-STEP-STATUS.
           PERFORM RECORD-CYCLE-STEP.
           PERFORM ERROR-HANDLING.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "PAYRL00026 NOTHING TO ACCRUE FOR MONTH END "
               MONTH-END-DATE-WS " PAY GROUP " PAY-GROUP-WS.
           STOP RUN.



      *----------------------------------------------------------------
      * CHECK-CYCLE-STEP - the caller names in CC-STEP-CODE a step
      * that must already show passed on PAY_CYCLE_CONTROL for this
      * pay group and the last pay period of the month before this
      * program may accrue from it.  No row at all means the step
      * never ran, and is refused the same as a step that ran and
      * failed.  The RUN_ID the step ran under is left in CC-RUN-ID.
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
      * PAY_CYCLE_CONTROL for the pay group, keyed by the month-end
      * date rather than a pay period: the caller supplies
      * CC-STEP-CODE, CC-RUN-ID and CC-STEP-STATUS.  The caller
      * checks SQLCODE and owns the commit.
      *----------------------------------------------------------------
       RECORD-CYCLE-STEP.
           MOVE PAY-GROUP-WS           TO CC-PAY-GROUP.
           MOVE MONTH-END-DATE-WS      TO CC-PERIOD-END.
           MOVE 'PAYRL00026'           TO CC-PROGRAM-ID.
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
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
