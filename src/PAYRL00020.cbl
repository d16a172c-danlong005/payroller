      * ================================================================
      * PAYRL00020 - Quarterly wage and tax summary.  For the calendar
      *              quarter holding the pay period end in the run
      *              parameters, from the quarter's first day through
      *              that period end, and for the pay group named
      *              there: totals each employee's quarter-to-date
      *              gross, taxable wages, and withheld tax from
      *              GROSS_PAY and the employee's FICA match, FUTA,
      *              and SUTA liability from EMPLOYER_TAX, writes the
      *              fixed-layout state unemployment wage listing,
      *              and prints the quarter summary the federal
      *              quarterly return is filed from.  The summary
      *              lists every PAYRL00011 deposit posted in the
      *              quarter - the EMPTAXR "DEPOSIT DUE" totals, as
      *              they landed on GL_POSTING - and proves their sum
      *              against the liability the listing reports.
      *
      * ================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRL00020.
       AUTHOR. DLONG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT WAGE-LIST-FILE ASSIGN TO "SUIWAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAGE-LIST-STATUS.

           SELECT SUMMARY-REPORT-FILE ASSIGN TO "QTRSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY PARMREC.

       FD  WAGE-LIST-FILE.
       01  WAGE-LIST-RECORD                PIC X(80).

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  PARM-FILE-STATUS                PIC X(02) VALUE '00'.
           88  PARM-STATUS-OK                          VALUE '00'.
       01  WAGE-LIST-STATUS                PIC X(02) VALUE '00'.
           88  WAGE-STATUS-OK                          VALUE '00'.
       01  SUMMARY-REPORT-STATUS           PIC X(02) VALUE '00'.
           88  RPT-STATUS-OK                           VALUE '00'.

       01  EMPLOYEES-LISTED-CT             PIC 9(09) COMP VALUE ZERO.
       01  DEPOSITS-LISTED-CT              PIC 9(09) COMP VALUE ZERO.
       01  PERIOD-MONTH-WS                 PIC 9(02) VALUE ZERO.

      * Quarter control totals: the employee side accumulated as the
      * wage listing is written, and the deposit side accumulated as
      * the posted PAYRL00011 deposits are listed.
       01  QTR-GROSS-TOTAL-WS          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  QTR-TAXABLE-TOTAL-WS        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  QTR-WITHHELD-TOTAL-WS       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  QTR-SUTA-WAGES-TOTAL-WS     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  LIAB-FICAM-TOTAL-WS         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  LIAB-FUTA-TOTAL-WS          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  LIAB-SUTA-TOTAL-WS          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  LIAB-GRAND-TOTAL-WS         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  DEP-FICAM-TOTAL-WS          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  DEP-FUTA-TOTAL-WS           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  DEP-SUTA-TOTAL-WS           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  DEP-GRAND-TOTAL-WS          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  DEPOSIT-TOTAL-WS            PIC S9(9)V99  COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      * State wage listing layouts - 80-byte fixed records, one 01
      * group per record type, each moved to WAGE-LIST-RECORD before
      * the write.  One 'D' detail per employee, then one 'T' trailer
      * carrying the employee count and the listing's totals.
      * The money fields carry a leading '+' or '-': a void or an
      * adjustment can leave an employee's quarter net negative, and
      * the listing reports it as it stands rather than unsigned.
      *----------------------------------------------------------------
       01  WAGE-DETAIL-REC.
           05  FILLER                      PIC X(01) VALUE 'D'.
           05  WD-PAY-GROUP                PIC X(10).
           05  WD-YEAR                     PIC 9(04).
           05  WD-QUARTER                  PIC 9(01).
           05  WD-EMPLOYEE-ID              PIC 9(09).
           05  WD-QTR-GROSS                PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
           05  WD-QTR-TAXABLE-WAGES        PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
           05  WD-QTR-SUTA-WAGES           PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
           05  WD-QTR-SUTA-AMOUNT          PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(07) VALUE SPACE.

       01  WAGE-TRAILER-REC.
           05  FILLER                      PIC X(01) VALUE 'T'.
           05  WT-PAY-GROUP                PIC X(10).
           05  WT-YEAR                     PIC 9(04).
           05  WT-QUARTER                  PIC 9(01).
           05  WT-EMPLOYEE-COUNT           PIC 9(09).
           05  WT-QTR-GROSS                PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
           05  WT-QTR-TAXABLE-WAGES        PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
           05  WT-QTR-SUTA-WAGES           PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
           05  WT-QTR-SUTA-AMOUNT          PIC S9(09)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(07) VALUE SPACE.

      *----------------------------------------------------------------
      * Quarter summary line layouts.
      *----------------------------------------------------------------
       01  QTR-HEADING-1.
           05  FILLER                      PIC X(30) VALUE
               "PAYRL00020 - QUARTERLY SUMMARY".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  QH1-YEAR                    PIC 9(04).
           05  FILLER                      PIC X(02) VALUE " Q".
           05  QH1-QUARTER                 PIC 9(01).
           05  FILLER                      PIC X(06) VALUE " THRU ".
           05  QH1-PAY-PERIOD-END          PIC 9(08).
           05  FILLER                      PIC X(11) VALUE
               " PAY GROUP ".
           05  QH1-PAY-GROUP               PIC X(10).
           05  FILLER                      PIC X(07) VALUE SPACE.

       01  QTR-COUNT-LINE.
           05  FILLER                      PIC X(20) VALUE
               "EMPLOYEES LISTED    ".
           05  QC-EMPLOYEE-CT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(51) VALUE SPACE.

       01  QTR-WAGE-LINE.
           05  QW-CAPTION                  PIC X(20).
           05  QW-AMOUNT                   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(45) VALUE SPACE.

       01  QTR-DEPOSIT-HEADING.
           05  FILLER                      PIC X(10) VALUE
               "PERIOD END".
           05  FILLER                      PIC X(10) VALUE
               "    RUN ID".
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  FILLER                      PIC X(13) VALUE
               "   FICA MATCH".
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  FILLER                      PIC X(13) VALUE
               "         FUTA".
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  FILLER                      PIC X(13) VALUE
               "         SUTA".
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  FILLER                      PIC X(13) VALUE
               "        TOTAL".

       01  QTR-DEPOSIT-LINE.
           05  QD-PAY-PERIOD-END           PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  QD-RUN-ID                   PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  QD-FICAM-AMOUNT             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  QD-FUTA-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  QD-SUTA-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  QD-TOTAL-AMOUNT             PIC Z,ZZZ,ZZ9.99-.

       01  QTR-TIE-LINE.
           05  QT-CAPTION                  PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  QT-FICAM-AMOUNT             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  QT-FUTA-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  QT-SUTA-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  QT-TOTAL-AMOUNT             PIC Z,ZZZ,ZZ9.99-.

       01  QTR-VERDICT-LINE.
           05  QV-VERDICT                  PIC X(50).
           05  FILLER                      PIC X(30) VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME       PIC X(60) VALUE SPACE.
       01  USERNAME     PIC X(30) VALUE SPACE.
       01  PASSWD       PIC X(30) VALUE SPACE.
       01  PAY-GROUP-WS PIC X(10) VALUE SPACE.
       01  PAY-PERIOD-END-DATE-WS      PIC 9(08) VALUE ZERO.
       01  CALENDAR-COUNT-WS           PIC 9(09) VALUE ZERO.

      * The quarter the period end falls in and its first day; the
      * quarter-to-date window runs from there through the period
      * end named in the parameters.
       01  QTR-YEAR-WS                 PIC 9(04) VALUE ZERO.
       01  QTR-NUMBER-WS               PIC 9(01) VALUE ZERO.
       01  QTR-START-DATE-WS           PIC 9(08) VALUE ZERO.

      * The liability accounts PAYRL00011 posts each employer tax
      * code's deposit to, so the posted ERTX legs can be split back
      * out by code.
       01  FICAM-GL-ACCOUNT                PIC X(10) VALUE "2151000000".
       01  FUTA-GL-ACCOUNT                 PIC X(10) VALUE "2152000000".
       01  SUTA-GL-ACCOUNT                 PIC X(10) VALUE "2153000000".

      * One employee's quarter-to-date figures.
       01  EMP-GROSS-WS                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  EMP-TAXABLE-WS              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  EMP-WITHHELD-WS             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  EMP-FICAM-WS                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  EMP-FUTA-WS                 PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  EMP-SUTA-WS                 PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  EMP-SUTA-WAGES-WS           PIC S9(9)V99 COMP-3 VALUE ZERO.

      * One posted deposit: a pay run's ERTX legs split by code.
       01  DEP-FICAM-WS                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  DEP-FUTA-WS                 PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  DEP-SUTA-WS                 PIC S9(9)V99 COMP-3 VALUE ZERO.
       COPY EMPTAX.
       COPY GLPOST.
       COPY RUNLOG.
       COPY PAYCAL.
       EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-PARAMETERS.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM CHECK-PAY-CALENDAR.

           PERFORM INIT.
           PERFORM DOWORK.
           PERFORM LIST-DEPOSITS.
           PERFORM TERM.



      *----------------------------------------------------------------
      * READ-PARAMETERS - the quarter is the calendar quarter of the
      * pay period end in PAYPARM, so the same parameter record the
      * last pay run of the quarter used produces the whole quarter;
      * run mid-quarter it produces the quarter to date.
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
           MOVE PARM-PAY-PERIOD-END   TO PAY-PERIOD-END-DATE-WS.
           MOVE PARM-PAY-GROUP        TO PAY-GROUP-WS.
           MOVE PARM-PAY-PERIOD-END(1:4) TO QTR-YEAR-WS.
           MOVE PARM-PAY-PERIOD-END(5:2) TO PERIOD-MONTH-WS.

           COMPUTE QTR-NUMBER-WS = (PERIOD-MONTH-WS + 2) / 3.
           COMPUTE QTR-START-DATE-WS = QTR-YEAR-WS * 10000
               + ((QTR-NUMBER-WS - 1) * 3 + 1) * 100 + 1.



      *----------------------------------------------------------------
      * CHECK-PAY-CALENDAR - the period end date in PAYPARM is keyed
      * by hand; a pay group with a PAY_CALENDAR on file only accepts
      * an end date that matches one of its scheduled periods, so a
      * fat-fingered date becomes a clean refusal instead of a
      * quarter cut off at the wrong week.  A group with no calendar
      * rows predates the calendar and runs as before.
      *----------------------------------------------------------------
       CHECK-PAY-CALENDAR.
           MOVE PAY-GROUP-WS TO PC-PAY-GROUP.

           EXEC SQL
               SELECT COUNT(*) INTO :CALENDAR-COUNT-WS
               FROM PAY_CALENDAR
               WHERE PAY_GROUP = :PC-PAY-GROUP
           END-EXEC.
           PERFORM ERROR-HANDLING.

           IF CALENDAR-COUNT-WS > ZERO
               MOVE PAY-PERIOD-END-DATE-WS TO PC-PERIOD-END
               EXEC SQL
                   SELECT COUNT(*) INTO :CALENDAR-COUNT-WS
                   FROM PAY_CALENDAR
                   WHERE PAY_GROUP = :PC-PAY-GROUP
                     AND PERIOD_END = :PC-PERIOD-END
               END-EXEC
               PERFORM ERROR-HANDLING
               IF CALENDAR-COUNT-WS = ZERO
                   DISPLAY "PERIOD END " PAY-PERIOD-END-DATE-WS
                       " IS NOT ON THE PAY CALENDAR FOR PAY GROUP "
                       PAY-GROUP-WS " - RUN REFUSED"
                   EXEC SQL DISCONNECT ALL END-EXEC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.



      *----------------------------------------------------------------
      * INIT - one row per employee of the pay group with GROSS_PAY
      * in the quarter to date.  Every entry type is summed, the same
      * netting PAYRL00011 taxes from, so a voided-and-reissued check
      * counts once.  Rows written before TAXABLE_WAGES existed were
      * taxed on their whole gross and read that way.
      *----------------------------------------------------------------
       INIT.
           EXEC SQL DECLARE QTRWAGE-CSR CURSOR FOR
               SELECT GP.EMPLOYEE_ID, SUM(GP.GROSS_AMOUNT),
                      SUM(COALESCE(GP.TAXABLE_WAGES, GP.GROSS_AMOUNT)),
                      SUM(GP.TAX_AMOUNT)
               FROM GROSS_PAY GP, EMPLOYEE_DETAILS ED
               WHERE GP.EMPLOYEE_ID = ED.ID
                 AND ED.PAY_GROUP = :PAY-GROUP-WS
                 AND GP.PAY_PERIOD_END >= :QTR-START-DATE-WS
                 AND GP.PAY_PERIOD_END <= :PAY-PERIOD-END-DATE-WS
               GROUP BY GP.EMPLOYEE_ID
               ORDER BY GP.EMPLOYEE_ID
           END-EXEC.

           EXEC SQL OPEN QTRWAGE-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           OPEN OUTPUT WAGE-LIST-FILE.

           IF NOT WAGE-STATUS-OK
               DISPLAY "SUIWAGE FILE OPEN ERROR, STATUS: "
                   WAGE-LIST-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SUMMARY-REPORT-FILE.

           IF NOT RPT-STATUS-OK
               DISPLAY "QTRSUMM FILE OPEN ERROR, STATUS: "
                   SUMMARY-REPORT-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PAY-GROUP-WS  TO WD-PAY-GROUP WT-PAY-GROUP.
           MOVE QTR-YEAR-WS   TO WD-YEAR WT-YEAR.
           MOVE QTR-NUMBER-WS TO WD-QUARTER WT-QUARTER.

           MOVE QTR-YEAR-WS            TO QH1-YEAR.
           MOVE QTR-NUMBER-WS          TO QH1-QUARTER.
           MOVE PAY-PERIOD-END-DATE-WS TO QH1-PAY-PERIOD-END.
           MOVE PAY-GROUP-WS           TO QH1-PAY-GROUP.
           MOVE QTR-HEADING-1 TO SUMMARY-REPORT-LINE.
           PERFORM WRITE-SUMMARY-LINE.



       DOWORK.
           PERFORM FETCH-QTRWAGE-ROW.

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM LIST-ONE-EMPLOYEE
               PERFORM FETCH-QTRWAGE-ROW
           END-PERFORM.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON QTRWAGE-CSR, SQLCODE: " SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           EXEC SQL CLOSE QTRWAGE-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM WRITE-WAGE-TRAILER.
           PERFORM WRITE-WAGE-SUMMARY.



       FETCH-QTRWAGE-ROW.
           EXEC SQL
               FETCH QTRWAGE-CSR
                   INTO :ER-EMPLOYEE-ID, :EMP-GROSS-WS,
                        :EMP-TAXABLE-WS, :EMP-WITHHELD-WS
           END-EXEC.



      *----------------------------------------------------------------
      * LIST-ONE-EMPLOYEE - the employee's employer tax liability for
      * the same window, per code, from the EMPLOYER_TAX rows
      * PAYRL00011 wrote; the SUTA taxable wages are the state's
      * taxable wages after the SUTA wage base.
      *----------------------------------------------------------------
       LIST-ONE-EMPLOYEE.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN TAX_CODE = 'FICAM'
                                   THEN TAX_AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN TAX_CODE = 'FUTA'
                                   THEN TAX_AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN TAX_CODE = 'SUTA'
                                   THEN TAX_AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN TAX_CODE = 'SUTA'
                                   THEN TAXABLE_WAGES ELSE 0 END), 0)
                   INTO :EMP-FICAM-WS, :EMP-FUTA-WS, :EMP-SUTA-WS,
                        :EMP-SUTA-WAGES-WS
               FROM EMPLOYER_TAX
               WHERE EMPLOYEE_ID = :ER-EMPLOYEE-ID
                 AND PAY_PERIOD_END >= :QTR-START-DATE-WS
                 AND PAY_PERIOD_END <= :PAY-PERIOD-END-DATE-WS
           END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE ER-EMPLOYEE-ID    TO WD-EMPLOYEE-ID.
           MOVE EMP-GROSS-WS      TO WD-QTR-GROSS.
           MOVE EMP-TAXABLE-WS    TO WD-QTR-TAXABLE-WAGES.
           MOVE EMP-SUTA-WAGES-WS TO WD-QTR-SUTA-WAGES.
           MOVE EMP-SUTA-WS       TO WD-QTR-SUTA-AMOUNT.
           MOVE WAGE-DETAIL-REC TO WAGE-LIST-RECORD.
           PERFORM WRITE-WAGE-RECORD.

           ADD 1 TO EMPLOYEES-LISTED-CT.
           ADD EMP-GROSS-WS      TO QTR-GROSS-TOTAL-WS.
           ADD EMP-TAXABLE-WS    TO QTR-TAXABLE-TOTAL-WS.
           ADD EMP-WITHHELD-WS   TO QTR-WITHHELD-TOTAL-WS.
           ADD EMP-SUTA-WAGES-WS TO QTR-SUTA-WAGES-TOTAL-WS.
           ADD EMP-FICAM-WS      TO LIAB-FICAM-TOTAL-WS.
           ADD EMP-FUTA-WS       TO LIAB-FUTA-TOTAL-WS.
           ADD EMP-SUTA-WS       TO LIAB-SUTA-TOTAL-WS.



       WRITE-WAGE-TRAILER.
           MOVE EMPLOYEES-LISTED-CT     TO WT-EMPLOYEE-COUNT.
           MOVE QTR-GROSS-TOTAL-WS      TO WT-QTR-GROSS.
           MOVE QTR-TAXABLE-TOTAL-WS    TO WT-QTR-TAXABLE-WAGES.
           MOVE QTR-SUTA-WAGES-TOTAL-WS TO WT-QTR-SUTA-WAGES.
           MOVE LIAB-SUTA-TOTAL-WS      TO WT-QTR-SUTA-AMOUNT.
           MOVE WAGE-TRAILER-REC TO WAGE-LIST-RECORD.
           PERFORM WRITE-WAGE-RECORD.



       WRITE-WAGE-SUMMARY.
           MOVE EMPLOYEES-LISTED-CT TO QC-EMPLOYEE-CT.
           MOVE QTR-COUNT-LINE TO SUMMARY-REPORT-LINE.
           PERFORM WRITE-SUMMARY-LINE.

           MOVE "QTD GROSS WAGES" TO QW-CAPTION.
           MOVE QTR-GROSS-TOTAL-WS TO QW-AMOUNT.
           MOVE QTR-WAGE-LINE TO SUMMARY-REPORT-LINE.
           PERFORM WRITE-SUMMARY-LINE.

           MOVE "QTD TAXABLE WAGES" TO QW-CAPTION.
           MOVE QTR-TAXABLE-TOTAL-WS TO QW-AMOUNT.
           MOVE QTR-WAGE-LINE TO SUMMARY-REPORT-LINE.
           PERFORM WRITE-SUMMARY-LINE.

           MOVE "QTD TAX WITHHELD" TO QW-CAPTION.
           MOVE QTR-WITHHELD-TOTAL-WS TO QW-AMOUNT.
           MOVE QTR-WAGE-LINE TO SUMMARY-REPORT-LINE.
           PERFORM WRITE-SUMMARY-LINE.

           MOVE "QTD SUTA WAGES" TO QW-CAPTION.
           MOVE QTR-SUTA-WAGES-TOTAL-WS TO QW-AMOUNT.
           MOVE QTR-WAGE-LINE TO SUMMARY-REPORT-LINE.
           PERFORM WRITE-SUMMARY-LINE.



      *----------------------------------------------------------------
      * LIST-DEPOSITS - every PAYRL00011 run in the quarter to date
      * for this pay group, as its ERTX legs were posted: one line per
      * pay run, the same per-code figures its EMPTAXR report printed
      * as DEPOSIT DUE.  GL_POSTING carries no pay group, so the run
      * is tied back to its group through PAY_RUN_LOG.
      *----------------------------------------------------------------
       LIST-DEPOSITS.
           MOVE QTR-DEPOSIT-HEADING TO SUMMARY-REPORT-LINE.
           PERFORM WRITE-SUMMARY-LINE.

           EXEC SQL DECLARE QTRDEP-CSR CURSOR FOR
               SELECT GL.PAY_PERIOD_END, GL.RUN_ID,
                      COALESCE(SUM(CASE WHEN GL.ACCOUNT_NUMBER =
                                             :FICAM-GL-ACCOUNT
                                   THEN GL.AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN GL.ACCOUNT_NUMBER =
                                             :FUTA-GL-ACCOUNT
                                   THEN GL.AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN GL.ACCOUNT_NUMBER =
                                             :SUTA-GL-ACCOUNT
                                   THEN GL.AMOUNT ELSE 0 END), 0)
               FROM GL_POSTING GL, PAY_RUN_LOG RL
               WHERE GL.RUN_ID = RL.RUN_ID
                 AND RL.PAY_GROUP = :PAY-GROUP-WS
                 AND GL.AMOUNT_TYPE = 'ERTX'
                 AND GL.PAY_PERIOD_END >= :QTR-START-DATE-WS
                 AND GL.PAY_PERIOD_END <= :PAY-PERIOD-END-DATE-WS
               GROUP BY GL.PAY_PERIOD_END, GL.RUN_ID
               ORDER BY GL.PAY_PERIOD_END, GL.RUN_ID
           END-EXEC.

           EXEC SQL OPEN QTRDEP-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM FETCH-QTRDEP-ROW.

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM LIST-ONE-DEPOSIT
               PERFORM FETCH-QTRDEP-ROW
           END-PERFORM.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON QTRDEP-CSR, SQLCODE: " SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           EXEC SQL CLOSE QTRDEP-CSR END-EXEC.
           PERFORM ERROR-HANDLING.



       FETCH-QTRDEP-ROW.
           EXEC SQL
               FETCH QTRDEP-CSR
                   INTO :GL-PAY-PERIOD-END, :RL-RUN-ID,
                        :DEP-FICAM-WS, :DEP-FUTA-WS, :DEP-SUTA-WS
           END-EXEC.



       LIST-ONE-DEPOSIT.
           COMPUTE DEPOSIT-TOTAL-WS =
               DEP-FICAM-WS + DEP-FUTA-WS + DEP-SUTA-WS.

           MOVE GL-PAY-PERIOD-END TO QD-PAY-PERIOD-END.
           MOVE RL-RUN-ID         TO QD-RUN-ID.
           MOVE DEP-FICAM-WS      TO QD-FICAM-AMOUNT.
           MOVE DEP-FUTA-WS       TO QD-FUTA-AMOUNT.
           MOVE DEP-SUTA-WS       TO QD-SUTA-AMOUNT.
           MOVE DEPOSIT-TOTAL-WS  TO QD-TOTAL-AMOUNT.
           MOVE QTR-DEPOSIT-LINE TO SUMMARY-REPORT-LINE.
           PERFORM WRITE-SUMMARY-LINE.

           ADD 1 TO DEPOSITS-LISTED-CT.
           ADD DEP-FICAM-WS TO DEP-FICAM-TOTAL-WS.
           ADD DEP-FUTA-WS  TO DEP-FUTA-TOTAL-WS.
           ADD DEP-SUTA-WS  TO DEP-SUTA-TOTAL-WS.



      *----------------------------------------------------------------
      * WRITE-TIE-LINES - the deposits made against the liability the
      * wage listing reports, code by code.  They differ only when
      * EMPLOYER_TAX or the ERTX legs were changed by hand, or an
      * employee's liability sits under a pay group they have since
      * left - either way the return should not go out until it is
      * explained.
      *----------------------------------------------------------------
       WRITE-TIE-LINES.
           COMPUTE DEP-GRAND-TOTAL-WS = DEP-FICAM-TOTAL-WS
               + DEP-FUTA-TOTAL-WS + DEP-SUTA-TOTAL-WS.
           COMPUTE LIAB-GRAND-TOTAL-WS = LIAB-FICAM-TOTAL-WS
               + LIAB-FUTA-TOTAL-WS + LIAB-SUTA-TOTAL-WS.

           MOVE "DEPOSITS POSTED" TO QT-CAPTION.
           MOVE DEP-FICAM-TOTAL-WS TO QT-FICAM-AMOUNT.
           MOVE DEP-FUTA-TOTAL-WS  TO QT-FUTA-AMOUNT.
           MOVE DEP-SUTA-TOTAL-WS  TO QT-SUTA-AMOUNT.
           MOVE DEP-GRAND-TOTAL-WS TO QT-TOTAL-AMOUNT.
           MOVE QTR-TIE-LINE TO SUMMARY-REPORT-LINE.
           PERFORM WRITE-SUMMARY-LINE.

           MOVE "LIABILITY LISTED" TO QT-CAPTION.
           MOVE LIAB-FICAM-TOTAL-WS TO QT-FICAM-AMOUNT.
           MOVE LIAB-FUTA-TOTAL-WS  TO QT-FUTA-AMOUNT.
           MOVE LIAB-SUTA-TOTAL-WS  TO QT-SUTA-AMOUNT.
           MOVE LIAB-GRAND-TOTAL-WS TO QT-TOTAL-AMOUNT.
           MOVE QTR-TIE-LINE TO SUMMARY-REPORT-LINE.
           PERFORM WRITE-SUMMARY-LINE.

           IF DEP-FICAM-TOTAL-WS = LIAB-FICAM-TOTAL-WS
               AND DEP-FUTA-TOTAL-WS = LIAB-FUTA-TOTAL-WS
               AND DEP-SUTA-TOTAL-WS = LIAB-SUTA-TOTAL-WS
               MOVE "QUARTER IN BALANCE - DEPOSITS TIE TO LIABILITY"
                   TO QV-VERDICT
           ELSE
               MOVE "QUARTER OUT OF BALANCE - DO NOT FILE"
                   TO QV-VERDICT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE QTR-VERDICT-LINE TO SUMMARY-REPORT-LINE.
           PERFORM WRITE-SUMMARY-LINE.



       WRITE-WAGE-RECORD.
           WRITE WAGE-LIST-RECORD.

           IF NOT WAGE-STATUS-OK
               DISPLAY "SUIWAGE FILE WRITE ERROR, STATUS: "
                   WAGE-LIST-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



       WRITE-SUMMARY-LINE.
           WRITE SUMMARY-REPORT-LINE.

           IF NOT RPT-STATUS-OK
               DISPLAY "QTRSUMM FILE WRITE ERROR, STATUS: "
                   SUMMARY-REPORT-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



       TERM.
           PERFORM WRITE-TIE-LINES.

           CLOSE WAGE-LIST-FILE.
           CLOSE SUMMARY-REPORT-FILE.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "PAYRL00020 LISTED " EMPLOYEES-LISTED-CT
               " EMPLOYEES AND " DEPOSITS-LISTED-CT " DEPOSITS FOR "
               QTR-YEAR-WS " Q" QTR-NUMBER-WS.
           STOP RUN.



       ERROR-HANDLING.
           IF SQLCODE NOT = ZERO
               DISPLAY "SQLCODE: " SQLCODE " "
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
