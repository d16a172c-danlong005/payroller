      * ================================================================
      * PAYRL00023 - Garnishment exception report.  For the pay period
      *              and pay group named in the run parameters, lists
      *              every garnishment order the period's pay runs
      *              took less than it ordered - LIMITED where part of
      *              the order was taken, NOT TAKEN where none of it
      *              was - with the agency, what was ordered, what was
      *              taken, the shortfall, and the reason the pay run
      *              recorded on the DEDUCTION_REGISTER row:
      *
      *                FEDLIMIT  held to the federal percent limit
      *                STLIMIT   held to a lower state limit
      *                PRIORITY  the limit was used up by orders of
      *                          higher priority
      *                PRORATED  orders of one priority shared a limit
      *                NETPAY    the check had no more net to give
      *
      *              Payroll works the list with the agencies before
      *              the remittance goes out.  Void rows are left out;
      *              the check that replaced a voided one carries its
      *              own rows.
      *
      * ================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRL00023.
       AUTHOR. DLONG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "GARNEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY PARMREC.

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  PARM-FILE-STATUS                PIC X(02) VALUE '00'.
           88  PARM-STATUS-OK                          VALUE '00'.
       01  EXCEPTION-REPORT-STATUS         PIC X(02) VALUE '00'.
           88  RPT-STATUS-OK                           VALUE '00'.

       01  ORDERS-LIMITED-CT               PIC 9(09) COMP VALUE ZERO.
       01  ORDERS-NOT-TAKEN-CT             PIC 9(09) COMP VALUE ZERO.
       01  SHORT-AMOUNT-WS             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  ORDERED-TOTAL-WS            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  TAKEN-TOTAL-WS              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  SHORT-TOTAL-WS              PIC S9(9)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      * Exception report line layouts - two lines per order: the
      * figures, then the agency and what became of the order.
      *----------------------------------------------------------------
       01  EXC-HEADING-1.
           05  FILLER                      PIC X(30) VALUE
               "PAYRL00023 - GARNISHMENT EXCEP".
           05  FILLER                      PIC X(14) VALUE
               "TIONS  PERIOD ".
           05  EH1-PAY-PERIOD-END          PIC 9(08).
           05  FILLER                      PIC X(11) VALUE
               " PAY GROUP ".
           05  EH1-PAY-GROUP               PIC X(10).
           05  FILLER                      PIC X(07) VALUE SPACE.

       01  EXC-HEADING-2.
           05  FILLER                      PIC X(20) VALUE
               "CASE NUMBER".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(09) VALUE
               " EMPLOYEE".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(02) VALUE
               "TY".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(10) VALUE
               "   ORDERED".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(10) VALUE
               "     TAKEN".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(10) VALUE
               "     SHORT".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(08) VALUE
               "REASON".
           05  FILLER                      PIC X(05) VALUE SPACE.

       01  EXC-DETAIL-LINE.
           05  ED-CASE-NUMBER              PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-EMPLOYEE-ID              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-ORDER-TYPE               PIC X(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-ORDERED                  PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-TAKEN                    PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-SHORT                    PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-LIMIT-REASON             PIC X(08).
           05  FILLER                      PIC X(05) VALUE SPACE.

       01  EXC-AGENCY-LINE.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(07) VALUE
               "AGENCY ".
           05  EA-AGENCY                   PIC X(30).
           05  FILLER                      PIC X(06) VALUE
               " CODE ".
           05  EA-DEDUCTION-CODE           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  EA-DISPOSITION              PIC X(09).
           05  FILLER                      PIC X(14) VALUE SPACE.

       01  EXC-COUNT-LINE.
           05  EC-CAPTION                  PIC X(20).
           05  EC-COUNT                    PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(51) VALUE SPACE.

       01  EXC-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
               "TOTALS".
           05  FILLER                      PIC X(15) VALUE SPACE.
           05  ET-ORDERED                  PIC ZZZZZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ET-TAKEN                    PIC ZZZZZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ET-SHORT                    PIC ZZZZZZ9.99.
           05  FILLER                      PIC X(13) VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME       PIC X(60) VALUE SPACE.
       01  USERNAME     PIC X(30) VALUE SPACE.
       01  PASSWD       PIC X(30) VALUE SPACE.
       01  PAY-GROUP-WS PIC X(10) VALUE SPACE.
       01  PAY-PERIOD-END-DATE-WS      PIC 9(08) VALUE ZERO.
       01  CALENDAR-COUNT-WS           PIC 9(09) VALUE ZERO.
       COPY DEDREG.
       COPY GARNORD.
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
           PERFORM TERM.



      *----------------------------------------------------------------
      * READ-PARAMETERS - the report runs for the pay period end date,
      * pay group, and database named in the same PAYPARM file the
      * pay run used.
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



      *----------------------------------------------------------------
      * CHECK-PAY-CALENDAR - the period end date in PAYPARM is keyed
      * by hand; a pay group with a PAY_CALENDAR on file only accepts
      * an end date that matches one of its scheduled periods, so a
      * fat-fingered date becomes a clean refusal instead of an empty
      * report for a week that was never paid.  A group with no
      * calendar rows predates the calendar and runs as before.
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
      * INIT - one row per register line a garnishment order wrote for
      * the period that took less than the order wanted, agency by
      * agency.  An order since removed from GARNISHMENT_ORDER still
      * lists, with its type and agency blank.  A voided check keeps
      * its original 'R' register rows beside the negated 'V' ones,
      * and writes no 'V' row at all for an order it took nothing
      * on, so the regular rows of any employee whose check for the
      * period has a 'V' GROSS_PAY row are left out by that row
      * rather than by the register's own entry type.
      *----------------------------------------------------------------
       INIT.
           EXEC SQL DECLARE GARNEXC-CSR CURSOR FOR
               SELECT DR.CASE_NUMBER, DR.EMPLOYEE_ID,
                      COALESCE(GO.ORDER_TYPE, ' '),
                      COALESCE(GO.AGENCY, ' '),
                      DR.DEDUCTION_CODE, DR.AMOUNT_ORDERED,
                      DR.AMOUNT_TAKEN, COALESCE(DR.LIMIT_REASON, ' ')
               FROM DEDUCTION_REGISTER DR
                    INNER JOIN EMPLOYEE_DETAILS ED
                      ON ED.ID = DR.EMPLOYEE_ID
                    LEFT OUTER JOIN GARNISHMENT_ORDER GO
                      ON GO.EMPLOYEE_ID = DR.EMPLOYEE_ID
                     AND GO.CASE_NUMBER = DR.CASE_NUMBER
               WHERE ED.PAY_GROUP = :PAY-GROUP-WS
                 AND DR.PAY_PERIOD_END = :PAY-PERIOD-END-DATE-WS
                 AND COALESCE(DR.CASE_NUMBER, ' ') <> ' '
                 AND DR.ENTRY_TYPE <> 'V'
                 AND NOT (DR.ENTRY_TYPE = 'R'
                          AND EXISTS
                              (SELECT 1 FROM GROSS_PAY V
                               WHERE V.EMPLOYEE_ID = DR.EMPLOYEE_ID
                                 AND V.PAY_PERIOD_END =
                                     DR.PAY_PERIOD_END
                                 AND V.ENTRY_TYPE = 'V'))
                 AND DR.AMOUNT_TAKEN < DR.AMOUNT_ORDERED
               ORDER BY COALESCE(GO.AGENCY, ' '), DR.CASE_NUMBER,
                        DR.EMPLOYEE_ID
           END-EXEC.

           EXEC SQL OPEN GARNEXC-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           OPEN OUTPUT EXCEPTION-REPORT-FILE.

           IF NOT RPT-STATUS-OK
               DISPLAY "GARNEXC FILE OPEN ERROR, STATUS: "
                   EXCEPTION-REPORT-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PAY-PERIOD-END-DATE-WS TO EH1-PAY-PERIOD-END.
           MOVE PAY-GROUP-WS           TO EH1-PAY-GROUP.
           MOVE EXC-HEADING-1 TO EXCEPTION-REPORT-LINE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE EXC-HEADING-2 TO EXCEPTION-REPORT-LINE.
           PERFORM WRITE-EXCEPTION-LINE.



       DOWORK.
           PERFORM FETCH-GARNEXC-ROW.

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM LIST-ONE-ORDER
               PERFORM FETCH-GARNEXC-ROW
           END-PERFORM.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON GARNEXC-CSR, SQLCODE: " SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           EXEC SQL CLOSE GARNEXC-CSR END-EXEC.
           PERFORM ERROR-HANDLING.



       FETCH-GARNEXC-ROW.
           EXEC SQL
               FETCH GARNEXC-CSR
                   INTO :DR-CASE-NUMBER, :DR-EMPLOYEE-ID,
                        :GO-ORDER-TYPE, :GO-AGENCY,
                        :DR-DEDUCTION-CODE, :DR-AMOUNT-ORDERED,
                        :DR-AMOUNT-TAKEN, :DR-LIMIT-REASON
           END-EXEC.



       LIST-ONE-ORDER.
           COMPUTE SHORT-AMOUNT-WS =
               DR-AMOUNT-ORDERED - DR-AMOUNT-TAKEN.

           MOVE DR-CASE-NUMBER    TO ED-CASE-NUMBER.
           MOVE DR-EMPLOYEE-ID    TO ED-EMPLOYEE-ID.
           MOVE GO-ORDER-TYPE     TO ED-ORDER-TYPE.
           MOVE DR-AMOUNT-ORDERED TO ED-ORDERED.
           MOVE DR-AMOUNT-TAKEN   TO ED-TAKEN.
           MOVE SHORT-AMOUNT-WS   TO ED-SHORT.
           MOVE DR-LIMIT-REASON   TO ED-LIMIT-REASON.
           MOVE EXC-DETAIL-LINE TO EXCEPTION-REPORT-LINE.
           PERFORM WRITE-EXCEPTION-LINE.

           MOVE GO-AGENCY         TO EA-AGENCY.
           MOVE DR-DEDUCTION-CODE TO EA-DEDUCTION-CODE.
           IF DR-AMOUNT-TAKEN > ZERO
               MOVE "LIMITED" TO EA-DISPOSITION
               ADD 1 TO ORDERS-LIMITED-CT
           ELSE
               MOVE "NOT TAKEN" TO EA-DISPOSITION
               ADD 1 TO ORDERS-NOT-TAKEN-CT
           END-IF.
           MOVE EXC-AGENCY-LINE TO EXCEPTION-REPORT-LINE.
           PERFORM WRITE-EXCEPTION-LINE.

           ADD DR-AMOUNT-ORDERED TO ORDERED-TOTAL-WS.
           ADD DR-AMOUNT-TAKEN   TO TAKEN-TOTAL-WS.
           ADD SHORT-AMOUNT-WS   TO SHORT-TOTAL-WS.



       WRITE-EXCEPTION-TOTALS.
           MOVE ORDERED-TOTAL-WS TO ET-ORDERED.
           MOVE TAKEN-TOTAL-WS   TO ET-TAKEN.
           MOVE SHORT-TOTAL-WS   TO ET-SHORT.
           MOVE EXC-TOTAL-LINE TO EXCEPTION-REPORT-LINE.
           PERFORM WRITE-EXCEPTION-LINE.

           MOVE "ORDERS LIMITED" TO EC-CAPTION.
           MOVE ORDERS-LIMITED-CT TO EC-COUNT.
           MOVE EXC-COUNT-LINE TO EXCEPTION-REPORT-LINE.
           PERFORM WRITE-EXCEPTION-LINE.

           MOVE "ORDERS NOT TAKEN" TO EC-CAPTION.
           MOVE ORDERS-NOT-TAKEN-CT TO EC-COUNT.
           MOVE EXC-COUNT-LINE TO EXCEPTION-REPORT-LINE.
           PERFORM WRITE-EXCEPTION-LINE.



       WRITE-EXCEPTION-LINE.
           WRITE EXCEPTION-REPORT-LINE.

           IF NOT RPT-STATUS-OK
               DISPLAY "GARNEXC FILE WRITE ERROR, STATUS: "
                   EXCEPTION-REPORT-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



       TERM.
           PERFORM WRITE-EXCEPTION-TOTALS.

           CLOSE EXCEPTION-REPORT-FILE.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "PAYRL00023 LISTED " ORDERS-LIMITED-CT
               " ORDERS LIMITED AND " ORDERS-NOT-TAKEN-CT
               " NOT TAKEN FOR PERIOD " PAY-PERIOD-END-DATE-WS.
           STOP RUN.



       ERROR-HANDLING.
           IF SQLCODE NOT = ZERO
               DISPLAY "SQLCODE: " SQLCODE " "
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
